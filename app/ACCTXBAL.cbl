      *****************************************************************
      * PROGRAM NAME: ACCTXBAL                                        *
      * DESCRIPTION:  NIGHTLY ACCOUNT-MASTER VERSUS POSTED-BALANCE    *
      *               RECONCILIATION. ACCTXPST, ACCTXADP, ACCTXCLS    *
      *               AND ACCTXESC MAINTAIN RUNNINGBALANCE ON THEIR   *
      *               POSTINGS AND UPDATE CUSTOMERACCOUNTS.BALANCE IN *
      *               THE SAME UNIT OF WORK, WHILE ACCTXLDR           *
      *               OVERWRITES BALANCE FROM THE PARTNER FEED - AND  *
      *               NOTHING ELSE EVER PROVES THE TWO VIEWS STILL    *
      *               AGREE. FOR EVERY ACCOUNT ONE OF THEM HAS POSTED *
      *               A BALANCE-MOVING ROW TO, THIS PROGRAM           *
      *               COMPARES THE ACCOUNT'S CURRENT BALANCE AGAINST  *
      *               THE RUNNINGBALANCE OF ITS LATEST POSTING,       *
      *               PRINTS EVERY DRIFTED ACCOUNT WITH BRANCH        *
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

      * ONLY ACCOUNTS WITH A BALANCE-MOVING POSTING PARTICIPATE - AN
      * ACCOUNT WITH NO POSTINGS HAS NO POSTED BALANCE TO DISAGREE
      * WITH. ACCTXPST POSTS INT-CREDIT/FEE-DEBIT (AS DOES ACCTXCLS AT
      * SETTLEMENT), ACCTXADP ADJ-CREDIT/ADJ-DEBIT, ACCTXCLS
      * CLOSE-PAYOUT AND ACCTXESC ESCHEAT-REMIT, EACH CARRYING THE
      * RUNNINGBALANCE IT LEFT ON THE ACCOUNT. THE LATEST POSTING IS
      * THE HIGHEST TRANSACTIONID AMONG THOSE ROWS - IDENTITY ORDER,
      * IMMUNE TO TIMESTAMP TIES WITHIN A COMMIT
           EXEC SQL
               DECLARE BALCUR CURSOR FOR
                            FROM AccountTransactions T2
                            WHERE T2.AccountID = A.AccountID
                              AND T2.TransactionSubType IN
                                  ('INT-CREDIT', 'FEE-DEBIT',
                                   'ADJ-CREDIT', 'ADJ-DEBIT',
                                   'CLOSE-PAYOUT', 'ESCHEAT-REMIT')))
               FROM CustomerAccounts A
               WHERE EXISTS
                   (SELECT 1 FROM AccountTransactions T3
                    WHERE T3.AccountID = A.AccountID
                      AND T3.TransactionSubType IN
                          ('INT-CREDIT', 'FEE-DEBIT',
                           'ADJ-CREDIT', 'ADJ-DEBIT',
                           'CLOSE-PAYOUT', 'ESCHEAT-REMIT'))
               ORDER BY A.BranchCode, A.AccountID
           END-EXEC

