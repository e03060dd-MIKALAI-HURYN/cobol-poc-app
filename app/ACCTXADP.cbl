       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXADP.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXADP                                        *
      * DESCRIPTION:  MANUAL ADJUSTMENT POSTING. POSTS EVERY          *
      *               ADJUSTMENT APPROVED THROUGH THE AADJ            *
      *               TRANSACTION (ACCTXADJ) INTO ACCOUNTTRANSACTIONS *
      *               AS AN ADJ-CREDIT OR ADJ-DEBIT WITH THE SIGNED   *
      *               AMOUNT AND A RUNNINGBALANCE MAINTAINED FROM THE *
      *               ACCOUNT'S BALANCE, AND UPDATES THE BALANCE,     *
      *               ITS CHANGE HISTORY AND THE ADJUSTMENT'S STATUS  *
      *               IN THE SAME UNIT OF WORK. THE POSTINGS CARRY    *
      *               THIS RUN'S RUNID SO ACCTXAUD AUDITS THEM AND    *
      *               ACCTXGLX CARRIES THEM TO THE GENERAL LEDGER.    *
      *               AN APPROVED ROW THAT CAN NO LONGER BE POSTED    *
      *               (ACCOUNT CLOSED, CURRENCY CHANGED, NO VALID     *
      *               SECOND APPROVER) IS MARKED REFUSED, NOT POSTED. *
      * INPUT:        ACCTXADJ_REQUEST / CUSTOMERACCOUNTS TABLES      *
      * OUTPUT:       ACCOUNTTRANSACTIONS TABLE (VIA SQL INSERT)      *
      *               CUSTOMERACCOUNTS TABLE (BALANCE UPDATES)        *
      *               ACCTXCHG_HISTORY TABLE (BALANCE BEFORE/AFTER)   *
      *               ACCTXADJ_REQUEST TABLE (POSTED / REFUSED)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * APPROVED ADJUSTMENT (FROM ACCTXADJ_REQUEST)
       01  WS-ADJ-RECORD.
           05 WS-ADJ-ID            PIC 9(10).
           05 WS-ADJ-ACCT-ID       PIC 9(10).
           05 WS-ADJ-CURR-CODE     PIC X(03).
           05 WS-ADJ-AMOUNT        PIC S9(13)V99 COMP-3.
           05 WS-ADJ-REASON        PIC X(08).
           05 WS-ADJ-ORIG-REF      PIC X(20).
           05 WS-ADJ-MAKER         PIC X(08).
           05 WS-ADJ-CHECKER       PIC X(08).
           05 WS-ADJ-CHECKER-IND   PIC S9(4) COMP.

      * ACCOUNT BEING ADJUSTED (FROM CUSTOMERACCOUNTS)
       01  WS-ACCOUNT-RECORD.
           05 WS-CUST-ID           PIC 9(10).
           05 WS-CUST-NAME         PIC X(100).
           05 WS-ACCT-NUM          PIC X(20).
           05 WS-BALANCE           PIC S9(13)V99 COMP-3.
           05 WS-CURR-CODE         PIC X(03).
           05 WS-BRANCH            PIC X(10).
           05 WS-ACCT-STATUS       PIC X(20).

      * POSTING ELIGIBILITY - THE REASON GOES ON THE REFUSED ROW
       01  WS-POST-CHECK-FLAG        PIC X VALUE 'Y'.
           88 POST-ALLOWED           VALUE 'Y'.
           88 POST-REFUSED           VALUE 'N'.
       01  WS-REFUSAL-REASON         PIC X(08).

      * TARGET RECORD VARIABLES (FOR ACCOUNTTRANSACTIONS)
       01  WS-TARGET-RECORD.
           05 TGT-DESC             PIC X(200).
           05 TGT-SUBTYPE          PIC X(30).
           05 TGT-RUNBAL           PIC S9(13)V99 COMP-3.
           05 TGT-REFNUM           PIC X(50).
           05 TGT-PROC-STATUS      PIC X(20) VALUE 'PROCESSED'.
       01  WS-PRINT-ADJ-ID           PIC 9(10).

      * CHANGE HISTORY - SEE ACCTXCHG_HISTORY TABLE
       01  WS-HISTORY-DATA.
           05 WS-HIST-OLD-VALUE    PIC X(100).
           05 WS-HIST-NEW-VALUE    PIC X(100).
       01  WS-HIST-AMOUNT-EDIT       PIC -9(13).99.

      * WORK VARIABLES
       01  WS-COUNTERS.
           05 WS-RECORDS-READ      PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-INSERTED  PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-FAILED    PIC 9(9) COMP VALUE 0.
           05 WS-ADJ-REFUSED       PIC 9(9) COMP VALUE 0.

      * RUN-HISTORY / CONTROL DATA - SEE ACCTXFRM_RUNLOG TABLE
       01  WS-RUNLOG-DATA.
           05 WS-JOBNAME            PIC X(30) VALUE 'ACCTXADP'.
           05 WS-RUN-ID             PIC S9(9) COMP.
           05 WS-RUN-START-TS       PIC X(26).
           05 WS-HIGHEST-ACCTID     PIC 9(10) VALUE 0.
           05 WS-FINAL-SQLCODE      PIC S9(9) COMP VALUE 0.

       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-ADJUSTMENTS
           PERFORM 3000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY 'MANUAL ADJUSTMENT POSTING PROGRAM STARTED'
           DISPLAY '================================================'

      * THE TIMESTAMP MUST BE A REAL DB2 TIMESTAMP IMAGE - IT GOES
      * INTO TransactionDate AND THE RUNLOG ROWS
           PERFORM 9100-GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-START-TS

      * OPEN A ROW IN THE RUN-HISTORY TABLE FOR THIS EXECUTION AND
      * CAPTURE THE GENERATED RUNID - CHECK THE INSERT'S SQLCODE
      * BEFORE IDENTITY_VAL_LOCAL() OVERWRITES IT, AND ABORT ON ANY
      * FAILURE RATHER THAN POST MONEY MOVEMENT UNDER AN
      * UNTRUSTWORTHY RUNID
           EXEC SQL
               INSERT INTO ACCTXFRM_RUNLOG
               (JobName, RunStartTimestamp, RecordsRead,
                RecordsInserted, RecordsFailed, HighestAcctID,
                FinalSQLCode)
               VALUES
               (:WS-JOBNAME, :WS-RUN-START-TS, 0, 0, 0, 0, 0)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING RUNLOG ROW. SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               SELECT IDENTITY_VAL_LOCAL()
               INTO :WS-RUN-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING GENERATED RUNID. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               DISPLAY 'RUN-HISTORY ID FOR THIS EXECUTION: ' WS-RUN-ID
           END-IF

      * THE RUNLOG ROW IS COMMITTED ON ITS OWN SO IT SURVIVES THE
      * ROLLBACK OF ANY ONE ADJUSTMENT'S UNIT OF WORK
           EXEC SQL
               COMMIT WORK
           END-EXEC

      * APPROVED ADJUSTMENTS IN ENTRY ORDER. WITH HOLD KEEPS THE
      * CURSOR OPEN ACROSS THE COMMIT AFTER EACH ADJUSTMENT
           EXEC SQL
               DECLARE ADPCUR CURSOR WITH HOLD FOR
               SELECT AdjustmentID, AccountID, CurrencyCode, Amount,
                      ReasonCode, OrigReference, MakerOperator,
                      CheckerOperator
               FROM ACCTXADJ_REQUEST
               WHERE AdjStatus = 'APPROVED'
               ORDER BY AdjustmentID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR DECLARING ADJUSTMENT CURSOR. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               OPEN ADPCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING ADJUSTMENT CURSOR. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-ADJUSTMENTS.
           PERFORM 2100-FETCH-ADJUSTMENT
           PERFORM 2200-ADJUSTMENT-LOOP
               UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE ADPCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: ERROR CLOSING ADJUSTMENT CURSOR. '
                   'SQLCODE: ' SQLCODE
           END-IF.

       2100-FETCH-ADJUSTMENT.
           EXEC SQL
               FETCH ADPCUR INTO
                   :WS-ADJ-ID,
                   :WS-ADJ-ACCT-ID,
                   :WS-ADJ-CURR-CODE,
                   :WS-ADJ-AMOUNT,
                   :WS-ADJ-REASON,
                   :WS-ADJ-ORIG-REF,
                   :WS-ADJ-MAKER,
                   :WS-ADJ-CHECKER :WS-ADJ-CHECKER-IND
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-RECORDS-READ
                   IF WS-ADJ-CHECKER-IND < 0
                       MOVE SPACES TO WS-ADJ-CHECKER
                   END-IF
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON ADJUSTMENT CURSOR. '
                       'SQLCODE: ' SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2200-ADJUSTMENT-LOOP.
           IF NOT END-OF-CURSOR
               SET POST-ALLOWED TO TRUE
               MOVE SPACES TO WS-REFUSAL-REASON

               PERFORM 2300-CHECK-ADJUSTMENT

               IF NOT RUN-ABORTED
                   IF POST-ALLOWED
                       PERFORM 2400-POST-ADJUSTMENT
                   ELSE
                       PERFORM 2500-REFUSE-ADJUSTMENT
                   END-IF
               END-IF

               IF RUN-ABORTED
                   SET END-OF-CURSOR TO TRUE
               ELSE
                   PERFORM 2100-FETCH-ADJUSTMENT
               END-IF
           END-IF.

       2300-CHECK-ADJUSTMENT.
      * THE APPROVAL WAS GIVEN ON THE SCREEN, BUT THE POSTING RE-
      * CHECKS IT: MAKER AND CHECKER ARE THE CICS USERIDS SIGNED ON
      * WHEN THE ROW WAS ENTERED AND DECIDED, AND A ROW WITHOUT A
      * DISTINCT SECOND USERID IS NOT APPROVED, WHATEVER ITS STATUS
      * SAYS. THE ACCOUNT MUST STILL BE OPEN AND IN THE CURRENCY THE
      * MAKER ENTERED THE AMOUNT IN
           IF WS-ADJ-CHECKER = SPACES
              OR WS-ADJ-CHECKER = WS-ADJ-MAKER
               SET POST-REFUSED TO TRUE
               MOVE 'NOCHECKR' TO WS-REFUSAL-REASON
           ELSE
               EXEC SQL
                   SELECT CustomerID, CustomerName, AccountNumber,
                          Balance, CurrencyCode, BranchCode,
                          AccountStatus
                   INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-ACCT-NUM,
                        :WS-BALANCE, :WS-CURR-CODE, :WS-BRANCH,
                        :WS-ACCT-STATUS
                   FROM CustomerAccounts
                   WHERE AccountID = :WS-ADJ-ACCT-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF WS-ACCT-STATUS = 'Closed'
                          OR WS-ACCT-STATUS = 'Escheated'
                           SET POST-REFUSED TO TRUE
                           MOVE 'ACCTCLSD' TO WS-REFUSAL-REASON
                       END-IF
                       IF POST-ALLOWED
                          AND WS-CURR-CODE NOT = WS-ADJ-CURR-CODE
                           SET POST-REFUSED TO TRUE
                           MOVE 'CURRCHG' TO WS-REFUSAL-REASON
                       END-IF
                   WHEN 100
                       SET POST-REFUSED TO TRUE
                       MOVE 'NOACCT' TO WS-REFUSAL-REASON
                   WHEN OTHER
                       DISPLAY 'ERROR READING CUSTOMERACCOUNTS FOR '
                           'ACCOUNTID ' WS-ADJ-ACCT-ID '. SQLCODE: '
                           SQLCODE
                       SET RUN-ABORTED TO TRUE
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       2400-POST-ADJUSTMENT.
      * ONE UNIT OF WORK PER ADJUSTMENT: THE POSTING, THE BALANCE,
      * ITS HISTORY ROW AND THE POSTED MARK COMMIT TOGETHER, SO AN
      * ADJUSTMENT IS NEVER POSTED TWICE OR MARKED WITHOUT POSTING
           IF WS-ADJ-AMOUNT > 0
               MOVE 'ADJ-CREDIT' TO TGT-SUBTYPE
           ELSE
               MOVE 'ADJ-DEBIT' TO TGT-SUBTYPE
           END-IF

           COMPUTE TGT-RUNBAL = WS-BALANCE + WS-ADJ-AMOUNT

           INITIALIZE TGT-DESC
           STRING 'Customer: ' DELIMITED BY SIZE
                  WS-CUST-NAME DELIMITED BY SPACE
                  ' - Manual adjustment ' DELIMITED BY SIZE
                  WS-ADJ-REASON DELIMITED BY SPACE
                  ' re ' DELIMITED BY SIZE
                  WS-ADJ-ORIG-REF DELIMITED BY SPACE
                  INTO TGT-DESC
           END-STRING

           MOVE WS-ADJ-ID TO WS-PRINT-ADJ-ID
           INITIALIZE TGT-REFNUM
           STRING 'ADJ-' DELIMITED BY SIZE
                  WS-PRINT-ADJ-ID DELIMITED BY SIZE
                  INTO TGT-REFNUM
           END-STRING

           EXEC SQL
               INSERT INTO AccountTransactions
               (AccountID, CustomerID, AccountNumber, Description,
                TransactionSubType, Amount, RunningBalance,
                CurrencyCode, OriginalAmount, OriginalCurrencyCode,
                BranchCode, ReferenceNumber, TransactionDate,
                ProcessingStatus, CreatedByRunID)
               VALUES
               (:WS-ADJ-ACCT-ID, :WS-CUST-ID, :WS-ACCT-NUM,
                :TGT-DESC, :TGT-SUBTYPE, :WS-ADJ-AMOUNT,
                :TGT-RUNBAL, :WS-CURR-CODE, :WS-ADJ-AMOUNT,
                :WS-CURR-CODE, :WS-BRANCH, :TGT-REFNUM,
                :WS-CURRENT-TIMESTAMP, :TGT-PROC-STATUS, :WS-RUN-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ADJUSTMENT POSTING FAILED FOR ADJUSTMENTID: '
                   WS-ADJ-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               DISPLAY 'SQLERRM: ' SQLERRM
               PERFORM 2600-ROLLBACK-AND-ABORT
           END-IF

      * THE BALANCE IN THE WHERE CLAUSE IS THE ONE THE RUNNING
      * BALANCE WAS WORKED OUT FROM - IF ANYTHING MOVED IT SINCE,
      * THE POSTING IS BACKED OUT RATHER THAN LEFT INCONSISTENT
           IF NOT RUN-ABORTED
               EXEC SQL
                   UPDATE CustomerAccounts
                   SET Balance = :TGT-RUNBAL,
                       LastUpdated = CURRENT TIMESTAMP
                   WHERE AccountID = :WS-ADJ-ACCT-ID
                     AND Balance = :WS-BALANCE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR UPDATING BALANCE FOR ADJUSTMENTID '
                       WS-ADJ-ID '. SQLCODE: ' SQLCODE
                   PERFORM 2600-ROLLBACK-AND-ABORT
               END-IF
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2410-RECORD-HISTORY
           END-IF

           IF NOT RUN-ABORTED
               EXEC SQL
                   UPDATE ACCTXADJ_REQUEST
                   SET AdjStatus = 'POSTED',
                       PostedRunID = :WS-RUN-ID,
                       PostedTimestamp = :WS-CURRENT-TIMESTAMP
                   WHERE AdjustmentID = :WS-ADJ-ID
                     AND AdjStatus = 'APPROVED'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR MARKING ADJUSTMENTID ' WS-ADJ-ID
                       ' POSTED. SQLCODE: ' SQLCODE
                   PERFORM 2600-ROLLBACK-AND-ABORT
               END-IF
           END-IF

           IF NOT RUN-ABORTED
               EXEC SQL
                   COMMIT WORK
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR COMMITTING ADJUSTMENTID ' WS-ADJ-ID
                       '. SQLCODE: ' SQLCODE
                   PERFORM 2600-ROLLBACK-AND-ABORT
               ELSE
                   ADD 1 TO WS-RECORDS-INSERTED
                   IF WS-ADJ-ACCT-ID > WS-HIGHEST-ACCTID
                       MOVE WS-ADJ-ACCT-ID TO WS-HIGHEST-ACCTID
                   END-IF
               END-IF
           END-IF.

       2410-RECORD-HISTORY.
           MOVE WS-BALANCE TO WS-HIST-AMOUNT-EDIT
           MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-OLD-VALUE
           MOVE TGT-RUNBAL TO WS-HIST-AMOUNT-EDIT
           MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-NEW-VALUE

           EXEC SQL
               INSERT INTO ACCTXCHG_HISTORY
               (AccountID, BranchCode, ChangeType, FieldName,
                OldValue, NewValue, ChangedByProgram, RunID,
                ChangeTimestamp)
               VALUES
               (:WS-ADJ-ACCT-ID, :WS-BRANCH, 'UPDATE', 'Balance',
                :WS-HIST-OLD-VALUE, :WS-HIST-NEW-VALUE,
                'ACCTXADP', :WS-RUN-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING CHANGE HISTORY FOR ADJUSTMENTID '
                   WS-ADJ-ID '. SQLCODE: ' SQLCODE
               PERFORM 2600-ROLLBACK-AND-ABORT
           END-IF.

       2500-REFUSE-ADJUSTMENT.
      * A REFUSED ROW LEAVES THE APPROVED QUEUE SO IT IS NOT RETRIED
      * EVERY NIGHT - IT HAS TO BE RE-ENTERED AND RE-APPROVED
           DISPLAY 'ADJUSTMENTID ' WS-ADJ-ID ' REFUSED: '
               WS-REFUSAL-REASON

           EXEC SQL
               UPDATE ACCTXADJ_REQUEST
               SET AdjStatus = 'REFUSED',
                   RejectReason = :WS-REFUSAL-REASON,
                   PostedRunID = :WS-RUN-ID,
                   PostedTimestamp = :WS-CURRENT-TIMESTAMP
               WHERE AdjustmentID = :WS-ADJ-ID
                 AND AdjStatus = 'APPROVED'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR MARKING ADJUSTMENTID ' WS-ADJ-ID
                   ' REFUSED. SQLCODE: ' SQLCODE
               PERFORM 2600-ROLLBACK-AND-ABORT
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               ADD 1 TO WS-ADJ-REFUSED
           END-IF.

       2600-ROLLBACK-AND-ABORT.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC

           DISPLAY 'ADJUSTMENTID ' WS-ADJ-ID ' ROLLED BACK'
           ADD 1 TO WS-RECORDS-FAILED
           SET RUN-ABORTED TO TRUE
           MOVE 8 TO RETURN-CODE.

       3000-FINALIZATION.
           IF RUN-ABORTED
               MOVE 8 TO WS-FINAL-SQLCODE
               DISPLAY '==========================================='
               DISPLAY 'ADJUSTMENT RUN DID NOT COMPLETE SUCCESSFULLY'
               DISPLAY 'ADJUSTMENTS READ:   ' WS-RECORDS-READ
               DISPLAY 'ADJUSTMENTS POSTED: ' WS-RECORDS-INSERTED
               DISPLAY 'ADJUSTMENTS REFUSED:' WS-ADJ-REFUSED
               DISPLAY '==========================================='
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '==========================================='
               DISPLAY 'ADJUSTMENT RUN COMPLETED SUCCESSFULLY'
               DISPLAY 'ADJUSTMENTS READ:   ' WS-RECORDS-READ
               DISPLAY 'ADJUSTMENTS POSTED: ' WS-RECORDS-INSERTED
               DISPLAY 'ADJUSTMENTS REFUSED:' WS-ADJ-REFUSED
               DISPLAY '==========================================='
               IF WS-ADJ-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

      * CLOSE OUT THIS RUN'S ROW IN THE RUN-HISTORY TABLE - ITS
      * RECORDSINSERTED IS WHAT ACCTXAUD TIES THE POSTINGS BACK TO
           PERFORM 9100-GET-CURRENT-TIMESTAMP

           EXEC SQL
               UPDATE ACCTXFRM_RUNLOG
               SET RunEndTimestamp = :WS-CURRENT-TIMESTAMP,
                   RecordsRead = :WS-RECORDS-READ,
                   RecordsInserted = :WS-RECORDS-INSERTED,
                   RecordsFailed = :WS-RECORDS-FAILED,
                   HighestAcctID = :WS-HIGHEST-ACCTID,
                   FinalSQLCode = :WS-FINAL-SQLCODE
               WHERE RunID = :WS-RUN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: ERROR UPDATING RUNLOG ROW. SQLCODE:'
                   SQLCODE
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF.

       9100-GET-CURRENT-TIMESTAMP.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO :WS-CURRENT-TIMESTAMP
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CURRENT TIMESTAMP. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
