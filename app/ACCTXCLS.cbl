       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXCLS.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXCLS                                        *
      * DESCRIPTION:  ACCOUNT CLOSURE PROCESSING. DRIVEN BY THE       *
      *               CLOSURE REQUEST FILE, ONE ACCOUNT PER RECORD.   *
      *               FOR EACH ACCOUNT IT SETTLES WHAT ACCTXPST WOULD *
      *               OTHERWISE NEVER POST ONCE THE ACCOUNT LEAVES    *
      *               ACTIVE STATUS: A FINAL INTEREST CREDIT PRORATED *
      *               FROM THE LAST INT-CREDIT TO THE CLOSURE DATE    *
      *               AND ANY MAINTENANCE FEE STILL OUTSTANDING FOR   *
      *               THE MONTH, BOTH FROM THE ACCTXPST_RATES PLAN,   *
      *               THEN A CLOSE-PAYOUT TRANSACTION THAT TAKES THE  *
      *               BALANCE TO ZERO, AND SETS THE ACCOUNT CLOSED -  *
      *               POSTINGS, BALANCE, STATUS, CHANGE HISTORY AND   *
      *               THE FINAL-STATEMENT REQUEST FOR ACCTXSTM ALL IN *
      *               ONE UNIT OF WORK PER ACCOUNT. EACH CLOSURE IS   *
      *               CONFIRMED ON AN EXTRACT FOR THE LETTER SHOP.    *
      *               AN ACCOUNT WITH AN OPEN COMPLIANCE CASE OR AN   *
      *               OPEN REJECT ROW IS REFUSED AND LISTED, NOT      *
      *               CLOSED, AS IS ONE THAT WOULD SETTLE OVERDRAWN.  *
      * INPUT:        CLOSURE REQUEST FILE (CLSREQ)                   *
      *               CUSTOMERACCOUNTS / ACCTXPST_RATES /             *
      *               ACCTXFRM_COMPLIANCE_REVIEW / ACCTXFRM_REJECTS   *
      * OUTPUT:       ACCOUNTTRANSACTIONS TABLE (VIA SQL INSERT)      *
      *               CUSTOMERACCOUNTS TABLE (BALANCE AND STATUS)     *
      *               ACCTXCHG_HISTORY / ACCTXSTM_FINALREQ TABLES     *
      *               CLOSURE CONFIRMATION EXTRACT (CLSCONF)          *
      *               CLOSURE REPORT FILE (CLSRPT)                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-REQUEST-FILE ASSIGN TO CLSREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT CONFIRM-EXTRACT-FILE ASSIGN TO CLSCONF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FILE-STATUS.

           SELECT CLOSURE-REPORT-FILE ASSIGN TO CLSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-REQUEST-FILE.
       01  CLOSURE-REQUEST-RECORD      PIC X(80).

       FD  CONFIRM-EXTRACT-FILE.
       01  CONFIRM-EXTRACT-RECORD      PIC X(200).

       FD  CLOSURE-REPORT-FILE.
       01  CLOSURE-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * CLOSURE REQUEST RECORD. READ INTO WORKING STORAGE BECAUSE
      * ITS FIELDS ARE USED AS SQL HOST VARIABLES. A BLANK CLOSURE
      * DATE MEANS TODAY
       01  WS-REQUEST-RECORD.
           05 REQ-ACCT-ID          PIC 9(10).
           05 REQ-CLOSE-DATE       PIC X(10).
           05 REQ-REASON           PIC X(10).
           05 REQ-REQUESTED-BY     PIC X(08).
           05 FILLER               PIC X(42).
       01  WS-REQUEST-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-REQUEST-EOF-FLAG       PIC X VALUE 'N'.
           88 END-OF-REQUEST-FILE    VALUE 'Y'.

      * ACCOUNT BEING CLOSED (FROM CUSTOMERACCOUNTS)
       01  WS-ACCOUNT-RECORD.
           05 WS-ACCT-ID           PIC 9(10).
           05 WS-CUST-ID           PIC 9(10).
           05 WS-CUST-NAME         PIC X(100).
           05 WS-ACCT-NUM          PIC X(20).
           05 WS-ACCT-TYPE         PIC X(20).
           05 WS-BALANCE           PIC S9(13)V99 COMP-3.
           05 WS-CURR-CODE         PIC X(03).
           05 WS-BRANCH            PIC X(10).
           05 WS-ACCT-STATUS       PIC X(20).
           05 WS-CREATED-DATE      PIC X(10).

      * CLOSURE ELIGIBILITY - SET BY EACH CHECK IN TURN, AND THE
      * FIRST REASON FOUND IS THE ONE LISTED
       01  WS-CLOSE-CHECK-FLAG       PIC X VALUE 'Y'.
           88 CLOSE-ALLOWED          VALUE 'Y'.
           88 CLOSE-REFUSED          VALUE 'N'.
       01  WS-REFUSAL-REASON         PIC X(30).
       01  WS-CLOSE-DATE             PIC X(10).
       01  WS-OPEN-ITEM-COUNT        PIC S9(9) COMP VALUE 0.

      * POSTING RATE PLAN (FROM ACCTXPST_RATES, ONE ROW PER TYPE)
       01  WS-RATE-PLAN.
           05 WS-ANNUAL-RATE-PCT   PIC S9(3)V9(3) COMP-3.
           05 WS-MAINT-FEE         PIC S9(5)V99 COMP-3.
           05 WS-FEE-WAIVER-BAL    PIC S9(13)V99 COMP-3.
       01  WS-RATE-FOUND-FLAG        PIC X VALUE 'N'.
           88 RATE-PLAN-FOUND        VALUE 'Y'.

      * SETTLEMENT FIGURES - WORKED OUT IN FULL BEFORE ANYTHING IS
      * WRITTEN, SO A REFUSAL NEVER LEAVES A HALF-SETTLED ACCOUNT
       01  WS-SETTLEMENT.
           05 WS-ACCRUAL-DAYS      PIC S9(9) COMP.
           05 WS-FINAL-INTEREST    PIC S9(13)V99 COMP-3.
           05 WS-FINAL-FEE         PIC S9(13)V99 COMP-3.
           05 WS-PAYOUT-AMOUNT     PIC S9(13)V99 COMP-3.
           05 WS-SETTLED-BALANCE   PIC S9(13)V99 COMP-3.
       01  WS-FEES-THIS-MONTH        PIC S9(9) COMP VALUE 0.

      * TARGET RECORD VARIABLES (FOR ACCOUNTTRANSACTIONS)
       01  WS-TARGET-RECORD.
           05 TGT-DESC             PIC X(200).
           05 TGT-SUBTYPE          PIC X(30).
           05 TGT-AMOUNT           PIC S9(13)V99 COMP-3.
           05 TGT-RUNBAL           PIC S9(13)V99 COMP-3.
           05 TGT-REFNUM           PIC X(50).
           05 TGT-PROC-STATUS      PIC X(20) VALUE 'PROCESSED'.
       01  WS-RUNNING-BALANCE        PIC S9(13)V99 COMP-3.
       01  WS-ACCT-POSTINGS          PIC 9(9) COMP VALUE 0.

      * CHANGE HISTORY - SEE ACCTXCHG_HISTORY TABLE
       01  WS-HISTORY-DATA.
           05 WS-HIST-FIELD        PIC X(20).
           05 WS-HIST-OLD-VALUE    PIC X(100).
           05 WS-HIST-NEW-VALUE    PIC X(100).
       01  WS-HIST-AMOUNT-EDIT       PIC -9(13).99.
       01  WS-ZERO-BALANCE           PIC S9(13)V99 COMP-3 VALUE 0.

      * FINAL STATEMENT REQUEST - SEE ACCTXSTM_FINALREQ TABLE. THE
      * PERIOD RUNS FROM THE START OF THE CLOSURE MONTH, WHERE THE
      * LAST REGULAR STATEMENT LEFT OFF, TO THE CLOSURE DATE
       01  WS-STMT-PERIOD-START      PIC X(10).

      * CLOSURE CONFIRMATION EXTRACT IMAGES - FIXED DISPLAY LAYOUTS,
      * THE FILE CONTRACT WITH THE LETTER SHOP
       01  WS-CONF-HEADER.
           05 CONFH-RECORD-TYPE    PIC X(01) VALUE '1'.
           05 CONFH-FILE-ID        PIC X(08) VALUE 'CLSACCTX'.
           05 CONFH-RUN-DATE       PIC X(10).
           05 CONFH-RUN-ID         PIC 9(09).

       01  WS-CONF-DETAIL.
           05 CONFD-RECORD-TYPE    PIC X(01) VALUE '2'.
           05 CONFD-ACCT-ID        PIC 9(10).
           05 CONFD-ACCT-NUM       PIC X(20).
           05 CONFD-CUST-ID        PIC 9(10).
           05 CONFD-CUST-NAME      PIC X(60).
           05 CONFD-BRANCH         PIC X(10).
           05 CONFD-CLOSE-DATE     PIC X(10).
           05 CONFD-REASON         PIC X(10).
           05 CONFD-CURR-CODE      PIC X(03).
           05 CONFD-INTEREST       PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 CONFD-FEE            PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 CONFD-PAYOUT         PIC S9(13)V99
                                   SIGN LEADING SEPARATE.

       01  WS-CONF-TRAILER.
           05 CONFT-RECORD-TYPE    PIC X(01) VALUE '9'.
           05 CONFT-RECORD-COUNT   PIC 9(09).
           05 CONFT-PAYOUT-HASH    PIC S9(15)V99
                                   SIGN LEADING SEPARATE.

      * WORK VARIABLES
       01  WS-COUNTERS.
           05 WS-RECORDS-READ      PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-INSERTED  PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-FAILED    PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-CLOSED   PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-REFUSED  PIC 9(9) COMP VALUE 0.
           05 WS-CONFIRM-COUNT     PIC 9(9) COMP VALUE 0.
       01  WS-PAYOUT-HASH            PIC S9(15)V99 COMP-3 VALUE 0.

      * RUN-HISTORY / CONTROL DATA - SEE ACCTXFRM_RUNLOG TABLE. THE
      * CLOSING POSTINGS CARRY THIS RUN'S RUNID SO ACCTXAUD CAN AUDIT
      * THEM AND ACCTXGLX CAN CARRY THEM TO THE GENERAL LEDGER
       01  WS-RUNLOG-DATA.
           05 WS-JOBNAME            PIC X(30) VALUE 'ACCTXCLS'.
           05 WS-RUN-ID             PIC S9(9) COMP.
           05 WS-RUN-START-TS       PIC X(26).
           05 WS-HIGHEST-ACCTID     PIC 9(10) VALUE 0.
           05 WS-FINAL-SQLCODE      PIC S9(9) COMP VALUE 0.

      * REPORT PRINT FIELDS
       01  WS-CONFIRM-FILE-STATUS    PIC X(02) VALUE '00'.
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-AMOUNT           PIC -(13)9.99.
       01  WS-PRINT-ACCT-ID          PIC 9(10).

       01  WS-TODAY                  PIC X(10).
       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-REQUESTS
           PERFORM 3000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY 'ACCOUNT CLOSURE PROGRAM STARTED'
           DISPLAY '================================================'

      * THE TIMESTAMP MUST BE A REAL DB2 TIMESTAMP IMAGE - IT GOES
      * INTO TransactionDate AND THE RUNLOG ROWS
           PERFORM 9100-GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-START-TS

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-TODAY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CURRENT DATE. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

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
      * ROLLBACK OF ANY ONE ACCOUNT'S UNIT OF WORK
           EXEC SQL
               COMMIT WORK
           END-EXEC

           OPEN INPUT CLOSURE-REQUEST-FILE

           IF WS-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLOSURE REQUEST FILE. '
                   'FILE STATUS: ' WS-REQUEST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * THE CONFIRMATION EXTRACT IS THE LETTER SHOP'S DELIVERABLE - A
      * RUN THAT CANNOT PRODUCE IT MUST NOT CLOSE ANYTHING
           OPEN OUTPUT CONFIRM-EXTRACT-FILE

           IF WS-CONFIRM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONFIRMATION EXTRACT FILE. '
                   'FILE STATUS: ' WS-CONFIRM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CLOSURE-REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLOSURE REPORT FILE. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-TODAY TO CONFH-RUN-DATE
           MOVE WS-RUN-ID TO CONFH-RUN-ID
           MOVE SPACES TO CONFIRM-EXTRACT-RECORD
           MOVE WS-CONF-HEADER TO CONFIRM-EXTRACT-RECORD
           PERFORM 9010-WRITE-CONFIRM-RECORD

           MOVE SPACES TO CLOSURE-REPORT-RECORD
           STRING 'ACCOUNT CLOSURE REPORT - ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO CLOSURE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE 'ACTION  ACCOUNTID  ACCOUNT NUMBER       DETAIL'
               TO CLOSURE-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       2000-PROCESS-REQUESTS.
           PERFORM 2100-READ-REQUEST
           PERFORM 2200-REQUEST-LOOP
               UNTIL END-OF-REQUEST-FILE.

       2100-READ-REQUEST.
           READ CLOSURE-REQUEST-FILE INTO WS-REQUEST-RECORD
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
           END-READ

           IF WS-REQUEST-FILE-STATUS NOT = '00'
              AND WS-REQUEST-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING CLOSURE REQUEST FILE. '
                   'FILE STATUS: ' WS-REQUEST-FILE-STATUS
               SET END-OF-REQUEST-FILE TO TRUE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2200-REQUEST-LOOP.
           IF NOT END-OF-REQUEST-FILE
               ADD 1 TO WS-RECORDS-READ
               SET CLOSE-ALLOWED TO TRUE
               MOVE SPACES TO WS-REFUSAL-REASON
               MOVE SPACES TO WS-ACCT-NUM

               PERFORM 2300-EDIT-REQUEST

               IF CLOSE-ALLOWED AND NOT RUN-ABORTED
                   PERFORM 2310-LOAD-ACCOUNT
               END-IF

               IF CLOSE-ALLOWED AND NOT RUN-ABORTED
                   PERFORM 2320-CHECK-OPEN-CASES
               END-IF

               IF CLOSE-ALLOWED AND NOT RUN-ABORTED
                   PERFORM 2330-CHECK-OPEN-REJECTS
               END-IF

               IF CLOSE-ALLOWED AND NOT RUN-ABORTED
                   PERFORM 2400-COMPUTE-SETTLEMENT
               END-IF

               IF CLOSE-ALLOWED AND NOT RUN-ABORTED
                   PERFORM 2500-APPLY-CLOSURE
               END-IF

               IF NOT RUN-ABORTED
                   IF CLOSE-ALLOWED
                       PERFORM 2700-WRITE-CONFIRMATION
                   ELSE
                       PERFORM 2800-WRITE-REFUSAL
                   END-IF
               END-IF

               IF RUN-ABORTED
                   SET END-OF-REQUEST-FILE TO TRUE
               ELSE
                   PERFORM 2100-READ-REQUEST
               END-IF
           END-IF.

       2300-EDIT-REQUEST.
      * A CLOSURE DATED IN THE FUTURE WOULD PAY INTEREST NOT YET
      * EARNED - THE REQUEST IS RE-SENT ON THE DAY ITSELF
           IF REQ-ACCT-ID NOT NUMERIC OR REQ-ACCT-ID = 0
               SET CLOSE-REFUSED TO TRUE
               MOVE 'INVALID ACCOUNTID' TO WS-REFUSAL-REASON
           ELSE
               MOVE REQ-ACCT-ID TO WS-ACCT-ID
               IF REQ-CLOSE-DATE = SPACES
                   MOVE WS-TODAY TO WS-CLOSE-DATE
               ELSE
                   MOVE REQ-CLOSE-DATE TO WS-CLOSE-DATE
               END-IF
               IF WS-CLOSE-DATE > WS-TODAY
                   SET CLOSE-REFUSED TO TRUE
                   MOVE 'CLOSURE DATE IN FUTURE' TO WS-REFUSAL-REASON
               END-IF
           END-IF.

       2310-LOAD-ACCOUNT.
           EXEC SQL
               SELECT CustomerID, CustomerName, AccountNumber,
                      AccountType, Balance, CurrencyCode, BranchCode,
                      AccountStatus, CHAR(DATE(CreatedDate), ISO)
               INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-ACCT-NUM,
                    :WS-ACCT-TYPE, :WS-BALANCE, :WS-CURR-CODE,
                    :WS-BRANCH, :WS-ACCT-STATUS, :WS-CREATED-DATE
               FROM CustomerAccounts
               WHERE AccountID = :WS-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-ACCT-STATUS = 'Closed'
                       SET CLOSE-REFUSED TO TRUE
                       MOVE 'ALREADY CLOSED' TO WS-REFUSAL-REASON
                   END-IF
      * AN ESCHEATED BALANCE BELONGS TO THE STATE - THE OWNER CLAIMS
      * IT FROM THERE, NOT THROUGH A CLOSURE PAYOUT
                   IF WS-ACCT-STATUS = 'Escheated'
                       SET CLOSE-REFUSED TO TRUE
                       MOVE 'ACCOUNT ESCHEATED' TO WS-REFUSAL-REASON
                   END-IF
               WHEN 100
                   SET CLOSE-REFUSED TO TRUE
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REFUSAL-REASON
               WHEN OTHER
                   DISPLAY 'ERROR READING CUSTOMERACCOUNTS FOR '
                       'ACCOUNTID ' WS-ACCT-ID '. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2320-CHECK-OPEN-CASES.
      * AN ACCOUNT UNDER COMPLIANCE REVIEW MUST NOT BE PAID OUT AND
      * CLOSED UNDER THE ANALYST - NULL CaseStatus COUNTS AS OPEN,
      * AS IT DOES IN ACCTXFRM AND ACCTXCMP. AN UNANSWERABLE CHECK
      * STOPS THE RUN RATHER THAN WAVE THE CLOSURE THROUGH
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-ITEM-COUNT
               FROM ACCTXFRM_COMPLIANCE_REVIEW
               WHERE AccountID = :WS-ACCT-ID
                 AND (CaseStatus IS NULL
                      OR CaseStatus IN ('OPEN', 'ESCALATED'))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR CHECKING COMPLIANCE CASES FOR '
                   'ACCOUNT ' WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               IF WS-OPEN-ITEM-COUNT > 0
                   SET CLOSE-REFUSED TO TRUE
                   MOVE 'OPEN COMPLIANCE CASE' TO WS-REFUSAL-REASON
               END-IF
           END-IF.

       2330-CHECK-OPEN-REJECTS.
      * AN OPEN REJECT IS A TRANSACTION THE ACCOUNT MAY STILL OWE OR
      * BE OWED - THE SAME OPEN TEST ACCTXRPR RETRIES AGAINST
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-ITEM-COUNT
               FROM ACCTXFRM_REJECTS
               WHERE AccountID = :WS-ACCT-ID
                 AND (ResubmitStatus IS NULL
                      OR ResubmitStatus NOT IN
                         ('RESUBMITTED', 'WRITTEN-OFF'))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR CHECKING OPEN REJECTS FOR ACCOUNT '
                   WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               IF WS-OPEN-ITEM-COUNT > 0
                   SET CLOSE-REFUSED TO TRUE
                   MOVE 'OPEN REJECT ROWS' TO WS-REFUSAL-REASON
               END-IF
           END-IF.

       2400-COMPUTE-SETTLEMENT.
           MOVE 0 TO WS-FINAL-INTEREST
           MOVE 0 TO WS-FINAL-FEE
           PERFORM 2410-GET-RATE-PLAN

           IF RATE-PLAN-FOUND AND NOT RUN-ABORTED
               EVALUATE WS-ACCT-TYPE
                   WHEN 'Savings'
                       PERFORM 2420-COMPUTE-FINAL-INTEREST
                   WHEN 'Investment'
                       PERFORM 2420-COMPUTE-FINAL-INTEREST
                   WHEN 'Checking'
                       PERFORM 2430-COMPUTE-OUTSTANDING-FEE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      * THE PAYOUT IS WHATEVER IS LEFT ONCE INTEREST AND FEE ARE IN.
      * AN ACCOUNT THAT WOULD SETTLE OVERDRAWN CANNOT BE PAID OUT -
      * THE DEBT HAS TO BE COLLECTED BEFORE THE CLOSURE IS RE-SENT
           COMPUTE WS-SETTLED-BALANCE =
               WS-BALANCE + WS-FINAL-INTEREST + WS-FINAL-FEE
           COMPUTE WS-PAYOUT-AMOUNT = 0 - WS-SETTLED-BALANCE

           IF NOT RUN-ABORTED AND WS-SETTLED-BALANCE < 0
               SET CLOSE-REFUSED TO TRUE
               MOVE 'WOULD SETTLE OVERDRAWN' TO WS-REFUSAL-REASON
           END-IF.

       2410-GET-RATE-PLAN.
           MOVE 'N' TO WS-RATE-FOUND-FLAG

           EXEC SQL
               SELECT AnnualRatePct, MaintenanceFee, FeeWaiverBalance
               INTO :WS-ANNUAL-RATE-PCT, :WS-MAINT-FEE,
                    :WS-FEE-WAIVER-BAL
               FROM ACCTXPST_RATES
               WHERE AccountType = :WS-ACCT-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET RATE-PLAN-FOUND TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCTXPST_RATES FOR TYPE '
                       WS-ACCT-TYPE '. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2420-COMPUTE-FINAL-INTEREST.
      * INTEREST HAS BEEN PAID UP TO THE LAST INT-CREDIT (OR NEVER,
      * IF THE ACCOUNT IS YOUNGER THAN ITS FIRST MONTH-END) - THE
      * FINAL CREDIT COVERS THE DAYS FROM THERE TO THE CLOSURE DATE
      * AT THE ACCTXPST ANNUAL RATE ON A 365-DAY YEAR
           EXEC SQL
               SELECT DAYS(DATE(:WS-CLOSE-DATE)) -
                      DAYS(COALESCE(MAX(DATE(TransactionDate)),
                                    DATE(:WS-CREATED-DATE)))
               INTO :WS-ACCRUAL-DAYS
               FROM AccountTransactions
               WHERE AccountID = :WS-ACCT-ID
                 AND TransactionSubType = 'INT-CREDIT'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING LAST INTEREST CREDIT FOR '
                   'ACCOUNT ' WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               IF WS-ACCRUAL-DAYS > 0 AND WS-BALANCE > 0
                   COMPUTE WS-FINAL-INTEREST ROUNDED =
                       (WS-BALANCE * WS-ANNUAL-RATE-PCT
                           * WS-ACCRUAL-DAYS) / 100 / 365
                   END-COMPUTE
               END-IF
           END-IF.

       2430-COMPUTE-OUTSTANDING-FEE.
      * THE MONTH'S MAINTENANCE FEE IS OUTSTANDING WHEN THE ACCOUNT
      * IS BELOW THE WAIVER BALANCE AND ACCTXPST HAS NOT YET TAKEN IT
      * THIS MONTH - THE SAME LEDGER GUARD ACCTXPST USES
           IF WS-MAINT-FEE > 0 AND WS-BALANCE < WS-FEE-WAIVER-BAL
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-FEES-THIS-MONTH
                   FROM AccountTransactions
                   WHERE AccountID = :WS-ACCT-ID
                     AND TransactionSubType = 'FEE-DEBIT'
                     AND YEAR(TransactionDate) =
                         YEAR(DATE(:WS-CLOSE-DATE))
                     AND MONTH(TransactionDate) =
                         MONTH(DATE(:WS-CLOSE-DATE))
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR CHECKING PRIOR FEES FOR ACCOUNT '
                       WS-ACCT-NUM '. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
               ELSE
                   IF WS-FEES-THIS-MONTH = 0
                       COMPUTE WS-FINAL-FEE = 0 - WS-MAINT-FEE
                   END-IF
               END-IF
           END-IF.

       2500-APPLY-CLOSURE.
      * ONE UNIT OF WORK PER ACCOUNT: THE POSTINGS, THE ZEROED
      * BALANCE AND CLOSED STATUS, THEIR CHANGE HISTORY AND THE
      * FINAL-STATEMENT REQUEST COMMIT TOGETHER OR NOT AT ALL
           MOVE 0 TO WS-ACCT-POSTINGS
           MOVE WS-BALANCE TO WS-RUNNING-BALANCE

           IF WS-FINAL-INTEREST NOT = 0
               MOVE 'INT-CREDIT' TO TGT-SUBTYPE
               MOVE WS-FINAL-INTEREST TO TGT-AMOUNT
               INITIALIZE TGT-DESC
               STRING 'Customer: ' DELIMITED BY SIZE
                      WS-CUST-NAME DELIMITED BY SPACE
                      ' - Final interest credit on closure'
                      DELIMITED BY SIZE
                      INTO TGT-DESC
               END-STRING
               INITIALIZE TGT-REFNUM
               STRING 'CLS-INT-' DELIMITED BY SIZE
                      WS-ACCT-NUM DELIMITED BY SPACE
                      INTO TGT-REFNUM
               END-STRING
               PERFORM 2510-POST-TRANSACTION
           END-IF

           IF WS-FINAL-FEE NOT = 0 AND NOT RUN-ABORTED
               MOVE 'FEE-DEBIT' TO TGT-SUBTYPE
               MOVE WS-FINAL-FEE TO TGT-AMOUNT
               INITIALIZE TGT-DESC
               STRING 'Customer: ' DELIMITED BY SIZE
                      WS-CUST-NAME DELIMITED BY SPACE
                      ' - Final maintenance fee on closure'
                      DELIMITED BY SIZE
                      INTO TGT-DESC
               END-STRING
               INITIALIZE TGT-REFNUM
               STRING 'CLS-FEE-' DELIMITED BY SIZE
                      WS-ACCT-NUM DELIMITED BY SPACE
                      INTO TGT-REFNUM
               END-STRING
               PERFORM 2510-POST-TRANSACTION
           END-IF

           IF WS-PAYOUT-AMOUNT NOT = 0 AND NOT RUN-ABORTED
               MOVE 'CLOSE-PAYOUT' TO TGT-SUBTYPE
               MOVE WS-PAYOUT-AMOUNT TO TGT-AMOUNT
               INITIALIZE TGT-DESC
               STRING 'Customer: ' DELIMITED BY SIZE
                      WS-CUST-NAME DELIMITED BY SPACE
                      ' - Closing balance payout'
                      DELIMITED BY SIZE
                      INTO TGT-DESC
               END-STRING
               INITIALIZE TGT-REFNUM
               STRING 'CLS-PAY-' DELIMITED BY SIZE
                      WS-ACCT-NUM DELIMITED BY SPACE
                      INTO TGT-REFNUM
               END-STRING
               PERFORM 2510-POST-TRANSACTION
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2520-CLOSE-ACCOUNT
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2530-RECORD-HISTORY
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2540-REQUEST-FINAL-STATEMENT
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2550-COMMIT-CLOSURE
           END-IF.

       2510-POST-TRANSACTION.
      * AMOUNTS POST IN THE ACCOUNT'S OWN BOOKING CURRENCY, AS IN
      * ACCTXPST, AND EACH CARRIES THE RUNNING BALANCE AFTER IT
           ADD TGT-AMOUNT TO WS-RUNNING-BALANCE
           MOVE WS-RUNNING-BALANCE TO TGT-RUNBAL

           EXEC SQL
               INSERT INTO AccountTransactions
               (AccountID, CustomerID, AccountNumber, Description,
                TransactionSubType, Amount, RunningBalance,
                CurrencyCode, OriginalAmount, OriginalCurrencyCode,
                BranchCode, ReferenceNumber, TransactionDate,
                ProcessingStatus, CreatedByRunID)
               VALUES
               (:WS-ACCT-ID, :WS-CUST-ID, :WS-ACCT-NUM,
                :TGT-DESC, :TGT-SUBTYPE, :TGT-AMOUNT,
                :TGT-RUNBAL, :WS-CURR-CODE, :TGT-AMOUNT,
                :WS-CURR-CODE, :WS-BRANCH, :TGT-REFNUM,
                :WS-CURRENT-TIMESTAMP, :TGT-PROC-STATUS, :WS-RUN-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'CLOSING POSTING FAILED FOR ACCOUNT: '
                   WS-ACCT-NUM ' SUBTYPE ' TGT-SUBTYPE
               DISPLAY 'SQLCODE: ' SQLCODE
               DISPLAY 'SQLERRM: ' SQLERRM
               PERFORM 2600-ROLLBACK-AND-ABORT
           ELSE
               ADD 1 TO WS-ACCT-POSTINGS
           END-IF.

       2520-CLOSE-ACCOUNT.
      * THE BALANCE IN THE WHERE CLAUSE IS THE ONE THE SETTLEMENT WAS
      * WORKED OUT FROM - IF ANYTHING MOVED IT SINCE, THE FIGURES ARE
      * STALE AND THE WHOLE CLOSURE IS BACKED OUT RATHER THAN ZERO A
      * BALANCE NOBODY LOOKED AT
           EXEC SQL
               UPDATE CustomerAccounts
               SET Balance = 0,
                   AccountStatus = 'Closed',
                   LastUpdated = CURRENT TIMESTAMP
               WHERE AccountID = :WS-ACCT-ID
                 AND Balance = :WS-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'ERROR: ACCOUNT ' WS-ACCT-NUM
                       ' BALANCE CHANGED DURING CLOSURE'
                   PERFORM 2600-ROLLBACK-AND-ABORT
               WHEN OTHER
                   DISPLAY 'ERROR CLOSING ACCOUNT ' WS-ACCT-NUM
                       '. SQLCODE: ' SQLCODE
                   PERFORM 2600-ROLLBACK-AND-ABORT
           END-EVALUATE.

       2530-RECORD-HISTORY.
           IF WS-BALANCE NOT = 0
               MOVE 'Balance' TO WS-HIST-FIELD
               MOVE WS-BALANCE TO WS-HIST-AMOUNT-EDIT
               MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-OLD-VALUE
               MOVE WS-ZERO-BALANCE TO WS-HIST-AMOUNT-EDIT
               MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-NEW-VALUE
               PERFORM 2535-WRITE-HISTORY
           END-IF

           IF NOT RUN-ABORTED
               MOVE 'AccountStatus' TO WS-HIST-FIELD
               MOVE WS-ACCT-STATUS TO WS-HIST-OLD-VALUE
               MOVE 'Closed' TO WS-HIST-NEW-VALUE
               PERFORM 2535-WRITE-HISTORY
           END-IF.

       2535-WRITE-HISTORY.
           EXEC SQL
               INSERT INTO ACCTXCHG_HISTORY
               (AccountID, BranchCode, ChangeType, FieldName,
                OldValue, NewValue, ChangedByProgram, RunID,
                ChangeTimestamp)
               VALUES
               (:WS-ACCT-ID, :WS-BRANCH, 'UPDATE', :WS-HIST-FIELD,
                :WS-HIST-OLD-VALUE, :WS-HIST-NEW-VALUE,
                'ACCTXCLS', :WS-RUN-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING CHANGE HISTORY FOR ACCOUNT '
                   WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               PERFORM 2600-ROLLBACK-AND-ABORT
           END-IF.

       2540-REQUEST-FINAL-STATEMENT.
      * ACCTXSTM'S FINAL-STATEMENT RUN PICKS THE REQUEST UP AND
      * MARKS IT GENERATED - THE CLOSING TRANSACTIONS ARE ON IT
           MOVE WS-CLOSE-DATE TO WS-STMT-PERIOD-START
           MOVE '01' TO WS-STMT-PERIOD-START(9:2)

           EXEC SQL
               INSERT INTO ACCTXSTM_FINALREQ
               (AccountID, CustomerID, PeriodStart, PeriodEnd,
                RequestStatus, RequestTimestamp, RequestedByRunID)
               VALUES
               (:WS-ACCT-ID, :WS-CUST-ID, :WS-STMT-PERIOD-START,
                :WS-CLOSE-DATE, 'PENDING', CURRENT TIMESTAMP,
                :WS-RUN-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR REQUESTING FINAL STATEMENT FOR '
                   'ACCOUNT ' WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               PERFORM 2600-ROLLBACK-AND-ABORT
           END-IF.

       2550-COMMIT-CLOSURE.
      * THE RUNLOG'S RECORDSINSERTED ONLY COUNTS POSTINGS THAT
      * COMMITTED - IT IS WHAT ACCTXAUD TIES THE TABLE BACK TO
           IF WS-ACCT-ID > WS-HIGHEST-ACCTID
               MOVE WS-ACCT-ID TO WS-HIGHEST-ACCTID
           END-IF

           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COMMITTING CLOSURE OF ACCOUNT '
                   WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               PERFORM 2600-ROLLBACK-AND-ABORT
           ELSE
               ADD WS-ACCT-POSTINGS TO WS-RECORDS-INSERTED
               ADD 1 TO WS-ACCOUNTS-CLOSED
           END-IF.

       2600-ROLLBACK-AND-ABORT.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC

           DISPLAY 'CLOSURE OF ACCOUNT ' WS-ACCT-NUM ' ROLLED BACK'
           ADD 1 TO WS-RECORDS-FAILED
           SET RUN-ABORTED TO TRUE
           MOVE 8 TO RETURN-CODE.

       2700-WRITE-CONFIRMATION.
      * THE CONFIRMATION GOES OUT ONLY AFTER THE CLOSURE COMMITTED -
      * A LETTER FOR A CLOSURE THAT ROLLED BACK WOULD BE WRONG
           MOVE WS-ACCT-ID TO CONFD-ACCT-ID
           MOVE WS-ACCT-NUM TO CONFD-ACCT-NUM
           MOVE WS-CUST-ID TO CONFD-CUST-ID
           MOVE WS-CUST-NAME(1:60) TO CONFD-CUST-NAME
           MOVE WS-BRANCH TO CONFD-BRANCH
           MOVE WS-CLOSE-DATE TO CONFD-CLOSE-DATE
           MOVE REQ-REASON TO CONFD-REASON
           MOVE WS-CURR-CODE TO CONFD-CURR-CODE
           MOVE WS-FINAL-INTEREST TO CONFD-INTEREST
           MOVE WS-FINAL-FEE TO CONFD-FEE
           COMPUTE CONFD-PAYOUT = 0 - WS-PAYOUT-AMOUNT
           MOVE SPACES TO CONFIRM-EXTRACT-RECORD
           MOVE WS-CONF-DETAIL TO CONFIRM-EXTRACT-RECORD
           PERFORM 9010-WRITE-CONFIRM-RECORD
           ADD 1 TO WS-CONFIRM-COUNT
           ADD CONFD-PAYOUT TO WS-PAYOUT-HASH

           MOVE WS-ACCT-ID TO WS-PRINT-ACCT-ID
           COMPUTE WS-PRINT-AMOUNT = 0 - WS-PAYOUT-AMOUNT
           MOVE SPACES TO CLOSURE-REPORT-RECORD
           STRING 'CLOSED  ' DELIMITED BY SIZE
                  WS-PRINT-ACCT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACCT-NUM DELIMITED BY SIZE
                  ' PAID ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURR-CODE DELIMITED BY SIZE
                  INTO CLOSURE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       2800-WRITE-REFUSAL.
           ADD 1 TO WS-ACCOUNTS-REFUSED
           MOVE REQ-ACCT-ID TO WS-PRINT-ACCT-ID
           MOVE SPACES TO CLOSURE-REPORT-RECORD
           STRING 'REFUSED ' DELIMITED BY SIZE
                  WS-PRINT-ACCT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACCT-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REFUSAL-REASON DELIMITED BY SIZE
                  INTO CLOSURE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       3000-FINALIZATION.
      * THE EXTRACT TRAILER CARRIES THE CONTROL COUNTS THE LETTER
      * SHOP VERIFIES THE FILE AGAINST
           MOVE WS-CONFIRM-COUNT TO CONFT-RECORD-COUNT
           MOVE WS-PAYOUT-HASH TO CONFT-PAYOUT-HASH
           MOVE SPACES TO CONFIRM-EXTRACT-RECORD
           MOVE WS-CONF-TRAILER TO CONFIRM-EXTRACT-RECORD
           PERFORM 9010-WRITE-CONFIRM-RECORD

           MOVE SPACES TO CLOSURE-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-RECORDS-READ TO WS-PRINT-COUNT
           MOVE SPACES TO CLOSURE-REPORT-RECORD
           STRING 'REQUESTS READ:     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CLOSURE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-ACCOUNTS-CLOSED TO WS-PRINT-COUNT
           MOVE SPACES TO CLOSURE-REPORT-RECORD
           STRING 'ACCOUNTS CLOSED:   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CLOSURE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-ACCOUNTS-REFUSED TO WS-PRINT-COUNT
           MOVE SPACES TO CLOSURE-REPORT-RECORD
           STRING 'CLOSURES REFUSED:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CLOSURE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           IF RUN-ABORTED
               MOVE 'RUN DID NOT COMPLETE - REQUESTS AFTER THE FAILED '
                   TO CLOSURE-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'ACCOUNT WERE NOT PROCESSED. RESUBMIT THE FILE.'
                   TO CLOSURE-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           CLOSE CLOSURE-REQUEST-FILE
           CLOSE CONFIRM-EXTRACT-FILE

           IF WS-CONFIRM-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR CLOSING CONFIRMATION EXTRACT. '
                   'FILE STATUS: ' WS-CONFIRM-FILE-STATUS
           END-IF

           CLOSE CLOSURE-REPORT-FILE

           IF RUN-ABORTED
               MOVE 8 TO WS-FINAL-SQLCODE
               DISPLAY '==========================================='
               DISPLAY 'CLOSURE RUN DID NOT COMPLETE SUCCESSFULLY'
               DISPLAY 'REQUESTS READ:    ' WS-RECORDS-READ
               DISPLAY 'ACCOUNTS CLOSED:  ' WS-ACCOUNTS-CLOSED
               DISPLAY 'REFUSED:          ' WS-ACCOUNTS-REFUSED
               DISPLAY 'POSTINGS WRITTEN: ' WS-RECORDS-INSERTED
               DISPLAY '==========================================='
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '==========================================='
               DISPLAY 'CLOSURE RUN COMPLETED SUCCESSFULLY'
               DISPLAY 'REQUESTS READ:    ' WS-RECORDS-READ
               DISPLAY 'ACCOUNTS CLOSED:  ' WS-ACCOUNTS-CLOSED
               DISPLAY 'REFUSED:          ' WS-ACCOUNTS-REFUSED
               DISPLAY 'POSTINGS WRITTEN: ' WS-RECORDS-INSERTED
               DISPLAY '==========================================='
      * A REFUSED CLOSURE NEEDS SOMEBODY TO LOOK AT THE LIST
               IF WS-ACCOUNTS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

      * CLOSE OUT THIS RUN'S ROW IN THE RUN-HISTORY TABLE
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

       9000-WRITE-REPORT-RECORD.
           WRITE CLOSURE-REPORT-RECORD

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR WRITING CLOSURE REPORT RECORD. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
           END-IF.

       9010-WRITE-CONFIRM-RECORD.
           WRITE CONFIRM-EXTRACT-RECORD

           IF WS-CONFIRM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CONFIRMATION EXTRACT RECORD. '
                   'FILE STATUS: ' WS-CONFIRM-FILE-STATUS
               SET RUN-ABORTED TO TRUE
               SET END-OF-REQUEST-FILE TO TRUE
               MOVE 8 TO RETURN-CODE
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
