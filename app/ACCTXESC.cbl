       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXESC.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXESC                                        *
      * DESCRIPTION:  UNCLAIMED PROPERTY (ESCHEATMENT). CARRIES THE   *
      *               LONG-DORMANT ACCOUNTS THAT ACCTXFRM ONLY RAISES *
      *               DORMANCY-ALERT ROWS FOR THROUGH TO THE STATE    *
      *               UNCLAIMED-PROPERTY PROCESS. THE STATUTORY       *
      *               DORMANCY PERIOD AND DUE-DILIGENCE NOTICE WINDOW *
      *               ARE READ PER ACCOUNT TYPE FROM THE PARAMETER    *
      *               FILE. DORMANCY RUNS FROM THE OWNER'S LAST       *
      *               CONTACT - THE LATEST LOADER CHANGE ON ANY OF    *
      *               THE CUSTOMER'S ACCOUNTS, OR THE OPENING DATE.   *
      *               THREE MODES, SELECTED BY THE JCL PARM:          *
      *               NOTICE - RAISES AN ESCHEAT-NOTICE ROW FOR EACH  *
      *                 ACCOUNT ENTERING ITS NOTICE WINDOW, WHICH     *
      *                 ACCTXALX DELIVERS AND RECORDS IN              *
      *                 ACCTXALX_SENT LIKE ANY OTHER ALERT.           *
      *               REPORT - THE ANNUAL HOLDER REPORT. AN ACCOUNT   *
      *                 PAST ITS DEADLINE IS REPORTED ONLY WHEN       *
      *                 ACCTXALX_SENT SHOWS THE NOTICE WENT OUT       *
      *                 INSIDE THE STATUTORY WINDOW; THE REST ARE     *
      *                 HELD AND LISTED. REPORTED ACCOUNTS ARE        *
      *                 REGISTERED IN ACCTXESC_REPORTED.              *
      *               REMIT - AFTER THE REPORT IS FILED, POSTS THE    *
      *                 ESCHEAT-REMIT DEBIT FOR EACH REGISTERED       *
      *                 ACCOUNT, ZEROES THE BALANCE AND SETS THE      *
      *                 ACCOUNT ESCHEATED, WHICH TAKES IT OUT OF      *
      *                 ACCTXFRM AND ACCTXPST (BOTH ACTIVE ONLY).     *
      *               AN OWNER WHO MAKES CONTACT AFTER THE NOTICE     *
      *               RESTARTS THE DORMANCY CLOCK, SO THE ACCOUNT     *
      *               DROPS OUT OF THE REPORT, AND A REGISTERED       *
      *               ACCOUNT IS WITHDRAWN RATHER THAN REMITTED.      *
      * INPUT:        MODE (COLS 1-6) AND AS-OF DATE (COLS 8-17) VIA  *
      *               JCL PARM (AS-OF DATE DEFAULTS TO TODAY)         *
      *               STATUTORY PARAMETER FILE (ESCPARM)              *
      *               CUSTOMERACCOUNTS / ACCTXCHG_HISTORY /           *
      *               ACCTXALX_SENT / ACCTXESC_REPORTED TABLES        *
      * OUTPUT:       ACCOUNTTRANSACTIONS TABLE (VIA SQL INSERT)      *
      *               CUSTOMERACCOUNTS TABLE (BALANCE AND STATUS)     *
      *               ACCTXCHG_HISTORY / ACCTXESC_REPORTED TABLES     *
      *               HOLDER REPORT FILE (HLDRFILE) - REPORT MODE     *
      *               ESCHEATMENT REPORT FILE (ESCRPT)                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUTE-PARM-FILE ASSIGN TO ESCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT HOLDER-REPORT-FILE ASSIGN TO HLDRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDER-FILE-STATUS.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO ESCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUTE-PARM-FILE.
       01  STATUTE-PARM-RECORD         PIC X(80).

       FD  HOLDER-REPORT-FILE.
       01  HOLDER-REPORT-RECORD        PIC X(200).

       FD  ESCHEAT-REPORT-FILE.
       01  ESCHEAT-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * STATUTORY PARAMETER CARD - ONE PER ACCOUNT TYPE: THE STATE
      * PROPERTY TYPE CODE, THE DORMANCY PERIOD IN YEARS, AND THE
      * DUE-DILIGENCE WINDOW AS THE MOST AND FEWEST DAYS BEFORE THE
      * DEADLINE THE NOTICE MAY GO OUT
       01  WS-PARM-CARD.
           05 ESCP-ACCT-TYPE       PIC X(20).
           05 ESCP-PROPERTY-TYPE   PIC X(04).
           05 ESCP-DORMANT-YEARS   PIC 9(02).
           05 ESCP-NOTICE-MAX-DAYS PIC 9(03).
           05 ESCP-NOTICE-MIN-DAYS PIC 9(03).
           05 FILLER               PIC X(48).
       01  WS-PARM-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-PARM-EOF-FLAG          PIC X VALUE 'N'.
           88 END-OF-PARM-FILE       VALUE 'Y'.

      * STATUTORY TABLE LOADED FROM THE PARAMETER FILE. AN ACCOUNT
      * TYPE WITH NO CARD IS NOT ESCHEATABLE PROPERTY AND IS SKIPPED
       01  WS-STAT-MAX-ENTRIES       PIC 9(3) COMP VALUE 20.
       01  WS-STAT-COUNT-USED        PIC 9(3) COMP VALUE 0.
       01  WS-STAT-FOUND-FLAG        PIC X VALUE 'N'.
           88 STATUTE-FOUND          VALUE 'Y'.
       01  WS-STAT-TABLE.
           05 WS-STAT-ENTRY OCCURS 20 TIMES INDEXED BY WS-STAT-IDX.
               10 WS-STAT-ACCT-TYPE     PIC X(20).
               10 WS-STAT-PROPERTY-TYPE PIC X(04).
               10 WS-STAT-DORMANT-YEARS PIC 9(02).
               10 WS-STAT-NOTICE-MAX    PIC 9(03).
               10 WS-STAT-NOTICE-MIN    PIC 9(03).

      * THE ENTRY FOR THE ACCOUNT IN HAND - SCALARS, FOR THE SQL
       01  WS-PROPERTY-TYPE          PIC X(04).
       01  WS-DORMANT-YEARS          PIC 9(02).
       01  WS-NOTICE-MAX-DAYS        PIC 9(03).
       01  WS-NOTICE-MIN-DAYS        PIC 9(03).

      * RUN MODE AND AS-OF DATE FROM THE JCL PARM
       01  WS-RUN-MODE               PIC X(06).
           88 NOTICE-MODE            VALUE 'NOTICE'.
           88 REPORT-MODE            VALUE 'REPORT'.
           88 REMIT-MODE             VALUE 'REMIT '.
       01  WS-AS-OF-DATE             PIC X(10).
       01  WS-REPORT-YEAR            PIC 9(04).
       01  WS-DROP-SINCE-DATE        PIC X(10).
       01  WS-REGISTER-COUNT         PIC S9(9) COMP VALUE 0.

      * ACCOUNT IN HAND (FROM CUSTOMERACCOUNTS)
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

      * DORMANCY DATES FOR THE ACCOUNT IN HAND - ISO IMAGES
       01  WS-DORMANCY-DATES.
           05 WS-LAST-CONTACT      PIC X(10).
           05 WS-DEADLINE          PIC X(10).
           05 WS-WINDOW-OPEN       PIC X(10).
           05 WS-WINDOW-CLOSE      PIC X(10).
           05 WS-NOTICE-SENT-DATE  PIC X(10).

      * WHERE THE DUE-DILIGENCE NOTICE STANDS FOR THIS DORMANCY. A
      * NOTICE SENT BEFORE THE LAST CONTACT BELONGS TO AN EARLIER
      * DORMANCY THE OWNER ENDED, AND COUNTS FOR NOTHING NOW
       01  WS-NOTICE-STATE           PIC X VALUE 'N'.
           88 NOTICE-NONE            VALUE 'N'.
           88 NOTICE-STALE           VALUE 'S'.
           88 NOTICE-EARLY           VALUE 'E'.
           88 NOTICE-IN-WINDOW       VALUE 'W'.
           88 NOTICE-LATE            VALUE 'L'.
       01  WS-NOTICE-PENDING-COUNT   PIC S9(9) COMP VALUE 0.

      * REGISTERED ACCOUNT (FROM ACCTXESC_REPORTED) - REMIT MODE
       01  WS-REPORTED-ROW.
           05 WS-RPT-ACCT-ID       PIC 9(10).
           05 WS-RPT-YEAR          PIC 9(04).
           05 WS-RPT-AS-OF-DATE    PIC X(10).
           05 WS-RPT-NOTICE-DATE   PIC X(10).
           05 WS-RPT-AMOUNT        PIC S9(13)V99 COMP-3.

      * DISPOSITION OF THE ACCOUNT IN HAND, AND THE DETAIL PRINTED
      * AGAINST IT ON THE ESCHEATMENT REPORT
       01  WS-ACTION                 PIC X(09).
       01  WS-ACTION-DETAIL          PIC X(38).
       01  WS-REMIT-CHECK-FLAG       PIC X VALUE 'R'.
           88 REMIT-ALLOWED          VALUE 'R'.
           88 REMIT-WITHDRAWN        VALUE 'W'.
           88 REMIT-REFUSED          VALUE 'X'.

      * TARGET RECORD VARIABLES (FOR ACCOUNTTRANSACTIONS)
       01  WS-TARGET-RECORD.
           05 TGT-DESC             PIC X(200).
           05 TGT-SUBTYPE          PIC X(30).
           05 TGT-AMOUNT           PIC S9(13)V99 COMP-3.
           05 TGT-RUNBAL           PIC S9(13)V99 COMP-3.
           05 TGT-REFNUM           PIC X(50).
           05 TGT-PROC-STATUS      PIC X(20) VALUE 'PROCESSED'.
       01  WS-REMIT-AMOUNT           PIC S9(13)V99 COMP-3.

      * CHANGE HISTORY - SEE ACCTXCHG_HISTORY TABLE
       01  WS-HISTORY-DATA.
           05 WS-HIST-FIELD        PIC X(20).
           05 WS-HIST-OLD-VALUE    PIC X(100).
           05 WS-HIST-NEW-VALUE    PIC X(100).
       01  WS-HIST-AMOUNT-EDIT       PIC -9(13).99.
       01  WS-ZERO-BALANCE           PIC S9(13)V99 COMP-3 VALUE 0.

      * HOLDER REPORT IMAGES - THE STATE'S FIXED FILING LAYOUT
       01  WS-HLDR-HEADER.
           05 HLDH-RECORD-TYPE     PIC X(01) VALUE '1'.
           05 HLDH-FILE-ID         PIC X(08) VALUE 'ESACCTX '.
           05 HLDH-REPORT-YEAR     PIC 9(04).
           05 HLDH-AS-OF-DATE      PIC X(10).
           05 HLDH-RUN-DATE        PIC X(10).
           05 HLDH-RUN-ID          PIC 9(09).

       01  WS-HLDR-DETAIL.
           05 HLDD-RECORD-TYPE     PIC X(01) VALUE '2'.
           05 HLDD-PROPERTY-TYPE   PIC X(04).
           05 HLDD-OWNER-ID        PIC 9(10).
           05 HLDD-OWNER-NAME      PIC X(60).
           05 HLDD-ACCT-ID         PIC 9(10).
           05 HLDD-ACCT-NUM        PIC X(20).
           05 HLDD-ACCT-TYPE       PIC X(20).
           05 HLDD-BRANCH          PIC X(10).
           05 HLDD-LAST-CONTACT    PIC X(10).
           05 HLDD-DEADLINE        PIC X(10).
           05 HLDD-NOTICE-DATE     PIC X(10).
           05 HLDD-CURR-CODE       PIC X(03).
           05 HLDD-AMOUNT          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.

       01  WS-HLDR-TRAILER.
           05 HLDT-RECORD-TYPE     PIC X(01) VALUE '9'.
           05 HLDT-RECORD-COUNT    PIC 9(09).
           05 HLDT-AMOUNT-HASH     PIC S9(15)V99
                                   SIGN LEADING SEPARATE.

      * WORK VARIABLES
       01  WS-COUNTERS.
           05 WS-RECORDS-READ      PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-INSERTED  PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-FAILED    PIC 9(9) COMP VALUE 0.
           05 WS-TYPES-NOT-COVERED PIC 9(9) COMP VALUE 0.
           05 WS-NOTICES-RAISED    PIC 9(9) COMP VALUE 0.
           05 WS-NOTICES-AWAITING  PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-REPORTED PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-HELD     PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-DROPPED  PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-REMITTED PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-WITHDRAWN
                                   PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-REFUSED  PIC 9(9) COMP VALUE 0.
           05 WS-HOLDER-COUNT      PIC 9(9) COMP VALUE 0.
       01  WS-HOLDER-HASH            PIC S9(15)V99 COMP-3 VALUE 0.

      * RUN-HISTORY / CONTROL DATA - SEE ACCTXFRM_RUNLOG TABLE. THE
      * NOTICE ROWS AND REMITTANCE POSTINGS CARRY THIS RUN'S RUNID SO
      * ACCTXAUD CAN AUDIT THEM AND ACCTXGLX CAN CARRY THEM TO THE
      * GENERAL LEDGER
       01  WS-RUNLOG-DATA.
           05 WS-JOBNAME            PIC X(30) VALUE 'ACCTXESC'.
           05 WS-RUN-ID             PIC S9(9) COMP.
           05 WS-RUN-START-TS       PIC X(26).
           05 WS-HIGHEST-ACCTID     PIC 9(10) VALUE 0.
           05 WS-FINAL-SQLCODE      PIC S9(9) COMP VALUE 0.

      * REPORT PRINT FIELDS
       01  WS-HOLDER-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-AMOUNT           PIC -(13)9.99.
       01  WS-PRINT-ACCT-ID          PIC 9(10).

       01  WS-TODAY                  PIC X(10).
       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

      * JCL PARM - RUN MODE AND AS-OF DATE (YYYY-MM-DD)
       LINKAGE SECTION.
       01  LK-PARM-RECORD.
           05 LK-PARM-LENGTH        PIC S9(04) COMP.
           05 LK-PARM-TEXT.
               10 LK-PARM-MODE           PIC X(06).
               10 FILLER                 PIC X(01).
               10 LK-PARM-AS-OF-DATE     PIC X(10).
               10 FILLER                 PIC X(13).

       PROCEDURE DIVISION USING LK-PARM-RECORD.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-ACCOUNTS
           PERFORM 3000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY 'UNCLAIMED PROPERTY ESCHEATMENT PROGRAM STARTED'
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

      * THE MODE HAS NO DEFAULT - GUESSING BETWEEN A LETTER RUN AND
      * A REMITTANCE THAT ZEROES BALANCES IS NOT SOMETHING TO DO
           MOVE SPACES TO WS-RUN-MODE
           MOVE WS-TODAY TO WS-AS-OF-DATE

           IF LK-PARM-LENGTH = 5
               MOVE LK-PARM-MODE(1:5) TO WS-RUN-MODE
           END-IF

           IF LK-PARM-LENGTH >= 6
               MOVE LK-PARM-MODE TO WS-RUN-MODE
               IF LK-PARM-LENGTH >= 17
                  AND LK-PARM-AS-OF-DATE NOT = SPACES
                   MOVE LK-PARM-AS-OF-DATE TO WS-AS-OF-DATE
               END-IF
           END-IF

           IF NOT NOTICE-MODE AND NOT REPORT-MODE AND NOT REMIT-MODE
               DISPLAY 'INVALID OR MISSING RUN MODE: ' WS-RUN-MODE
               DISPLAY 'PARM MUST BE NOTICE, REPORT OR REMIT, '
                   'OPTIONALLY FOLLOWED BY THE AS-OF DATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-AS-OF-DATE > WS-TODAY
               DISPLAY 'AS-OF DATE ' WS-AS-OF-DATE
                   ' IS IN THE FUTURE - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-AS-OF-DATE(1:4) TO WS-REPORT-YEAR

      * AN OWNER WHO CAME BACK AFTER THE NOTICE IS LISTED ON THE
      * HOLDER-REPORT RUN FOR THE YEAR IT HAPPENED, NOT EVERY YEAR
           EXEC SQL
               SELECT CHAR(DATE(:WS-AS-OF-DATE) - 1 YEAR, ISO)
               INTO :WS-DROP-SINCE-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'INVALID AS-OF DATE ' WS-AS-OF-DATE
                   '. SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'RUN MODE:    ' WS-RUN-MODE
           DISPLAY 'AS-OF DATE:  ' WS-AS-OF-DATE

           PERFORM 1100-LOAD-STATUTE-TABLE

      * A SECOND HOLDER REPORT FOR THE SAME YEAR WOULD REPORT THE
      * SAME PROPERTY TWICE - A CORRECTION TO A FILED REPORT IS
      * AGREED WITH THE STATE, NOT RE-RUN
           IF REPORT-MODE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-REGISTER-COUNT
                   FROM ACCTXESC_REPORTED
                   WHERE ReportYear = :WS-REPORT-YEAR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR READING ACCTXESC_REPORTED. SQLCODE: '
                       SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-REGISTER-COUNT > 0
                   DISPLAY 'HOLDER REPORT FOR ' WS-REPORT-YEAR
                       ' HAS ALREADY BEEN PRODUCED - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
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

      * THE HOLDER REPORT IS THE FILING ITSELF - A REPORT RUN THAT
      * CANNOT PRODUCE IT MUST NOT REGISTER ANYTHING
           IF REPORT-MODE
               OPEN OUTPUT HOLDER-REPORT-FILE

               IF WS-HOLDER-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING HOLDER REPORT FILE. '
                       'FILE STATUS: ' WS-HOLDER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE WS-REPORT-YEAR TO HLDH-REPORT-YEAR
               MOVE WS-AS-OF-DATE TO HLDH-AS-OF-DATE
               MOVE WS-TODAY TO HLDH-RUN-DATE
               MOVE WS-RUN-ID TO HLDH-RUN-ID
               MOVE SPACES TO HOLDER-REPORT-RECORD
               MOVE WS-HLDR-HEADER TO HOLDER-REPORT-RECORD
               PERFORM 9010-WRITE-HOLDER-RECORD
           END-IF

           OPEN OUTPUT ESCHEAT-REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESCHEATMENT REPORT FILE. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'ESCHEATMENT ' DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SPACE
                  ' RUN - AS OF ' DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE 'ACTION    ACCOUNTID  ACCOUNT NUMBER       DETAIL'
               TO ESCHEAT-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           IF REMIT-MODE
               PERFORM 1300-OPEN-REPORTED-CURSOR
           ELSE
               PERFORM 1200-OPEN-CANDIDATE-CURSOR
           END-IF.

       1100-LOAD-STATUTE-TABLE.
      * THE STATUTE IS NOT GUESSED AT - A CARD THAT DOES NOT EDIT
      * STOPS THE RUN BEFORE ANYTHING IS RAISED OR REMITTED
           OPEN INPUT STATUTE-PARM-FILE

           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STATUTORY PARAMETER FILE. '
                   'FILE STATUS: ' WS-PARM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1110-READ-PARM-CARD
           PERFORM 1120-PARM-CARD-LOOP
               UNTIL END-OF-PARM-FILE

           CLOSE STATUTE-PARM-FILE

           IF WS-STAT-COUNT-USED = 0
               DISPLAY 'STATUTORY PARAMETER FILE IS EMPTY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-PARM-CARD.
           READ STATUTE-PARM-FILE INTO WS-PARM-CARD
               AT END
                   SET END-OF-PARM-FILE TO TRUE
           END-READ

           IF WS-PARM-FILE-STATUS NOT = '00'
              AND WS-PARM-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING STATUTORY PARAMETER FILE. '
                   'FILE STATUS: ' WS-PARM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1120-PARM-CARD-LOOP.
           IF NOT END-OF-PARM-FILE
               IF ESCP-ACCT-TYPE = SPACES
                  OR ESCP-PROPERTY-TYPE = SPACES
                  OR ESCP-DORMANT-YEARS NOT NUMERIC
                  OR ESCP-NOTICE-MAX-DAYS NOT NUMERIC
                  OR ESCP-NOTICE-MIN-DAYS NOT NUMERIC
                  OR ESCP-DORMANT-YEARS = 0
                  OR ESCP-NOTICE-MAX-DAYS NOT > ESCP-NOTICE-MIN-DAYS
                   DISPLAY 'INVALID STATUTORY PARAMETER CARD: '
                       WS-PARM-CARD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-STAT-COUNT-USED NOT < WS-STAT-MAX-ENTRIES
                   DISPLAY 'STATUTORY PARAMETER TABLE FULL AT '
                       WS-STAT-MAX-ENTRIES ' ACCOUNT TYPES'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               ADD 1 TO WS-STAT-COUNT-USED
               SET WS-STAT-IDX TO WS-STAT-COUNT-USED
               MOVE ESCP-ACCT-TYPE TO WS-STAT-ACCT-TYPE(WS-STAT-IDX)
               MOVE ESCP-PROPERTY-TYPE
                   TO WS-STAT-PROPERTY-TYPE(WS-STAT-IDX)
               MOVE ESCP-DORMANT-YEARS
                   TO WS-STAT-DORMANT-YEARS(WS-STAT-IDX)
               MOVE ESCP-NOTICE-MAX-DAYS
                   TO WS-STAT-NOTICE-MAX(WS-STAT-IDX)
               MOVE ESCP-NOTICE-MIN-DAYS
                   TO WS-STAT-NOTICE-MIN(WS-STAT-IDX)

               DISPLAY 'STATUTE: ' ESCP-ACCT-TYPE
                   ' PROPERTY ' ESCP-PROPERTY-TYPE
                   ' DORMANT ' ESCP-DORMANT-YEARS ' YRS'
                   ' NOTICE ' ESCP-NOTICE-MAX-DAYS
                   '-' ESCP-NOTICE-MIN-DAYS ' DAYS BEFORE'

               PERFORM 1110-READ-PARM-CARD
           END-IF.

       1200-OPEN-CANDIDATE-CURSOR.
      * EVERY ACTIVE ACCOUNT HOLDING FUNDS IS A CANDIDATE - WHETHER
      * IT IS DORMANT DEPENDS ON ITS OWNER'S LAST CONTACT, WORKED OUT
      * PER ACCOUNT. WITH HOLD KEEPS THE CURSOR OPEN ACROSS THE
      * NOTICE RUN'S PER-ACCOUNT COMMITS
           EXEC SQL
               DECLARE ESCCUR CURSOR WITH HOLD FOR
               SELECT AccountID, CustomerID, CustomerName,
                      AccountNumber, AccountType, Balance,
                      CurrencyCode, BranchCode, AccountStatus,
                      CHAR(DATE(CreatedDate), ISO)
               FROM CustomerAccounts
               WHERE AccountStatus = 'Active'
                 AND Balance > 0
               ORDER BY BranchCode, AccountID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR DECLARING CANDIDATE CURSOR. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               OPEN ESCCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING CANDIDATE CURSOR. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-OPEN-REPORTED-CURSOR.
      * EVERYTHING REGISTERED ON A HOLDER REPORT UP TO THE AS-OF DATE
      * AND NOT YET REMITTED OR WITHDRAWN
           EXEC SQL
               DECLARE ESCREMCUR CURSOR WITH HOLD FOR
               SELECT AccountID, ReportYear,
                      CHAR(AsOfDate, ISO),
                      CHAR(NoticeSentDate, ISO),
                      AmountReported
               FROM ACCTXESC_REPORTED
               WHERE EscheatStatus = 'REPORTED'
                 AND AsOfDate <= DATE(:WS-AS-OF-DATE)
               ORDER BY ReportYear, AccountID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR DECLARING REGISTER CURSOR. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               OPEN ESCREMCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING REGISTER CURSOR. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-ACCOUNTS.
           IF REMIT-MODE
               PERFORM 2600-FETCH-REPORTED
               PERFORM 2700-REMIT-LOOP
                   UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE ESCREMCUR
               END-EXEC
           ELSE
               PERFORM 2100-FETCH-CANDIDATE
               PERFORM 2200-CANDIDATE-LOOP
                   UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE ESCCUR
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: ERROR CLOSING CURSOR. SQLCODE: '
                   SQLCODE
           END-IF.

       2100-FETCH-CANDIDATE.
           EXEC SQL
               FETCH ESCCUR INTO
                   :WS-ACCT-ID,
                   :WS-CUST-ID,
                   :WS-CUST-NAME,
                   :WS-ACCT-NUM,
                   :WS-ACCT-TYPE,
                   :WS-BALANCE,
                   :WS-CURR-CODE,
                   :WS-BRANCH,
                   :WS-ACCT-STATUS,
                   :WS-CREATED-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-RECORDS-READ
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON CANDIDATE CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2200-CANDIDATE-LOOP.
           IF NOT END-OF-CURSOR
               PERFORM 2300-FIND-STATUTE

               IF STATUTE-FOUND
                   PERFORM 2310-GET-LAST-CONTACT
                   IF NOT RUN-ABORTED
                       PERFORM 2320-COMPUTE-DEADLINE
                   END-IF
                   IF NOT RUN-ABORTED
                       PERFORM 2330-GET-NOTICE-SENT
                   END-IF
                   IF NOT RUN-ABORTED
                       IF NOTICE-MODE
                           PERFORM 2400-NOTICE-CANDIDATE
                       ELSE
                           PERFORM 2500-REPORT-CANDIDATE
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-TYPES-NOT-COVERED
               END-IF

               IF RUN-ABORTED
                   SET END-OF-CURSOR TO TRUE
               ELSE
                   PERFORM 2100-FETCH-CANDIDATE
               END-IF
           END-IF.

       2300-FIND-STATUTE.
           MOVE 'N' TO WS-STAT-FOUND-FLAG

           PERFORM 2305-MATCH-STATUTE
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-STAT-COUNT-USED
                  OR STATUTE-FOUND.

       2305-MATCH-STATUTE.
           IF WS-STAT-ACCT-TYPE(WS-STAT-IDX) = WS-ACCT-TYPE
               SET STATUTE-FOUND TO TRUE
               MOVE WS-STAT-PROPERTY-TYPE(WS-STAT-IDX)
                   TO WS-PROPERTY-TYPE
               MOVE WS-STAT-DORMANT-YEARS(WS-STAT-IDX)
                   TO WS-DORMANT-YEARS
               MOVE WS-STAT-NOTICE-MAX(WS-STAT-IDX)
                   TO WS-NOTICE-MAX-DAYS
               MOVE WS-STAT-NOTICE-MIN(WS-STAT-IDX)
                   TO WS-NOTICE-MIN-DAYS
           END-IF.

       2310-GET-LAST-CONTACT.
      * OWNER CONTACT IS WHAT COMES IN FROM THE BRANCH SYSTEM - THE
      * LOADER'S CHANGE HISTORY ON ANY OF THE CUSTOMER'S ACCOUNTS.
      * THE BANK'S OWN POSTINGS (INTEREST, FEES, ADJUSTMENTS) TOUCH
      * LASTUPDATED BUT ARE NOT CONTACT, AND WOULD KEEP EVERY SAVINGS
      * ACCOUNT LOOKING LIVE. WITH NO HISTORY, THE OPENING DATE IS
      * THE LAST CONTACT
           EXEC SQL
               SELECT CHAR(CASE
                        WHEN MAX(DATE(H.ChangeTimestamp)) >
                             DATE(:WS-CREATED-DATE)
                        THEN MAX(DATE(H.ChangeTimestamp))
                        ELSE DATE(:WS-CREATED-DATE)
                      END, ISO)
               INTO :WS-LAST-CONTACT
               FROM ACCTXCHG_HISTORY H
               WHERE H.ChangedByProgram = 'ACCTXLDR'
                 AND H.AccountID IN
                     (SELECT A.AccountID
                      FROM CustomerAccounts A
                      WHERE A.CustomerID = :WS-CUST-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING LAST CONTACT FOR ACCOUNT '
                   WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2320-COMPUTE-DEADLINE.
      * THE DEADLINE IS THE STATUTORY PERIOD AFTER THE LAST CONTACT;
      * THE NOTICE WINDOW RUNS FROM THE MOST TO THE FEWEST DAYS
      * BEFORE IT
           EXEC SQL
               SELECT CHAR(DATE(:WS-LAST-CONTACT)
                           + :WS-DORMANT-YEARS YEARS, ISO),
                      CHAR(DATE(:WS-LAST-CONTACT)
                           + :WS-DORMANT-YEARS YEARS
                           - :WS-NOTICE-MAX-DAYS DAYS, ISO),
                      CHAR(DATE(:WS-LAST-CONTACT)
                           + :WS-DORMANT-YEARS YEARS
                           - :WS-NOTICE-MIN-DAYS DAYS, ISO)
               INTO :WS-DEADLINE, :WS-WINDOW-OPEN, :WS-WINDOW-CLOSE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COMPUTING DEADLINE FOR ACCOUNT '
                   WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2330-GET-NOTICE-SENT.
      * ACCTXALX_SENT HOLDS ONE ESCHEAT-NOTICE ROW PER ACCOUNT,
      * STAMPED WHEN THE LETTER SHOP FILE CARRYING IT WAS CUT
           MOVE SPACES TO WS-NOTICE-SENT-DATE
           SET NOTICE-NONE TO TRUE

           EXEC SQL
               SELECT CHAR(DATE(SentTimestamp), ISO)
               INTO :WS-NOTICE-SENT-DATE
               FROM ACCTXALX_SENT
               WHERE AccountID = :WS-ACCT-ID
                 AND AlertType = 'ESCHEAT-NOTICE'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EVALUATE TRUE
                       WHEN WS-NOTICE-SENT-DATE < WS-LAST-CONTACT
                           SET NOTICE-STALE TO TRUE
                       WHEN WS-NOTICE-SENT-DATE < WS-WINDOW-OPEN
                           SET NOTICE-EARLY TO TRUE
                       WHEN WS-NOTICE-SENT-DATE > WS-WINDOW-CLOSE
                           SET NOTICE-LATE TO TRUE
                       WHEN OTHER
                           SET NOTICE-IN-WINDOW TO TRUE
                   END-EVALUATE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR CHECKING ACCTXALX_SENT FOR ACCOUNT '
                       WS-ACCT-NUM '. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2400-NOTICE-CANDIDATE.
      * AN ACCOUNT WHOSE NOTICE WINDOW HAS OPENED NEEDS A NOTICE
      * UNLESS ONE FOR THIS DORMANCY ALREADY WENT OUT IN TIME. ONE
      * RAISED BUT NOT YET PICKED UP BY ACCTXALX IS LEFT TO GO OUT
           IF WS-WINDOW-OPEN NOT > WS-AS-OF-DATE
              AND NOT NOTICE-IN-WINDOW
              AND NOT NOTICE-LATE
               PERFORM 2410-CHECK-NOTICE-PENDING
               IF NOT RUN-ABORTED
                   IF WS-NOTICE-PENDING-COUNT > 0
                       ADD 1 TO WS-NOTICES-AWAITING
                   ELSE
                       PERFORM 2420-RAISE-NOTICE
                   END-IF
               END-IF
           END-IF.

       2410-CHECK-NOTICE-PENDING.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NOTICE-PENDING-COUNT
               FROM AccountTransactions
               WHERE AccountID = :WS-ACCT-ID
                 AND TransactionSubType = 'ESCHEAT-NOTICE'
                 AND DATE(TransactionDate) >= DATE(:WS-WINDOW-OPEN)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR CHECKING RAISED NOTICES FOR ACCOUNT '
                   WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2420-RAISE-NOTICE.
      * THE NOTICE IS A ZERO-AMOUNT ALERT ROW, LIKE ACCTXFRM'S
      * DORMANCY-ALERT - ACCTXALX TURNS IT INTO THE LETTER. EACH ONE
      * COMMITS ON ITS OWN
           MOVE 'ESCHEAT-NOTICE' TO TGT-SUBTYPE
           MOVE 0 TO TGT-AMOUNT
           MOVE WS-BALANCE TO TGT-RUNBAL
           INITIALIZE TGT-DESC
           STRING 'Customer: ' DELIMITED BY SIZE
                  WS-CUST-NAME DELIMITED BY SPACE
                  ' - unclaimed property notice, no contact since '
                  DELIMITED BY SIZE
                  WS-LAST-CONTACT DELIMITED BY SIZE
                  INTO TGT-DESC
           END-STRING
           INITIALIZE TGT-REFNUM
           STRING 'ESC-NTC-' DELIMITED BY SIZE
                  WS-ACCT-NUM DELIMITED BY SPACE
                  INTO TGT-REFNUM
           END-STRING
           PERFORM 2430-INSERT-TRANSACTION

           IF NOT RUN-ABORTED
               PERFORM 2780-COMMIT-ACCOUNT
           END-IF

           IF NOT RUN-ABORTED
               ADD 1 TO WS-RECORDS-INSERTED
               ADD 1 TO WS-NOTICES-RAISED
               MOVE 'NOTICE' TO WS-ACTION
               MOVE SPACES TO WS-ACTION-DETAIL
               IF WS-AS-OF-DATE > WS-WINDOW-CLOSE
                   STRING 'DUE ' DELIMITED BY SIZE
                          WS-DEADLINE DELIMITED BY SIZE
                          ' - WINDOW MISSED' DELIMITED BY SIZE
                          INTO WS-ACTION-DETAIL
                   END-STRING
               ELSE
                   STRING 'DUE ' DELIMITED BY SIZE
                          WS-DEADLINE DELIMITED BY SIZE
                          INTO WS-ACTION-DETAIL
                   END-STRING
               END-IF
               PERFORM 2900-WRITE-ACTION-LINE
           END-IF.

       2430-INSERT-TRANSACTION.
      * AMOUNTS POST IN THE ACCOUNT'S OWN BOOKING CURRENCY, AS IN
      * ACCTXPST
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
               DISPLAY 'ESCHEAT POSTING FAILED FOR ACCOUNT: '
                   WS-ACCT-NUM ' SUBTYPE ' TGT-SUBTYPE
               DISPLAY 'SQLCODE: ' SQLCODE
               DISPLAY 'SQLERRM: ' SQLERRM
               PERFORM 2800-ROLLBACK-AND-ABORT
           END-IF.

       2500-REPORT-CANDIDATE.
      * PAST THE DEADLINE, THE ACCOUNT IS REPORTABLE ONLY WITH A
      * NOTICE SENT INSIDE THE WINDOW FOR THIS DORMANCY - ANYTHING
      * ELSE IS HELD FOR COMPLIANCE. SHORT OF THE DEADLINE, AN OWNER
      * WHO CAME BACK AFTER THE NOTICE IS LISTED AS DROPPED OUT
           IF WS-DEADLINE NOT > WS-AS-OF-DATE
               EVALUATE TRUE
                   WHEN NOTICE-IN-WINDOW
                       PERFORM 2510-WRITE-HOLDER-DETAIL
                       IF NOT RUN-ABORTED
                           PERFORM 2520-REGISTER-REPORTED
                       END-IF
                   WHEN NOTICE-LATE
                       ADD 1 TO WS-ACCOUNTS-HELD
                       MOVE 'HELD' TO WS-ACTION
                       MOVE 'NOTICE SENT AFTER THE WINDOW'
                           TO WS-ACTION-DETAIL
                       PERFORM 2900-WRITE-ACTION-LINE
                   WHEN OTHER
                       ADD 1 TO WS-ACCOUNTS-HELD
                       MOVE 'HELD' TO WS-ACTION
                       MOVE 'NO NOTICE SENT IN THE WINDOW'
                           TO WS-ACTION-DETAIL
                       PERFORM 2900-WRITE-ACTION-LINE
               END-EVALUATE
           ELSE
               IF NOTICE-STALE
                  AND WS-LAST-CONTACT > WS-DROP-SINCE-DATE
                   ADD 1 TO WS-ACCOUNTS-DROPPED
                   MOVE 'DROPPED' TO WS-ACTION
                   MOVE SPACES TO WS-ACTION-DETAIL
                   STRING 'CONTACT ' DELIMITED BY SIZE
                          WS-LAST-CONTACT DELIMITED BY SIZE
                          ' AFTER NOTICE' DELIMITED BY SIZE
                          INTO WS-ACTION-DETAIL
                   END-STRING
                   PERFORM 2900-WRITE-ACTION-LINE
               END-IF
           END-IF.

       2510-WRITE-HOLDER-DETAIL.
           MOVE WS-PROPERTY-TYPE TO HLDD-PROPERTY-TYPE
           MOVE WS-CUST-ID TO HLDD-OWNER-ID
           MOVE WS-CUST-NAME(1:60) TO HLDD-OWNER-NAME
           MOVE WS-ACCT-ID TO HLDD-ACCT-ID
           MOVE WS-ACCT-NUM TO HLDD-ACCT-NUM
           MOVE WS-ACCT-TYPE TO HLDD-ACCT-TYPE
           MOVE WS-BRANCH TO HLDD-BRANCH
           MOVE WS-LAST-CONTACT TO HLDD-LAST-CONTACT
           MOVE WS-DEADLINE TO HLDD-DEADLINE
           MOVE WS-NOTICE-SENT-DATE TO HLDD-NOTICE-DATE
           MOVE WS-CURR-CODE TO HLDD-CURR-CODE
           MOVE WS-BALANCE TO HLDD-AMOUNT
           MOVE SPACES TO HOLDER-REPORT-RECORD
           MOVE WS-HLDR-DETAIL TO HOLDER-REPORT-RECORD
           PERFORM 9010-WRITE-HOLDER-RECORD

           IF NOT RUN-ABORTED
               ADD 1 TO WS-HOLDER-COUNT
               ADD WS-BALANCE TO WS-HOLDER-HASH
           END-IF.

       2520-REGISTER-REPORTED.
      * THE REGISTER ROW IS WHAT THE REMIT RUN WORKS FROM. THE REPORT
      * RUN COMMITS THEM ALL AT THE END, TOGETHER WITH THE FILE
           EXEC SQL
               INSERT INTO ACCTXESC_REPORTED
               (AccountID, CustomerID, BranchCode, ReportYear,
                AsOfDate, PropertyType, LastContactDate,
                DeadlineDate, NoticeSentDate, CurrencyCode,
                AmountReported, EscheatStatus, ReportedByRunID,
                ReportedTimestamp)
               VALUES
               (:WS-ACCT-ID, :WS-CUST-ID, :WS-BRANCH,
                :WS-REPORT-YEAR, :WS-AS-OF-DATE, :WS-PROPERTY-TYPE,
                :WS-LAST-CONTACT, :WS-DEADLINE,
                :WS-NOTICE-SENT-DATE, :WS-CURR-CODE, :WS-BALANCE,
                'REPORTED', :WS-RUN-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR REGISTERING ACCOUNT ' WS-ACCT-NUM
                   ' ON ACCTXESC_REPORTED. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-ACCOUNTS-REPORTED
               MOVE WS-BALANCE TO WS-PRINT-AMOUNT
               MOVE 'REPORTED' TO WS-ACTION
               MOVE SPACES TO WS-ACTION-DETAIL
               STRING WS-PRINT-AMOUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CURR-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PROPERTY-TYPE DELIMITED BY SIZE
                      INTO WS-ACTION-DETAIL
               END-STRING
               PERFORM 2900-WRITE-ACTION-LINE
           END-IF.

       2600-FETCH-REPORTED.
           EXEC SQL
               FETCH ESCREMCUR INTO
                   :WS-RPT-ACCT-ID,
                   :WS-RPT-YEAR,
                   :WS-RPT-AS-OF-DATE,
                   :WS-RPT-NOTICE-DATE,
                   :WS-RPT-AMOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-RECORDS-READ
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON REGISTER CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2700-REMIT-LOOP.
           IF NOT END-OF-CURSOR
               SET REMIT-ALLOWED TO TRUE
               MOVE SPACES TO WS-ACTION-DETAIL
               MOVE SPACES TO WS-ACCT-NUM
               MOVE WS-RPT-ACCT-ID TO WS-ACCT-ID

               PERFORM 2710-CHECK-REMITTANCE

               IF NOT RUN-ABORTED
                   EVALUATE TRUE
                       WHEN REMIT-ALLOWED
                           PERFORM 2720-APPLY-REMITTANCE
                       WHEN REMIT-WITHDRAWN
                           PERFORM 2770-WITHDRAW-REPORTED
                       WHEN OTHER
                           ADD 1 TO WS-ACCOUNTS-REFUSED
                           MOVE 'REFUSED' TO WS-ACTION
                           PERFORM 2900-WRITE-ACTION-LINE
                   END-EVALUATE
               END-IF

               IF RUN-ABORTED
                   SET END-OF-CURSOR TO TRUE
               ELSE
                   PERFORM 2600-FETCH-REPORTED
               END-IF
           END-IF.

       2710-CHECK-REMITTANCE.
      * AN ACCOUNT THAT IS NO LONGER ACTIVE, OR WHOSE OWNER HAS BEEN
      * IN TOUCH SINCE THE NOTICE, IS WITHDRAWN FROM THE REMITTANCE -
      * THE PROPERTY IS NOT ABANDONED. ONE NOT HOLDING FUNDS IS
      * REFUSED AND LEFT REGISTERED FOR COMPLIANCE TO RESOLVE
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
                   IF WS-ACCT-STATUS NOT = 'Active'
                       SET REMIT-WITHDRAWN TO TRUE
                       MOVE 'ACCOUNT NO LONGER ACTIVE'
                           TO WS-ACTION-DETAIL
                   END-IF
               WHEN 100
                   SET REMIT-REFUSED TO TRUE
                   MOVE 'ACCOUNT NOT FOUND' TO WS-ACTION-DETAIL
               WHEN OTHER
                   DISPLAY 'ERROR READING CUSTOMERACCOUNTS FOR '
                       'ACCOUNTID ' WS-ACCT-ID '. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE

           IF REMIT-ALLOWED AND NOT RUN-ABORTED
               PERFORM 2310-GET-LAST-CONTACT
               IF NOT RUN-ABORTED
                  AND WS-LAST-CONTACT > WS-RPT-NOTICE-DATE
                   SET REMIT-WITHDRAWN TO TRUE
                   MOVE SPACES TO WS-ACTION-DETAIL
                   STRING 'CONTACT ' DELIMITED BY SIZE
                          WS-LAST-CONTACT DELIMITED BY SIZE
                          ' AFTER NOTICE' DELIMITED BY SIZE
                          INTO WS-ACTION-DETAIL
                   END-STRING
               END-IF
           END-IF

           IF REMIT-ALLOWED AND NOT RUN-ABORTED
              AND WS-BALANCE NOT > 0
               SET REMIT-REFUSED TO TRUE
               MOVE 'NO FUNDS TO REMIT' TO WS-ACTION-DETAIL
           END-IF.

       2720-APPLY-REMITTANCE.
      * ONE UNIT OF WORK PER ACCOUNT: THE REMITTANCE DEBIT, THE
      * ZEROED BALANCE AND ESCHEATED STATUS, THEIR CHANGE HISTORY AND
      * THE REGISTER UPDATE COMMIT TOGETHER OR NOT AT ALL. THE WHOLE
      * CURRENT BALANCE GOES TO THE STATE - INTEREST POSTED SINCE THE
      * REPORT IS PART OF THE SAME PROPERTY
           COMPUTE WS-REMIT-AMOUNT = 0 - WS-BALANCE
           MOVE 'ESCHEAT-REMIT' TO TGT-SUBTYPE
           MOVE WS-REMIT-AMOUNT TO TGT-AMOUNT
           MOVE 0 TO TGT-RUNBAL
           INITIALIZE TGT-DESC
           STRING 'Customer: ' DELIMITED BY SIZE
                  WS-CUST-NAME DELIMITED BY SPACE
                  ' - Unclaimed property remitted to the state'
                  DELIMITED BY SIZE
                  INTO TGT-DESC
           END-STRING
           INITIALIZE TGT-REFNUM
           STRING 'ESC-REM-' DELIMITED BY SIZE
                  WS-ACCT-NUM DELIMITED BY SPACE
                  INTO TGT-REFNUM
           END-STRING
           PERFORM 2430-INSERT-TRANSACTION

           IF NOT RUN-ABORTED
               PERFORM 2740-ESCHEAT-ACCOUNT
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2750-RECORD-HISTORY
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2760-MARK-REMITTED
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2780-COMMIT-ACCOUNT
           END-IF

           IF NOT RUN-ABORTED
               ADD 1 TO WS-RECORDS-INSERTED
               ADD 1 TO WS-ACCOUNTS-REMITTED
               MOVE WS-BALANCE TO WS-PRINT-AMOUNT
               MOVE 'REMITTED' TO WS-ACTION
               MOVE SPACES TO WS-ACTION-DETAIL
               STRING WS-PRINT-AMOUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CURR-CODE DELIMITED BY SIZE
                      INTO WS-ACTION-DETAIL
               END-STRING
               IF WS-BALANCE NOT = WS-RPT-AMOUNT
                   MOVE 'REMITTED*' TO WS-ACTION
               END-IF
               PERFORM 2900-WRITE-ACTION-LINE
           END-IF.

       2740-ESCHEAT-ACCOUNT.
      * THE BALANCE IN THE WHERE CLAUSE IS THE ONE BEING REMITTED -
      * IF ANYTHING MOVED IT SINCE, THE WHOLE REMITTANCE IS BACKED
      * OUT RATHER THAN ZERO A BALANCE NOBODY LOOKED AT
           EXEC SQL
               UPDATE CustomerAccounts
               SET Balance = 0,
                   AccountStatus = 'Escheated',
                   LastUpdated = CURRENT TIMESTAMP
               WHERE AccountID = :WS-ACCT-ID
                 AND Balance = :WS-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'ERROR: ACCOUNT ' WS-ACCT-NUM
                       ' BALANCE CHANGED DURING REMITTANCE'
                   PERFORM 2800-ROLLBACK-AND-ABORT
               WHEN OTHER
                   DISPLAY 'ERROR ESCHEATING ACCOUNT ' WS-ACCT-NUM
                       '. SQLCODE: ' SQLCODE
                   PERFORM 2800-ROLLBACK-AND-ABORT
           END-EVALUATE.

       2750-RECORD-HISTORY.
           MOVE 'Balance' TO WS-HIST-FIELD
           MOVE WS-BALANCE TO WS-HIST-AMOUNT-EDIT
           MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-OLD-VALUE
           MOVE WS-ZERO-BALANCE TO WS-HIST-AMOUNT-EDIT
           MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-NEW-VALUE
           PERFORM 2755-WRITE-HISTORY

           IF NOT RUN-ABORTED
               MOVE 'AccountStatus' TO WS-HIST-FIELD
               MOVE WS-ACCT-STATUS TO WS-HIST-OLD-VALUE
               MOVE 'Escheated' TO WS-HIST-NEW-VALUE
               PERFORM 2755-WRITE-HISTORY
           END-IF.

       2755-WRITE-HISTORY.
           EXEC SQL
               INSERT INTO ACCTXCHG_HISTORY
               (AccountID, BranchCode, ChangeType, FieldName,
                OldValue, NewValue, ChangedByProgram, RunID,
                ChangeTimestamp)
               VALUES
               (:WS-ACCT-ID, :WS-BRANCH, 'UPDATE', :WS-HIST-FIELD,
                :WS-HIST-OLD-VALUE, :WS-HIST-NEW-VALUE,
                'ACCTXESC', :WS-RUN-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING CHANGE HISTORY FOR ACCOUNT '
                   WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               PERFORM 2800-ROLLBACK-AND-ABORT
           END-IF.

       2760-MARK-REMITTED.
           EXEC SQL
               UPDATE ACCTXESC_REPORTED
               SET EscheatStatus = 'REMITTED',
                   AmountRemitted = :WS-BALANCE,
                   RemittedByRunID = :WS-RUN-ID,
                   RemittedTimestamp = CURRENT TIMESTAMP
               WHERE AccountID = :WS-ACCT-ID
                 AND ReportYear = :WS-RPT-YEAR
                 AND EscheatStatus = 'REPORTED'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR MARKING ACCOUNT ' WS-ACCT-NUM
                   ' REMITTED. SQLCODE: ' SQLCODE
               PERFORM 2800-ROLLBACK-AND-ABORT
           END-IF.

       2770-WITHDRAW-REPORTED.
      * THE WITHDRAWAL IS RECORDED AGAINST THIS RUN SO THE STATE CAN
      * BE TOLD WHICH REPORTED PROPERTY WILL NOT BE REMITTED
           EXEC SQL
               UPDATE ACCTXESC_REPORTED
               SET EscheatStatus = 'WITHDRAWN',
                   WithdrawnReason = :WS-ACTION-DETAIL,
                   RemittedByRunID = :WS-RUN-ID,
                   RemittedTimestamp = CURRENT TIMESTAMP
               WHERE AccountID = :WS-ACCT-ID
                 AND ReportYear = :WS-RPT-YEAR
                 AND EscheatStatus = 'REPORTED'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WITHDRAWING ACCOUNT ' WS-ACCT-ID
                   ' FROM ACCTXESC_REPORTED. SQLCODE: ' SQLCODE
               PERFORM 2800-ROLLBACK-AND-ABORT
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2780-COMMIT-ACCOUNT
           END-IF

           IF NOT RUN-ABORTED
               ADD 1 TO WS-ACCOUNTS-WITHDRAWN
               MOVE 'WITHDRAWN' TO WS-ACTION
               PERFORM 2900-WRITE-ACTION-LINE
           END-IF.

       2780-COMMIT-ACCOUNT.
      * THE RUNLOG'S RECORDSINSERTED ONLY COUNTS POSTINGS THAT
      * COMMITTED - IT IS WHAT ACCTXAUD TIES THE TABLE BACK TO
           IF WS-ACCT-ID > WS-HIGHEST-ACCTID
               MOVE WS-ACCT-ID TO WS-HIGHEST-ACCTID
           END-IF

           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COMMITTING ACCOUNT ' WS-ACCT-NUM
                   '. SQLCODE: ' SQLCODE
               PERFORM 2800-ROLLBACK-AND-ABORT
           END-IF.

       2800-ROLLBACK-AND-ABORT.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC

           DISPLAY 'ESCHEATMENT OF ACCOUNT ' WS-ACCT-NUM
               ' ROLLED BACK'
           ADD 1 TO WS-RECORDS-FAILED
           SET RUN-ABORTED TO TRUE
           MOVE 8 TO RETURN-CODE.

       2900-WRITE-ACTION-LINE.
           MOVE WS-ACCT-ID TO WS-PRINT-ACCT-ID
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING WS-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-ACCT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACCT-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION-DETAIL DELIMITED BY SIZE
                  INTO ESCHEAT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       3000-FINALIZATION.
      * THE REPORT RUN IS ONE UNIT OF WORK - THE REGISTER ROWS ONLY
      * STAND IF THE HOLDER FILE CARRYING THEM IS COMPLETE
           IF REPORT-MODE
               MOVE WS-HOLDER-COUNT TO HLDT-RECORD-COUNT
               MOVE WS-HOLDER-HASH TO HLDT-AMOUNT-HASH
               MOVE SPACES TO HOLDER-REPORT-RECORD
               MOVE WS-HLDR-TRAILER TO HOLDER-REPORT-RECORD
               PERFORM 9010-WRITE-HOLDER-RECORD

               CLOSE HOLDER-REPORT-FILE

               IF WS-HOLDER-FILE-STATUS NOT = '00'
                   DISPLAY 'WARNING: ERROR CLOSING HOLDER REPORT. '
                       'FILE STATUS: ' WS-HOLDER-FILE-STATUS
               END-IF

               IF RUN-ABORTED
                   EXEC SQL
                       ROLLBACK WORK
                   END-EXEC
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY 'ERROR COMMITTING HOLDER REGISTER. '
                           'SQLCODE: ' SQLCODE
                       SET RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-RECORDS-READ TO WS-PRINT-COUNT
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'ACCOUNTS READ:       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           EVALUATE TRUE
               WHEN NOTICE-MODE
                   MOVE WS-NOTICES-RAISED TO WS-PRINT-COUNT
                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   STRING 'NOTICES RAISED:      ' WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD

                   MOVE WS-NOTICES-AWAITING TO WS-PRINT-COUNT
                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   STRING 'AWAITING DELIVERY:   ' WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD
               WHEN REPORT-MODE
                   MOVE WS-ACCOUNTS-REPORTED TO WS-PRINT-COUNT
                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   STRING 'ACCOUNTS REPORTED:   ' WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD

                   MOVE WS-ACCOUNTS-HELD TO WS-PRINT-COUNT
                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   STRING 'ACCOUNTS HELD:       ' WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD

                   MOVE WS-ACCOUNTS-DROPPED TO WS-PRINT-COUNT
                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   STRING 'DROPPED OUT:         ' WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD
               WHEN OTHER
                   MOVE WS-ACCOUNTS-REMITTED TO WS-PRINT-COUNT
                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   STRING 'ACCOUNTS REMITTED:   ' WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD

                   MOVE WS-ACCOUNTS-WITHDRAWN TO WS-PRINT-COUNT
                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   STRING 'ACCOUNTS WITHDRAWN:  ' WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD

                   MOVE WS-ACCOUNTS-REFUSED TO WS-PRINT-COUNT
                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   STRING 'ACCOUNTS REFUSED:    ' WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD

                   MOVE SPACES TO ESCHEAT-REPORT-RECORD
                   PERFORM 9000-WRITE-REPORT-RECORD
                   MOVE 'REMITTED* - REMITTED BALANCE DIFFERS FROM THE '
                       TO ESCHEAT-REPORT-RECORD
                   PERFORM 9000-WRITE-REPORT-RECORD
                   MOVE '            AMOUNT ON THE HOLDER REPORT'
                       TO ESCHEAT-REPORT-RECORD
                   PERFORM 9000-WRITE-REPORT-RECORD
           END-EVALUATE

           MOVE WS-TYPES-NOT-COVERED TO WS-PRINT-COUNT
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'TYPE NOT IN STATUTE: ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           IF RUN-ABORTED
               MOVE 'RUN DID NOT COMPLETE - SEE THE JOB LOG. A HOLDER '
                   TO ESCHEAT-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'REPORT FROM THIS RUN MUST NOT BE FILED.'
                   TO ESCHEAT-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           CLOSE ESCHEAT-REPORT-FILE

           IF RUN-ABORTED
               MOVE 8 TO WS-FINAL-SQLCODE
               DISPLAY '==========================================='
               DISPLAY 'ESCHEATMENT RUN DID NOT COMPLETE SUCCESSFULLY'
               DISPLAY 'ACCOUNTS READ:    ' WS-RECORDS-READ
               DISPLAY 'ROWS POSTED:      ' WS-RECORDS-INSERTED
               DISPLAY '==========================================='
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '==========================================='
               DISPLAY 'ESCHEATMENT RUN COMPLETED SUCCESSFULLY'
               DISPLAY 'ACCOUNTS READ:    ' WS-RECORDS-READ
               DISPLAY 'NOTICES RAISED:   ' WS-NOTICES-RAISED
               DISPLAY 'REPORTED:         ' WS-ACCOUNTS-REPORTED
               DISPLAY 'HELD:             ' WS-ACCOUNTS-HELD
               DISPLAY 'REMITTED:         ' WS-ACCOUNTS-REMITTED
               DISPLAY 'WITHDRAWN:        ' WS-ACCOUNTS-WITHDRAWN
               DISPLAY 'REFUSED:          ' WS-ACCOUNTS-REFUSED
               DISPLAY 'ROWS POSTED:      ' WS-RECORDS-INSERTED
               DISPLAY '==========================================='
      * A HELD OR REFUSED ACCOUNT NEEDS SOMEBODY TO LOOK AT THE LIST
               IF WS-ACCOUNTS-HELD > 0 OR WS-ACCOUNTS-REFUSED > 0
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
           WRITE ESCHEAT-REPORT-RECORD

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR WRITING ESCHEATMENT REPORT '
                   'RECORD. FILE STATUS: ' WS-REPORT-FILE-STATUS
           END-IF.

       9010-WRITE-HOLDER-RECORD.
           WRITE HOLDER-REPORT-RECORD

           IF WS-HOLDER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HOLDER REPORT RECORD. '
                   'FILE STATUS: ' WS-HOLDER-FILE-STATUS
               SET RUN-ABORTED TO TRUE
               SET END-OF-CURSOR TO TRUE
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
