       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXINQ.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXINQ                                        *
      * DESCRIPTION:  CICS READ-ONLY ACCOUNT INQUIRY. LOOKS AN        *
      *               ACCOUNT UP BY ACCOUNTID OR ACCOUNTNUMBER AND    *
      *               SHOWS THE ACCOUNT MASTER, INDICATOR LINES FOR   *
      *               OPEN REJECTS, OPEN COMPLIANCE CASES, THE LAST   *
      *               ALERT SENT AND THE LAST STATEMENT DELIVERED,    *
      *               AND THE TRANSACTION HISTORY NEWEST FIRST, A     *
      *               PAGE AT A TIME, WITH RUNNINGBALANCE AND THE     *
      *               ORIGINAL CURRENCY. BY CUSTOMERID IT LISTS ALL   *
      *               OF THE CUSTOMER'S ACCOUNTS WITH EACH BALANCE    *
      *               ALSO CONVERTED TO THE REPORTING CURRENCY.       *
      *               NOTHING IS UPDATED.                             *
      *               TRANSACTION AINQ, COMMAND-STYLE INPUT:          *
      *                 AINQ A <ACCTID> <PAGE>                        *
      *                 AINQ N <ACCTNUM> <PAGE>                       *
      *                 AINQ C <CUSTID>                               *
      * INPUT:        TERMINAL COMMAND LINE (EXEC CICS RECEIVE)       *
      *               CUSTOMERACCOUNTS / ACCOUNTTRANSACTIONS          *
      *               ACCTXFRM_REJECTS / ACCTXFRM_COMPLIANCE_REVIEW   *
      *               ACCTXALX_SENT / ACCTXSTM_DELIVERY               *
      *               CURRENCYRATES / ACCTXPRM_PARAMETER (VIA SQL)    *
      * OUTPUT:       TERMINAL (EXEC CICS SEND TEXT)                  *
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

      * TERMINAL INPUT - THE RAW COMMAND LINE AND ITS PARSED TOKENS
       01  WS-INPUT-AREA             PIC X(80).
       01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 80.
       01  WS-PARSED-COMMAND.
           05 WS-CMD-TRANID        PIC X(08).
           05 WS-CMD-ACTION        PIC X(08).
           05 WS-CMD-ARG1          PIC X(20).
           05 WS-CMD-ARG2          PIC X(20).

      * ACCOUNT MASTER ROW BEING SHOWN
       01  WS-ACCT-ROW.
           05 WS-ACCT-ID           PIC 9(10).
           05 WS-CUST-ID           PIC 9(10).
           05 WS-CUST-NAME         PIC X(100).
           05 WS-ACCT-NUM          PIC X(20).
           05 WS-ACCT-TYPE         PIC X(20).
           05 WS-BALANCE           PIC S9(13)V99 COMP-3.
           05 WS-CURR-CODE         PIC X(03).
           05 WS-BRANCH            PIC X(10).
           05 WS-KYC               PIC X(20).
           05 WS-RISK              PIC 9(3).
           05 WS-ACCT-STATUS       PIC X(20).
           05 WS-CREATED           PIC X(26).
           05 WS-UPDATED           PIC X(26).

      * TRANSACTION HISTORY ROW UNDER THE CURSOR. AMOUNT AND
      * RUNNINGBALANCE ARE IN THE CURRENCY THE ROW WAS BOOKED IN;
      * THE ORIGINAL COLUMNS KEEP THE AMOUNT AS IT WAS RECEIVED
       01  WS-TXN-ROW.
           05 WS-TXN-DATE          PIC X(26).
           05 WS-TXN-SUBTYPE       PIC X(30).
           05 WS-TXN-AMOUNT        PIC S9(13)V99 COMP-3.
           05 WS-TXN-CURR-CODE     PIC X(03).
           05 WS-TXN-RUNBAL        PIC S9(13)V99 COMP-3.
           05 WS-TXN-ORIG-AMOUNT   PIC S9(13)V99 COMP-3.
           05 WS-TXN-ORIG-CURR     PIC X(03).

      * INDICATORS FOR THE ACCOUNT BEING SHOWN
       01  WS-OPEN-REJECTS           PIC S9(9) COMP VALUE 0.
       01  WS-OPEN-CASES             PIC S9(9) COMP VALUE 0.
       01  WS-LAST-ALERT-TYPE        PIC X(30).
       01  WS-LAST-ALERT-TS          PIC X(26).
       01  WS-LAST-ALERT-IND         PIC S9(4) COMP.
       01  WS-LAST-STMT-END          PIC X(10).
       01  WS-LAST-STMT-TS           PIC X(26).
       01  WS-LAST-STMT-IND          PIC S9(4) COMP.

      * LOOKUP KEYS AND ACCOUNT-NUMBER RESOLUTION. THE SAME NUMBER
      * ON MORE THAN ONE ACCOUNT IS LISTED RATHER THAN GUESSED AT
       01  WS-TARGET-ACCT-ID         PIC 9(10) VALUE 0.
       01  WS-TARGET-CUST-ID         PIC 9(10) VALUE 0.
       01  WS-TARGET-ACCT-NUM        PIC X(20) VALUE SPACES.
       01  WS-ACCT-NUM-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-LIST-MODE              PIC X VALUE 'C'.
           88 LIST-BY-CUSTOMER       VALUE 'C'.
           88 LIST-BY-ACCOUNT-NUMBER VALUE 'N'.
       01  WS-NUMBER-ARG             PIC X(20).
       01  WS-NUMBER-TEXT            PIC X(20).
       01  WS-NUMBER-VALUE           PIC 9(10) VALUE 0.

      * HISTORY PAGING - PAGE N SKIPS THE NEWEST (N-1) PAGES
       01  WS-PAGE-NUMBER            PIC 9(3) VALUE 1.
       01  WS-NEXT-PAGE              PIC 9(3) VALUE 0.
       01  WS-HISTORY-PAGE-ROWS      PIC 9(3) COMP VALUE 10.
       01  WS-ROWS-TO-SKIP           PIC 9(7) COMP VALUE 0.
       01  WS-ROWS-SKIPPED           PIC 9(7) COMP VALUE 0.
       01  WS-MAX-PAGE               PIC 9(3) VALUE 999.

      * REPORTING CURRENCY FOR THE CUSTOMER VIEW - THE SAME
      * REPORT-CURRENCY PARAMETER THE BATCH SUITE RUNS ON, WITH THE
      * SAME DEFAULT WHEN NO ROW IS IN EFFECT
       01  WS-REPORT-CURRENCY        PIC X(03) VALUE 'USD'.
       01  WS-PRM-TEXT               PIC X(30).
       01  WS-FX-RATE                PIC S9(5)V9(6) COMP-3.
       01  WS-CONVERTED-BALANCE      PIC S9(13)V99 COMP-3.
       01  WS-CUSTOMER-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RATE-FOUND-FLAG        PIC X VALUE 'Y'.
           88 RATE-FOUND             VALUE 'Y'.
       01  WS-MISSING-RATE-FLAG      PIC X VALUE 'N'.
           88 SOME-RATE-MISSING      VALUE 'Y'.

      * SCREEN OUTPUT - TWENTY LINES SENT AS ONE TEXT BLOCK
       01  WS-SCREEN-AREA.
           05 WS-SCREEN-LINE OCCURS 20 TIMES
                             INDEXED BY WS-SCR-IDX PIC X(79).
       01  WS-SCREEN-LENGTH          PIC S9(4) COMP VALUE 1580.
       01  WS-LINES-USED             PIC 9(3) COMP VALUE 0.
       01  WS-SCREEN-MAX-LINES       PIC 9(3) COMP VALUE 20.
       01  WS-BUILD-LINE             PIC X(79).

      * BROWSE CONTROL - A SCREENFUL AT A TIME
       01  WS-BROWSE-MAX-ROWS        PIC 9(3) COMP VALUE 15.
       01  WS-ROWS-SHOWN             PIC 9(3) COMP VALUE 0.

      * PRINT WORK FIELDS
       01  WS-PRINT-ACCTID           PIC 9(10).
       01  WS-PRINT-CUSTID           PIC 9(10).
       01  WS-PRINT-SQLCODE          PIC -(8)9.
       01  WS-PRINT-AMOUNT           PIC -(10)9.99.
       01  WS-PRINT-RUNBAL           PIC -(10)9.99.
       01  WS-PRINT-ORIG-AMOUNT      PIC -(10)9.99.
       01  WS-PRINT-CONVERTED        PIC X(14).
       01  WS-PRINT-COUNT            PIC ZZZZ9.
       01  WS-PRINT-COUNT-2          PIC ZZZZ9.
       01  WS-PRINT-RISK             PIC ZZ9.
       01  WS-PRINT-PAGE             PIC ZZ9.

       01  WS-RESP                   PIC S9(8) COMP VALUE 0.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-RECEIVE-COMMAND
           PERFORM 2000-DISPATCH-COMMAND
           PERFORM 3000-SEND-SCREEN

           EXEC CICS RETURN
               TRANSID('AINQ')
           END-EXEC.

       1000-RECEIVE-COMMAND.
           MOVE SPACES TO WS-INPUT-AREA
           MOVE 80 TO WS-INPUT-LENGTH

           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-PARSED-COMMAND
           UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
               INTO WS-CMD-TRANID, WS-CMD-ACTION,
                    WS-CMD-ARG1, WS-CMD-ARG2
           END-UNSTRING

           MOVE SPACES TO WS-SCREEN-AREA
           MOVE 0 TO WS-LINES-USED.

       2000-DISPATCH-COMMAND.
           EVALUATE WS-CMD-ACTION
               WHEN 'A'
                   PERFORM 2100-INQUIRE-BY-ACCOUNT-ID
               WHEN 'N'
                   PERFORM 2150-INQUIRE-BY-ACCOUNT-NUMBER
               WHEN 'C'
                   PERFORM 2500-INQUIRE-BY-CUSTOMER
               WHEN OTHER
                   PERFORM 2900-SHOW-USAGE
           END-EVALUATE.

       2100-INQUIRE-BY-ACCOUNT-ID.
           MOVE WS-CMD-ARG1 TO WS-NUMBER-ARG
           PERFORM 2700-PARSE-NUMBER
           MOVE WS-NUMBER-VALUE TO WS-TARGET-ACCT-ID

           IF WS-TARGET-ACCT-ID = 0
               MOVE 'ACCOUNTID MUST BE A NON-ZERO NUMBER'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
           ELSE
               PERFORM 2200-SHOW-ACCOUNT
           END-IF.

       2150-INQUIRE-BY-ACCOUNT-NUMBER.
      * ACCOUNTNUMBER IS NOT A KEY - IF MORE THAN ONE ACCOUNT CARRIES
      * IT, THE OPERATOR PICKS FROM THE LIST BY ACCOUNTID
           MOVE WS-CMD-ARG1 TO WS-TARGET-ACCT-NUM

           IF WS-TARGET-ACCT-NUM = SPACES
               MOVE 'USAGE: AINQ N <ACCTNUM> <PAGE>' TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
           ELSE
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MIN(AccountID), 0)
                   INTO :WS-ACCT-NUM-COUNT, :WS-TARGET-ACCT-ID
                   FROM CustomerAccounts
                   WHERE AccountNumber = :WS-TARGET-ACCT-NUM
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM 2910-SHOW-SQL-ERROR
                   WHEN WS-ACCT-NUM-COUNT = 0
                       MOVE 'ACCOUNTNUMBER NOT FOUND' TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                   WHEN WS-ACCT-NUM-COUNT = 1
                       PERFORM 2200-SHOW-ACCOUNT
                   WHEN OTHER
                       MOVE 'NUMBER IS ON SEVERAL ACCOUNTS - USE AINQ A'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                       SET LIST-BY-ACCOUNT-NUMBER TO TRUE
                       PERFORM 2550-LIST-ACCOUNTS
               END-EVALUATE
           END-IF.

       2200-SHOW-ACCOUNT.
      * MASTER, INDICATORS, THEN AS MUCH HISTORY AS THE PAGE HOLDS
           MOVE 1 TO WS-PAGE-NUMBER
           IF WS-CMD-ARG2 NOT = SPACES
               MOVE WS-CMD-ARG2 TO WS-NUMBER-ARG
               PERFORM 2700-PARSE-NUMBER
               IF WS-NUMBER-VALUE > 0 AND WS-NUMBER-VALUE <= WS-MAX-PAGE
                   MOVE WS-NUMBER-VALUE TO WS-PAGE-NUMBER
               ELSE
                   MOVE 'PAGE MUST BE 1 TO 999 - SHOWING PAGE 1'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               END-IF
           END-IF

           PERFORM 2210-READ-ACCOUNT

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2220-FORMAT-MASTER
                   PERFORM 2300-SHOW-INDICATORS
                   PERFORM 2400-SHOW-HISTORY
               WHEN 100
                   MOVE 'ACCOUNTID NOT FOUND' TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               WHEN OTHER
                   PERFORM 2910-SHOW-SQL-ERROR
           END-EVALUATE.

       2210-READ-ACCOUNT.
           EXEC SQL
               SELECT AccountID, CustomerID, CustomerName,
                      AccountNumber, AccountType, Balance,
                      CurrencyCode, BranchCode, KYCStatus, RiskScore,
                      AccountStatus, CreatedDate, LastUpdated
               INTO :WS-ACCT-ID, :WS-CUST-ID, :WS-CUST-NAME,
                    :WS-ACCT-NUM, :WS-ACCT-TYPE, :WS-BALANCE,
                    :WS-CURR-CODE, :WS-BRANCH, :WS-KYC, :WS-RISK,
                    :WS-ACCT-STATUS, :WS-CREATED, :WS-UPDATED
               FROM CustomerAccounts
               WHERE AccountID = :WS-TARGET-ACCT-ID
           END-EXEC.

       2220-FORMAT-MASTER.
           MOVE WS-ACCT-ID TO WS-PRINT-ACCTID
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ACCOUNTID ' DELIMITED BY SIZE
                  WS-PRINT-ACCTID DELIMITED BY SIZE
                  '  ACCOUNT ' DELIMITED BY SIZE
                  WS-ACCT-NUM DELIMITED BY SIZE
                  '  STATUS ' DELIMITED BY SIZE
                  WS-ACCT-STATUS DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           MOVE WS-CUST-ID TO WS-PRINT-CUSTID
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  WS-PRINT-CUSTID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CUST-NAME(1:58) DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           MOVE WS-RISK TO WS-PRINT-RISK
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'TYPE ' DELIMITED BY SIZE
                  WS-ACCT-TYPE DELIMITED BY SIZE
                  ' BRANCH ' DELIMITED BY SIZE
                  WS-BRANCH DELIMITED BY SIZE
                  ' KYC ' DELIMITED BY SIZE
                  WS-KYC DELIMITED BY SIZE
                  ' RISK ' DELIMITED BY SIZE
                  WS-PRINT-RISK DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           MOVE WS-BALANCE TO WS-PRINT-AMOUNT
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'BALANCE ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURR-CODE DELIMITED BY SIZE
                  '  OPENED ' DELIMITED BY SIZE
                  WS-CREATED(1:10) DELIMITED BY SIZE
                  '  UPDATED ' DELIMITED BY SIZE
                  WS-UPDATED(1:10) DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE.

       2300-SHOW-INDICATORS.
      * OPEN MEANS STILL WAITING ON SOMEONE - THE SAME TESTS ACCTXRPR
      * USES FOR REJECTS AND ACCTXCMP USES FOR CASES. A ROW WITH A
      * NULL STATUS PREDATES THE STATUS COLUMN AND COUNTS AS OPEN
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-REJECTS
               FROM ACCTXFRM_REJECTS
               WHERE AccountID = :WS-ACCT-ID
                 AND (ResubmitStatus IS NULL
                      OR ResubmitStatus NOT IN
                         ('RESUBMITTED', 'WRITTEN-OFF'))
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2910-SHOW-SQL-ERROR
               MOVE 0 TO WS-OPEN-REJECTS
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-CASES
               FROM ACCTXFRM_COMPLIANCE_REVIEW
               WHERE AccountID = :WS-ACCT-ID
                 AND (CaseStatus IS NULL
                      OR CaseStatus IN ('OPEN', 'ESCALATED'))
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2910-SHOW-SQL-ERROR
               MOVE 0 TO WS-OPEN-CASES
           END-IF

           MOVE WS-OPEN-REJECTS TO WS-PRINT-COUNT
           MOVE WS-OPEN-CASES TO WS-PRINT-COUNT-2
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'OPEN REJECTS ' DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  '   OPEN COMPLIANCE CASES ' DELIMITED BY SIZE
                  WS-PRINT-COUNT-2 DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           PERFORM 2310-SHOW-LAST-ALERT
           PERFORM 2320-SHOW-LAST-STATEMENT.

       2310-SHOW-LAST-ALERT.
      * ACCTXALX KEEPS ONE SENT ROW PER ACCOUNT AND ALERT TYPE. ONE
      * RUN STAMPS EVERY NOTICE IT SENDS WITH THE SAME TIME, SO TWO
      * TYPES CAN SHARE THE LATEST TIMESTAMP - EITHER WILL DO
           EXEC SQL
               SELECT MIN(S.AlertType), CHAR(MAX(S.SentTimestamp))
               INTO :WS-LAST-ALERT-TYPE :WS-LAST-ALERT-IND,
                    :WS-LAST-ALERT-TS :WS-LAST-ALERT-IND
               FROM ACCTXALX_SENT S
               WHERE S.AccountID = :WS-ACCT-ID
                 AND S.SentTimestamp =
                     (SELECT MAX(S2.SentTimestamp)
                      FROM ACCTXALX_SENT S2
                      WHERE S2.AccountID = :WS-ACCT-ID)
           END-EXEC

           MOVE SPACES TO WS-BUILD-LINE
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM 2910-SHOW-SQL-ERROR
               WHEN WS-LAST-ALERT-IND < 0
                   MOVE 'LAST ALERT SENT: NONE' TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               WHEN OTHER
                   STRING 'LAST ALERT SENT: ' DELIMITED BY SIZE
                          WS-LAST-ALERT-TYPE DELIMITED BY SPACE
                          ' AT ' DELIMITED BY SIZE
                          WS-LAST-ALERT-TS(1:19) DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
                   PERFORM 3100-ADD-SCREEN-LINE
           END-EVALUATE.

       2320-SHOW-LAST-STATEMENT.
      * STATEMENTS ARE DELIVERED PER CUSTOMER, NOT PER ACCOUNT
           EXEC SQL
               SELECT CHAR(MAX(D.PeriodEnd), ISO),
                      CHAR(MAX(D.GeneratedTimestamp))
               INTO :WS-LAST-STMT-END :WS-LAST-STMT-IND,
                    :WS-LAST-STMT-TS :WS-LAST-STMT-IND
               FROM ACCTXSTM_DELIVERY D
               WHERE D.CustomerID = :WS-CUST-ID
                 AND D.GeneratedTimestamp =
                     (SELECT MAX(D2.GeneratedTimestamp)
                      FROM ACCTXSTM_DELIVERY D2
                      WHERE D2.CustomerID = :WS-CUST-ID)
           END-EXEC

           MOVE SPACES TO WS-BUILD-LINE
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM 2910-SHOW-SQL-ERROR
               WHEN WS-LAST-STMT-IND < 0
                   MOVE 'LAST STATEMENT DELIVERED: NONE'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               WHEN OTHER
                   STRING 'LAST STATEMENT DELIVERED: PERIOD TO '
                          DELIMITED BY SIZE
                          WS-LAST-STMT-END DELIMITED BY SIZE
                          ' ON ' DELIMITED BY SIZE
                          WS-LAST-STMT-TS(1:19) DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
                   PERFORM 3100-ADD-SCREEN-LINE
           END-EVALUATE.

       2400-SHOW-HISTORY.
      * NEWEST FIRST. EARLIER PAGES ARE FETCHED AND PASSED OVER - THE
      * TRANSACTION IS PSEUDO-CONVERSATIONAL, SO NOTHING IS HELD OPEN
      * BETWEEN SCREENS
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'DATE       SUBTYPE     ' DELIMITED BY SIZE
                  '        AMOUNT CUR'      DELIMITED BY SIZE
                  '   RUNNING BAL'          DELIMITED BY SIZE
                  '  ORIGINAL AMT CUR'      DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           EXEC SQL
               DECLARE TXNCUR CURSOR FOR
               SELECT CHAR(TransactionDate), TransactionSubType,
                      Amount, CurrencyCode, RunningBalance,
                      OriginalAmount, OriginalCurrencyCode
               FROM AccountTransactions
               WHERE AccountID = :WS-ACCT-ID
               ORDER BY TransactionDate DESC, TransactionID DESC
           END-EXEC

           EXEC SQL
               OPEN TXNCUR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2910-SHOW-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE 0 TO WS-ROWS-SHOWN
               MOVE 0 TO WS-ROWS-SKIPPED
               COMPUTE WS-ROWS-TO-SKIP =
                   (WS-PAGE-NUMBER - 1) * WS-HISTORY-PAGE-ROWS
               PERFORM 2410-FETCH-HISTORY-ROW
               PERFORM 2420-SKIP-LOOP
                   UNTIL END-OF-CURSOR
                      OR WS-ROWS-SKIPPED >= WS-ROWS-TO-SKIP
               PERFORM 2430-HISTORY-LOOP
                   UNTIL END-OF-CURSOR
                      OR WS-ROWS-SHOWN >= WS-HISTORY-PAGE-ROWS

               EXEC SQL
                   CLOSE TXNCUR
               END-EXEC

               PERFORM 2440-SHOW-PAGE-FOOTER
           END-IF.

       2410-FETCH-HISTORY-ROW.
           EXEC SQL
               FETCH TXNCUR INTO
                   :WS-TXN-DATE, :WS-TXN-SUBTYPE, :WS-TXN-AMOUNT,
                   :WS-TXN-CURR-CODE, :WS-TXN-RUNBAL,
                   :WS-TXN-ORIG-AMOUNT, :WS-TXN-ORIG-CURR
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   SET END-OF-CURSOR TO TRUE
                   PERFORM 2910-SHOW-SQL-ERROR
           END-EVALUATE.

       2420-SKIP-LOOP.
           IF NOT END-OF-CURSOR
              AND WS-ROWS-SKIPPED < WS-ROWS-TO-SKIP
               ADD 1 TO WS-ROWS-SKIPPED
               PERFORM 2410-FETCH-HISTORY-ROW
           END-IF.

       2430-HISTORY-LOOP.
           IF NOT END-OF-CURSOR
              AND WS-ROWS-SHOWN < WS-HISTORY-PAGE-ROWS
               ADD 1 TO WS-ROWS-SHOWN
               MOVE WS-TXN-AMOUNT TO WS-PRINT-AMOUNT
               MOVE WS-TXN-RUNBAL TO WS-PRINT-RUNBAL
               MOVE WS-TXN-ORIG-AMOUNT TO WS-PRINT-ORIG-AMOUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-TXN-DATE(1:10)       DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-TXN-SUBTYPE(1:12)    DELIMITED BY SIZE
                      WS-PRINT-AMOUNT         DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-TXN-CURR-CODE        DELIMITED BY SIZE
                      WS-PRINT-RUNBAL         DELIMITED BY SIZE
                      WS-PRINT-ORIG-AMOUNT    DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-TXN-ORIG-CURR        DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3100-ADD-SCREEN-LINE
               PERFORM 2410-FETCH-HISTORY-ROW
           END-IF.

       2440-SHOW-PAGE-FOOTER.
      * A ROW STILL IN HAND AFTER A FULL PAGE MEANS THERE IS ANOTHER
           MOVE WS-PAGE-NUMBER TO WS-PRINT-PAGE
           MOVE SPACES TO WS-BUILD-LINE
           EVALUATE TRUE
               WHEN WS-ROWS-SHOWN = 0 AND WS-PAGE-NUMBER = 1
                   MOVE 'NO TRANSACTIONS ON FILE FOR THIS ACCOUNT'
                       TO WS-BUILD-LINE
               WHEN WS-ROWS-SHOWN = 0
                   STRING 'NO TRANSACTIONS ON PAGE ' DELIMITED BY SIZE
                          WS-PRINT-PAGE DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
               WHEN NOT END-OF-CURSOR AND WS-PAGE-NUMBER < WS-MAX-PAGE
                   COMPUTE WS-NEXT-PAGE = WS-PAGE-NUMBER + 1
                   MOVE WS-ACCT-ID TO WS-PRINT-ACCTID
                   STRING 'PAGE ' DELIMITED BY SIZE
                          WS-PRINT-PAGE DELIMITED BY SIZE
                          ' - NEXT PAGE: AINQ A ' DELIMITED BY SIZE
                          WS-PRINT-ACCTID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-NEXT-PAGE DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'PAGE ' DELIMITED BY SIZE
                          WS-PRINT-PAGE DELIMITED BY SIZE
                          ' - END OF HISTORY' DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 3100-ADD-SCREEN-LINE.

       2500-INQUIRE-BY-CUSTOMER.
           MOVE WS-CMD-ARG1 TO WS-NUMBER-ARG
           PERFORM 2700-PARSE-NUMBER
           MOVE WS-NUMBER-VALUE TO WS-TARGET-CUST-ID

           IF WS-TARGET-CUST-ID = 0
               MOVE 'CUSTOMERID MUST BE A NON-ZERO NUMBER'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
           ELSE
               SET LIST-BY-CUSTOMER TO TRUE
               PERFORM 2550-LIST-ACCOUNTS
           END-IF.

       2550-LIST-ACCOUNTS.
      * ONE LINE PER ACCOUNT WITH ITS BALANCE IN ITS OWN CURRENCY AND
      * IN THE REPORTING CURRENCY AT TODAY'S RATE. AN ACCOUNT WITH NO
      * RATE ON FILE SHOWS NO RATE AND IS LEFT OUT OF THE TOTAL
           PERFORM 2560-LOAD-REPORT-CURRENCY

           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ACCOUNTID  ACCOUNT NUMBER       STATUS   '
                  DELIMITED BY SIZE
                  '       BALANCE CUR         IN ' DELIMITED BY SIZE
                  WS-REPORT-CURRENCY DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           EXEC SQL
               DECLARE LSTCUR CURSOR FOR
               SELECT AccountID, CustomerID, CustomerName,
                      AccountNumber, Balance, CurrencyCode,
                      AccountStatus
               FROM CustomerAccounts
               WHERE (:WS-LIST-MODE = 'C'
                      AND CustomerID = :WS-TARGET-CUST-ID)
                  OR (:WS-LIST-MODE = 'N'
                      AND AccountNumber = :WS-TARGET-ACCT-NUM)
               ORDER BY AccountID
           END-EXEC

           EXEC SQL
               OPEN LSTCUR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2910-SHOW-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE 'N' TO WS-MISSING-RATE-FLAG
               MOVE 0 TO WS-ROWS-SHOWN
               MOVE 0 TO WS-CUSTOMER-TOTAL
               PERFORM 2570-FETCH-LIST-ROW
               PERFORM 2580-LIST-LOOP
                   UNTIL END-OF-CURSOR
                      OR WS-ROWS-SHOWN >= WS-BROWSE-MAX-ROWS

               EXEC SQL
                   CLOSE LSTCUR
               END-EXEC

               PERFORM 2595-SHOW-LIST-FOOTER
           END-IF.

       2560-LOAD-REPORT-CURRENCY.
      * THE SUITE-WIDE ROW IN EFFECT TODAY, AS THE BATCH JOBS READ IT.
      * WITH NO ROW, OR ONE THAT CANNOT BE READ, THE COMPILED DEFAULT
      * STANDS AND THE HEADING SAYS WHICH CURRENCY WAS USED
           EXEC SQL
               SELECT TextValue
               INTO :WS-PRM-TEXT
               FROM ACCTXPRM_PARAMETER
               WHERE ParamName = 'REPORT-CURRENCY'
                 AND BranchCode = ' '
                 AND AccountType = ' '
                 AND EffectiveDate =
                     (SELECT MAX(P2.EffectiveDate)
                      FROM ACCTXPRM_PARAMETER P2
                      WHERE P2.ParamName = 'REPORT-CURRENCY'
                        AND P2.BranchCode = ' '
                        AND P2.AccountType = ' '
                        AND P2.EffectiveDate <= CURRENT DATE)
           END-EXEC

           IF SQLCODE = 0
              AND WS-PRM-TEXT(1:3) NOT = SPACES
              AND WS-PRM-TEXT(4:27) = SPACES
               MOVE WS-PRM-TEXT TO WS-REPORT-CURRENCY
           END-IF.

       2570-FETCH-LIST-ROW.
           EXEC SQL
               FETCH LSTCUR INTO
                   :WS-ACCT-ID, :WS-CUST-ID, :WS-CUST-NAME,
                   :WS-ACCT-NUM, :WS-BALANCE, :WS-CURR-CODE,
                   :WS-ACCT-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   SET END-OF-CURSOR TO TRUE
                   PERFORM 2910-SHOW-SQL-ERROR
           END-EVALUATE.

       2580-LIST-LOOP.
           IF NOT END-OF-CURSOR
              AND WS-ROWS-SHOWN < WS-BROWSE-MAX-ROWS
               IF WS-ROWS-SHOWN = 0 AND LIST-BY-CUSTOMER
                   MOVE WS-CUST-ID TO WS-PRINT-CUSTID
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING 'CUSTOMER ' DELIMITED BY SIZE
                          WS-PRINT-CUSTID DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WS-CUST-NAME(1:58) DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
                   PERFORM 3100-ADD-SCREEN-LINE
               END-IF
               ADD 1 TO WS-ROWS-SHOWN

               PERFORM 2590-CONVERT-BALANCE

               MOVE WS-ACCT-ID TO WS-PRINT-ACCTID
               MOVE WS-BALANCE TO WS-PRINT-AMOUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-PRINT-ACCTID         DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-ACCT-NUM             DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-ACCT-STATUS(1:9)     DELIMITED BY SIZE
                      WS-PRINT-AMOUNT         DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-CURR-CODE            DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-PRINT-CONVERTED      DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3100-ADD-SCREEN-LINE
               PERFORM 2570-FETCH-LIST-ROW
           END-IF.

       2590-CONVERT-BALANCE.
      * THE LATEST RATE IN FORCE ON OR BEFORE TODAY, AS ACCTXFRM
      * LOOKS IT UP FOR A ROW STAMPED TODAY
           MOVE 'Y' TO WS-RATE-FOUND-FLAG

           IF WS-CURR-CODE = WS-REPORT-CURRENCY
               MOVE WS-BALANCE TO WS-CONVERTED-BALANCE
           ELSE
               EXEC SQL
                   SELECT ExchangeRate
                   INTO :WS-FX-RATE
                   FROM CurrencyRates
                   WHERE FromCurrency = :WS-CURR-CODE
                     AND ToCurrency = :WS-REPORT-CURRENCY
                     AND EffectiveDate =
                         (SELECT MAX(R2.EffectiveDate)
                          FROM CurrencyRates R2
                          WHERE R2.FromCurrency = :WS-CURR-CODE
                            AND R2.ToCurrency = :WS-REPORT-CURRENCY
                            AND R2.EffectiveDate <= CURRENT DATE)
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE WS-CONVERTED-BALANCE ROUNDED =
                       WS-BALANCE * WS-FX-RATE
               ELSE
                   MOVE 'N' TO WS-RATE-FOUND-FLAG
                   SET SOME-RATE-MISSING TO TRUE
               END-IF
           END-IF

           IF RATE-FOUND
               ADD WS-CONVERTED-BALANCE TO WS-CUSTOMER-TOTAL
               MOVE WS-CONVERTED-BALANCE TO WS-PRINT-RUNBAL
               MOVE WS-PRINT-RUNBAL TO WS-PRINT-CONVERTED
           ELSE
               MOVE '       NO RATE' TO WS-PRINT-CONVERTED
           END-IF.

       2595-SHOW-LIST-FOOTER.
           IF WS-ROWS-SHOWN = 0
               MOVE 'NO ACCOUNTS FOUND FOR THIS CUSTOMERID'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
           ELSE
               IF WS-ROWS-SHOWN >= WS-BROWSE-MAX-ROWS
                  AND NOT END-OF-CURSOR
                   MOVE 'MORE ACCOUNTS EXIST - TOTAL COVERS THOSE SHOWN'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               END-IF
               IF LIST-BY-CUSTOMER
                   MOVE WS-CUSTOMER-TOTAL TO WS-PRINT-RUNBAL
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING 'TOTAL IN ' DELIMITED BY SIZE
                          WS-REPORT-CURRENCY DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
                   MOVE WS-PRINT-RUNBAL TO WS-BUILD-LINE(61:14)
                   PERFORM 3100-ADD-SCREEN-LINE
               END-IF
               IF SOME-RATE-MISSING
                   MOVE 'ACCOUNTS WITH NO RATE ARE NOT IN THE TOTAL'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               END-IF
           END-IF.

       2700-PARSE-NUMBER.
      * IDS AND PAGE NUMBERS ARE TYPED WITHOUT LEADING ZEROS - PAD
      * THE SCRATCH COPY SO THE NUMERIC TEST AND THE CONVERSION BOTH
      * HOLD. ANYTHING ELSE COMES BACK AS ZERO
           MOVE 0 TO WS-NUMBER-VALUE
           MOVE WS-NUMBER-ARG TO WS-NUMBER-TEXT
           INSPECT WS-NUMBER-TEXT REPLACING ALL SPACE BY '0'

           IF WS-NUMBER-ARG NOT = SPACES
              AND WS-NUMBER-ARG(11:10) = SPACES
              AND WS-NUMBER-TEXT NUMERIC
               COMPUTE WS-NUMBER-VALUE =
                   FUNCTION NUMVAL(WS-NUMBER-ARG)
           END-IF.

       2900-SHOW-USAGE.
           MOVE 'ACCOUNT INQUIRY COMMANDS:' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  AINQ A <ACCTID> <PAGE>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  AINQ N <ACCTNUM> <PAGE>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  AINQ C <CUSTID>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE 'PAGE IS OPTIONAL - PAGE 1 IS THE NEWEST HISTORY'
               TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE.

       2910-SHOW-SQL-ERROR.
           MOVE SQLCODE TO WS-PRINT-SQLCODE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'DATABASE ERROR. SQLCODE: ' DELIMITED BY SIZE
                  WS-PRINT-SQLCODE DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE.

       3000-SEND-SCREEN.
           IF WS-LINES-USED = 0
               MOVE 'READY' TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
           END-IF

           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
               FREEKB
               RESP(WS-RESP)
           END-EXEC.

       3100-ADD-SCREEN-LINE.
           IF WS-LINES-USED < WS-SCREEN-MAX-LINES
               ADD 1 TO WS-LINES-USED
               SET WS-SCR-IDX TO WS-LINES-USED
               MOVE WS-BUILD-LINE TO WS-SCREEN-LINE(WS-SCR-IDX)
           END-IF.
