       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXDQS.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXDQS                                        *
      * DESCRIPTION:  WEEKLY DATA-QUALITY SCAN OF CUSTOMERACCOUNTS.   *
      *               LOOKS FOR ACCOUNT NUMBERS CARRIED BY MORE THAN  *
      *               ONE ACCOUNT, CUSTOMERS WHOSE OPEN ACCOUNTS      *
      *               DISAGREE ON CUSTOMERNAME OR KYCSTATUS, ACCOUNTS *
      *               ON A BRANCH THAT IS NOT ON THE BRANCH REFERENCE *
      *               TABLE OR IS CLOSED, AND ACTIVE ACCOUNTS WITH NO *
      *               KYCSTATUS. EVERY FINDING IS KEPT WITH ITS       *
      *               SEVERITY IN ACCTXDQS_FINDING, AND THE COUNT BY  *
      *               BRANCH, FINDING TYPE AND SEVERITY GOES TO       *
      *               ACCTXDQS_SUMMARY SO THE RESULTS CAN BE TRENDED  *
      *               WEEK OVER WEEK. THE REPORT SETS EACH BRANCH'S   *
      *               COUNTS AGAINST THE PREVIOUS SCAN, THEN LISTS    *
      *               THE FINDINGS. THE SCAN ONLY READS THE ACCOUNTS  *
      *               - NOTHING IS CORRECTED OR POSTED.               *
      * INPUT:        CUSTOMERACCOUNTS TABLE                          *
      *               ACCTXBRN_BRANCH TABLE (BRANCH REFERENCE)        *
      *               ACCTXDQS_SCAN / ACCTXDQS_SUMMARY TABLES (THE    *
      *               PREVIOUS SCAN)                                  *
      * OUTPUT:       DATA-QUALITY REPORT FILE (DQSRPT)               *
      *               ACCTXDQS_SCAN / ACCTXDQS_FINDING /              *
      *               ACCTXDQS_SUMMARY TABLES                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQS-REPORT-FILE ASSIGN TO DQSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DQS-REPORT-FILE.
       01  DQS-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * THIS SCAN AND THE ONE BEFORE IT. A SCAN IS KNOWN BY ITS START
      * TIMESTAMP; WITH NO EARLIER SCAN ON FILE THE PRIOR TIMESTAMP
      * IS ONE NO SCAN CAN CARRY, SO EVERY PRIOR COUNT COMES BACK ZERO
       01  WS-SCAN-TS                PIC X(26).
       01  WS-SCAN-DATE              PIC X(10).
       01  WS-PRIOR-SCAN-TS          PIC X(26).
       01  WS-PRIOR-SCAN-FINDINGS    PIC S9(9) COMP VALUE 0.
       01  WS-PRIOR-SCAN-FLAG        PIC X VALUE 'N'.
           88 PRIOR-SCAN-FOUND       VALUE 'Y'.

      * ACCOUNT READ BY THE CURRENT SCAN CURSOR
       01  WS-ACCOUNT-RECORD.
           05 WS-ACCT-ID           PIC 9(10).
           05 WS-ACCT-NUM          PIC X(20).
           05 WS-CUST-ID           PIC 9(10).
           05 WS-BRANCH            PIC X(10).
           05 WS-KYC-STATUS        PIC X(20).
           05 WS-ACCT-STATUS       PIC X(20).
           05 WS-NAME-COUNT        PIC S9(9) COMP.
           05 WS-KYC-COUNT         PIC S9(9) COMP.
           05 WS-BRANCH-ON-FILE    PIC X(01).
               88 BRANCH-NOT-ON-FILE VALUE 'N'.

      * ONE FINDING, AS WRITTEN TO ACCTXDQS_FINDING
       01  WS-FINDING-RECORD.
           05 WS-FND-TYPE          PIC X(20).
           05 WS-FND-SEVERITY      PIC X(06).
           05 WS-FND-DETAIL        PIC X(40).

      * FINDING TYPES AND THEIR SEVERITIES
       01  WS-FINDING-TYPES.
           05 WS-TYPE-DUP-NUMBER   PIC X(20)
                                   VALUE 'DUPLICATE-ACCT-NUM'.
           05 WS-TYPE-NAME-CONFLICT PIC X(20)
                                   VALUE 'CUST-NAME-CONFLICT'.
           05 WS-TYPE-KYC-CONFLICT PIC X(20)
                                   VALUE 'CUST-KYC-CONFLICT'.
           05 WS-TYPE-UNKNOWN-BRANCH PIC X(20)
                                   VALUE 'UNKNOWN-BRANCH'.
           05 WS-TYPE-CLOSED-BRANCH PIC X(20)
                                   VALUE 'CLOSED-BRANCH'.
           05 WS-TYPE-MISSING-KYC  PIC X(20)
                                   VALUE 'MISSING-KYC'.
       01  WS-SEVERITY-HIGH          PIC X(06) VALUE 'HIGH'.
       01  WS-SEVERITY-MEDIUM        PIC X(06) VALUE 'MEDIUM'.

      * FINDINGS BY TYPE AND BY SEVERITY FOR THIS SCAN
       01  WS-COUNTERS.
           05 WS-ACCOUNTS-SCANNED  PIC S9(9) COMP VALUE 0.
           05 WS-DUP-NUMBER-FOUND  PIC 9(9) COMP VALUE 0.
           05 WS-NAME-CONFLICT-FOUND PIC 9(9) COMP VALUE 0.
           05 WS-KYC-CONFLICT-FOUND PIC 9(9) COMP VALUE 0.
           05 WS-UNKNOWN-BRANCH-FOUND PIC 9(9) COMP VALUE 0.
           05 WS-CLOSED-BRANCH-FOUND PIC 9(9) COMP VALUE 0.
           05 WS-MISSING-KYC-FOUND PIC 9(9) COMP VALUE 0.
           05 WS-HIGH-FOUND        PIC 9(9) COMP VALUE 0.
           05 WS-MEDIUM-FOUND      PIC 9(9) COMP VALUE 0.
           05 WS-TOTAL-FOUND       PIC 9(9) COMP VALUE 0.

      * ONE BRANCH/SEVERITY/TYPE LINE OF THE TREND, AND THE BRANCH
      * TOTAL BEING ACCUMULATED - THE CURSOR RUNS IN BRANCH ORDER, SO
      * A CHANGE OF BRANCH CLOSES IT
       01  WS-TREND-DATA.
           05 WS-TRD-BRANCH        PIC X(10).
           05 WS-TRD-SEVERITY      PIC X(06).
           05 WS-TRD-TYPE          PIC X(20).
           05 WS-TRD-CURRENT       PIC S9(9) COMP.
           05 WS-TRD-PRIOR         PIC S9(9) COMP.
       01  WS-BRANCH-TOTALS.
           05 WS-BRN-BRANCH        PIC X(10) VALUE SPACES.
           05 WS-BRN-CURRENT       PIC S9(9) COMP VALUE 0.
           05 WS-BRN-PRIOR         PIC S9(9) COMP VALUE 0.
       01  WS-BRANCH-OPEN-FLAG       PIC X VALUE 'N'.
           88 BRANCH-OPEN            VALUE 'Y'.
       01  WS-CHANGE                 PIC S9(9) COMP VALUE 0.

      * FINDING LISTED IN THE DETAIL SECTION OF THE REPORT
       01  WS-LIST-DATA.
           05 WS-LST-BRANCH        PIC X(10).
           05 WS-LST-SEVERITY      PIC X(06).
           05 WS-LST-TYPE          PIC X(20).
           05 WS-LST-ACCT-ID       PIC 9(10).
           05 WS-LST-DETAIL        PIC X(40).
       01  WS-LIST-BRANCH            PIC X(10) VALUE SPACES.
       01  WS-LIST-STARTED-FLAG      PIC X VALUE 'N'.
           88 LIST-STARTED           VALUE 'Y'.

      * REPORT PRINT FIELDS
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-COUNT-2          PIC ZZZZZZZZ9.
       01  WS-PRINT-CHANGE           PIC +++++++++9.
       01  WS-PRINT-BRANCH           PIC X(10).

       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-SCAN-ACCOUNTS
           PERFORM 3000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY 'WEEKLY DATA-QUALITY SCAN PROGRAM STARTED'
           DISPLAY '================================================'

           PERFORM 9100-GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-SCAN-TS
           MOVE WS-SCAN-TS(1:10) TO WS-SCAN-DATE

      * THE PREVIOUS SCAN IS THE LATEST ONE ON FILE - AN ABORTED SCAN
      * ROLLS BACK WHOLE AND LEAVES NO ROW, SO IT IS NEVER COMPARED
      * AGAINST
           EXEC SQL
               SELECT CHAR(ScanTimestamp), FindingCount
               INTO :WS-PRIOR-SCAN-TS, :WS-PRIOR-SCAN-FINDINGS
               FROM ACCTXDQS_SCAN
               WHERE ScanTimestamp =
                     (SELECT MAX(ScanTimestamp)
                      FROM ACCTXDQS_SCAN)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET PRIOR-SCAN-FOUND TO TRUE
               WHEN 100
                   MOVE '0001-01-01-00.00.00.000000'
                       TO WS-PRIOR-SCAN-TS
                   MOVE 0 TO WS-PRIOR-SCAN-FINDINGS
               WHEN OTHER
                   DISPLAY 'ERROR READING PREVIOUS SCAN. SQLCODE: '
                       SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ACCOUNTS-SCANNED
               FROM CustomerAccounts
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COUNTING CUSTOMERACCOUNTS. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'SCAN DATE:          ' WS-SCAN-DATE
           IF PRIOR-SCAN-FOUND
               DISPLAY 'PREVIOUS SCAN:      ' WS-PRIOR-SCAN-TS
           ELSE
               DISPLAY 'PREVIOUS SCAN:      NONE ON FILE'
           END-IF
           DISPLAY 'ACCOUNTS ON FILE:   ' WS-ACCOUNTS-SCANNED

           OPEN OUTPUT DQS-REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DATA-QUALITY REPORT FILE. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO DQS-REPORT-RECORD
           STRING 'DATA-QUALITY SCAN - ' DELIMITED BY SIZE
                  WS-SCAN-DATE DELIMITED BY SIZE
                  INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO DQS-REPORT-RECORD
           IF PRIOR-SCAN-FOUND
               STRING 'COMPARED WITH THE SCAN OF ' DELIMITED BY SIZE
                      WS-PRIOR-SCAN-TS(1:10) DELIMITED BY SIZE
                      INTO DQS-REPORT-RECORD
               END-STRING
           ELSE
               MOVE 'NO PREVIOUS SCAN ON FILE - PRIOR COUNTS ARE ZERO'
                   TO DQS-REPORT-RECORD
           END-IF
           PERFORM 9000-WRITE-REPORT-RECORD.

       2000-SCAN-ACCOUNTS.
      * THE WHOLE SCAN IS ONE UNIT OF WORK - A PARTIAL SET OF
      * FINDINGS WOULD TREND AS AN IMPROVEMENT THAT NEVER HAPPENED
           PERFORM 2100-SCAN-DUPLICATE-NUMBERS

           IF NOT RUN-ABORTED
               PERFORM 2200-SCAN-CUSTOMER-CONFLICTS
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2300-SCAN-BRANCHES
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2400-SCAN-MISSING-KYC
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2600-RECORD-SCAN
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2700-REPORT-TREND
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 2800-REPORT-FINDINGS
           END-IF.

       2100-SCAN-DUPLICATE-NUMBERS.
      * AN ACCOUNT NUMBER IDENTIFIES ONE ACCOUNT FOR LIFE - EVERY
      * ACCOUNT SHARING ONE IS REPORTED, WHATEVER ITS STATUS
           EXEC SQL
               DECLARE DUPCUR CURSOR FOR
               SELECT A.AccountID, A.AccountNumber, A.CustomerID,
                      A.BranchCode
               FROM CustomerAccounts A
               WHERE A.AccountNumber IN
                     (SELECT D.AccountNumber
                      FROM CustomerAccounts D
                      GROUP BY D.AccountNumber
                      HAVING COUNT(*) > 1)
               ORDER BY A.AccountNumber, A.AccountID
           END-EXEC

           EXEC SQL
               OPEN DUPCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING DUPLICATE CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2110-FETCH-DUPLICATE
               PERFORM 2120-DUPLICATE-LOOP
                   UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE DUPCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING DUPLICATE CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2110-FETCH-DUPLICATE.
           EXEC SQL
               FETCH DUPCUR INTO
                   :WS-ACCT-ID,
                   :WS-ACCT-NUM,
                   :WS-CUST-ID,
                   :WS-BRANCH
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON DUPLICATE CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2120-DUPLICATE-LOOP.
           IF NOT END-OF-CURSOR
               MOVE WS-TYPE-DUP-NUMBER TO WS-FND-TYPE
               MOVE WS-SEVERITY-HIGH TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-DETAIL
               STRING 'ACCOUNTNUMBER ' DELIMITED BY SIZE
                      WS-ACCT-NUM DELIMITED BY SPACE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM 2500-RECORD-FINDING

               IF NOT RUN-ABORTED
                   ADD 1 TO WS-DUP-NUMBER-FOUND
                   PERFORM 2110-FETCH-DUPLICATE
               ELSE
                   SET END-OF-CURSOR TO TRUE
               END-IF
           END-IF.

       2200-SCAN-CUSTOMER-CONFLICTS.
      * A CUSTOMER'S NAME AND KYC STATUS ARE CARRIED ON EVERY ONE OF
      * ITS ACCOUNTS AND SHOULD AGREE. ONLY ACCOUNTS STILL ON THE BOOK
      * ARE COMPARED - A CLOSED OR ESCHEATED ACCOUNT NO LONGER COMES
      * IN ON THE FEED AND KEEPS WHATEVER IT LAST HAD. EACH ACCOUNT OF
      * A CONFLICTING CUSTOMER IS A FINDING, SO IT COUNTS AGAINST THE
      * BRANCH HOLDING THAT ACCOUNT
           EXEC SQL
               DECLARE CSTCUR CURSOR FOR
               SELECT A.AccountID, A.AccountNumber, A.CustomerID,
                      A.BranchCode, COALESCE(A.KYCStatus, ' '),
                      C.NameCount, C.KYCCount
               FROM CustomerAccounts A,
                    (SELECT CustomerID,
                            COUNT(DISTINCT CustomerName) AS NameCount,
                            COUNT(DISTINCT COALESCE(KYCStatus, ' '))
                                AS KYCCount
                     FROM CustomerAccounts
                     WHERE AccountStatus NOT IN ('Closed', 'Escheated')
                     GROUP BY CustomerID
                     HAVING COUNT(DISTINCT CustomerName) > 1
                         OR COUNT(DISTINCT COALESCE(KYCStatus, ' '))
                            > 1) C
               WHERE A.CustomerID = C.CustomerID
                 AND A.AccountStatus NOT IN ('Closed', 'Escheated')
               ORDER BY A.CustomerID, A.AccountID
           END-EXEC

           EXEC SQL
               OPEN CSTCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING CUSTOMER CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2210-FETCH-CUSTOMER
               PERFORM 2220-CUSTOMER-LOOP
                   UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE CSTCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING CUSTOMER CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2210-FETCH-CUSTOMER.
           EXEC SQL
               FETCH CSTCUR INTO
                   :WS-ACCT-ID,
                   :WS-ACCT-NUM,
                   :WS-CUST-ID,
                   :WS-BRANCH,
                   :WS-KYC-STATUS,
                   :WS-NAME-COUNT,
                   :WS-KYC-COUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON CUSTOMER CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2220-CUSTOMER-LOOP.
           IF NOT END-OF-CURSOR
               IF WS-NAME-COUNT > 1
                   MOVE WS-TYPE-NAME-CONFLICT TO WS-FND-TYPE
                   MOVE WS-SEVERITY-MEDIUM TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING 'CUSTOMER ' DELIMITED BY SIZE
                          WS-CUST-ID DELIMITED BY SIZE
                          ' NAME DIFFERS' DELIMITED BY SIZE
                          INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM 2500-RECORD-FINDING

                   IF NOT RUN-ABORTED
                       ADD 1 TO WS-NAME-CONFLICT-FOUND
                   END-IF
               END-IF

      * A KYC DISAGREEMENT MEANS SOME ACCOUNT IS TRADING ON A CHECK
      * THE CUSTOMER MAY NOT HAVE PASSED - THE HIGHER SEVERITY
               IF WS-KYC-COUNT > 1
                  AND NOT RUN-ABORTED
                   MOVE WS-TYPE-KYC-CONFLICT TO WS-FND-TYPE
                   MOVE WS-SEVERITY-HIGH TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING 'CUSTOMER ' DELIMITED BY SIZE
                          WS-CUST-ID DELIMITED BY SIZE
                          ' KYC ' DELIMITED BY SIZE
                          WS-KYC-STATUS DELIMITED BY SPACE
                          INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM 2500-RECORD-FINDING

                   IF NOT RUN-ABORTED
                       ADD 1 TO WS-KYC-CONFLICT-FOUND
                   END-IF
               END-IF

               IF RUN-ABORTED
                   SET END-OF-CURSOR TO TRUE
               ELSE
                   PERFORM 2210-FETCH-CUSTOMER
               END-IF
           END-IF.

       2300-SCAN-BRANCHES.
      * EVERY ACCOUNT MUST SIT ON A BRANCH THE REFERENCE TABLE KNOWS.
      * A CLOSED BRANCH MAY STILL HOLD CLOSED AND ESCHEATED ACCOUNTS,
      * BUT ANY OTHER ACCOUNT ON IT SHOULD HAVE BEEN MOVED
           EXEC SQL
               DECLARE BRNCUR CURSOR FOR
               SELECT A.AccountID, A.AccountNumber, A.CustomerID,
                      A.BranchCode, A.AccountStatus,
                      CASE WHEN B.BranchCode IS NULL THEN 'N'
                           ELSE 'Y' END
               FROM CustomerAccounts A
                    LEFT OUTER JOIN ACCTXBRN_BRANCH B
                      ON B.BranchCode = A.BranchCode
               WHERE B.BranchCode IS NULL
                  OR (B.BranchStatus = 'Closed'
                      AND A.AccountStatus NOT IN ('Closed',
                                                  'Escheated'))
               ORDER BY A.BranchCode, A.AccountID
           END-EXEC

           EXEC SQL
               OPEN BRNCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING BRANCH CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2310-FETCH-BRANCH
               PERFORM 2320-BRANCH-LOOP
                   UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE BRNCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING BRANCH CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2310-FETCH-BRANCH.
           EXEC SQL
               FETCH BRNCUR INTO
                   :WS-ACCT-ID,
                   :WS-ACCT-NUM,
                   :WS-CUST-ID,
                   :WS-BRANCH,
                   :WS-ACCT-STATUS,
                   :WS-BRANCH-ON-FILE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON BRANCH CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2320-BRANCH-LOOP.
           IF NOT END-OF-CURSOR
               MOVE SPACES TO WS-FND-DETAIL
               IF BRANCH-NOT-ON-FILE
                   MOVE WS-TYPE-UNKNOWN-BRANCH TO WS-FND-TYPE
                   MOVE WS-SEVERITY-HIGH TO WS-FND-SEVERITY
                   IF WS-BRANCH = SPACES
                       MOVE 'BRANCHCODE BLANK' TO WS-FND-DETAIL
                   ELSE
                       STRING 'BRANCH ' DELIMITED BY SIZE
                              WS-BRANCH DELIMITED BY SPACE
                              ' NOT IN BRANCH TABLE' DELIMITED BY SIZE
                              INTO WS-FND-DETAIL
                       END-STRING
                   END-IF
               ELSE
                   MOVE WS-TYPE-CLOSED-BRANCH TO WS-FND-TYPE
                   MOVE WS-SEVERITY-MEDIUM TO WS-FND-SEVERITY
                   STRING 'BRANCH CLOSED, ACCOUNT ' DELIMITED BY SIZE
                          WS-ACCT-STATUS DELIMITED BY SPACE
                          INTO WS-FND-DETAIL
                   END-STRING
               END-IF

               PERFORM 2500-RECORD-FINDING

               IF NOT RUN-ABORTED
                   IF BRANCH-NOT-ON-FILE
                       ADD 1 TO WS-UNKNOWN-BRANCH-FOUND
                   ELSE
                       ADD 1 TO WS-CLOSED-BRANCH-FOUND
                   END-IF
                   PERFORM 2310-FETCH-BRANCH
               ELSE
                   SET END-OF-CURSOR TO TRUE
               END-IF
           END-IF.

       2400-SCAN-MISSING-KYC.
      * AN ACTIVE ACCOUNT MUST CARRY A KYC STATUS OF SOME KIND
           EXEC SQL
               DECLARE KYCCUR CURSOR FOR
               SELECT AccountID, AccountNumber, CustomerID, BranchCode
               FROM CustomerAccounts
               WHERE AccountStatus = 'Active'
                 AND (KYCStatus IS NULL OR KYCStatus = ' ')
               ORDER BY BranchCode, AccountID
           END-EXEC

           EXEC SQL
               OPEN KYCCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING KYC CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2410-FETCH-MISSING-KYC
               PERFORM 2420-MISSING-KYC-LOOP
                   UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE KYCCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING KYC CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2410-FETCH-MISSING-KYC.
           EXEC SQL
               FETCH KYCCUR INTO
                   :WS-ACCT-ID,
                   :WS-ACCT-NUM,
                   :WS-CUST-ID,
                   :WS-BRANCH
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON KYC CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2420-MISSING-KYC-LOOP.
           IF NOT END-OF-CURSOR
               MOVE WS-TYPE-MISSING-KYC TO WS-FND-TYPE
               MOVE WS-SEVERITY-HIGH TO WS-FND-SEVERITY
               MOVE 'ACTIVE ACCOUNT, KYCSTATUS BLANK'
                   TO WS-FND-DETAIL
               PERFORM 2500-RECORD-FINDING

               IF NOT RUN-ABORTED
                   ADD 1 TO WS-MISSING-KYC-FOUND
                   PERFORM 2410-FETCH-MISSING-KYC
               ELSE
                   SET END-OF-CURSOR TO TRUE
               END-IF
           END-IF.

       2500-RECORD-FINDING.
           EXEC SQL
               INSERT INTO ACCTXDQS_FINDING
               (ScanTimestamp, FindingType, Severity, BranchCode,
                AccountID, AccountNumber, CustomerID, FindingDetail)
               VALUES
               (:WS-SCAN-TS, :WS-FND-TYPE, :WS-FND-SEVERITY,
                :WS-BRANCH, :WS-ACCT-ID, :WS-ACCT-NUM, :WS-CUST-ID,
                :WS-FND-DETAIL)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR INSERTING FINDING FOR ACCOUNT '
                   WS-ACCT-ID '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-TOTAL-FOUND
               IF WS-FND-SEVERITY = WS-SEVERITY-HIGH
                   ADD 1 TO WS-HIGH-FOUND
               ELSE
                   ADD 1 TO WS-MEDIUM-FOUND
               END-IF
           END-IF.

       2600-RECORD-SCAN.
      * THE COUNTS BY BRANCH, TYPE AND SEVERITY ARE WHAT IS TRENDED;
      * A BRANCH/TYPE WITH NO FINDINGS HAS NO ROW. THE SCAN ROW IS
      * WRITTEN EVEN WHEN NOTHING WAS FOUND, SO A CLEAN WEEK STILL
      * COUNTS AS THE PREVIOUS SCAN NEXT TIME
           EXEC SQL
               INSERT INTO ACCTXDQS_SUMMARY
               (ScanTimestamp, ScanDate, BranchCode, FindingType,
                Severity, FindingCount)
               SELECT ScanTimestamp, :WS-SCAN-DATE, BranchCode,
                      FindingType, Severity, COUNT(*)
               FROM ACCTXDQS_FINDING
               WHERE ScanTimestamp = :WS-SCAN-TS
               GROUP BY ScanTimestamp, BranchCode, FindingType,
                        Severity
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR INSERTING SCAN SUMMARY. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF

           IF NOT RUN-ABORTED
               EXEC SQL
                   INSERT INTO ACCTXDQS_SCAN
                   (ScanTimestamp, ScanDate, AccountsScanned,
                    FindingCount, HighCount, MediumCount)
                   VALUES
                   (:WS-SCAN-TS, :WS-SCAN-DATE, :WS-ACCOUNTS-SCANNED,
                    :WS-TOTAL-FOUND, :WS-HIGH-FOUND, :WS-MEDIUM-FOUND)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR INSERTING SCAN ROW. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       2700-REPORT-TREND.
      * THIS SCAN'S COUNTS AGAINST THE PREVIOUS SCAN'S, BY BRANCH. A
      * LINE THAT HAD FINDINGS LAST TIME AND NONE NOW STILL PRINTS,
      * SO WHAT WAS CLEARED SHOWS AS WELL AS WHAT IS NEW
           EXEC SQL
               DECLARE TRDCUR CURSOR FOR
               SELECT T.BranchCode, T.Severity, T.FindingType,
                      SUM(T.CurrentCount), SUM(T.PriorCount)
               FROM (SELECT BranchCode, Severity, FindingType,
                            FindingCount AS CurrentCount,
                            0 AS PriorCount
                     FROM ACCTXDQS_SUMMARY
                     WHERE ScanTimestamp = :WS-SCAN-TS
                     UNION ALL
                     SELECT BranchCode, Severity, FindingType,
                            0, FindingCount
                     FROM ACCTXDQS_SUMMARY
                     WHERE ScanTimestamp = :WS-PRIOR-SCAN-TS) T
               GROUP BY T.BranchCode, T.Severity, T.FindingType
               ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL
               OPEN TRDCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING TREND CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE SPACES TO DQS-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'FINDINGS BY BRANCH AGAINST THE PREVIOUS SCAN'
                   TO DQS-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'BRANCH     SEV    FINDING TYPE'
                   TO DQS-REPORT-RECORD
               MOVE 'THIS SCAN     PRIOR    CHANGE'
                   TO DQS-REPORT-RECORD(40:29)
               PERFORM 9000-WRITE-REPORT-RECORD

               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2710-FETCH-TREND
               PERFORM 2720-TREND-LOOP
                   UNTIL END-OF-CURSOR

               IF BRANCH-OPEN
                   PERFORM 2730-CLOSE-BRANCH
               END-IF

               EXEC SQL
                   CLOSE TRDCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING TREND CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2710-FETCH-TREND.
           EXEC SQL
               FETCH TRDCUR INTO
                   :WS-TRD-BRANCH,
                   :WS-TRD-SEVERITY,
                   :WS-TRD-TYPE,
                   :WS-TRD-CURRENT,
                   :WS-TRD-PRIOR
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON TREND CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2720-TREND-LOOP.
           IF NOT END-OF-CURSOR
               IF BRANCH-OPEN
                  AND WS-TRD-BRANCH NOT = WS-BRN-BRANCH
                   PERFORM 2730-CLOSE-BRANCH
               END-IF

               IF NOT BRANCH-OPEN
                   MOVE WS-TRD-BRANCH TO WS-BRN-BRANCH
                   MOVE 0 TO WS-BRN-CURRENT
                   MOVE 0 TO WS-BRN-PRIOR
                   SET BRANCH-OPEN TO TRUE
               END-IF

               ADD WS-TRD-CURRENT TO WS-BRN-CURRENT
               ADD WS-TRD-PRIOR TO WS-BRN-PRIOR

               MOVE WS-TRD-BRANCH TO WS-PRINT-BRANCH
               PERFORM 9200-EDIT-BRANCH
               MOVE WS-TRD-CURRENT TO WS-PRINT-COUNT
               MOVE WS-TRD-PRIOR TO WS-PRINT-COUNT-2
               COMPUTE WS-CHANGE = WS-TRD-CURRENT - WS-TRD-PRIOR
               MOVE WS-CHANGE TO WS-PRINT-CHANGE
               MOVE SPACES TO DQS-REPORT-RECORD
               STRING WS-PRINT-BRANCH DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TRD-SEVERITY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TRD-TYPE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PRINT-COUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PRINT-COUNT-2 DELIMITED BY SIZE
                      WS-PRINT-CHANGE DELIMITED BY SIZE
                      INTO DQS-REPORT-RECORD
               END-STRING
               PERFORM 9000-WRITE-REPORT-RECORD

               PERFORM 2710-FETCH-TREND
           END-IF.

       2730-CLOSE-BRANCH.
           MOVE WS-BRN-CURRENT TO WS-PRINT-COUNT
           MOVE WS-BRN-PRIOR TO WS-PRINT-COUNT-2
           COMPUTE WS-CHANGE = WS-BRN-CURRENT - WS-BRN-PRIOR
           MOVE WS-CHANGE TO WS-PRINT-CHANGE
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING '           BRANCH TOTAL' DELIMITED BY SIZE
                  INTO DQS-REPORT-RECORD
           END-STRING
           MOVE WS-PRINT-COUNT TO DQS-REPORT-RECORD(40:9)
           MOVE WS-PRINT-COUNT-2 TO DQS-REPORT-RECORD(50:9)
           MOVE WS-PRINT-CHANGE TO DQS-REPORT-RECORD(59:10)
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO DQS-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'N' TO WS-BRANCH-OPEN-FLAG.

       2800-REPORT-FINDINGS.
      * THE FINDINGS THEMSELVES, BY BRANCH, MOST SEVERE FIRST
           EXEC SQL
               DECLARE FNDCUR CURSOR FOR
               SELECT BranchCode, Severity, FindingType, AccountID,
                      FindingDetail
               FROM ACCTXDQS_FINDING
               WHERE ScanTimestamp = :WS-SCAN-TS
               ORDER BY BranchCode, Severity, FindingType, AccountID
           END-EXEC

           EXEC SQL
               OPEN FNDCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING FINDING CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE SPACES TO DQS-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'FINDINGS THIS SCAN' TO DQS-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD

               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2810-FETCH-FINDING
               PERFORM 2820-FINDING-LOOP
                   UNTIL END-OF-CURSOR

               IF NOT LIST-STARTED
                   MOVE '  NONE' TO DQS-REPORT-RECORD
                   PERFORM 9000-WRITE-REPORT-RECORD
               END-IF

               EXEC SQL
                   CLOSE FNDCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING FINDING CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2810-FETCH-FINDING.
           EXEC SQL
               FETCH FNDCUR INTO
                   :WS-LST-BRANCH,
                   :WS-LST-SEVERITY,
                   :WS-LST-TYPE,
                   :WS-LST-ACCT-ID,
                   :WS-LST-DETAIL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON FINDING CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2820-FINDING-LOOP.
           IF NOT END-OF-CURSOR
               IF NOT LIST-STARTED
                  OR WS-LST-BRANCH NOT = WS-LIST-BRANCH
                   MOVE WS-LST-BRANCH TO WS-LIST-BRANCH
                   MOVE WS-LST-BRANCH TO WS-PRINT-BRANCH
                   PERFORM 9200-EDIT-BRANCH
                   MOVE SPACES TO DQS-REPORT-RECORD
                   PERFORM 9000-WRITE-REPORT-RECORD
                   STRING 'BRANCH ' DELIMITED BY SIZE
                          WS-PRINT-BRANCH DELIMITED BY SIZE
                          INTO DQS-REPORT-RECORD
                   END-STRING
                   PERFORM 9000-WRITE-REPORT-RECORD
                   MOVE 'SEV    FINDING TYPE         ACCOUNTID  DETAIL'
                       TO DQS-REPORT-RECORD
                   PERFORM 9000-WRITE-REPORT-RECORD
                   SET LIST-STARTED TO TRUE
               END-IF

               MOVE SPACES TO DQS-REPORT-RECORD
               STRING WS-LST-SEVERITY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LST-TYPE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LST-ACCT-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LST-DETAIL DELIMITED BY SIZE
                      INTO DQS-REPORT-RECORD
               END-STRING
               PERFORM 9000-WRITE-REPORT-RECORD

               PERFORM 2810-FETCH-FINDING
           END-IF.

       3000-FINALIZATION.
           IF RUN-ABORTED
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR COMMITTING SCAN. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO DQS-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-ACCOUNTS-SCANNED TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING 'ACCOUNTS ON FILE:         ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-DUP-NUMBER-FOUND TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING '  DUPLICATE ACCOUNT NUMBER:' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-NAME-CONFLICT-FOUND TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING '  CUSTOMER NAME CONFLICT:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-KYC-CONFLICT-FOUND TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING '  CUSTOMER KYC CONFLICT:   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-UNKNOWN-BRANCH-FOUND TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING '  UNKNOWN BRANCH:          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-CLOSED-BRANCH-FOUND TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING '  CLOSED BRANCH:           ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-MISSING-KYC-FOUND TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING '  ACTIVE WITH NO KYC:      ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-HIGH-FOUND TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING 'HIGH SEVERITY:            ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-MEDIUM-FOUND TO WS-PRINT-COUNT
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING 'MEDIUM SEVERITY:          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOTAL-FOUND TO WS-PRINT-COUNT
           MOVE WS-PRIOR-SCAN-FINDINGS TO WS-PRINT-COUNT-2
           MOVE SPACES TO DQS-REPORT-RECORD
           STRING 'TOTAL FINDINGS:           ' WS-PRINT-COUNT
                  '   PREVIOUS SCAN:' WS-PRINT-COUNT-2
               DELIMITED BY SIZE INTO DQS-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           IF RUN-ABORTED
               MOVE 'SCAN DID NOT COMPLETE - NOTHING WAS RECORDED. '
                   TO DQS-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'CORRECT THE CAUSE AND RERUN.'
                   TO DQS-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           CLOSE DQS-REPORT-FILE

           IF RUN-ABORTED
               DISPLAY '==========================================='
               DISPLAY 'DATA-QUALITY SCAN DID NOT COMPLETE'
               DISPLAY '==========================================='
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '==========================================='
               DISPLAY 'DATA-QUALITY SCAN COMPLETED SUCCESSFULLY'
               DISPLAY 'ACCOUNTS ON FILE: ' WS-ACCOUNTS-SCANNED
               DISPLAY 'FINDINGS:         ' WS-TOTAL-FOUND
               DISPLAY '  HIGH:           ' WS-HIGH-FOUND
               DISPLAY '  MEDIUM:         ' WS-MEDIUM-FOUND
               DISPLAY '==========================================='

      * HIGH-SEVERITY FINDINGS ARE A WARNING THE SCHEDULER SHOULD
      * SURFACE; THE SCAN ITSELF STILL RAN CLEANLY
               IF WS-HIGH-FOUND > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-WRITE-REPORT-RECORD.
           WRITE DQS-REPORT-RECORD

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR WRITING DATA-QUALITY REPORT '
                   'RECORD. FILE STATUS: ' WS-REPORT-FILE-STATUS
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

       9200-EDIT-BRANCH.
           IF WS-PRINT-BRANCH = SPACES
               MOVE '(BLANK)' TO WS-PRINT-BRANCH
           END-IF.
