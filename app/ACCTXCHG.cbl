       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXCHG.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXCHG                                        *
      * DESCRIPTION:  DAILY SENSITIVE-CHANGE REPORT OVER              *
      *               ACCTXCHG_HISTORY, THE BEFORE/AFTER ROWS THAT    *
      *               ACCTXADP, ACCTXBKO, ACCTXCLS, ACCTXESC,         *
      *               ACCTXLDR AND ACCTXPST WRITE FOR EVERY           *
      *               CUSTOMERACCOUNTS INSERT AND UPDATE.             *
      *               LISTS, BROKEN OUT BY BRANCH, THE CHANGES AUDIT  *
      *               AND COMPLIANCE ASK ABOUT: KYC DOWNGRADES (A     *
      *               PASSING STATUS REPLACED BY ANY OTHER), RISK     *
      *               SCORE JUMPS OF AT LEAST THE PARM THRESHOLD,     *
      *               STATUS CHANGES INTO OR OUT OF ACTIVE, BRANCH    *
      *               MOVES, AND CUSTOMER NAME OR ACCOUNT NUMBER      *
      *               CHANGES, WITH THE PROGRAM AND RUNID OR FEED     *
      *               DATE THAT MADE EACH ONE.                        *
      * INPUT:        BUSINESS DATE AND RISK JUMP VIA JCL PARM        *
      *               (DEFAULT TODAY AND 100 POINTS)                  *
      *               ACCTXCHG_HISTORY TABLE (VIA CURSOR)             *
      * OUTPUT:       SENSITIVE CHANGE REPORT FILE (CHGRPT)           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-REPORT-FILE ASSIGN TO CHGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * CHANGE-HISTORY ROW BEING REPORTED (FROM ACCTXCHG_HISTORY).
      * RUNID IS NULL ON LOADER ROWS AND FEEDDATE IS NULL ON POSTING
      * ROWS, HENCE THE INDICATORS
       01  WS-CHANGE-RECORD.
           05 WS-CHG-HIST-ID       PIC 9(15).
           05 WS-CHG-ACCT-ID       PIC 9(10).
           05 WS-CHG-BRANCH        PIC X(10).
           05 WS-CHG-FIELD         PIC X(20).
           05 WS-CHG-OLD-VALUE     PIC X(100).
           05 WS-CHG-NEW-VALUE     PIC X(100).
           05 WS-CHG-PROGRAM       PIC X(08).
           05 WS-CHG-RUN-ID        PIC S9(9) COMP.
           05 WS-CHG-RUN-ID-IND    PIC S9(4) COMP.
           05 WS-CHG-FEED-DATE     PIC X(10).
           05 WS-CHG-FEED-DATE-IND PIC S9(4) COMP.
           05 WS-CHG-TIMESTAMP     PIC X(26).

      * KYC STATUSES ACCTXFRM TREATS AS PASSING - LOSING ONE OF THESE
      * IS A DOWNGRADE WHATEVER THE NEW VALUE IS
       01  WS-KYC-CHECK              PIC X(20).
           88 KYC-STATUS-PASSING     VALUES 'VERIFIED' 'APPROVED'
                                            'PASSED'.
       01  WS-OLD-KYC-PASSING-FLAG   PIC X VALUE 'N'.
           88 OLD-KYC-PASSING        VALUE 'Y'.

      * RISK SCORES ARRIVE AS TEXT IN THE HISTORY ROW
       01  WS-RISK-TEXT              PIC X(03).
       01  WS-RISK-NUMBER REDEFINES WS-RISK-TEXT PIC 9(03).
       01  WS-OLD-RISK               PIC S9(4) COMP VALUE 0.
       01  WS-NEW-RISK               PIC S9(4) COMP VALUE 0.
       01  WS-RISK-JUMP-POINTS       PIC 9(3) VALUE 100.

      * CLASSIFICATION OF THE CURRENT ROW - SPACES MEANS NOT
      * SENSITIVE AND NOT PRINTED
       01  WS-CHG-CATEGORY           PIC X(16).
           88 CATEGORY-NOT-SENSITIVE VALUE SPACES.

      * BRANCH CONTROL BREAK
       01  WS-PREV-BRANCH            PIC X(10) VALUE SPACES.
       01  WS-FIRST-ROW-FLAG         PIC X VALUE 'Y'.
           88 FIRST-ROW              VALUE 'Y'.

      * PER-BRANCH AND RUN TOTALS BY CATEGORY
       01  WS-BRANCH-COUNTERS.
           05 WS-BR-KYC              PIC 9(9) COMP VALUE 0.
           05 WS-BR-RISK             PIC 9(9) COMP VALUE 0.
           05 WS-BR-STATUS           PIC 9(9) COMP VALUE 0.
           05 WS-BR-BRANCH-MOVE      PIC 9(9) COMP VALUE 0.
           05 WS-BR-NAME             PIC 9(9) COMP VALUE 0.
           05 WS-BR-ACCT-NUM         PIC 9(9) COMP VALUE 0.
       01  WS-RUN-COUNTERS.
           05 WS-TOT-ROWS-READ       PIC 9(9) COMP VALUE 0.
           05 WS-TOT-KYC             PIC 9(9) COMP VALUE 0.
           05 WS-TOT-RISK            PIC 9(9) COMP VALUE 0.
           05 WS-TOT-STATUS          PIC 9(9) COMP VALUE 0.
           05 WS-TOT-BRANCH-MOVE     PIC 9(9) COMP VALUE 0.
           05 WS-TOT-NAME            PIC 9(9) COMP VALUE 0.
           05 WS-TOT-ACCT-NUM        PIC 9(9) COMP VALUE 0.
           05 WS-TOT-BRANCHES        PIC 9(9) COMP VALUE 0.

      * REPORT PRINT FIELDS
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-ACCT-ID          PIC 9(10).
       01  WS-PRINT-RUN-ID           PIC 9(09).
       01  WS-PRINT-SOURCE           PIC X(20).

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

      * JCL PARM - BUSINESS DATE (YYYY-MM-DD), THEN THE RISK SCORE
      * INCREASE THAT COUNTS AS A JUMP
       LINKAGE SECTION.
       01  LK-PARM-RECORD.
           05 LK-PARM-LENGTH        PIC S9(04) COMP.
           05 LK-PARM-TEXT.
               10 LK-PARM-BUSINESS-DATE  PIC X(10).
               10 LK-PARM-RISK-JUMP      PIC 9(03).
               10 FILLER                 PIC X(27).

       PROCEDURE DIVISION USING LK-PARM-RECORD.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           IF NOT RUN-ABORTED
               PERFORM 2000-REPORT-CHANGES
           END-IF
           PERFORM 3000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY 'SENSITIVE CHANGE REPORT PROGRAM STARTED'
           DISPLAY '================================================'

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

      * BUSINESS DATE COMES FROM THE PARM SO THE MORNING-AFTER JOB CAN
      * REPORT ON LAST NIGHT; AN ABSENT PARM MEANS TODAY
           IF LK-PARM-LENGTH >= 10
              AND LK-PARM-BUSINESS-DATE NOT = SPACES
               MOVE LK-PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-BUSINESS-DATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR READING CURRENT DATE. SQLCODE: '
                       SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF LK-PARM-LENGTH >= 13
               IF LK-PARM-RISK-JUMP NUMERIC
                  AND LK-PARM-RISK-JUMP > 0
                   MOVE LK-PARM-RISK-JUMP TO WS-RISK-JUMP-POINTS
               END-IF
           END-IF

           DISPLAY 'REPORTING CHANGES FOR BUSINESS DATE: '
               WS-BUSINESS-DATE
           DISPLAY 'RISK SCORE JUMP THRESHOLD: ' WS-RISK-JUMP-POINTS

           OPEN OUTPUT CHANGE-REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHANGE REPORT FILE. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'SENSITIVE ACCOUNT CHANGES - BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-RISK-JUMP-POINTS TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'RISK SCORE JUMP THRESHOLD: ' DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  ' POINTS' DELIMITED BY SIZE
                  INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       2000-REPORT-CHANGES.
      * ONLY UPDATES CAN BE SENSITIVE CHANGES - A NEW ACCOUNT'S
      * INSERT ROWS HAVE NO OLD VALUE TO HAVE CHANGED FROM. THE
      * ORDERING GIVES ONE CONTIGUOUS BLOCK PER BRANCH, AND WITHIN
      * IT EACH ACCOUNT'S CHANGES IN THE ORDER THEY WERE MADE. A
      * BRANCH MOVE IS REPORTED UNDER THE BRANCH IT MOVED TO
           EXEC SQL
               DECLARE CHGCUR CURSOR FOR
               SELECT HistoryID, AccountID, BranchCode, FieldName,
                      OldValue, NewValue, ChangedByProgram,
                      RunID, FeedDate, CHAR(ChangeTimestamp)
               FROM ACCTXCHG_HISTORY
               WHERE DATE(ChangeTimestamp) = DATE(:WS-BUSINESS-DATE)
                 AND ChangeType = 'UPDATE'
                 AND FieldName IN ('KYCStatus', 'RiskScore',
                                   'AccountStatus', 'BranchCode',
                                   'CustomerName', 'AccountNumber')
               ORDER BY BranchCode, AccountID, HistoryID
           END-EXEC

           EXEC SQL
               OPEN CHGCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING CHANGE CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               PERFORM 2100-FETCH-CHANGE
               PERFORM 2200-CHANGE-LOOP
                   UNTIL END-OF-CURSOR

               IF NOT FIRST-ROW
                   PERFORM 2500-BRANCH-TOTALS
               END-IF

               EXEC SQL
                   CLOSE CHGCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING CHANGE CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2100-FETCH-CHANGE.
           EXEC SQL
               FETCH CHGCUR INTO
                   :WS-CHG-HIST-ID,
                   :WS-CHG-ACCT-ID,
                   :WS-CHG-BRANCH,
                   :WS-CHG-FIELD,
                   :WS-CHG-OLD-VALUE,
                   :WS-CHG-NEW-VALUE,
                   :WS-CHG-PROGRAM,
                   :WS-CHG-RUN-ID :WS-CHG-RUN-ID-IND,
                   :WS-CHG-FEED-DATE :WS-CHG-FEED-DATE-IND,
                   :WS-CHG-TIMESTAMP
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TOT-ROWS-READ
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON CHANGE CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2200-CHANGE-LOOP.
           IF NOT END-OF-CURSOR
               PERFORM 2300-CLASSIFY-CHANGE

               IF NOT CATEGORY-NOT-SENSITIVE
                   IF FIRST-ROW
                      OR WS-CHG-BRANCH NOT = WS-PREV-BRANCH
                       IF NOT FIRST-ROW
                           PERFORM 2500-BRANCH-TOTALS
                       END-IF
                       PERFORM 2400-BRANCH-HEADING
                   END-IF
                   PERFORM 2350-COUNT-CHANGE
                   PERFORM 2600-WRITE-CHANGE-LINES
               END-IF

               PERFORM 2100-FETCH-CHANGE
           END-IF.

       2300-CLASSIFY-CHANGE.
           MOVE SPACES TO WS-CHG-CATEGORY

           EVALUATE WS-CHG-FIELD
               WHEN 'KYCStatus'
                   MOVE WS-CHG-OLD-VALUE(1:20) TO WS-KYC-CHECK
                   MOVE 'N' TO WS-OLD-KYC-PASSING-FLAG
                   IF KYC-STATUS-PASSING
                       SET OLD-KYC-PASSING TO TRUE
                   END-IF
                   MOVE WS-CHG-NEW-VALUE(1:20) TO WS-KYC-CHECK
                   IF OLD-KYC-PASSING AND NOT KYC-STATUS-PASSING
                       MOVE 'KYC DOWNGRADE' TO WS-CHG-CATEGORY
                   END-IF
               WHEN 'RiskScore'
      * A SCORE THAT DOES NOT READ AS A NUMBER IS TREATED AS ZERO -
      * A GARBLED OLD VALUE CAN ONLY OVERSTATE THE JUMP, NEVER HIDE IT
                   MOVE 0 TO WS-OLD-RISK
                   MOVE 0 TO WS-NEW-RISK
                   MOVE WS-CHG-OLD-VALUE(1:3) TO WS-RISK-TEXT
                   IF WS-RISK-NUMBER NUMERIC
                       MOVE WS-RISK-NUMBER TO WS-OLD-RISK
                   END-IF
                   MOVE WS-CHG-NEW-VALUE(1:3) TO WS-RISK-TEXT
                   IF WS-RISK-NUMBER NUMERIC
                       MOVE WS-RISK-NUMBER TO WS-NEW-RISK
                   END-IF
                   IF WS-NEW-RISK - WS-OLD-RISK >= WS-RISK-JUMP-POINTS
                       MOVE 'RISK SCORE JUMP' TO WS-CHG-CATEGORY
                   END-IF
               WHEN 'AccountStatus'
                   IF WS-CHG-OLD-VALUE = 'Active'
                      OR WS-CHG-NEW-VALUE = 'Active'
                       MOVE 'STATUS CHANGE' TO WS-CHG-CATEGORY
                   END-IF
               WHEN 'BranchCode'
                   MOVE 'BRANCH MOVE' TO WS-CHG-CATEGORY
               WHEN 'CustomerName'
                   MOVE 'NAME CHANGE' TO WS-CHG-CATEGORY
               WHEN 'AccountNumber'
                   MOVE 'ACCT NUMBER CHG' TO WS-CHG-CATEGORY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2350-COUNT-CHANGE.
           EVALUATE WS-CHG-CATEGORY
               WHEN 'KYC DOWNGRADE'
                   ADD 1 TO WS-BR-KYC
               WHEN 'RISK SCORE JUMP'
                   ADD 1 TO WS-BR-RISK
               WHEN 'STATUS CHANGE'
                   ADD 1 TO WS-BR-STATUS
               WHEN 'BRANCH MOVE'
                   ADD 1 TO WS-BR-BRANCH-MOVE
               WHEN 'NAME CHANGE'
                   ADD 1 TO WS-BR-NAME
               WHEN 'ACCT NUMBER CHG'
                   ADD 1 TO WS-BR-ACCT-NUM
           END-EVALUATE.

       2400-BRANCH-HEADING.
           MOVE 'N' TO WS-FIRST-ROW-FLAG
           MOVE WS-CHG-BRANCH TO WS-PREV-BRANCH
           ADD 1 TO WS-TOT-BRANCHES

           MOVE SPACES TO CHANGE-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'BRANCH: ' DELIMITED BY SIZE
                  WS-CHG-BRANCH DELIMITED BY SIZE
                  INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE '  ACCOUNTID  CHANGE           PROGRAM  SOURCE'
               TO CHANGE-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       2500-BRANCH-TOTALS.
      * BRANCH COUNTS ROLL INTO THE RUN TOTALS AS THE BRANCH CLOSES,
      * THEN RESET FOR THE NEXT ONE
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '  BRANCH ' DELIMITED BY SIZE
                  WS-PREV-BRANCH DELIMITED BY SIZE
                  ' TOTALS' DELIMITED BY SIZE
                  INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-KYC TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    KYC DOWNGRADES:      ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-RISK TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    RISK SCORE JUMPS:    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-STATUS TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    ACTIVE STATUS CHGS:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-BRANCH-MOVE TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    BRANCH MOVES IN:     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-NAME TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    NAME CHANGES:        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-ACCT-NUM TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    ACCT NUMBER CHANGES: ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           ADD WS-BR-KYC TO WS-TOT-KYC
           ADD WS-BR-RISK TO WS-TOT-RISK
           ADD WS-BR-STATUS TO WS-TOT-STATUS
           ADD WS-BR-BRANCH-MOVE TO WS-TOT-BRANCH-MOVE
           ADD WS-BR-NAME TO WS-TOT-NAME
           ADD WS-BR-ACCT-NUM TO WS-TOT-ACCT-NUM

           INITIALIZE WS-BRANCH-COUNTERS.

       2600-WRITE-CHANGE-LINES.
      * WHERE THE CHANGE CAME FROM: A POSTING OR BACKOUT RUN'S RUNID,
      * OR THE DATE OF THE BRANCH FEED THE LOADER APPLIED
           MOVE SPACES TO WS-PRINT-SOURCE
           IF WS-CHG-RUN-ID-IND >= 0
               MOVE WS-CHG-RUN-ID TO WS-PRINT-RUN-ID
               STRING 'RUNID ' DELIMITED BY SIZE
                      WS-PRINT-RUN-ID DELIMITED BY SIZE
                      INTO WS-PRINT-SOURCE
               END-STRING
           ELSE
               IF WS-CHG-FEED-DATE-IND >= 0
                   STRING 'FEED ' DELIMITED BY SIZE
                          WS-CHG-FEED-DATE DELIMITED BY SIZE
                          INTO WS-PRINT-SOURCE
                   END-STRING
               END-IF
           END-IF

           MOVE WS-CHG-ACCT-ID TO WS-PRINT-ACCT-ID
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                  WS-PRINT-ACCT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHG-CATEGORY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHG-PROGRAM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-SOURCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHG-TIMESTAMP(12:8) DELIMITED BY SIZE
                  INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '      FROM: ' DELIMITED BY SIZE
                  WS-CHG-OLD-VALUE(1:60) DELIMITED BY SIZE
                  INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '      TO:   ' DELIMITED BY SIZE
                  WS-CHG-NEW-VALUE(1:60) DELIMITED BY SIZE
                  INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       3000-FINALIZATION.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE 'ALL BRANCHES' TO CHANGE-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-BRANCHES TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    BRANCHES REPORTED:   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-KYC TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    KYC DOWNGRADES:      ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-RISK TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    RISK SCORE JUMPS:    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-STATUS TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    ACTIVE STATUS CHGS:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-BRANCH-MOVE TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    BRANCH MOVES:        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-NAME TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    NAME CHANGES:        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-ACCT-NUM TO WS-PRINT-COUNT
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING '    ACCT NUMBER CHANGES: ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           IF RUN-ABORTED
               MOVE 'REPORT INCOMPLETE - SEE JOB LOG'
                   TO CHANGE-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           CLOSE CHANGE-REPORT-FILE

           DISPLAY '==========================================='
           IF RUN-ABORTED
               DISPLAY 'SENSITIVE CHANGE REPORT DID NOT COMPLETE'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'SENSITIVE CHANGE REPORT COMPLETED'
           END-IF
           DISPLAY 'HISTORY ROWS READ:    ' WS-TOT-ROWS-READ
           DISPLAY 'BRANCHES REPORTED:    ' WS-TOT-BRANCHES
           DISPLAY '==========================================='.

       9000-WRITE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR WRITING CHANGE REPORT RECORD. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
           END-IF.
