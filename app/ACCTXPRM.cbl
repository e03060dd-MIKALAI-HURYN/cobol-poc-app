       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXPRM.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXPRM                                        *
      * DESCRIPTION:  CICS MAINTENANCE OF THE PROCESSING PARAMETERS   *
      *               IN THE ACCTXPRM_PARAMETER TABLE THAT THE BATCH  *
      *               SUITE READS AT STARTUP IN PLACE OF ITS COMPILED *
      *               THRESHOLDS, REPORTING CURRENCY AND COMMIT       *
      *               INTERVALS. EACH ROW CARRIES AN EFFECTIVE DATE - *
      *               A JOB USES THE LATEST ROW ON OR BEFORE THE DAY  *
      *               IT RUNS. A ROW MAY BE LIMITED TO ONE BRANCH     *
      *               AND/OR ONE ACCOUNT TYPE WHERE THE PARAMETER     *
      *               ALLOWS IT. ROWS ALREADY IN EFFECT BEFORE TODAY  *
      *               ARE NEVER CHANGED - A NEW VALUE GETS A NEW      *
      *               EFFECTIVE DATE, SO THE TABLE KEEPS ITS HISTORY. *
      *               EVERY ADD, CHANGE AND DELETE IS WRITTEN TO      *
      *               ACCTXPRM_AUDIT IN THE SAME UNIT OF WORK, UNDER  *
      *               THE CICS USERID SIGNED ON AT THE TERMINAL.      *
      *               TRANSACTION APRM, COMMAND-STYLE INPUT:          *
      *                 APRM B <NAME|*> <BRANCH|*>                    *
      *                 APRM S <NAME> <BRANCH|*> <TYPE|*> <EFFDATE>   *
      *                        <VALUE>                                *
      *                 APRM X <NAME> <BRANCH|*> <TYPE|*> <EFFDATE>   *
      *                 APRM H <NAME|*>                               *
      * INPUT:        TERMINAL COMMAND LINE (EXEC CICS RECEIVE)       *
      *               SIGNED-ON USERID (EXEC CICS ASSIGN)             *
      *               ACCTXPRM_PARAMETER / ACCTXPRM_AUDIT (VIA SQL)   *
      * OUTPUT:       TERMINAL (EXEC CICS SEND TEXT)                  *
      *               ACCTXPRM_PARAMETER TABLE (ADD/CHANGE/DELETE)    *
      *               ACCTXPRM_AUDIT TABLE (WHO CHANGED WHAT, WHEN)   *
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

      * TERMINAL INPUT - THE RAW COMMAND LINE AND ITS PARSED TOKENS.
      * THE FIRST ARGUMENT IS WIDE ENOUGH FOR THE LONGEST PARAMETER
      * NAME
       01  WS-INPUT-AREA             PIC X(80).
       01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 80.
       01  WS-PARSED-COMMAND.
           05 WS-CMD-TRANID        PIC X(08).
           05 WS-CMD-ACTION        PIC X(08).
           05 WS-CMD-ARG1          PIC X(30).
           05 WS-CMD-ARG2          PIC X(20).
           05 WS-CMD-ARG3          PIC X(20).
           05 WS-CMD-ARG4          PIC X(20).
           05 WS-CMD-ARG5          PIC X(20).

      * BROWSE FILTERS - '*' MEANS NO FILTER ON THAT FIELD
       01  WS-FILTER-NAME            PIC X(30) VALUE '*'.
       01  WS-FILTER-BRANCH          PIC X(10) VALUE '*'.

      * PARAMETER ROW UNDER THE CURSOR / UNDER MAINTENANCE. A BLANK
      * BRANCH OR ACCOUNT TYPE MEANS THE ROW APPLIES TO ALL OF THEM
       01  WS-PRM-ROW.
           05 WS-PRM-NAME          PIC X(30).
           05 WS-PRM-BRANCH        PIC X(10).
           05 WS-PRM-ACCT-TYPE     PIC X(20).
           05 WS-PRM-EFF-DATE      PIC X(10).
           05 WS-PRM-NUMERIC       PIC S9(13)V99 COMP-3.
           05 WS-PRM-TEXT          PIC X(30).
           05 WS-PRM-IN-EFFECT     PIC X(01).

      * THE ROW AS IT STOOD BEFORE A CHANGE OR DELETE
       01  WS-OLD-NUMERIC            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OLD-TEXT               PIC X(30) VALUE SPACES.

      * AUDIT ROW UNDER THE CURSOR / BEING WRITTEN
       01  WS-AUD-ROW.
           05 WS-AUD-TIMESTAMP     PIC X(26).
           05 WS-AUD-ACTION        PIC X(08).
           05 WS-AUD-CHANGED-BY    PIC X(08).
           05 WS-AUD-NAME          PIC X(30).
           05 WS-AUD-BRANCH        PIC X(10).
           05 WS-AUD-ACCT-TYPE     PIC X(20).
           05 WS-AUD-EFF-DATE      PIC X(10).
           05 WS-AUD-OLD-NUMERIC   PIC S9(13)V99 COMP-3.
           05 WS-AUD-OLD-TEXT      PIC X(30).
           05 WS-AUD-NEW-NUMERIC   PIC S9(13)V99 COMP-3.
           05 WS-AUD-NEW-TEXT      PIC X(30).

      * WHAT EACH PARAMETER MAY HOLD - THE SAME LIMITS THE BATCH
      * PROGRAMS APPLY WHEN THEY READ THE ROW, SO A VALUE THE SCREEN
      * ACCEPTS NEVER STOPS A JOB
       01  WS-RULE-KIND              PIC X VALUE SPACE.
           88 RULE-TEXT              VALUE 'T'.
           88 RULE-NUMBER            VALUE 'N'.
           88 RULE-UNKNOWN           VALUE SPACE.
       01  WS-RULE-MIN               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RULE-MAX               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RULE-WHOLE-FLAG        PIC X VALUE 'N'.
           88 RULE-WHOLE-ONLY        VALUE 'Y'.
       01  WS-RULE-OVERRIDE-FLAG     PIC X VALUE 'N'.
           88 RULE-OVERRIDE-ALLOWED  VALUE 'Y'.

      * MAINTENANCE WORK FIELDS
       01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01  WS-DATE-TEXT              PIC X(20).
       01  WS-TODAY                  PIC X(10).
       01  WS-NUMBER-TEXT            PIC X(20).
       01  WS-DECIMAL-POINTS         PIC 9(3) COMP VALUE 0.
       01  WS-SIGN-CHARS             PIC 9(3) COMP VALUE 0.
       01  WS-WHOLE-VALUE            PIC S9(13) COMP-3 VALUE 0.
       01  WS-ENTRY-VALID-FLAG       PIC X VALUE 'Y'.
           88 ENTRY-VALID            VALUE 'Y'.
       01  WS-ROW-EXISTS-FLAG        PIC X VALUE 'N'.
           88 ROW-EXISTS             VALUE 'Y'.

      * SCREEN OUTPUT - TWENTY LINES SENT AS ONE TEXT BLOCK
       01  WS-SCREEN-AREA.
           05 WS-SCREEN-LINE OCCURS 20 TIMES
                             INDEXED BY WS-SCR-IDX PIC X(79).
       01  WS-SCREEN-LENGTH          PIC S9(4) COMP VALUE 1580.
       01  WS-LINES-USED             PIC 9(3) COMP VALUE 0.
       01  WS-SCREEN-MAX-LINES       PIC 9(3) COMP VALUE 20.
       01  WS-BUILD-LINE             PIC X(79).

      * BROWSE CONTROL - A SCREENFUL AT A TIME. AN AUDIT ENTRY TAKES
      * TWO LINES
       01  WS-BROWSE-MAX-ROWS        PIC 9(3) COMP VALUE 15.
       01  WS-AUDIT-MAX-ROWS         PIC 9(3) COMP VALUE 8.
       01  WS-ROWS-SHOWN             PIC 9(3) COMP VALUE 0.

      * PRINT WORK FIELDS
       01  WS-PRINT-SQLCODE          PIC -(8)9.
       01  WS-PRINT-NUMBER           PIC -(12)9.99.
       01  WS-PRINT-VALUE            PIC X(16).
       01  WS-PRINT-OLD-VALUE        PIC X(16).
       01  WS-PRINT-NEW-VALUE        PIC X(16).

       01  WS-RESP                   PIC S9(8) COMP VALUE 0.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-RECEIVE-COMMAND
           PERFORM 2000-DISPATCH-COMMAND
           PERFORM 3000-SEND-SCREEN

           EXEC CICS RETURN
               TRANSID('APRM')
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
                    WS-CMD-ARG1, WS-CMD-ARG2, WS-CMD-ARG3,
                    WS-CMD-ARG4, WS-CMD-ARG5
           END-UNSTRING

           MOVE SPACES TO WS-SCREEN-AREA
           MOVE 0 TO WS-LINES-USED.

       2000-DISPATCH-COMMAND.
           EVALUATE WS-CMD-ACTION
               WHEN 'B'
                   PERFORM 2100-BROWSE-PARAMETERS
               WHEN 'S'
                   PERFORM 2200-SET-PARAMETER
               WHEN 'X'
                   PERFORM 2300-DELETE-PARAMETER
               WHEN 'H'
                   PERFORM 2400-BROWSE-AUDIT
               WHEN OTHER
                   PERFORM 2900-SHOW-USAGE
           END-EVALUATE.

       2100-BROWSE-PARAMETERS.
      * EVERY DATED ROW IS LISTED, NEWEST FIRST WITHIN EACH NAME,
      * BRANCH AND ACCOUNT TYPE. THE ROW EACH JOB WOULD USE TODAY IS
      * MARKED '*' IN THE FIRST COLUMN
           MOVE '*' TO WS-FILTER-NAME
           MOVE '*' TO WS-FILTER-BRANCH

           IF WS-CMD-ARG1 NOT = SPACES
               MOVE WS-CMD-ARG1 TO WS-FILTER-NAME
           END-IF
           IF WS-CMD-ARG2 NOT = SPACES AND WS-CMD-ARG2 NOT = '*'
               MOVE WS-CMD-ARG2 TO WS-FILTER-BRANCH
           END-IF

           MOVE SPACES TO WS-BUILD-LINE
           STRING 'E PARAMETER                ' DELIMITED BY SIZE
                  'BRANCH     ACCOUNT TYPE '    DELIMITED BY SIZE
                  'EFFECTIVE             VALUE' DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           EXEC SQL
               DECLARE PRMCUR CURSOR FOR
               SELECT P.ParamName, P.BranchCode, P.AccountType,
                      CHAR(P.EffectiveDate, ISO), P.NumericValue,
                      P.TextValue,
                      CASE WHEN P.EffectiveDate =
                               (SELECT MAX(P2.EffectiveDate)
                                FROM ACCTXPRM_PARAMETER P2
                                WHERE P2.ParamName = P.ParamName
                                  AND P2.BranchCode = P.BranchCode
                                  AND P2.AccountType = P.AccountType
                                  AND P2.EffectiveDate <= CURRENT DATE)
                           THEN '*' ELSE ' ' END
               FROM ACCTXPRM_PARAMETER P
               WHERE (:WS-FILTER-NAME = '*'
                      OR P.ParamName = :WS-FILTER-NAME)
                 AND (:WS-FILTER-BRANCH = '*'
                      OR P.BranchCode = :WS-FILTER-BRANCH)
               ORDER BY P.ParamName, P.BranchCode, P.AccountType,
                        P.EffectiveDate DESC
           END-EXEC

           EXEC SQL
               OPEN PRMCUR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2910-SHOW-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE 0 TO WS-ROWS-SHOWN
               PERFORM 2120-FETCH-PARAMETER-ROW
               PERFORM 2130-PARAMETER-LOOP
                   UNTIL END-OF-CURSOR
                      OR WS-ROWS-SHOWN >= WS-BROWSE-MAX-ROWS

               EXEC SQL
                   CLOSE PRMCUR
               END-EXEC

               IF WS-ROWS-SHOWN = 0
                   MOVE 'NO PARAMETER ROWS MATCH THE FILTERS'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               ELSE
                   IF WS-ROWS-SHOWN >= WS-BROWSE-MAX-ROWS
                      AND NOT END-OF-CURSOR
                       MOVE 'MORE ROWS EXIST - NARROW THE FILTERS'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                   END-IF
                   MOVE '* = IN EFFECT TODAY. BLANK BRANCH/TYPE = ALL'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               END-IF
           END-IF.

       2120-FETCH-PARAMETER-ROW.
           EXEC SQL
               FETCH PRMCUR INTO
                   :WS-PRM-NAME, :WS-PRM-BRANCH, :WS-PRM-ACCT-TYPE,
                   :WS-PRM-EFF-DATE, :WS-PRM-NUMERIC, :WS-PRM-TEXT,
                   :WS-PRM-IN-EFFECT
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

       2130-PARAMETER-LOOP.
           IF NOT END-OF-CURSOR
              AND WS-ROWS-SHOWN < WS-BROWSE-MAX-ROWS
               ADD 1 TO WS-ROWS-SHOWN
               IF WS-PRM-TEXT NOT = SPACES
                   MOVE WS-PRM-TEXT TO WS-PRINT-VALUE
               ELSE
                   MOVE WS-PRM-NUMERIC TO WS-PRINT-NUMBER
                   MOVE WS-PRINT-NUMBER TO WS-PRINT-VALUE
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-PRM-IN-EFFECT        DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-PRM-NAME(1:24)       DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-PRM-BRANCH           DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-PRM-ACCT-TYPE(1:12)  DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-PRM-EFF-DATE         DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-PRINT-VALUE          DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3100-ADD-SCREEN-LINE
               PERFORM 2120-FETCH-PARAMETER-ROW
           END-IF.

       2200-SET-PARAMETER.
      * ADDS A ROW, OR CHANGES THE VALUE ON A ROW THAT IS NOT YET IN
      * EFFECT OR ONLY TOOK EFFECT TODAY. THE AUDIT ROW IS WRITTEN IN
      * THE SAME UNIT OF WORK - NEITHER IS KEPT WITHOUT THE OTHER
           MOVE 'Y' TO WS-ENTRY-VALID-FLAG

           IF WS-CMD-ARG5 = SPACES
               MOVE 'USAGE: APRM S <NAME> <BRANCH|*> <TYPE|*> <EFFDATE>'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               MOVE '              <VALUE>' TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF

           IF ENTRY-VALID
               PERFORM 2600-CHECK-PARAMETER-KEY
           END-IF

           IF ENTRY-VALID
               PERFORM 2650-PARSE-VALUE
           END-IF

           IF ENTRY-VALID
               PERFORM 2820-GET-SIGNON-USER
               IF WS-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-IF

           IF ENTRY-VALID
               PERFORM 2700-READ-EXISTING-ROW
           END-IF

           IF ENTRY-VALID
               IF ROW-EXISTS
                   MOVE 'CHANGE' TO WS-AUD-ACTION
                   EXEC SQL
                       UPDATE ACCTXPRM_PARAMETER
                       SET NumericValue = :WS-PRM-NUMERIC,
                           TextValue = :WS-PRM-TEXT,
                           LastChangedBy = :WS-OPERATOR-ID,
                           LastChangedTimestamp = CURRENT TIMESTAMP
                       WHERE ParamName = :WS-PRM-NAME
                         AND BranchCode = :WS-PRM-BRANCH
                         AND AccountType = :WS-PRM-ACCT-TYPE
                         AND EffectiveDate = DATE(:WS-PRM-EFF-DATE)
                   END-EXEC
               ELSE
                   MOVE 'ADD' TO WS-AUD-ACTION
                   EXEC SQL
                       INSERT INTO ACCTXPRM_PARAMETER
                       (ParamName, BranchCode, AccountType,
                        EffectiveDate, NumericValue, TextValue,
                        LastChangedBy, LastChangedTimestamp)
                       VALUES
                       (:WS-PRM-NAME, :WS-PRM-BRANCH, :WS-PRM-ACCT-TYPE,
                        DATE(:WS-PRM-EFF-DATE), :WS-PRM-NUMERIC,
                        :WS-PRM-TEXT, :WS-OPERATOR-ID,
                        CURRENT TIMESTAMP)
                   END-EXEC
               END-IF

               MOVE WS-PRM-NUMERIC TO WS-AUD-NEW-NUMERIC
               MOVE WS-PRM-TEXT TO WS-AUD-NEW-TEXT
               PERFORM 2800-FINISH-MAINTENANCE

               IF ENTRY-VALID
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING 'PARAMETER ' DELIMITED BY SIZE
                          WS-PRM-NAME DELIMITED BY SPACE
                          ' EFFECTIVE ' DELIMITED BY SIZE
                          WS-PRM-EFF-DATE DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-AUD-ACTION DELIMITED BY SPACE
                          ' RECORDED' DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
                   PERFORM 3100-ADD-SCREEN-LINE
                   PERFORM 2810-SHOW-SCOPE
               END-IF
           END-IF.

       2300-DELETE-PARAMETER.
      * A ROW MAY ONLY BE WITHDRAWN BEFORE IT HAS BEEN IN EFFECT FOR A
      * FULL DAY. THE VALUE IT HELD IS KEPT ON THE AUDIT ROW
           MOVE 'Y' TO WS-ENTRY-VALID-FLAG

           IF WS-CMD-ARG4 = SPACES
               MOVE 'USAGE: APRM X <NAME> <BRANCH|*> <TYPE|*> <EFFDATE>'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF

           IF ENTRY-VALID
               PERFORM 2600-CHECK-PARAMETER-KEY
           END-IF

           IF ENTRY-VALID
               PERFORM 2820-GET-SIGNON-USER
               IF WS-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-IF

           IF ENTRY-VALID
               PERFORM 2700-READ-EXISTING-ROW
           END-IF

           IF ENTRY-VALID
               IF NOT ROW-EXISTS
                   MOVE 'NO PARAMETER ROW FOR THAT KEY AND DATE'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-IF

           IF ENTRY-VALID
               MOVE 'DELETE' TO WS-AUD-ACTION
               EXEC SQL
                   DELETE FROM ACCTXPRM_PARAMETER
                   WHERE ParamName = :WS-PRM-NAME
                     AND BranchCode = :WS-PRM-BRANCH
                     AND AccountType = :WS-PRM-ACCT-TYPE
                     AND EffectiveDate = DATE(:WS-PRM-EFF-DATE)
               END-EXEC

               MOVE 0 TO WS-AUD-NEW-NUMERIC
               MOVE SPACES TO WS-AUD-NEW-TEXT
               PERFORM 2800-FINISH-MAINTENANCE

               IF ENTRY-VALID
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING 'PARAMETER ' DELIMITED BY SIZE
                          WS-PRM-NAME DELIMITED BY SPACE
                          ' EFFECTIVE ' DELIMITED BY SIZE
                          WS-PRM-EFF-DATE DELIMITED BY SIZE
                          ' - ROW DELETED' DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
                   PERFORM 3100-ADD-SCREEN-LINE
                   PERFORM 2810-SHOW-SCOPE
               END-IF
           END-IF.

       2400-BROWSE-AUDIT.
      * THE AUDIT TRAIL, MOST RECENT CHANGE FIRST
           MOVE '*' TO WS-FILTER-NAME
           IF WS-CMD-ARG1 NOT = SPACES
               MOVE WS-CMD-ARG1 TO WS-FILTER-NAME
           END-IF

           MOVE SPACES TO WS-BUILD-LINE
           STRING 'CHANGED             ACTION   ' DELIMITED BY SIZE
                  'OPERATOR PARAMETER'             DELIMITED BY SIZE
                  '                BRANCH'         DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           EXEC SQL
               DECLARE AUDCUR CURSOR FOR
               SELECT CHAR(ChangeTimestamp), Action, ChangedBy,
                      ParamName, BranchCode, AccountType,
                      CHAR(EffectiveDate, ISO),
                      OldNumericValue, OldTextValue,
                      NewNumericValue, NewTextValue
               FROM ACCTXPRM_AUDIT
               WHERE (:WS-FILTER-NAME = '*'
                      OR ParamName = :WS-FILTER-NAME)
               ORDER BY ChangeTimestamp DESC
           END-EXEC

           EXEC SQL
               OPEN AUDCUR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2910-SHOW-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE 0 TO WS-ROWS-SHOWN
               PERFORM 2420-FETCH-AUDIT-ROW
               PERFORM 2430-AUDIT-LOOP
                   UNTIL END-OF-CURSOR
                      OR WS-ROWS-SHOWN >= WS-AUDIT-MAX-ROWS

               EXEC SQL
                   CLOSE AUDCUR
               END-EXEC

               IF WS-ROWS-SHOWN = 0
                   MOVE 'NO PARAMETER CHANGES RECORDED' TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               ELSE
                   IF WS-ROWS-SHOWN >= WS-AUDIT-MAX-ROWS
                      AND NOT END-OF-CURSOR
                       MOVE 'MORE ROWS EXIST - NARROW THE FILTERS'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                   END-IF
               END-IF
           END-IF.

       2420-FETCH-AUDIT-ROW.
           EXEC SQL
               FETCH AUDCUR INTO
                   :WS-AUD-TIMESTAMP, :WS-AUD-ACTION,
                   :WS-AUD-CHANGED-BY, :WS-AUD-NAME, :WS-AUD-BRANCH,
                   :WS-AUD-ACCT-TYPE, :WS-AUD-EFF-DATE,
                   :WS-AUD-OLD-NUMERIC, :WS-AUD-OLD-TEXT,
                   :WS-AUD-NEW-NUMERIC, :WS-AUD-NEW-TEXT
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

       2430-AUDIT-LOOP.
      * AN ADD HAS NO OLD VALUE AND A DELETE NO NEW ONE - THOSE SIDES
      * ARE LEFT BLANK RATHER THAN SHOWN AS ZERO
           IF NOT END-OF-CURSOR
              AND WS-ROWS-SHOWN < WS-AUDIT-MAX-ROWS
               ADD 1 TO WS-ROWS-SHOWN

               MOVE SPACES TO WS-PRINT-OLD-VALUE
               MOVE SPACES TO WS-PRINT-NEW-VALUE
               IF WS-AUD-ACTION NOT = 'ADD'
                   IF WS-AUD-OLD-TEXT NOT = SPACES
                       MOVE WS-AUD-OLD-TEXT TO WS-PRINT-OLD-VALUE
                   ELSE
                       MOVE WS-AUD-OLD-NUMERIC TO WS-PRINT-NUMBER
                       MOVE WS-PRINT-NUMBER TO WS-PRINT-OLD-VALUE
                   END-IF
               END-IF
               IF WS-AUD-ACTION NOT = 'DELETE'
                   IF WS-AUD-NEW-TEXT NOT = SPACES
                       MOVE WS-AUD-NEW-TEXT TO WS-PRINT-NEW-VALUE
                   ELSE
                       MOVE WS-AUD-NEW-NUMERIC TO WS-PRINT-NUMBER
                       MOVE WS-PRINT-NUMBER TO WS-PRINT-NEW-VALUE
                   END-IF
               END-IF

               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-AUD-TIMESTAMP(1:19)  DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-AUD-ACTION           DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-AUD-CHANGED-BY       DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-AUD-NAME(1:24)       DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-AUD-BRANCH           DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3100-ADD-SCREEN-LINE

               MOVE SPACES TO WS-BUILD-LINE
               STRING '  '                    DELIMITED BY SIZE
                      WS-AUD-ACCT-TYPE(1:12)  DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-AUD-EFF-DATE         DELIMITED BY SIZE
                      ' OLD '                 DELIMITED BY SIZE
                      WS-PRINT-OLD-VALUE      DELIMITED BY SIZE
                      ' NEW '                 DELIMITED BY SIZE
                      WS-PRINT-NEW-VALUE      DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3100-ADD-SCREEN-LINE

               PERFORM 2420-FETCH-AUDIT-ROW
           END-IF.

       2600-CHECK-PARAMETER-KEY.
      * NAME, SCOPE AND EFFECTIVE DATE FROM ARGUMENTS ONE TO FOUR.
      * '*' FOR THE BRANCH OR ACCOUNT TYPE IS STORED AS BLANK
           MOVE WS-CMD-ARG1 TO WS-PRM-NAME
           MOVE SPACES TO WS-PRM-BRANCH
           MOVE SPACES TO WS-PRM-ACCT-TYPE
           IF WS-CMD-ARG2 NOT = '*'
               MOVE WS-CMD-ARG2 TO WS-PRM-BRANCH
           END-IF
           IF WS-CMD-ARG3 NOT = '*'
               MOVE WS-CMD-ARG3 TO WS-PRM-ACCT-TYPE
           END-IF

           PERFORM 2610-LOAD-PARAMETER-RULES

           IF RULE-UNKNOWN
               MOVE 'UNKNOWN PARAMETER NAME - NO JOB READS IT'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF

           IF ENTRY-VALID
               IF NOT RULE-OVERRIDE-ALLOWED
                  AND (WS-PRM-BRANCH NOT = SPACES
                       OR WS-PRM-ACCT-TYPE NOT = SPACES)
                   MOVE 'NO BRANCH/TYPE OVERRIDE FOR THIS ONE - USE * *'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-IF

           IF ENTRY-VALID
               PERFORM 2620-CHECK-EFFECTIVE-DATE
           END-IF.

       2610-LOAD-PARAMETER-RULES.
      * ONE ENTRY PER PARAMETER A BATCH PROGRAM READS. BRANCH AND
      * ACCOUNT-TYPE OVERRIDES ARE ONLY HONOURED FOR THE ACCOUNT-LEVEL
      * THRESHOLDS ACCTXFRM APPLIES - ANYWHERE ELSE THEY WOULD BE
      * SILENTLY IGNORED, SO THEY ARE REFUSED HERE
           MOVE SPACE TO WS-RULE-KIND
           MOVE 'N' TO WS-RULE-WHOLE-FLAG
           MOVE 'N' TO WS-RULE-OVERRIDE-FLAG
           MOVE 0 TO WS-RULE-MIN
           MOVE 0 TO WS-RULE-MAX

           EVALUATE WS-PRM-NAME
               WHEN 'REPORT-CURRENCY'
                   SET RULE-TEXT TO TRUE
               WHEN 'RISK-THRESHOLD'
                   SET RULE-NUMBER TO TRUE
                   SET RULE-WHOLE-ONLY TO TRUE
                   SET RULE-OVERRIDE-ALLOWED TO TRUE
                   MOVE 0 TO WS-RULE-MIN
                   MOVE 999 TO WS-RULE-MAX
               WHEN 'DORMANCY-DAYS'
                   SET RULE-NUMBER TO TRUE
                   SET RULE-WHOLE-ONLY TO TRUE
                   SET RULE-OVERRIDE-ALLOWED TO TRUE
                   MOVE 1 TO WS-RULE-MIN
                   MOVE 999 TO WS-RULE-MAX
               WHEN 'LOW-BALANCE-THRESHOLD'
                   SET RULE-NUMBER TO TRUE
                   SET RULE-OVERRIDE-ALLOWED TO TRUE
                   MOVE 0 TO WS-RULE-MIN
                   MOVE 9999999999999.99 TO WS-RULE-MAX
               WHEN 'ESCALATION-DAYS'
                   SET RULE-NUMBER TO TRUE
                   SET RULE-WHOLE-ONLY TO TRUE
                   MOVE 1 TO WS-RULE-MIN
                   MOVE 999 TO WS-RULE-MAX
               WHEN 'ACCTXFRM-COMMIT-INTERVAL'
               WHEN 'ACCTXPST-COMMIT-INTERVAL'
               WHEN 'ACCTXRPR-COMMIT-INTERVAL'
               WHEN 'ACCTXHKP-COMMIT-INTERVAL'
               WHEN 'ACCTXBKO-COMMIT-INTERVAL'
               WHEN 'ACCTXRST-COMMIT-INTERVAL'
               WHEN 'ACCTXSCR-COMMIT-INTERVAL'
                   SET RULE-NUMBER TO TRUE
                   SET RULE-WHOLE-ONLY TO TRUE
                   MOVE 1 TO WS-RULE-MIN
                   MOVE 999999 TO WS-RULE-MAX
               WHEN OTHER
                   SET RULE-UNKNOWN TO TRUE
           END-EVALUATE.

       2620-CHECK-EFFECTIVE-DATE.
      * THE DATE MUST BE TYPED YYYY-MM-DD AND BE A REAL DATE. A JOB
      * THAT HAS ALREADY RUN ON AN EARLIER ROW HAS RECORDED WHAT IT
      * USED, SO ROWS DATED BEFORE TODAY ARE NOT ADDED, CHANGED OR
      * DELETED - THE HISTORY WOULD NO LONGER MATCH THOSE RUNS
           MOVE WS-CMD-ARG4 TO WS-DATE-TEXT

           IF WS-DATE-TEXT(5:1) NOT = '-'
              OR WS-DATE-TEXT(8:1) NOT = '-'
              OR WS-DATE-TEXT(11:10) NOT = SPACES
               MOVE 'EFFECTIVE DATE MUST BE ENTERED AS YYYY-MM-DD'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF

           IF ENTRY-VALID
               EXEC SQL
                   SELECT CHAR(DATE(:WS-DATE-TEXT), ISO),
                          CHAR(CURRENT DATE, ISO)
                   INTO :WS-PRM-EFF-DATE, :WS-TODAY
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = -180 OR SQLCODE = -181
                       MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                       MOVE 'N' TO WS-ENTRY-VALID-FLAG
                   WHEN SQLCODE NOT = 0
                       PERFORM 2910-SHOW-SQL-ERROR
                       MOVE 'N' TO WS-ENTRY-VALID-FLAG
                   WHEN WS-PRM-EFF-DATE < WS-TODAY
                       MOVE 'EFFECTIVE DATE MAY NOT BE BEFORE TODAY'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                       MOVE 'N' TO WS-ENTRY-VALID-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2650-PARSE-VALUE.
      * THE CURRENCY IS A THREE-LETTER CODE. A NUMBER ARRIVES AS
      * DISPLAY TEXT WITH AN OPTIONAL SIGN AND DECIMAL POINT AND IS
      * TESTED ON A SCRATCH COPY AS ON THE ADJUSTMENT SCREEN, THEN
      * HELD TO THE LIMITS FOR THE PARAMETER
           MOVE 0 TO WS-PRM-NUMERIC
           MOVE SPACES TO WS-PRM-TEXT

           IF RULE-TEXT
               IF WS-CMD-ARG5(1:3) = SPACES
                  OR WS-CMD-ARG5(3:1) = SPACE
                  OR WS-CMD-ARG5(4:17) NOT = SPACES
                   MOVE 'VALUE MUST BE A THREE-LETTER CURRENCY CODE'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               ELSE
                   MOVE WS-CMD-ARG5 TO WS-PRM-TEXT
               END-IF
           ELSE
               MOVE 0 TO WS-DECIMAL-POINTS
               MOVE 0 TO WS-SIGN-CHARS
               MOVE WS-CMD-ARG5 TO WS-NUMBER-TEXT
               INSPECT WS-NUMBER-TEXT TALLYING WS-DECIMAL-POINTS
                   FOR ALL '.'
               INSPECT WS-NUMBER-TEXT TALLYING WS-SIGN-CHARS
                   FOR ALL '-' ALL '+'
               INSPECT WS-NUMBER-TEXT REPLACING ALL '-' BY '0'
                                                ALL '+' BY '0'
                                                ALL '.' BY '0'
                                                ALL SPACE BY '0'

               IF WS-NUMBER-TEXT NUMERIC
                  AND WS-DECIMAL-POINTS <= 1
                  AND WS-SIGN-CHARS <= 1
                   COMPUTE WS-PRM-NUMERIC ROUNDED =
                       FUNCTION NUMVAL(WS-CMD-ARG5)
               ELSE
                   MOVE 'VALUE MUST BE A NUMBER, E.G. 250.00'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF

               IF ENTRY-VALID
                   MOVE WS-PRM-NUMERIC TO WS-WHOLE-VALUE
                   IF RULE-WHOLE-ONLY
                      AND WS-WHOLE-VALUE NOT = WS-PRM-NUMERIC
                       MOVE 'VALUE MUST BE A WHOLE NUMBER'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                       MOVE 'N' TO WS-ENTRY-VALID-FLAG
                   END-IF
               END-IF

               IF ENTRY-VALID
                   IF WS-PRM-NUMERIC < WS-RULE-MIN
                      OR WS-PRM-NUMERIC > WS-RULE-MAX
                       PERFORM 2660-SHOW-RANGE
                       MOVE 'N' TO WS-ENTRY-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       2660-SHOW-RANGE.
           MOVE SPACES TO WS-BUILD-LINE
           MOVE WS-RULE-MIN TO WS-PRINT-NUMBER
           MOVE WS-PRINT-NUMBER TO WS-PRINT-OLD-VALUE
           MOVE WS-RULE-MAX TO WS-PRINT-NUMBER
           MOVE WS-PRINT-NUMBER TO WS-PRINT-NEW-VALUE
           STRING 'VALUE OUT OF RANGE. LOWEST ' DELIMITED BY SIZE
                  WS-PRINT-OLD-VALUE DELIMITED BY SIZE
                  ' HIGHEST ' DELIMITED BY SIZE
                  WS-PRINT-NEW-VALUE DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE.

       2700-READ-EXISTING-ROW.
      * THE ROW AS IT STANDS IS THE OLD SIDE OF THE AUDIT ENTRY
           MOVE 'N' TO WS-ROW-EXISTS-FLAG
           MOVE 0 TO WS-OLD-NUMERIC
           MOVE SPACES TO WS-OLD-TEXT

           EXEC SQL
               SELECT NumericValue, TextValue
               INTO :WS-OLD-NUMERIC, :WS-OLD-TEXT
               FROM ACCTXPRM_PARAMETER
               WHERE ParamName = :WS-PRM-NAME
                 AND BranchCode = :WS-PRM-BRANCH
                 AND AccountType = :WS-PRM-ACCT-TYPE
                 AND EffectiveDate = DATE(:WS-PRM-EFF-DATE)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ROW-EXISTS TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 2910-SHOW-SQL-ERROR
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-EVALUATE.

       2800-FINISH-MAINTENANCE.
      * CALLED WITH THE SQLCODE OF THE PARAMETER UPDATE STILL SET.
      * THE AUDIT ROW GOES IN ONLY IF THAT WORKED, AND THE TWO ARE
      * COMMITTED OR BACKED OUT TOGETHER
           IF SQLCODE NOT = 0
               PERFORM 2910-SHOW-SQL-ERROR
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           ELSE
               MOVE WS-OPERATOR-ID TO WS-AUD-CHANGED-BY
               MOVE WS-PRM-NAME TO WS-AUD-NAME
               MOVE WS-PRM-BRANCH TO WS-AUD-BRANCH
               MOVE WS-PRM-ACCT-TYPE TO WS-AUD-ACCT-TYPE
               MOVE WS-PRM-EFF-DATE TO WS-AUD-EFF-DATE
               MOVE WS-OLD-NUMERIC TO WS-AUD-OLD-NUMERIC
               MOVE WS-OLD-TEXT TO WS-AUD-OLD-TEXT

               EXEC SQL
                   INSERT INTO ACCTXPRM_AUDIT
                   (ParamName, BranchCode, AccountType, EffectiveDate,
                    Action, OldNumericValue, OldTextValue,
                    NewNumericValue, NewTextValue, ChangedBy,
                    ChangeTimestamp)
                   VALUES
                   (:WS-AUD-NAME, :WS-AUD-BRANCH, :WS-AUD-ACCT-TYPE,
                    DATE(:WS-AUD-EFF-DATE), :WS-AUD-ACTION,
                    :WS-AUD-OLD-NUMERIC, :WS-AUD-OLD-TEXT,
                    :WS-AUD-NEW-NUMERIC, :WS-AUD-NEW-TEXT,
                    :WS-AUD-CHANGED-BY, CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 2910-SHOW-SQL-ERROR
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-IF

           IF ENTRY-VALID
               EXEC CICS SYNCPOINT
               END-EXEC
           ELSE
               MOVE 'NOTHING WAS CHANGED' TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

       2810-SHOW-SCOPE.
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-PRM-BRANCH = SPACES AND WS-PRM-ACCT-TYPE = SPACES
               MOVE 'APPLIES TO ALL BRANCHES AND ACCOUNT TYPES'
                   TO WS-BUILD-LINE
           ELSE
               STRING 'APPLIES TO BRANCH ' DELIMITED BY SIZE
                      WS-PRM-BRANCH DELIMITED BY SIZE
                      ' ACCOUNT TYPE ' DELIMITED BY SIZE
                      WS-PRM-ACCT-TYPE DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
           END-IF
           PERFORM 3100-ADD-SCREEN-LINE.

       2820-GET-SIGNON-USER.
      * THE AUDIT TRAIL RECORDS WHOEVER IS SIGNED ON AT THE TERMINAL -
      * AN ID TYPED ON THE COMMAND LINE WOULD LET A CHANGE BE RECORDED
      * UNDER SOMEONE ELSE'S NAME
           MOVE SPACES TO WS-OPERATOR-ID

           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = 0
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF

           IF WS-OPERATOR-ID = SPACES
               MOVE 'SIGNED-ON USERID NOT AVAILABLE - NOTHING CHANGED'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
           END-IF.

       2900-SHOW-USAGE.
           MOVE 'PROCESSING PARAMETER COMMANDS:' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  APRM B <NAME|*> <BRANCH|*>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  APRM S <NAME> <BRANCH|*> <TYPE|*> <EFFDATE>'
               TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '         <VALUE>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  APRM X <NAME> <BRANCH|*> <TYPE|*> <EFFDATE>'
               TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  APRM H <NAME|*>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE 'EFFDATE IS YYYY-MM-DD, TODAY OR LATER' TO WS-BUILD-LINE
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
