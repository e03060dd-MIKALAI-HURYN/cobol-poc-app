       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXADJ.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXADJ                                        *
      * DESCRIPTION:  CICS MANUAL ADJUSTMENT ENTRY AND APPROVAL FOR   *
      *               THE ACCTXADJ_REQUEST TABLE. ONE USER (THE       *
      *               MAKER) ENTERS AN ADJUSTMENT - ACCOUNT, SIGNED   *
      *               AMOUNT IN THE ACCOUNT'S CURRENCY, REASON CODE   *
      *               AND THE REFERENCE OF THE ORIGINAL TRANSACTION   *
      *               BEING CORRECTED - AND IT WAITS AS PENDING UNTIL *
      *               A SECOND USER (THE CHECKER) APPROVES OR         *
      *               REJECTS IT. THE CHECKER MAY NOT BE THE MAKER.   *
      *               BOTH ARE THE CICS USERID SIGNED ON AT THE       *
      *               TERMINAL WHEN THE COMMAND IS ENTERED, NEVER AN  *
      *               ID TYPED ON THE COMMAND LINE.                   *
      *               NOTHING HERE TOUCHES A BALANCE - APPROVED ROWS  *
      *               ARE POSTED BY THE ACCTXADP BATCH STEP.          *
      *               TRANSACTION AADJ, COMMAND-STYLE INPUT:          *
      *                 AADJ E <ACCTID> <AMOUNT> <REASON> <ORIGREF>   *
      *                 AADJ B <STATUS|*> <BRANCH|*>                  *
      *                 AADJ D <ADJID>                                *
      *                 AADJ A <ADJID>                                *
      *                 AADJ X <ADJID> <REASON>                       *
      * INPUT:        TERMINAL COMMAND LINE (EXEC CICS RECEIVE)       *
      *               SIGNED-ON USERID (EXEC CICS ASSIGN)             *
      *               CUSTOMERACCOUNTS / ACCTXADJ_REQUEST (VIA SQL)   *
      * OUTPUT:       TERMINAL (EXEC CICS SEND TEXT)                  *
      *               ACCTXADJ_REQUEST TABLE (ENTRY AND DECISIONS)    *
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
           05 WS-CMD-ARG3          PIC X(20).
           05 WS-CMD-ARG4          PIC X(20).

      * BROWSE FILTERS - '*' MEANS NO FILTER ON THAT FIELD
       01  WS-FILTER-STATUS          PIC X(10) VALUE '*'.
       01  WS-FILTER-BRANCH          PIC X(10) VALUE '*'.

      * ADJUSTMENT ROW UNDER THE CURSOR / UNDER MAINTENANCE
       01  WS-ADJ-ROW.
           05 WS-ADJ-ID            PIC 9(10).
           05 WS-ADJ-ACCT-ID       PIC 9(10).
           05 WS-ADJ-ACCT-NUM      PIC X(20).
           05 WS-ADJ-BRANCH        PIC X(10).
           05 WS-ADJ-CURR-CODE     PIC X(03).
           05 WS-ADJ-AMOUNT        PIC S9(13)V99 COMP-3.
           05 WS-ADJ-REASON        PIC X(08).
           05 WS-ADJ-ORIG-REF      PIC X(20).
           05 WS-ADJ-STATUS        PIC X(10).
           05 WS-ADJ-MAKER         PIC X(08).
           05 WS-ADJ-MAKER-TS      PIC X(26).
           05 WS-ADJ-CHECKER       PIC X(08).
           05 WS-ADJ-CHECKER-IND   PIC S9(4) COMP.
           05 WS-ADJ-REJECT-RSN    PIC X(08).
           05 WS-ADJ-REJECT-IND    PIC S9(4) COMP.

      * ACCOUNT THE ADJUSTMENT IS ENTERED AGAINST
       01  WS-ACCT-STATUS            PIC X(20).

      * MAINTENANCE WORK FIELDS
       01  WS-TARGET-ADJ-ID          PIC 9(10) VALUE 0.
       01  WS-TARGET-ACCT-ID         PIC 9(10) VALUE 0.
      * THE SIGNED-ON CICS USER - THE MAKER ON ENTRY, THE CHECKER ON
      * A DECISION
       01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01  WS-DECISION-REASON        PIC X(08) VALUE SPACES.
       01  WS-NUMBER-TEXT            PIC X(20).
       01  WS-DECIMAL-POINTS         PIC 9(3) COMP VALUE 0.
       01  WS-SIGN-CHARS             PIC 9(3) COMP VALUE 0.
       01  WS-ENTRY-VALID-FLAG       PIC X VALUE 'Y'.
           88 ENTRY-VALID            VALUE 'Y'.
       01  WS-DECISION-FLAG          PIC X VALUE 'N'.
           88 DECISION-RECORDED      VALUE 'Y'.

      * THE LARGEST ADJUSTMENT THE SCREEN ACCEPTS EITHER WAY - ANY
      * MORE IS NOT A CORRECTION AND GOES THROUGH THE BRANCH
       01  WS-MAX-ADJ-AMOUNT         PIC S9(13)V99 COMP-3
                                     VALUE 1000000.00.

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
       01  WS-PRINT-ADJID            PIC 9(10).
       01  WS-PRINT-ACCTID           PIC 9(10).
       01  WS-PRINT-SQLCODE          PIC -(8)9.
       01  WS-PRINT-AMOUNT           PIC -(11)9.99.

       01  WS-RESP                   PIC S9(8) COMP VALUE 0.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-RECEIVE-COMMAND
           PERFORM 2000-DISPATCH-COMMAND
           PERFORM 3000-SEND-SCREEN

           EXEC CICS RETURN
               TRANSID('AADJ')
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
                    WS-CMD-ARG4
           END-UNSTRING

           MOVE SPACES TO WS-SCREEN-AREA
           MOVE 0 TO WS-LINES-USED.

       2000-DISPATCH-COMMAND.
           EVALUATE WS-CMD-ACTION
               WHEN 'E'
                   PERFORM 2100-ENTER-ADJUSTMENT
               WHEN 'B'
                   PERFORM 2200-BROWSE-ADJUSTMENTS
               WHEN 'D'
                   PERFORM 2300-DISPLAY-ADJUSTMENT
               WHEN 'A'
                   PERFORM 2400-APPROVE-ADJUSTMENT
               WHEN 'X'
                   PERFORM 2500-REJECT-ADJUSTMENT
               WHEN OTHER
                   PERFORM 2900-SHOW-USAGE
           END-EVALUATE.

       2100-ENTER-ADJUSTMENT.
      * THE MAKER'S ENTRY. EVERYTHING IS CHECKED BEFORE THE ROW IS
      * WRITTEN - THE CHECKER SHOULD ONLY EVER SEE A WELL-FORMED
      * ADJUSTMENT AGAINST A LIVE ACCOUNT
           MOVE 'Y' TO WS-ENTRY-VALID-FLAG

           IF WS-CMD-ARG3 = SPACES OR WS-CMD-ARG4 = SPACES
               MOVE 'USAGE: AADJ E <ACCTID> <AMOUNT> <REASON> <ORIGREF>'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF

      * THE REASON CODE IS STORED IN EIGHT CHARACTERS - A LONGER ONE
      * IS REFUSED RATHER THAN SILENTLY CUT SHORT
           IF ENTRY-VALID
               IF WS-CMD-ARG3(9:12) NOT = SPACES
                   MOVE 'REASON CODE MAX 8 CHARACTERS' TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-IF

           IF ENTRY-VALID
               PERFORM 2800-GET-SIGNON-USER
               IF WS-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-IF

           IF ENTRY-VALID
               PERFORM 2110-PARSE-ACCOUNT-ID
           END-IF

           IF ENTRY-VALID
               PERFORM 2120-PARSE-AMOUNT
           END-IF

           IF ENTRY-VALID
               PERFORM 2130-LOAD-ACCOUNT
           END-IF

           IF ENTRY-VALID
               MOVE WS-CMD-ARG3 TO WS-ADJ-REASON
               MOVE WS-CMD-ARG4 TO WS-ADJ-ORIG-REF
               MOVE WS-OPERATOR-ID TO WS-ADJ-MAKER

               EXEC SQL
                   INSERT INTO ACCTXADJ_REQUEST
                   (AccountID, AccountNumber, BranchCode,
                    CurrencyCode, Amount, ReasonCode, OrigReference,
                    AdjStatus, MakerOperator, MakerTimestamp)
                   VALUES
                   (:WS-ADJ-ACCT-ID, :WS-ADJ-ACCT-NUM, :WS-ADJ-BRANCH,
                    :WS-ADJ-CURR-CODE, :WS-ADJ-AMOUNT, :WS-ADJ-REASON,
                    :WS-ADJ-ORIG-REF, 'PENDING', :WS-ADJ-MAKER,
                    CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 2910-SHOW-SQL-ERROR
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
               ELSE
      * THE ROW IS ALREADY IN - IF ITS NEW ID CANNOT BE READ BACK THE
      * ENTRY IS STILL KEPT, AND THE MAKER FINDS IT WITH AADJ B
                   EXEC SQL
                       SELECT IDENTITY_VAL_LOCAL()
                       INTO :WS-ADJ-ID
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 2910-SHOW-SQL-ERROR
                       MOVE 0 TO WS-ADJ-ID
                   END-IF

                   EXEC CICS SYNCPOINT
                   END-EXEC

                   MOVE WS-ADJ-AMOUNT TO WS-PRINT-AMOUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   IF WS-ADJ-ID > 0
                       MOVE WS-ADJ-ID TO WS-PRINT-ADJID
                       STRING 'ADJUSTMENT ' DELIMITED BY SIZE
                              WS-PRINT-ADJID DELIMITED BY SIZE
                              ' ENTERED FOR ' DELIMITED BY SIZE
                              WS-PRINT-AMOUNT DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-ADJ-CURR-CODE DELIMITED BY SIZE
                              INTO WS-BUILD-LINE
                       END-STRING
                   ELSE
                       STRING 'ADJUSTMENT (ID UNKNOWN - SEE AADJ B) '
                              DELIMITED BY SIZE
                              'ENTERED FOR ' DELIMITED BY SIZE
                              WS-PRINT-AMOUNT DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-ADJ-CURR-CODE DELIMITED BY SIZE
                              INTO WS-BUILD-LINE
                       END-STRING
                   END-IF
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'PENDING APPROVAL BY A SECOND USER'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               END-IF
           END-IF.

       2110-PARSE-ACCOUNT-ID.
      * THE ACCOUNTID IS TYPED WITHOUT LEADING ZEROS - PAD THE
      * SCRATCH COPY SO THE NUMERIC TEST AND THE CONVERSION BOTH HOLD
           MOVE 0 TO WS-TARGET-ACCT-ID
           MOVE WS-CMD-ARG1 TO WS-NUMBER-TEXT
           INSPECT WS-NUMBER-TEXT REPLACING ALL SPACE BY '0'

           IF WS-CMD-ARG1 NOT = SPACES
              AND WS-NUMBER-TEXT NUMERIC
               COMPUTE WS-TARGET-ACCT-ID =
                   FUNCTION NUMVAL(WS-CMD-ARG1)
           END-IF

           IF WS-TARGET-ACCT-ID = 0
               MOVE 'ACCOUNTID MUST BE A NON-ZERO NUMBER'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF.

       2120-PARSE-AMOUNT.
      * THE AMOUNT ARRIVES AS SIGNED DISPLAY TEXT WITH AN OPTIONAL
      * DECIMAL POINT. THE NUMERIC TEST RUNS ON A SCRATCH COPY WITH
      * ONE SIGN AND ONE POINT NEUTRALIZED - ANYTHING ELSE IS REFUSED
      * RATHER THAN CONVERTED TO SOME OTHER AMOUNT
           MOVE 0 TO WS-ADJ-AMOUNT
           MOVE 0 TO WS-DECIMAL-POINTS
           MOVE 0 TO WS-SIGN-CHARS
           MOVE WS-CMD-ARG2 TO WS-NUMBER-TEXT
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
               COMPUTE WS-ADJ-AMOUNT ROUNDED =
                   FUNCTION NUMVAL(WS-CMD-ARG2)
           ELSE
               MOVE 'AMOUNT MUST BE A SIGNED NUMBER, E.G. -125.50'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF

           IF ENTRY-VALID
               IF WS-ADJ-AMOUNT = 0
                   MOVE 'AMOUNT MUST NOT BE ZERO' TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
               IF WS-ADJ-AMOUNT > WS-MAX-ADJ-AMOUNT
                  OR WS-ADJ-AMOUNT < 0 - WS-MAX-ADJ-AMOUNT
                   MOVE 'AMOUNT EXCEEDS THE MANUAL ADJUSTMENT LIMIT'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-IF.

       2130-LOAD-ACCOUNT.
      * THE ACCOUNT NUMBER, BRANCH AND CURRENCY ARE CAPTURED AT ENTRY
      * SO THE CHECKER SEES EXACTLY WHAT THE MAKER SAW
           MOVE WS-TARGET-ACCT-ID TO WS-ADJ-ACCT-ID

           EXEC SQL
               SELECT AccountNumber, BranchCode, CurrencyCode,
                      AccountStatus
               INTO :WS-ADJ-ACCT-NUM, :WS-ADJ-BRANCH,
                    :WS-ADJ-CURR-CODE, :WS-ACCT-STATUS
               FROM CustomerAccounts
               WHERE AccountID = :WS-ADJ-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-ACCT-STATUS = 'Closed'
                      OR WS-ACCT-STATUS = 'Escheated'
                       MOVE 'ACCOUNT IS CLOSED - NO ADJUSTMENT ALLOWED'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                       MOVE 'N' TO WS-ENTRY-VALID-FLAG
                   END-IF
               WHEN 100
                   MOVE 'ACCOUNTID NOT FOUND' TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
               WHEN OTHER
                   PERFORM 2910-SHOW-SQL-ERROR
                   MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-EVALUATE.

       2200-BROWSE-ADJUSTMENTS.
      * WITH NO STATUS FILTER THE CHECKER'S QUEUE - PENDING ROWS -
      * IS WHAT COMES UP
           MOVE 'PENDING' TO WS-FILTER-STATUS
           MOVE '*' TO WS-FILTER-BRANCH

           IF WS-CMD-ARG1 NOT = SPACES
               MOVE WS-CMD-ARG1 TO WS-FILTER-STATUS
           END-IF
           IF WS-CMD-ARG2 NOT = SPACES AND WS-CMD-ARG2 NOT = '*'
               MOVE WS-CMD-ARG2 TO WS-FILTER-BRANCH
           END-IF

           MOVE 'ADJID      ACCOUNT              AMOUNT        STATUS'
               TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE

           EXEC SQL
               DECLARE ADJCUR CURSOR FOR
               SELECT AdjustmentID, AccountNumber, BranchCode,
                      CurrencyCode, Amount, AdjStatus, MakerOperator
               FROM ACCTXADJ_REQUEST
               WHERE (:WS-FILTER-STATUS = '*'
                      OR AdjStatus = :WS-FILTER-STATUS)
                 AND (:WS-FILTER-BRANCH = '*'
                      OR BranchCode = :WS-FILTER-BRANCH)
               ORDER BY AdjustmentID
           END-EXEC

           EXEC SQL
               OPEN ADJCUR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2910-SHOW-SQL-ERROR
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE 0 TO WS-ROWS-SHOWN
               PERFORM 2220-FETCH-BROWSE-ROW
               PERFORM 2230-BROWSE-LOOP
                   UNTIL END-OF-CURSOR
                      OR WS-ROWS-SHOWN >= WS-BROWSE-MAX-ROWS

               EXEC SQL
                   CLOSE ADJCUR
               END-EXEC

               IF WS-ROWS-SHOWN = 0
                   MOVE 'NO ADJUSTMENTS MATCH THE FILTERS'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               ELSE
                   IF WS-ROWS-SHOWN >= WS-BROWSE-MAX-ROWS
                      AND NOT END-OF-CURSOR
                       MOVE 'MORE ROWS EXIST - NARROW THE FILTERS'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                   END-IF
               END-IF
           END-IF.

       2220-FETCH-BROWSE-ROW.
           EXEC SQL
               FETCH ADJCUR INTO
                   :WS-ADJ-ID, :WS-ADJ-ACCT-NUM, :WS-ADJ-BRANCH,
                   :WS-ADJ-CURR-CODE, :WS-ADJ-AMOUNT, :WS-ADJ-STATUS,
                   :WS-ADJ-MAKER
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

       2230-BROWSE-LOOP.
           IF NOT END-OF-CURSOR
              AND WS-ROWS-SHOWN < WS-BROWSE-MAX-ROWS
               ADD 1 TO WS-ROWS-SHOWN
               MOVE WS-ADJ-ID TO WS-PRINT-ADJID
               MOVE WS-ADJ-AMOUNT TO WS-PRINT-AMOUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-PRINT-ADJID   DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-ADJ-ACCT-NUM  DELIMITED BY SIZE
                      WS-PRINT-AMOUNT  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-ADJ-CURR-CODE DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-ADJ-STATUS    DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-ADJ-MAKER     DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3100-ADD-SCREEN-LINE
               PERFORM 2220-FETCH-BROWSE-ROW
           END-IF.

       2300-DISPLAY-ADJUSTMENT.
           PERFORM 2600-PARSE-ADJ-ID
           IF WS-TARGET-ADJ-ID > 0
               PERFORM 2310-READ-ADJUSTMENT

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 2320-FORMAT-ADJ-DETAIL
                   WHEN 100
                       MOVE 'ADJUSTMENTID NOT FOUND' TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                   WHEN OTHER
                       PERFORM 2910-SHOW-SQL-ERROR
               END-EVALUATE
           END-IF.

       2310-READ-ADJUSTMENT.
           EXEC SQL
               SELECT AdjustmentID, AccountID, AccountNumber,
                      BranchCode, CurrencyCode, Amount, ReasonCode,
                      OrigReference, AdjStatus, MakerOperator,
                      MakerTimestamp, CheckerOperator, RejectReason
               INTO :WS-ADJ-ID, :WS-ADJ-ACCT-ID, :WS-ADJ-ACCT-NUM,
                    :WS-ADJ-BRANCH, :WS-ADJ-CURR-CODE,
                    :WS-ADJ-AMOUNT, :WS-ADJ-REASON, :WS-ADJ-ORIG-REF,
                    :WS-ADJ-STATUS, :WS-ADJ-MAKER, :WS-ADJ-MAKER-TS,
                    :WS-ADJ-CHECKER :WS-ADJ-CHECKER-IND,
                    :WS-ADJ-REJECT-RSN :WS-ADJ-REJECT-IND
               FROM ACCTXADJ_REQUEST
               WHERE AdjustmentID = :WS-TARGET-ADJ-ID
           END-EXEC

           IF SQLCODE = 0
               IF WS-ADJ-CHECKER-IND < 0
                   MOVE SPACES TO WS-ADJ-CHECKER
               END-IF
               IF WS-ADJ-REJECT-IND < 0
                   MOVE SPACES TO WS-ADJ-REJECT-RSN
               END-IF
           END-IF.

       2320-FORMAT-ADJ-DETAIL.
           MOVE WS-ADJ-ID TO WS-PRINT-ADJID
           MOVE WS-ADJ-ACCT-ID TO WS-PRINT-ACCTID
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ADJUSTMENTID ' DELIMITED BY SIZE
                  WS-PRINT-ADJID DELIMITED BY SIZE
                  '  STATUS ' DELIMITED BY SIZE
                  WS-ADJ-STATUS DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ACCOUNTID ' DELIMITED BY SIZE
                  WS-PRINT-ACCTID DELIMITED BY SIZE
                  '  ACCOUNT ' DELIMITED BY SIZE
                  WS-ADJ-ACCT-NUM DELIMITED BY SIZE
                  '  BRANCH ' DELIMITED BY SIZE
                  WS-ADJ-BRANCH DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           MOVE WS-ADJ-AMOUNT TO WS-PRINT-AMOUNT
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'AMOUNT ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADJ-CURR-CODE DELIMITED BY SIZE
                  '  REASON ' DELIMITED BY SIZE
                  WS-ADJ-REASON DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ORIGINAL TRANSACTION REFERENCE ' DELIMITED BY SIZE
                  WS-ADJ-ORIG-REF DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           MOVE SPACES TO WS-BUILD-LINE
           STRING 'MAKER ' DELIMITED BY SIZE
                  WS-ADJ-MAKER DELIMITED BY SIZE
                  '  ENTERED ' DELIMITED BY SIZE
                  WS-ADJ-MAKER-TS DELIMITED BY SIZE
                  INTO WS-BUILD-LINE
           END-STRING
           PERFORM 3100-ADD-SCREEN-LINE

           IF WS-ADJ-CHECKER NOT = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'CHECKER ' DELIMITED BY SIZE
                      WS-ADJ-CHECKER DELIMITED BY SIZE
                      '  REJECT REASON ' DELIMITED BY SIZE
                      WS-ADJ-REJECT-RSN DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3100-ADD-SCREEN-LINE
           END-IF.

       2400-APPROVE-ADJUSTMENT.
      * THE MAKER/CHECKER RULE IS ENFORCED IN THE UPDATE ITSELF, NOT
      * JUST BY A PRIOR READ - THE ROW ONLY MOVES TO APPROVED IF IT IS
      * STILL PENDING AND THE SIGNED-ON APPROVER IS NOT THE USER WHO
      * ENTERED IT. WHEN NOTHING MATCHES, THE ROW IS RE-READ TO SAY WHY
           PERFORM 2600-PARSE-ADJ-ID
           IF WS-TARGET-ADJ-ID > 0
               PERFORM 2800-GET-SIGNON-USER
               IF WS-OPERATOR-ID NOT = SPACES
                   EXEC SQL
                       UPDATE ACCTXADJ_REQUEST
                       SET AdjStatus = 'APPROVED',
                           CheckerOperator = :WS-OPERATOR-ID,
                           CheckerTimestamp = CURRENT TIMESTAMP
                       WHERE AdjustmentID = :WS-TARGET-ADJ-ID
                         AND AdjStatus = 'PENDING'
                         AND MakerOperator <> :WS-OPERATOR-ID
                   END-EXEC

                   PERFORM 2700-FINISH-DECISION
                   IF DECISION-RECORDED
                       MOVE 'ADJUSTMENT APPROVED FOR POSTING'
                           TO WS-BUILD-LINE
                       PERFORM 3100-ADD-SCREEN-LINE
                   END-IF
               END-IF
           END-IF.

       2500-REJECT-ADJUSTMENT.
      * A REJECTED ADJUSTMENT IS NEVER POSTED. THE SAME SEGREGATION
      * APPLIES - THE MAKER CANNOT DECIDE THEIR OWN ENTRY EITHER WAY
           PERFORM 2600-PARSE-ADJ-ID
           IF WS-TARGET-ADJ-ID > 0
               IF WS-CMD-ARG2 = SPACES
                   MOVE 'USAGE: AADJ X <ADJID> <REASON>'
                       TO WS-BUILD-LINE
                   PERFORM 3100-ADD-SCREEN-LINE
               ELSE
                   PERFORM 2800-GET-SIGNON-USER
                   IF WS-OPERATOR-ID NOT = SPACES
                       MOVE WS-CMD-ARG2 TO WS-DECISION-REASON

                       EXEC SQL
                           UPDATE ACCTXADJ_REQUEST
                           SET AdjStatus = 'REJECTED',
                               CheckerOperator = :WS-OPERATOR-ID,
                               CheckerTimestamp = CURRENT TIMESTAMP,
                               RejectReason = :WS-DECISION-REASON
                           WHERE AdjustmentID = :WS-TARGET-ADJ-ID
                             AND AdjStatus = 'PENDING'
                             AND MakerOperator <> :WS-OPERATOR-ID
                       END-EXEC

                       PERFORM 2700-FINISH-DECISION
                       IF DECISION-RECORDED
                           MOVE 'ADJUSTMENT REJECTED' TO WS-BUILD-LINE
                           PERFORM 3100-ADD-SCREEN-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2600-PARSE-ADJ-ID.
      * THE ADJUSTMENTID IS TYPED WITHOUT LEADING ZEROS - PAD THE
      * SCRATCH COPY SO THE NUMERIC TEST AND THE CONVERSION BOTH HOLD
           MOVE 0 TO WS-TARGET-ADJ-ID
           MOVE WS-CMD-ARG1 TO WS-NUMBER-TEXT
           INSPECT WS-NUMBER-TEXT REPLACING ALL SPACE BY '0'

           IF WS-CMD-ARG1 NOT = SPACES
              AND WS-NUMBER-TEXT NUMERIC
               COMPUTE WS-TARGET-ADJ-ID =
                   FUNCTION NUMVAL(WS-CMD-ARG1)
           END-IF

           IF WS-TARGET-ADJ-ID = 0
               MOVE 'ADJUSTMENTID MUST BE A NON-ZERO NUMBER'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
           END-IF.

       2700-FINISH-DECISION.
           MOVE 'N' TO WS-DECISION-FLAG
           EVALUATE SQLCODE
               WHEN 0
                   EXEC CICS SYNCPOINT
                   END-EXEC
                   SET DECISION-RECORDED TO TRUE
               WHEN 100
                   PERFORM 2710-EXPLAIN-NO-DECISION
               WHEN OTHER
                   PERFORM 2910-SHOW-SQL-ERROR
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
           END-EVALUATE.

       2710-EXPLAIN-NO-DECISION.
           PERFORM 2310-READ-ADJUSTMENT

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'ADJUSTMENTID NOT FOUND - NOTHING UPDATED'
                       TO WS-BUILD-LINE
               WHEN SQLCODE NOT = 0
                   MOVE 'ADJUSTMENT NOT UPDATED' TO WS-BUILD-LINE
               WHEN WS-ADJ-STATUS NOT = 'PENDING'
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING 'ADJUSTMENT IS ' DELIMITED BY SIZE
                          WS-ADJ-STATUS DELIMITED BY SPACE
                          ' - ONLY PENDING ROWS CAN BE DECIDED'
                          DELIMITED BY SIZE
                          INTO WS-BUILD-LINE
                   END-STRING
               WHEN OTHER
                   MOVE 'CHECKER MUST NOT BE THE MAKER OF THE ENTRY'
                       TO WS-BUILD-LINE
           END-EVALUATE
           PERFORM 3100-ADD-SCREEN-LINE.

       2800-GET-SIGNON-USER.
      * MAKER AND CHECKER ARE WHOEVER IS SIGNED ON AT THE TERMINAL -
      * AN ID TYPED ON THE COMMAND LINE WOULD LET ONE PERSON ENTER AND
      * APPROVE THE SAME ADJUSTMENT UNDER TWO NAMES
           MOVE SPACES TO WS-OPERATOR-ID

           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = 0
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF

           IF WS-OPERATOR-ID = SPACES
               MOVE 'SIGNED-ON USERID NOT AVAILABLE - NOTHING UPDATED'
                   TO WS-BUILD-LINE
               PERFORM 3100-ADD-SCREEN-LINE
           END-IF.

       2900-SHOW-USAGE.
           MOVE 'MANUAL ADJUSTMENT COMMANDS:' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  AADJ E <ACCTID> <AMOUNT> <REASON> <ORIGREF>'
               TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  AADJ B <STATUS|*> <BRANCH|*>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  AADJ D <ADJID>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  AADJ A <ADJID>' TO WS-BUILD-LINE
           PERFORM 3100-ADD-SCREEN-LINE
           MOVE '  AADJ X <ADJID> <REASON>' TO WS-BUILD-LINE
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
