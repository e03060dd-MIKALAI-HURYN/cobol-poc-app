       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXADR.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXADR                                        *
      * DESCRIPTION:  DAILY MANUAL ADJUSTMENT REGISTER OVER           *
      *               ACCTXADJ_REQUEST. LISTS EVERY ADJUSTMENT        *
      *               DECIDED ON THE BUSINESS DATE - POSTED OR        *
      *               REFUSED BY ACCTXADP, OR REJECTED BY THE CHECKER *
      *               ON THE AADJ SCREEN - BROKEN OUT BY THE OPERATOR *
      *               WHO ENTERED IT AND, WITHIN OPERATOR, BY BRANCH, *
      *               WITH THE CHECKER, REASON CODE AND AMOUNT OF     *
      *               EACH. POSTED AMOUNTS ARE TOTALLED PER CURRENCY, *
      *               AND COUNTS PER BRANCH, OPERATOR AND RUN.        *
      * INPUT:        BUSINESS DATE VIA JCL PARM (DEFAULT TODAY)      *
      *               ACCTXADJ_REQUEST TABLE (VIA CURSOR)             *
      * OUTPUT:       ADJUSTMENT REGISTER FILE (ADJRPT)               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-REPORT-FILE ASSIGN TO ADJRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-REPORT-FILE.
       01  ADJUSTMENT-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * ADJUSTMENT BEING REPORTED (FROM ACCTXADJ_REQUEST)
       01  WS-ADJ-RECORD.
           05 WS-ADJ-ID            PIC 9(10).
           05 WS-ADJ-ACCT-NUM      PIC X(20).
           05 WS-ADJ-BRANCH        PIC X(10).
           05 WS-ADJ-CURR-CODE     PIC X(03).
           05 WS-ADJ-AMOUNT        PIC S9(13)V99 COMP-3.
           05 WS-ADJ-REASON        PIC X(08).
           05 WS-ADJ-STATUS        PIC X(10).
           05 WS-ADJ-MAKER         PIC X(08).
           05 WS-ADJ-CHECKER       PIC X(08).

      * CONTROL-BREAK STATE - OPERATOR, THEN BRANCH, THEN CURRENCY
       01  WS-PREV-MAKER             PIC X(08) VALUE SPACES.
       01  WS-PREV-BRANCH            PIC X(10) VALUE SPACES.
       01  WS-PREV-CURR-CODE         PIC X(03) VALUE SPACES.
       01  WS-FIRST-ROW-FLAG         PIC X VALUE 'Y'.
           88 FIRST-ROW              VALUE 'Y'.

      * POSTED AMOUNTS FOR THE CURRENT BRANCH AND CURRENCY - AMOUNTS
      * IN DIFFERENT CURRENCIES ARE NEVER ADDED INTO ONE NUMBER
       01  WS-CURRENCY-TOTALS.
           05 WS-CUR-CREDITS       PIC S9(15)V99 COMP-3 VALUE 0.
           05 WS-CUR-DEBITS        PIC S9(15)V99 COMP-3 VALUE 0.

      * COUNTS PER BRANCH, PER OPERATOR AND FOR THE RUN
       01  WS-BRANCH-COUNTERS.
           05 WS-BR-POSTED           PIC 9(9) COMP VALUE 0.
           05 WS-BR-REFUSED          PIC 9(9) COMP VALUE 0.
           05 WS-BR-REJECTED         PIC 9(9) COMP VALUE 0.
       01  WS-OPERATOR-COUNTERS.
           05 WS-OP-POSTED           PIC 9(9) COMP VALUE 0.
           05 WS-OP-REFUSED          PIC 9(9) COMP VALUE 0.
           05 WS-OP-REJECTED         PIC 9(9) COMP VALUE 0.
       01  WS-RUN-COUNTERS.
           05 WS-TOT-ROWS-READ       PIC 9(9) COMP VALUE 0.
           05 WS-TOT-POSTED          PIC 9(9) COMP VALUE 0.
           05 WS-TOT-REFUSED         PIC 9(9) COMP VALUE 0.
           05 WS-TOT-REJECTED        PIC 9(9) COMP VALUE 0.
           05 WS-TOT-OPERATORS       PIC 9(9) COMP VALUE 0.

      * REPORT PRINT FIELDS
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-ADJ-ID           PIC 9(10).
       01  WS-PRINT-AMOUNT           PIC -(11)9.99.
       01  WS-PRINT-CREDITS          PIC -(13)9.99.
       01  WS-PRINT-DEBITS           PIC -(13)9.99.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

      * JCL PARM - BUSINESS DATE (YYYY-MM-DD)
       LINKAGE SECTION.
       01  LK-PARM-RECORD.
           05 LK-PARM-LENGTH        PIC S9(04) COMP.
           05 LK-PARM-TEXT.
               10 LK-PARM-BUSINESS-DATE  PIC X(10).
               10 FILLER                 PIC X(30).

       PROCEDURE DIVISION USING LK-PARM-RECORD.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           IF NOT RUN-ABORTED
               PERFORM 2000-REPORT-ADJUSTMENTS
           END-IF
           PERFORM 3000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY 'MANUAL ADJUSTMENT REGISTER PROGRAM STARTED'
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

           DISPLAY 'REGISTER FOR BUSINESS DATE: ' WS-BUSINESS-DATE

           OPEN OUTPUT ADJUSTMENT-REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADJUSTMENT REGISTER FILE. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING 'MANUAL ADJUSTMENT REGISTER - BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       2000-REPORT-ADJUSTMENTS.
      * AN ADJUSTMENT IS DECIDED ON THE DAY IT WAS POSTED OR REFUSED
      * BY THE BATCH STEP, OR ON THE DAY THE CHECKER REJECTED IT.
      * PENDING AND APPROVED-NOT-YET-POSTED ROWS ARE STILL IN FLIGHT
      * AND APPEAR ON THE REGISTER OF THE DAY THEY ARE DECIDED
           EXEC SQL
               DECLARE ADRCUR CURSOR FOR
               SELECT AdjustmentID, AccountNumber, BranchCode,
                      CurrencyCode, Amount, ReasonCode, AdjStatus,
                      MakerOperator, COALESCE(CheckerOperator, ' ')
               FROM ACCTXADJ_REQUEST
               WHERE (AdjStatus IN ('POSTED', 'REFUSED')
                      AND DATE(PostedTimestamp) =
                          DATE(:WS-BUSINESS-DATE))
                  OR (AdjStatus = 'REJECTED'
                      AND DATE(CheckerTimestamp) =
                          DATE(:WS-BUSINESS-DATE))
               ORDER BY MakerOperator, BranchCode, CurrencyCode,
                        AdjustmentID
           END-EXEC

           EXEC SQL
               OPEN ADRCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING ADJUSTMENT CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               PERFORM 2100-FETCH-ADJUSTMENT
               PERFORM 2200-ADJUSTMENT-LOOP
                   UNTIL END-OF-CURSOR

               IF NOT FIRST-ROW
                   PERFORM 2500-BRANCH-TOTALS
                   PERFORM 2600-OPERATOR-TOTALS
               END-IF

               EXEC SQL
                   CLOSE ADRCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING ADJUSTMENT CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2100-FETCH-ADJUSTMENT.
           EXEC SQL
               FETCH ADRCUR INTO
                   :WS-ADJ-ID,
                   :WS-ADJ-ACCT-NUM,
                   :WS-ADJ-BRANCH,
                   :WS-ADJ-CURR-CODE,
                   :WS-ADJ-AMOUNT,
                   :WS-ADJ-REASON,
                   :WS-ADJ-STATUS,
                   :WS-ADJ-MAKER,
                   :WS-ADJ-CHECKER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TOT-ROWS-READ
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON ADJUSTMENT CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2200-ADJUSTMENT-LOOP.
      * TOTALS FOR WHAT JUST FINISHED COME OUT BEFORE THE NEXT
      * HEADING GOES IN - AN OPERATOR BREAK IS ALSO A BRANCH BREAK,
      * AND A BRANCH BREAK ALSO A CURRENCY BREAK
           IF NOT END-OF-CURSOR
               EVALUATE TRUE
                   WHEN FIRST-ROW
                       PERFORM 2300-OPERATOR-HEADING
                       PERFORM 2400-BRANCH-HEADING
                   WHEN WS-ADJ-MAKER NOT = WS-PREV-MAKER
                       PERFORM 2500-BRANCH-TOTALS
                       PERFORM 2600-OPERATOR-TOTALS
                       PERFORM 2300-OPERATOR-HEADING
                       PERFORM 2400-BRANCH-HEADING
                   WHEN WS-ADJ-BRANCH NOT = WS-PREV-BRANCH
                       PERFORM 2500-BRANCH-TOTALS
                       PERFORM 2400-BRANCH-HEADING
                   WHEN WS-ADJ-CURR-CODE NOT = WS-PREV-CURR-CODE
                       PERFORM 2510-CURRENCY-TOTALS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE WS-ADJ-CURR-CODE TO WS-PREV-CURR-CODE
               PERFORM 2700-COUNT-ADJUSTMENT
               PERFORM 2800-WRITE-ADJUSTMENT-LINE
               PERFORM 2100-FETCH-ADJUSTMENT
           END-IF.

       2300-OPERATOR-HEADING.
           MOVE 'N' TO WS-FIRST-ROW-FLAG
           MOVE WS-ADJ-MAKER TO WS-PREV-MAKER
           ADD 1 TO WS-TOT-OPERATORS

           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING 'ENTERED BY OPERATOR: ' DELIMITED BY SIZE
                  WS-ADJ-MAKER DELIMITED BY SIZE
                  INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       2400-BRANCH-HEADING.
           MOVE WS-ADJ-BRANCH TO WS-PREV-BRANCH
           MOVE WS-ADJ-CURR-CODE TO WS-PREV-CURR-CODE

           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '  BRANCH: ' DELIMITED BY SIZE
                  WS-ADJ-BRANCH DELIMITED BY SIZE
                  INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '  ADJID      ACCOUNT                      AMOUNT'
                  DELIMITED BY SIZE
                  ' CUR STATUS   REASON   CHECKER'
                  DELIMITED BY SIZE
                  INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       2500-BRANCH-TOTALS.
      * BRANCH COUNTS ROLL INTO THE OPERATOR TOTALS AS THE BRANCH
      * CLOSES, THEN RESET FOR THE NEXT ONE
           PERFORM 2510-CURRENCY-TOTALS

           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '  BRANCH ' DELIMITED BY SIZE
                  WS-PREV-BRANCH DELIMITED BY SIZE
                  ' TOTALS' DELIMITED BY SIZE
                  INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-POSTED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    POSTED:   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-REFUSED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    REFUSED:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BR-REJECTED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    REJECTED: ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           ADD WS-BR-POSTED TO WS-OP-POSTED
           ADD WS-BR-REFUSED TO WS-OP-REFUSED
           ADD WS-BR-REJECTED TO WS-OP-REJECTED

           INITIALIZE WS-BRANCH-COUNTERS.

       2510-CURRENCY-TOTALS.
      * ONLY POSTED ADJUSTMENTS MOVED MONEY - THE LINE IS SKIPPED FOR
      * A CURRENCY THAT HAD NONE
           IF WS-CUR-CREDITS NOT = 0 OR WS-CUR-DEBITS NOT = 0
               MOVE WS-CUR-CREDITS TO WS-PRINT-CREDITS
               MOVE WS-CUR-DEBITS TO WS-PRINT-DEBITS
               MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
               STRING '    POSTED ' DELIMITED BY SIZE
                      WS-PREV-CURR-CODE DELIMITED BY SIZE
                      ' CREDITS ' DELIMITED BY SIZE
                      WS-PRINT-CREDITS DELIMITED BY SIZE
                      ' DEBITS ' DELIMITED BY SIZE
                      WS-PRINT-DEBITS DELIMITED BY SIZE
                      INTO ADJUSTMENT-REPORT-RECORD
               END-STRING
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           INITIALIZE WS-CURRENCY-TOTALS.

       2600-OPERATOR-TOTALS.
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING 'OPERATOR ' DELIMITED BY SIZE
                  WS-PREV-MAKER DELIMITED BY SIZE
                  ' TOTALS' DELIMITED BY SIZE
                  INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-OP-POSTED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    POSTED:   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-OP-REFUSED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    REFUSED:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-OP-REJECTED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    REJECTED: ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           ADD WS-OP-POSTED TO WS-TOT-POSTED
           ADD WS-OP-REFUSED TO WS-TOT-REFUSED
           ADD WS-OP-REJECTED TO WS-TOT-REJECTED

           INITIALIZE WS-OPERATOR-COUNTERS.

       2700-COUNT-ADJUSTMENT.
           EVALUATE WS-ADJ-STATUS
               WHEN 'POSTED'
                   ADD 1 TO WS-BR-POSTED
                   IF WS-ADJ-AMOUNT > 0
                       ADD WS-ADJ-AMOUNT TO WS-CUR-CREDITS
                   ELSE
                       ADD WS-ADJ-AMOUNT TO WS-CUR-DEBITS
                   END-IF
               WHEN 'REFUSED'
                   ADD 1 TO WS-BR-REFUSED
               WHEN 'REJECTED'
                   ADD 1 TO WS-BR-REJECTED
           END-EVALUATE.

       2800-WRITE-ADJUSTMENT-LINE.
           MOVE WS-ADJ-ID TO WS-PRINT-ADJ-ID
           MOVE WS-ADJ-AMOUNT TO WS-PRINT-AMOUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                  WS-PRINT-ADJ-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADJ-ACCT-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADJ-CURR-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADJ-STATUS(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADJ-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADJ-CHECKER DELIMITED BY SIZE
                  INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       3000-FINALIZATION.
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE 'ALL OPERATORS' TO ADJUSTMENT-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-OPERATORS TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    OPERATORS:' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-POSTED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    POSTED:   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-REFUSED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    REFUSED:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOT-REJECTED TO WS-PRINT-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING '    REJECTED: ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           IF RUN-ABORTED
               MOVE 'REGISTER INCOMPLETE - SEE JOB LOG'
                   TO ADJUSTMENT-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           CLOSE ADJUSTMENT-REPORT-FILE

           DISPLAY '==========================================='
           IF RUN-ABORTED
               DISPLAY 'ADJUSTMENT REGISTER DID NOT COMPLETE'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ADJUSTMENT REGISTER COMPLETED'
           END-IF
           DISPLAY 'ADJUSTMENTS LISTED:   ' WS-TOT-ROWS-READ
           DISPLAY 'OPERATORS REPORTED:   ' WS-TOT-OPERATORS
           DISPLAY '==========================================='.

       9000-WRITE-REPORT-RECORD.
           WRITE ADJUSTMENT-REPORT-RECORD

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR WRITING ADJUSTMENT REGISTER '
                   'RECORD. FILE STATUS: ' WS-REPORT-FILE-STATUS
           END-IF.
