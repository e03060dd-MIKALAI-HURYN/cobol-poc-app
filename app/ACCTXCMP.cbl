      *               DAYS.                                           *
      * INPUT:        DISPOSITION TRANSACTION FILE (DISPFILE)         *
      *               ACCTXFRM_COMPLIANCE_REVIEW TABLE (VIA CURSOR)   *
      *               ACCTXPRM_PARAMETER TABLE (PARAMETERS)           *
      * OUTPUT:       ACCTXFRM_COMPLIANCE_REVIEW TABLE (UPDATES)      *
      *               CASE AGING REPORT FILE (AGERPT)                 *
      *               ACCTXPRM_RUNVALUE TABLE (PARAMETERS USED)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 WS-CASES-ESCALATED     PIC 9(9) COMP VALUE 0.

       01  WS-ESCALATION-DAYS        PIC 9(3) COMP VALUE 30.

      * PROCESSING PARAMETERS - SEE ACCTXPRM_PARAMETER TABLE. THE
      * ESCALATION PERIOD ABOVE KEEPS ITS COMPILED VALUE ONLY AS A
      * DEFAULT - THE ROW IN EFFECT TODAY REPLACES IT (SEE
      * 1050-LOAD-PARAMETERS). WHAT THE RUN USED IS ECHOED TO THE JOB
      * LOG AND KEPT IN ACCTXPRM_RUNVALUE UNDER THIS JOB NAME AND ITS
      * START TIME - THIS JOB KEEPS NO RUNLOG ROW, SO THE RUNID THERE IS
      * ZERO
       01  WS-PRM-LOOKUP.
           05 WS-PRM-NAME           PIC X(30).
           05 WS-PRM-BRANCH         PIC X(10) VALUE SPACES.
           05 WS-PRM-ACCT-TYPE      PIC X(20) VALUE SPACES.
           05 WS-PRM-EFF-DATE       PIC X(10).
           05 WS-PRM-EFF-DATE-IND   PIC S9(4) COMP.
           05 WS-PRM-NUMERIC        PIC S9(13)V99 COMP-3.
           05 WS-PRM-TEXT           PIC X(30).
           05 WS-PRM-SOURCE         PIC X(08).
       01  WS-PRM-FOUND-FLAG         PIC X VALUE 'N'.
           88 PRM-ROW-FOUND          VALUE 'Y'.
       01  WS-PRM-PRINT-VALUE        PIC -(12)9.99.
       01  WS-PRM-WHOLE              PIC S9(13) COMP-3.
       01  WS-PRM-MIN                PIC S9(13)V99 COMP-3.
       01  WS-PRM-MAX                PIC S9(13)V99 COMP-3.
       01  WS-PRM-JOBNAME            PIC X(30) VALUE 'ACCTXCMP'.
       01  WS-PRM-RUN-ID             PIC S9(9) COMP VALUE 0.
       01  WS-PRM-RUN-TS             PIC X(26).
       01  WS-PRM-MAX-ENTRIES        PIC 9(3) COMP VALUE 5.
       01  WS-PRM-COUNT-USED         PIC 9(3) COMP VALUE 0.
       01  WS-PRM-USED-TABLE.
           05 WS-PRM-USED-ENTRY OCCURS 5 TIMES INDEXED BY WS-PRM-IDX.
               10 WS-PRM-USED-NAME     PIC X(30).
               10 WS-PRM-USED-EFF-DATE PIC X(10).
               10 WS-PRM-USED-NUMERIC  PIC S9(13)V99 COMP-3.
               10 WS-PRM-USED-TEXT     PIC X(30).
               10 WS-PRM-USED-SOURCE   PIC X(08).

       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
               STOP RUN
           END-IF

           PERFORM 1050-LOAD-PARAMETERS
           PERFORM 1080-RECORD-PARAMETERS

      * THE DISPOSITION FILE IS OPTIONAL - AN EMPTY OR MISSING FILE
      * JUST MEANS NO ANALYST ACTIVITY TO APPLY TODAY, AND THE AGING
      * REPORT STILL RUNS
               SET AGING-FILE-OPEN TO TRUE
           END-IF.

       1050-LOAD-PARAMETERS.
      * READ EACH PROCESSING PARAMETER AS OF TODAY. ONE WITH NO ROW IN
      * EFFECT RUNS ON ITS COMPILED DEFAULT AND THE ECHO SAYS SO
           DISPLAY 'PROCESSING PARAMETERS IN EFFECT:'

           MOVE 'ESCALATION-DAYS' TO WS-PRM-NAME
           MOVE WS-ESCALATION-DAYS TO WS-PRM-NUMERIC
           MOVE SPACES TO WS-PRM-TEXT
           PERFORM 1060-READ-PARAMETER
           MOVE 1 TO WS-PRM-MIN
           MOVE 999 TO WS-PRM-MAX
           PERFORM 1065-CHECK-WHOLE-NUMBER
           MOVE WS-PRM-NUMERIC TO WS-ESCALATION-DAYS
           PERFORM 1070-NOTE-PARAMETER.

       1060-READ-PARAMETER.
      * THE SUITE-WIDE ROW IN EFFECT IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE ON OR BEFORE TODAY. NO SUCH ROW LEAVES THE
      * DEFAULT THE CALLER PUT IN WS-PRM-NUMERIC / WS-PRM-TEXT. ANY
      * OTHER ERROR STOPS THE RUN - A JOB MUST NOT RUN ON A DEFAULT
      * JUST BECAUSE THE TABLE COULD NOT BE READ
           MOVE 'N' TO WS-PRM-FOUND-FLAG
           MOVE 'DEFAULT' TO WS-PRM-SOURCE
           MOVE SPACES TO WS-PRM-EFF-DATE

           EXEC SQL
               SELECT NumericValue, TextValue,
                      CHAR(EffectiveDate, ISO)
               INTO :WS-PRM-NUMERIC, :WS-PRM-TEXT, :WS-PRM-EFF-DATE
               FROM ACCTXPRM_PARAMETER
               WHERE ParamName = :WS-PRM-NAME
                 AND BranchCode = ' '
                 AND AccountType = ' '
                 AND EffectiveDate =
                     (SELECT MAX(P2.EffectiveDate)
                      FROM ACCTXPRM_PARAMETER P2
                      WHERE P2.ParamName = :WS-PRM-NAME
                        AND P2.BranchCode = ' '
                        AND P2.AccountType = ' '
                        AND P2.EffectiveDate <= CURRENT DATE)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET PRM-ROW-FOUND TO TRUE
                   MOVE 'TABLE' TO WS-PRM-SOURCE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING PARAMETER ' WS-PRM-NAME
                       ' SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1065-CHECK-WHOLE-NUMBER.
      * COUNTS, DAYS AND INTERVALS ARE WHOLE NUMBERS, AND MUST FIT THE
      * FIELD THIS PROGRAM HOLDS THEM IN
           MOVE WS-PRM-NUMERIC TO WS-PRM-WHOLE
           IF WS-PRM-WHOLE NOT = WS-PRM-NUMERIC
              OR WS-PRM-NUMERIC < WS-PRM-MIN
              OR WS-PRM-NUMERIC > WS-PRM-MAX
               PERFORM 1069-PARAMETER-REJECTED
           END-IF.

       1069-PARAMETER-REJECTED.
      * A ROW THIS PROGRAM CANNOT USE STOPS THE RUN BEFORE ANYTHING IS
      * WRITTEN - IT IS NEITHER APPLIED NOR QUIETLY SWAPPED FOR THE
      * DEFAULT
           MOVE WS-PRM-NUMERIC TO WS-PRM-PRINT-VALUE
           DISPLAY 'ERROR: PARAMETER ' WS-PRM-NAME ' VALUE '
               WS-PRM-PRINT-VALUE ' "' WS-PRM-TEXT '"'
           DISPLAY '       EFFECTIVE ' WS-PRM-EFF-DATE
               ' IS NOT USABLE.'
           DISPLAY 'CORRECT IT ON THE APRM SCREEN, THEN RESUBMIT '
               'THIS JOB.'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1070-NOTE-PARAMETER.
      * ECHO THE VALUE THE RUN WILL USE AND KEEP IT FOR
      * 1080-RECORD-PARAMETERS
           IF WS-PRM-TEXT = SPACES
               MOVE WS-PRM-NUMERIC TO WS-PRM-PRINT-VALUE
               DISPLAY '  ' WS-PRM-NAME ' = ' WS-PRM-PRINT-VALUE
                   ' (' WS-PRM-SOURCE ' ' WS-PRM-EFF-DATE ')'
           ELSE
               DISPLAY '  ' WS-PRM-NAME ' = ' WS-PRM-TEXT
                   ' (' WS-PRM-SOURCE ' ' WS-PRM-EFF-DATE ')'
           END-IF

           IF WS-PRM-COUNT-USED < WS-PRM-MAX-ENTRIES
               ADD 1 TO WS-PRM-COUNT-USED
               SET WS-PRM-IDX TO WS-PRM-COUNT-USED
               MOVE WS-PRM-NAME TO WS-PRM-USED-NAME(WS-PRM-IDX)
               MOVE WS-PRM-EFF-DATE TO WS-PRM-USED-EFF-DATE(WS-PRM-IDX)
               MOVE WS-PRM-NUMERIC TO WS-PRM-USED-NUMERIC(WS-PRM-IDX)
               MOVE WS-PRM-TEXT TO WS-PRM-USED-TEXT(WS-PRM-IDX)
               MOVE WS-PRM-SOURCE TO WS-PRM-USED-SOURCE(WS-PRM-IDX)
           END-IF.

       1080-RECORD-PARAMETERS.
      * ONE ACCTXPRM_RUNVALUE ROW PER VALUE USED, UNDER THIS JOB NAME
      * AND START TIME, COMMITTED AT ONCE SO THE RECORD SURVIVES
      * HOWEVER THE RUN ENDS
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO :WS-PRM-RUN-TS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CURRENT TIMESTAMP. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1085-RECORD-ONE-PARAMETER
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PRM-COUNT-USED

           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COMMITTING PARAMETER RECORD. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1085-RECORD-ONE-PARAMETER.
           MOVE WS-PRM-USED-NAME(WS-PRM-IDX) TO WS-PRM-NAME
           MOVE WS-PRM-USED-EFF-DATE(WS-PRM-IDX) TO WS-PRM-EFF-DATE
           MOVE WS-PRM-USED-NUMERIC(WS-PRM-IDX) TO WS-PRM-NUMERIC
           MOVE WS-PRM-USED-TEXT(WS-PRM-IDX) TO WS-PRM-TEXT
           MOVE WS-PRM-USED-SOURCE(WS-PRM-IDX) TO WS-PRM-SOURCE

      * A DEFAULTED VALUE HAS NO EFFECTIVE DATE - IT GOES IN AS NULL
           IF WS-PRM-EFF-DATE = SPACES
               MOVE -1 TO WS-PRM-EFF-DATE-IND
           ELSE
               MOVE 0 TO WS-PRM-EFF-DATE-IND
           END-IF

           EXEC SQL
               INSERT INTO ACCTXPRM_RUNVALUE
               (JobName, RunID, RunStartTimestamp, ParamName,
                BranchCode, AccountType, EffectiveDate,
                NumericValue, TextValue, ValueSource)
               VALUES
               (:WS-PRM-JOBNAME, :WS-PRM-RUN-ID, :WS-PRM-RUN-TS,
                :WS-PRM-NAME, :WS-PRM-BRANCH, :WS-PRM-ACCT-TYPE,
                :WS-PRM-EFF-DATE :WS-PRM-EFF-DATE-IND,
                :WS-PRM-NUMERIC, :WS-PRM-TEXT, :WS-PRM-SOURCE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR RECORDING PARAMETER ' WS-PRM-NAME
                   ' SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-DISPOSITIONS.
           IF NOT END-OF-DISP-FILE
               PERFORM 2100-READ-DISPOSITION
