      * DESCRIPTION:  DATA TRANSFORMATION FROM CUSTOMERACCOUNTS       *
      *               TO ACCOUNTTRANSACTIONS TABLE                    *
      * INPUT:        CUSTOMERACCOUNTS TABLE (VIA SQL CURSOR)         *
      *               ACCTXPRM_PARAMETER TABLE (THRESHOLDS)           *
      * OUTPUT:       ACCOUNTTRANSACTIONS TABLE (VIA SQL INSERT)      *
      *               ACCTXPRM_RUNVALUE TABLE (PARAMETERS USED)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-DORMANCY-CUTOFF-TS     PIC X(26).
       01  WS-LOW-BALANCE-THRESHOLD  PIC S9(13)V99 COMP-3 VALUE 100.00.

      * PROCESSING PARAMETERS - SEE ACCTXPRM_PARAMETER TABLE. THE
      * THRESHOLDS, REPORTING CURRENCY AND COMMIT INTERVAL ABOVE KEEP
      * THEIR COMPILED VALUES ONLY AS DEFAULTS - THE ROW IN EFFECT
      * TODAY REPLACES EACH ONE (SEE 1050-LOAD-PARAMETERS). WHAT THE
      * RUN ACTUALLY USED IS ECHOED TO THE JOB LOG AND KEPT IN
      * ACCTXPRM_RUNVALUE UNDER THIS RUN'S RUNID
       01  WS-PRM-LOOKUP.
           05 WS-PRM-NAME           PIC X(30).
           05 WS-PRM-BRANCH         PIC X(10).
           05 WS-PRM-ACCT-TYPE      PIC X(20).
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
       01  WS-PRM-MAX-ENTRIES        PIC 9(3) COMP VALUE 10.
       01  WS-PRM-COUNT-USED         PIC 9(3) COMP VALUE 0.
       01  WS-PRM-USED-TABLE.
           05 WS-PRM-USED-ENTRY OCCURS 10 TIMES INDEXED BY WS-PRM-IDX.
               10 WS-PRM-USED-NAME     PIC X(30).
               10 WS-PRM-USED-EFF-DATE PIC X(10).
               10 WS-PRM-USED-NUMERIC  PIC S9(13)V99 COMP-3.
               10 WS-PRM-USED-TEXT     PIC X(30).
               10 WS-PRM-USED-SOURCE   PIC X(08).

      * BRANCH / ACCOUNT-TYPE OVERRIDES OF THE THREE ACCOUNT-LEVEL
      * THRESHOLDS (RISK, DORMANCY, LOW BALANCE) IN EFFECT TODAY. THE
      * MOST SPECIFIC ROW WINS FOR EACH ACCOUNT - BRANCH AND TYPE (RANK
      * 3), THEN BRANCH (2), THEN TYPE (1), THEN THE SUITE-WIDE VALUE
      * (SEE 2250-RESOLVE-ACCOUNT-PARAMETERS). A DORMANCY OVERRIDE
      * CARRIES ITS OWN CUTOFF TIMESTAMP, WORKED OUT ONCE AT STARTUP
       01  WS-OVR-MAX-ENTRIES        PIC 9(3) COMP VALUE 200.
       01  WS-OVR-COUNT-USED         PIC 9(3) COMP VALUE 0.
       01  WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 200 TIMES INDEXED BY WS-OVR-IDX.
               10 WS-OVR-NAME        PIC X(30).
               10 WS-OVR-BRANCH      PIC X(10).
               10 WS-OVR-ACCT-TYPE   PIC X(20).
               10 WS-OVR-EFF-DATE    PIC X(10).
               10 WS-OVR-NUMERIC     PIC S9(13)V99 COMP-3.
               10 WS-OVR-RANK        PIC 9(1).
               10 WS-OVR-CUTOFF-TS   PIC X(26).
       01  WS-OVR-DAYS               PIC 9(3).
       01  WS-OVR-CUTOFF-WORK        PIC X(26).

      * THE THRESHOLDS IN FORCE FOR THE ACCOUNT UNDER THE CURSOR, AND
      * THE RANK OF THE ROW EACH ONE CAME FROM (0 = SUITE-WIDE)
       01  WS-ACCT-PARAMETERS.
           05 WS-ACCT-RISK-THRESHOLD   PIC 9(3).
           05 WS-ACCT-RISK-RANK        PIC 9(1).
           05 WS-ACCT-LOW-BALANCE      PIC S9(13)V99 COMP-3.
           05 WS-ACCT-LOWBAL-RANK      PIC 9(1).
           05 WS-ACCT-DORMANCY-CUTOFF  PIC X(26).
           05 WS-ACCT-DORMANCY-RANK    PIC 9(1).

      * THE DELTA CURSOR MUST PULL IN EVERY ACCOUNT THAT IS DORMANT BY
      * ANY CUTOFF IN FORCE, SO IT FILTERS ON THE LATEST OF THEM
       01  WS-DORMANCY-SCAN-CUTOFF-TS PIC X(26).

      * RUN-MODE CONTROL - FULL RESCAN VS. DELTA SINCE LAST GOOD RUN
       01  WS-RUN-MODE              PIC X(04) VALUE 'FULL'.
           88 RUN-MODE-DELTA        VALUE 'DLTA'.
           PERFORM 9100-GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-START-TS

      * THE REPORTING CURRENCY AND THRESHOLDS COME FROM THE PARAMETER
      * TABLE, SO THEY MUST BE IN HAND BEFORE THE RATE CHECK BELOW
           PERFORM 1050-LOAD-PARAMETERS

      * REFUSE TO START IF ANY RATE THIS RUN WOULD ACTUALLY NEED - ONE
      * PER NON-REPORTING CURRENCY CARRIED BY AN ACTIVE ACCOUNT IN
      * THIS PARTITION - IS MISSING OR OLDER THAN TODAY'S BUSINESS
               DISPLAY 'RUN-HISTORY ID FOR THIS EXECUTION: ' WS-RUN-ID
           END-IF

           PERFORM 1080-RECORD-PARAMETERS

      * ACCOUNTS WITH NO ACTIVITY SINCE THIS CUTOFF GET A DORMANCY
      * ALERT TRANSACTION (SEE 2360-CHECK-DORMANCY-LOWBAL)
           EXEC SQL
                   SQLCODE
           END-IF

           MOVE WS-DORMANCY-CUTOFF-TS TO WS-DORMANCY-SCAN-CUTOFF-TS
           IF WS-OVR-COUNT-USED > 0
               PERFORM 1150-SET-OVERRIDE-CUTOFF
                   VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT-USED
           END-IF

      * LOOK UP LAST CHECKPOINT, IF ANY, SO AN ABENDED RUN CAN RESTART
      * PAST THE LAST ACCOUNT IT COMMITTED INSTEAD OF FROM ACCOUNTID 1
           EXEC SQL
      * MODE=DLTA, NOT ONLY UNDER A FULL RESCAN
                 AND (:WS-RUN-MODE NOT = 'DLTA'
                      OR LastUpdated > :WS-LAST-RUN-TS
                      OR LastUpdated < :WS-DORMANCY-SCAN-CUTOFF-TS)
                 AND AccountID > :WS-LAST-CHKPT-ACCTID
                 AND AccountID > :WS-PARTITION-ACCTID-LOW
                 AND AccountID <= :WS-PARTITION-ACCTID-HIGH
               SET RECON-FILE-OPEN TO TRUE
           END-IF.

       1050-LOAD-PARAMETERS.
      * READ EACH PROCESSING PARAMETER AS OF TODAY. ONE WITH NO ROW IN
      * EFFECT RUNS ON ITS COMPILED DEFAULT AND THE ECHO SAYS SO. A ROW
      * WHOSE VALUE THIS PROGRAM CANNOT USE STOPS THE RUN BEFORE
      * ANYTHING IS WRITTEN - A MISKEYED THRESHOLD MUST NOT BE APPLIED
      * TO THE WHOLE BOOK, NOR QUIETLY SWAPPED FOR THE DEFAULT
           DISPLAY 'PROCESSING PARAMETERS IN EFFECT:'

           MOVE 'REPORT-CURRENCY' TO WS-PRM-NAME
           MOVE 0 TO WS-PRM-NUMERIC
           MOVE WS-REPORT-CURRENCY TO WS-PRM-TEXT
           PERFORM 1060-READ-PARAMETER
           IF WS-PRM-TEXT(1:3) = SPACES
              OR WS-PRM-TEXT(4:27) NOT = SPACES
               PERFORM 1069-PARAMETER-REJECTED
           END-IF
           MOVE WS-PRM-TEXT TO WS-REPORT-CURRENCY
           PERFORM 1070-NOTE-PARAMETER

           MOVE 'RISK-THRESHOLD' TO WS-PRM-NAME
           MOVE WS-RISK-THRESHOLD TO WS-PRM-NUMERIC
           MOVE SPACES TO WS-PRM-TEXT
           PERFORM 1060-READ-PARAMETER
           MOVE 0 TO WS-PRM-MIN
           MOVE 999 TO WS-PRM-MAX
           PERFORM 1065-CHECK-WHOLE-NUMBER
           MOVE WS-PRM-NUMERIC TO WS-RISK-THRESHOLD
           PERFORM 1070-NOTE-PARAMETER

           MOVE 'DORMANCY-DAYS' TO WS-PRM-NAME
           MOVE WS-DORMANCY-DAYS TO WS-PRM-NUMERIC
           MOVE SPACES TO WS-PRM-TEXT
           PERFORM 1060-READ-PARAMETER
           MOVE 1 TO WS-PRM-MIN
           MOVE 999 TO WS-PRM-MAX
           PERFORM 1065-CHECK-WHOLE-NUMBER
           MOVE WS-PRM-NUMERIC TO WS-DORMANCY-DAYS
           PERFORM 1070-NOTE-PARAMETER

           MOVE 'LOW-BALANCE-THRESHOLD' TO WS-PRM-NAME
           MOVE WS-LOW-BALANCE-THRESHOLD TO WS-PRM-NUMERIC
           MOVE SPACES TO WS-PRM-TEXT
           PERFORM 1060-READ-PARAMETER
           IF WS-PRM-NUMERIC < 0
               PERFORM 1069-PARAMETER-REJECTED
           END-IF
           MOVE WS-PRM-NUMERIC TO WS-LOW-BALANCE-THRESHOLD
           PERFORM 1070-NOTE-PARAMETER

           MOVE 'ACCTXFRM-COMMIT-INTERVAL' TO WS-PRM-NAME
           MOVE WS-COMMIT-INTERVAL TO WS-PRM-NUMERIC
           MOVE SPACES TO WS-PRM-TEXT
           PERFORM 1060-READ-PARAMETER
           MOVE 1 TO WS-PRM-MIN
           MOVE 999999 TO WS-PRM-MAX
           PERFORM 1065-CHECK-WHOLE-NUMBER
           MOVE WS-PRM-NUMERIC TO WS-COMMIT-INTERVAL
           PERFORM 1070-NOTE-PARAMETER

           PERFORM 1100-LOAD-OVERRIDES.

       1060-READ-PARAMETER.
      * THE SUITE-WIDE ROW IN EFFECT IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE ON OR BEFORE TODAY. NO SUCH ROW LEAVES THE
      * DEFAULT THE CALLER PUT IN WS-PRM-NUMERIC / WS-PRM-TEXT. ANY
      * OTHER ERROR STOPS THE RUN - A JOB MUST NOT RUN ON A DEFAULT
      * JUST BECAUSE THE TABLE COULD NOT BE READ
           MOVE 'N' TO WS-PRM-FOUND-FLAG
           MOVE 'DEFAULT' TO WS-PRM-SOURCE
           MOVE SPACES TO WS-PRM-BRANCH
           MOVE SPACES TO WS-PRM-ACCT-TYPE
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
      * SCORES, DAY COUNTS AND INTERVALS ARE WHOLE NUMBERS, AND MUST
      * FIT THE FIELD THIS PROGRAM HOLDS THEM IN
           MOVE WS-PRM-NUMERIC TO WS-PRM-WHOLE
           IF WS-PRM-WHOLE NOT = WS-PRM-NUMERIC
              OR WS-PRM-NUMERIC < WS-PRM-MIN
              OR WS-PRM-NUMERIC > WS-PRM-MAX
               PERFORM 1069-PARAMETER-REJECTED
           END-IF.

       1069-PARAMETER-REJECTED.
           MOVE WS-PRM-NUMERIC TO WS-PRM-PRINT-VALUE
           DISPLAY 'ERROR: PARAMETER ' WS-PRM-NAME ' BRANCH "'
               WS-PRM-BRANCH '" TYPE "' WS-PRM-ACCT-TYPE '"'
           DISPLAY '       VALUE ' WS-PRM-PRINT-VALUE ' "'
               WS-PRM-TEXT '" EFFECTIVE ' WS-PRM-EFF-DATE
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
      * ONE ACCTXPRM_RUNVALUE ROW PER VALUE USED - SUITE-WIDE AND
      * OVERRIDE ALIKE - UNDER THIS RUN'S RUNID, COMMITTED WITH THE
      * RUNLOG ROW SO THE RECORD SURVIVES HOWEVER THE RUN ENDS
           PERFORM 1085-RECORD-ONE-PARAMETER
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PRM-COUNT-USED

           IF WS-OVR-COUNT-USED > 0
               PERFORM 1086-RECORD-ONE-OVERRIDE
                   VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT-USED
           END-IF

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
           MOVE SPACES TO WS-PRM-BRANCH
           MOVE SPACES TO WS-PRM-ACCT-TYPE
           MOVE WS-PRM-USED-EFF-DATE(WS-PRM-IDX) TO WS-PRM-EFF-DATE
           MOVE WS-PRM-USED-NUMERIC(WS-PRM-IDX) TO WS-PRM-NUMERIC
           MOVE WS-PRM-USED-TEXT(WS-PRM-IDX) TO WS-PRM-TEXT
           MOVE WS-PRM-USED-SOURCE(WS-PRM-IDX) TO WS-PRM-SOURCE
           PERFORM 1089-INSERT-RUN-VALUE.

       1086-RECORD-ONE-OVERRIDE.
           MOVE WS-OVR-NAME(WS-OVR-IDX) TO WS-PRM-NAME
           MOVE WS-OVR-BRANCH(WS-OVR-IDX) TO WS-PRM-BRANCH
           MOVE WS-OVR-ACCT-TYPE(WS-OVR-IDX) TO WS-PRM-ACCT-TYPE
           MOVE WS-OVR-EFF-DATE(WS-OVR-IDX) TO WS-PRM-EFF-DATE
           MOVE WS-OVR-NUMERIC(WS-OVR-IDX) TO WS-PRM-NUMERIC
           MOVE SPACES TO WS-PRM-TEXT
           MOVE 'OVERRIDE' TO WS-PRM-SOURCE
           PERFORM 1089-INSERT-RUN-VALUE.

       1089-INSERT-RUN-VALUE.
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
               (:WS-CHKPT-JOBNAME, :WS-RUN-ID, :WS-RUN-START-TS,
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

       1100-LOAD-OVERRIDES.
      * THE BRANCH / ACCOUNT-TYPE ROWS IN EFFECT TODAY FOR THE THREE
      * ACCOUNT-LEVEL THRESHOLDS - THE LATEST ON OR BEFORE TODAY FOR
      * EACH BRANCH/TYPE COMBINATION. A BRANCH PARTITION ONLY NEEDS
      * ITS OWN BRANCH'S ROWS AND THE TYPE-ONLY ROWS. MORE ROWS THAN
      * THE TABLE HOLDS STOPS THE RUN - DROPPING AN OVERRIDE WOULD
      * APPLY THE WRONG THRESHOLD WITH NOTHING IN THE LOG TO SAY SO
           MOVE 0 TO WS-OVR-COUNT-USED

           EXEC SQL
               DECLARE OVRCUR CURSOR FOR
               SELECT P.ParamName, P.BranchCode, P.AccountType,
                      CHAR(P.EffectiveDate, ISO), P.NumericValue
               FROM ACCTXPRM_PARAMETER P
               WHERE P.ParamName IN ('RISK-THRESHOLD',
                                     'DORMANCY-DAYS',
                                     'LOW-BALANCE-THRESHOLD')
                 AND (P.BranchCode <> ' ' OR P.AccountType <> ' ')
                 AND (:WS-PARTITION-BRANCH = ' '
                      OR P.BranchCode = ' '
                      OR P.BranchCode = :WS-PARTITION-BRANCH)
                 AND P.EffectiveDate =
                     (SELECT MAX(P2.EffectiveDate)
                      FROM ACCTXPRM_PARAMETER P2
                      WHERE P2.ParamName = P.ParamName
                        AND P2.BranchCode = P.BranchCode
                        AND P2.AccountType = P.AccountType
                        AND P2.EffectiveDate <= CURRENT DATE)
               ORDER BY P.ParamName, P.BranchCode, P.AccountType
           END-EXEC

           EXEC SQL
               OPEN OVRCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING PARAMETER OVERRIDE CURSOR. '
                   'SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 1110-FETCH-OVERRIDE
           PERFORM 1120-OVERRIDE-LOOP
               UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE OVRCUR
           END-EXEC

           MOVE 'N' TO WS-EOF-FLAG
           DISPLAY 'PARAMETER OVERRIDES IN EFFECT: ' WS-OVR-COUNT-USED.

       1110-FETCH-OVERRIDE.
           MOVE SPACES TO WS-PRM-TEXT
           MOVE 'OVERRIDE' TO WS-PRM-SOURCE

           EXEC SQL
               FETCH OVRCUR INTO
                   :WS-PRM-NAME, :WS-PRM-BRANCH, :WS-PRM-ACCT-TYPE,
                   :WS-PRM-EFF-DATE, :WS-PRM-NUMERIC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING PARAMETER OVERRIDE. '
                       'SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1120-OVERRIDE-LOOP.
           IF NOT END-OF-CURSOR
               EVALUATE WS-PRM-NAME
                   WHEN 'RISK-THRESHOLD'
                       MOVE 0 TO WS-PRM-MIN
                       MOVE 999 TO WS-PRM-MAX
                       PERFORM 1065-CHECK-WHOLE-NUMBER
                   WHEN 'DORMANCY-DAYS'
                       MOVE 1 TO WS-PRM-MIN
                       MOVE 999 TO WS-PRM-MAX
                       PERFORM 1065-CHECK-WHOLE-NUMBER
                   WHEN OTHER
                       IF WS-PRM-NUMERIC < 0
                           PERFORM 1069-PARAMETER-REJECTED
                       END-IF
               END-EVALUATE

               IF WS-OVR-COUNT-USED >= WS-OVR-MAX-ENTRIES
                   DISPLAY 'ERROR: MORE THAN ' WS-OVR-MAX-ENTRIES
                       ' PARAMETER OVERRIDES IN EFFECT - TABLE FULL.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               ADD 1 TO WS-OVR-COUNT-USED
               SET WS-OVR-IDX TO WS-OVR-COUNT-USED
               MOVE WS-PRM-NAME TO WS-OVR-NAME(WS-OVR-IDX)
               MOVE WS-PRM-BRANCH TO WS-OVR-BRANCH(WS-OVR-IDX)
               MOVE WS-PRM-ACCT-TYPE TO WS-OVR-ACCT-TYPE(WS-OVR-IDX)
               MOVE WS-PRM-EFF-DATE TO WS-OVR-EFF-DATE(WS-OVR-IDX)
               MOVE WS-PRM-NUMERIC TO WS-OVR-NUMERIC(WS-OVR-IDX)
               MOVE SPACES TO WS-OVR-CUTOFF-TS(WS-OVR-IDX)
               EVALUATE TRUE
                   WHEN WS-PRM-BRANCH NOT = SPACES
                        AND WS-PRM-ACCT-TYPE NOT = SPACES
                       MOVE 3 TO WS-OVR-RANK(WS-OVR-IDX)
                   WHEN WS-PRM-BRANCH NOT = SPACES
                       MOVE 2 TO WS-OVR-RANK(WS-OVR-IDX)
                   WHEN OTHER
                       MOVE 1 TO WS-OVR-RANK(WS-OVR-IDX)
               END-EVALUATE

               MOVE WS-PRM-NUMERIC TO WS-PRM-PRINT-VALUE
               DISPLAY '  ' WS-PRM-NAME ' = ' WS-PRM-PRINT-VALUE
                   ' (OVERRIDE ' WS-PRM-EFF-DATE ') BRANCH "'
                   WS-PRM-BRANCH '" TYPE "' WS-PRM-ACCT-TYPE '"'

               PERFORM 1110-FETCH-OVERRIDE
           END-IF.

       1150-SET-OVERRIDE-CUTOFF.
      * EACH DORMANCY OVERRIDE GETS ITS CUTOFF THE SAME WAY AS THE
      * SUITE-WIDE ONE. THE LATEST CUTOFF OF ALL OF THEM BOUNDS THE
      * DELTA CURSOR'S DORMANCY-CANDIDATE FILTER
           IF WS-OVR-NAME(WS-OVR-IDX) = 'DORMANCY-DAYS'
               MOVE WS-OVR-NUMERIC(WS-OVR-IDX) TO WS-OVR-DAYS

               EXEC SQL
                   SELECT CURRENT TIMESTAMP - :WS-OVR-DAYS DAYS
                   INTO :WS-OVR-CUTOFF-WORK
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR COMPUTING DORMANCY CUTOFF.'
                       SQLCODE
               ELSE
                   MOVE WS-OVR-CUTOFF-WORK
                       TO WS-OVR-CUTOFF-TS(WS-OVR-IDX)
                   IF WS-OVR-CUTOFF-WORK > WS-DORMANCY-SCAN-CUTOFF-TS
                       MOVE WS-OVR-CUTOFF-WORK
                           TO WS-DORMANCY-SCAN-CUTOFF-TS
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-RECORDS.
           PERFORM 2100-FETCH-RECORD
           PERFORM 2200-PROCESS-LOOP

       2200-PROCESS-LOOP.
           IF NOT END-OF-CURSOR
               PERFORM 2250-RESOLVE-ACCOUNT-PARAMETERS
               PERFORM 2300-TRANSFORM-DATA
      * THE COMPLIANCE CHECK ONLY LOOKS AT WS-RISK/WS-KYC, NOT THE
      * CONVERTED AMOUNT, SO IT RUNS REGARDLESS OF WHETHER FX
               PERFORM 2100-FETCH-RECORD
           END-IF.

       2250-RESOLVE-ACCOUNT-PARAMETERS.
      * START FROM THE SUITE-WIDE THRESHOLDS AND LET THE MOST SPECIFIC
      * OVERRIDE MATCHING THIS ACCOUNT'S BRANCH AND TYPE REPLACE EACH
           MOVE WS-RISK-THRESHOLD TO WS-ACCT-RISK-THRESHOLD
           MOVE WS-LOW-BALANCE-THRESHOLD TO WS-ACCT-LOW-BALANCE
           MOVE WS-DORMANCY-CUTOFF-TS TO WS-ACCT-DORMANCY-CUTOFF
           MOVE 0 TO WS-ACCT-RISK-RANK
           MOVE 0 TO WS-ACCT-LOWBAL-RANK
           MOVE 0 TO WS-ACCT-DORMANCY-RANK

           IF WS-OVR-COUNT-USED > 0
               PERFORM 2260-APPLY-OVERRIDE
                   VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT-USED
           END-IF.

       2260-APPLY-OVERRIDE.
           IF (WS-OVR-BRANCH(WS-OVR-IDX) = SPACES
               OR WS-OVR-BRANCH(WS-OVR-IDX) = WS-BRANCH)
              AND (WS-OVR-ACCT-TYPE(WS-OVR-IDX) = SPACES
               OR WS-OVR-ACCT-TYPE(WS-OVR-IDX) = WS-ACCT-TYPE)
               EVALUATE WS-OVR-NAME(WS-OVR-IDX)
                   WHEN 'RISK-THRESHOLD'
                       IF WS-OVR-RANK(WS-OVR-IDX) > WS-ACCT-RISK-RANK
                           MOVE WS-OVR-RANK(WS-OVR-IDX)
                               TO WS-ACCT-RISK-RANK
                           MOVE WS-OVR-NUMERIC(WS-OVR-IDX)
                               TO WS-ACCT-RISK-THRESHOLD
                       END-IF
                   WHEN 'LOW-BALANCE-THRESHOLD'
                       IF WS-OVR-RANK(WS-OVR-IDX) > WS-ACCT-LOWBAL-RANK
                           MOVE WS-OVR-RANK(WS-OVR-IDX)
                               TO WS-ACCT-LOWBAL-RANK
                           MOVE WS-OVR-NUMERIC(WS-OVR-IDX)
                               TO WS-ACCT-LOW-BALANCE
                       END-IF
                   WHEN 'DORMANCY-DAYS'
                       IF WS-OVR-RANK(WS-OVR-IDX)
                          > WS-ACCT-DORMANCY-RANK
                           MOVE WS-OVR-RANK(WS-OVR-IDX)
                               TO WS-ACCT-DORMANCY-RANK
                           MOVE WS-OVR-CUTOFF-TS(WS-OVR-IDX)
                               TO WS-ACCT-DORMANCY-CUTOFF
                       END-IF
               END-EVALUATE
           END-IF.

       2300-TRANSFORM-DATA.
      * MOVE BASIC FIELDS
           MOVE WS-ACCT-ID TO TGT-ACCT-ID
      * AND COUNT AS OPEN. A NEW CASE IS ONLY SUPPRESSED BY AN OPEN
      * ONE - ONCE COMPLIANCE CLOSES A CASE, A RE-FLAGGED ACCOUNT
      * RIGHTLY OPENS A NEW ONE
           IF WS-RISK > WS-ACCT-RISK-THRESHOLD
              OR NOT KYC-STATUS-PASSING
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-OPEN-CASE-COUNT
      * THE MAIN INQUIRY ROW HAS ALREADY BEEN INSERTED/BUCKETED - AND
      * WHEN IT FAILED, ONLY AFTER 2330-REJECT-FX-CONVERSION HAS
      * ALREADY CAPTURED THE REJECT ROW
           IF WS-UPDATED < WS-ACCT-DORMANCY-CUTOFF
               MOVE 'DORMANCY-ALERT' TO TGT-SUBTYPE
               INITIALIZE TGT-DESC
               STRING 'Customer: ' DELIMITED BY SIZE
      * WS-BALANCE, SINCE THE THRESHOLD IS IMPLICITLY IN THAT CURRENCY.
      * ONLY PERFORMED WHEN FX CONVERSION SUCCEEDED (SEE 2200-PROCESS-
      * LOOP) SINCE TGT-AMOUNT ISN'T MEANINGFUL FOR A REJECTED ROW
           IF TGT-AMOUNT < WS-ACCT-LOW-BALANCE
               MOVE 'LOW-BAL-WARNING' TO TGT-SUBTYPE
               INITIALIZE TGT-DESC
               STRING 'Customer: ' DELIMITED BY SIZE
