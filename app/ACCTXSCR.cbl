       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXSCR.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXSCR                                        *
      * DESCRIPTION:  SANCTIONS / WATCHLIST NAME SCREENING OF         *
      *               CUSTOMERACCOUNTS. LOADS THE SANCTIONS LIST FILE *
      *               WE RECEIVE (HEADER WITH LIST VERSION, ONE       *
      *               DETAIL PER LISTED NAME OR ALIAS, TRAILER COUNT) *
      *               AND SCREENS CUSTOMERNAME AGAINST EVERY ENTRY.   *
      *               NIGHTLY IT SCREENS ONLY THE ACCOUNTS ACCTXLDR   *
      *               QUEUED IN ACCTXSCR_PENDING (NEW ACCOUNTS AND    *
      *               RENAMES); WHEN A LIST VERSION ARRIVES THAT HAS  *
      *               NEVER BEEN SCREENED (ACCTXSCR_LISTVER) THE      *
      *               WHOLE BOOK IS RESCREENED. NAMES ARE MATCHED     *
      *               WORD BY WORD AFTER UPPER-CASING AND STRIPPING   *
      *               PUNCTUATION AND TITLES, SO WORD ORDER DOES NOT  *
      *               MATTER, AND EACH WORD MAY DIFFER BY A SMALL     *
      *               EDIT DISTANCE SO NEAR-SPELLINGS STILL HIT.      *
      *               EVERY POTENTIAL HIT OPENS A CASE IN             *
      *               ACCTXFRM_COMPLIANCE_REVIEW FOR THE ACCTXCMP     *
      *               DISPOSITION AND AGING FLOW, WITH THE MATCH      *
      *               DETAIL KEPT IN ACCTXSCR_HITS.                   *
      * INPUT:        SANCTIONS LIST FILE (SANCLIST)                  *
      *               MINIMUM MATCH SCORE AND RUN MODE VIA JCL PARM   *
      *               (DEFAULT 080, MODE FROM THE LIST VERSION)       *
      *               CUSTOMERACCOUNTS / ACCTXSCR_PENDING TABLES      *
      *               ACCTXPRM_PARAMETER TABLE (PARAMETERS)           *
      * OUTPUT:       ACCTXFRM_COMPLIANCE_REVIEW (CASE INSERTS)       *
      *               ACCTXSCR_HITS / ACCTXSCR_LISTVER TABLES         *
      *               SCREENING REPORT FILE (SCRRPT)                  *
      *               ACCTXPRM_RUNVALUE TABLE (PARAMETERS USED)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-LIST-FILE ASSIGN TO SANCLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

           SELECT SCREEN-REPORT-FILE ASSIGN TO SCRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-LIST-FILE.
       01  SANCTIONS-LIST-RECORD       PIC X(200).

       FD  SCREEN-REPORT-FILE.
       01  SCREEN-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * SANCTIONS LIST RECORD IMAGE - THE RECORD TYPE IN BYTE 1 SAYS
      * WHICH REDEFINITION APPLIES. AN ALIAS ARRIVES AS ANOTHER
      * DETAIL CARRYING THE SAME ENTRY ID
       01  WS-LIST-RECORD              PIC X(200).
       01  WS-LIST-RECORD-TYPE REDEFINES WS-LIST-RECORD.
           05 LIST-RECORD-TYPE     PIC X(01).
               88 LIST-HEADER-REC  VALUE '1'.
               88 LIST-DETAIL-REC  VALUE '2'.
               88 LIST-TRAILER-REC VALUE '9'.
           05 FILLER               PIC X(199).
       01  WS-LIST-HEADER REDEFINES WS-LIST-RECORD.
           05 FILLER               PIC X(01).
           05 LISTH-VERSION        PIC X(20).
           05 LISTH-LIST-DATE      PIC X(10).
           05 LISTH-SOURCE         PIC X(20).
           05 FILLER               PIC X(149).
       01  WS-LIST-DETAIL REDEFINES WS-LIST-RECORD.
           05 FILLER               PIC X(01).
           05 LISTD-ENTRY-ID       PIC X(15).
           05 LISTD-ENTRY-TYPE     PIC X(01).
           05 LISTD-NAME           PIC X(100).
           05 LISTD-PROGRAM        PIC X(20).
           05 FILLER               PIC X(63).
       01  WS-LIST-TRAILER REDEFINES WS-LIST-RECORD.
           05 FILLER               PIC X(01).
           05 LISTT-RECORD-COUNT   PIC 9(09).
           05 FILLER               PIC X(190).

      * LIST CONTROL - THE VERSION ON THE HEADER DECIDES WHETHER THIS
      * RUN IS A FULL-BOOK RESCREEN (SEE ACCTXSCR_LISTVER TABLE)
       01  WS-LIST-VERSION           PIC X(20) VALUE SPACES.
       01  WS-LIST-DATE              PIC X(10) VALUE SPACES.
       01  WS-LIST-SOURCE            PIC X(20) VALUE SPACES.
       01  WS-LIST-DETAILS-READ      PIC 9(9) COMP VALUE 0.
       01  WS-LIST-TRAILER-COUNT     PIC 9(9) VALUE 0.
       01  WS-LIST-HEADER-FLAG       PIC X VALUE 'N'.
           88 LIST-HEADER-SEEN       VALUE 'Y'.
       01  WS-LIST-TRAILER-FLAG      PIC X VALUE 'N'.
           88 LIST-TRAILER-SEEN      VALUE 'Y'.
       01  WS-LIST-EOF-FLAG          PIC X VALUE 'N'.
           88 END-OF-LIST-FILE       VALUE 'Y'.
       01  WS-LISTVER-COUNT          PIC S9(9) COMP VALUE 0.

      * SANCTIONS LIST HELD IN STORAGE - EVERY ACCOUNT IS SCREENED
      * AGAINST EVERY ENTRY, SO EACH NAME IS NORMALIZED ONCE AT LOAD
      * AND KEPT AS ITS SEPARATE WORDS WITH THEIR LENGTHS
       01  WS-SAN-MAX-ENTRIES        PIC 9(5) COMP VALUE 5000.
       01  WS-SAN-COUNT-USED         PIC 9(5) COMP VALUE 0.
       01  WS-SAN-TABLE.
           05 WS-SAN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-SAN-IDX.
               10 WS-SAN-ENTRY-ID      PIC X(15).
               10 WS-SAN-NAME          PIC X(100).
               10 WS-SAN-PROGRAM       PIC X(20).
               10 WS-SAN-TOKEN-COUNT   PIC 9(2) COMP.
               10 WS-SAN-TOKEN OCCURS 8 TIMES INDEXED BY WS-SANT-IDX.
                   15 WS-SAN-TOKEN-TEXT PIC X(20).
                   15 WS-SAN-TOKEN-LEN  PIC 9(2) COMP.

      * ACCOUNT BEING SCREENED (FROM CUSTOMERACCOUNTS)
       01  WS-SCREEN-ROW.
           05 WS-SCR-ACCT-ID       PIC 9(10).
           05 WS-SCR-CUST-ID       PIC 9(10).
           05 WS-SCR-CUST-NAME     PIC X(100).
           05 WS-SCR-ACCT-NUM      PIC X(20).
           05 WS-SCR-BRANCH        PIC X(10).
           05 WS-SCR-KYC           PIC X(20).
           05 WS-SCR-RISK          PIC 9(3).

      * THE ACCOUNT NAME'S WORDS. THE USED FLAG STOPS ONE ACCOUNT
      * WORD FROM SATISFYING TWO LIST WORDS OF THE SAME ENTRY
       01  WS-ACT-TOKEN-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-ACT-TOKEN-TABLE.
           05 WS-ACT-TOKEN OCCURS 8 TIMES INDEXED BY WS-ACT-IDX.
               10 WS-ACT-TOKEN-TEXT    PIC X(20).
               10 WS-ACT-TOKEN-LEN     PIC 9(2) COMP.
               10 WS-ACT-TOKEN-USED    PIC X(01).

      * NAME NORMALIZATION WORK AREA - UPPER CASE, PUNCTUATION TO
      * SPACES, SPLIT INTO WORDS, TITLES/LEGAL-FORM WORDS AND SINGLE
      * INITIALS DROPPED. SHARED BY THE LIST LOAD AND THE SCREEN
       01  WS-NRM-INPUT              PIC X(100).
       01  WS-NRM-WORK               PIC X(100).
       01  WS-NRM-RAW-TABLE.
           05 WS-NRM-RAW OCCURS 10 TIMES INDEXED BY WS-RAW-IDX
                                     PIC X(20).
       01  WS-NRM-WORD               PIC X(20).
           88 NRM-NOISE-WORD         VALUES 'MR' 'MRS' 'MS' 'MISS'
                                            'DR' 'SIR' 'THE' 'AND'
                                            'OF' 'LTD' 'LLC' 'INC'
                                            'CO' 'CORP' 'PLC'.
       01  WS-NRM-WORD-LEN           PIC 9(2) COMP VALUE 0.
       01  WS-NRM-TOKEN-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-NRM-TOKEN-TABLE.
           05 WS-NRM-TOKEN OCCURS 8 TIMES INDEXED BY WS-NRM-IDX.
               10 WS-NRM-TOKEN-TEXT    PIC X(20).
               10 WS-NRM-TOKEN-LEN     PIC 9(2) COMP.

      * WORD-BY-WORD MATCH STATE FOR ONE ACCOUNT AGAINST ONE ENTRY
       01  WS-MATCH-DATA.
           05 WS-MATCHED-TOKENS    PIC 9(2) COMP.
           05 WS-UNMATCHED-TOKENS  PIC 9(2) COMP.
           05 WS-DISTANCE-TOTAL    PIC 9(3) COMP.
           05 WS-ALLOWED-DISTANCE  PIC 9(2) COMP.
           05 WS-BEST-DISTANCE     PIC 9(2) COMP.
           05 WS-BEST-ACT-SUB      PIC 9(2) COMP.
           05 WS-MATCH-SCORE       PIC S9(3) COMP.
           05 WS-LENGTH-GAP        PIC S9(2) COMP.
       01  WS-MIN-MATCH-SCORE        PIC 9(3) VALUE 80.

      * EDIT DISTANCE (INSERT/DELETE/SUBSTITUTE, PLUS AN ADJACENT
      * TRANSPOSITION) BETWEEN TWO WORDS OF UP TO 20 LETTERS. ROW
      * AND COLUMN 1 HOLD THE EMPTY-PREFIX DISTANCES
       01  WS-LEV-WORD-A             PIC X(20).
       01  WS-LEV-WORD-B             PIC X(20).
       01  WS-LEV-LEN-A              PIC 9(2) COMP.
       01  WS-LEV-LEN-B              PIC 9(2) COMP.
       01  WS-LEV-I                  PIC 9(2) COMP.
       01  WS-LEV-J                  PIC 9(2) COMP.
       01  WS-LEV-COST               PIC 9(2) COMP.
       01  WS-LEV-CANDIDATE          PIC 9(2) COMP.
       01  WS-LEV-RESULT             PIC 9(2) COMP.
       01  WS-LEV-MATRIX.
           05 WS-LEV-ROW OCCURS 21 TIMES.
               10 WS-LEV-CELL OCCURS 21 TIMES PIC 9(2) COMP.

      * CASE AND HIT TRACKING - SEE ACCTXFRM_COMPLIANCE_REVIEW AND
      * ACCTXSCR_HITS. A HIT IS NOT RAISED AGAIN WHILE ITS CASE IS
      * OPEN, NOR AFTER AN ANALYST CLEARED IT AS A FALSE POSITIVE FOR
      * THE SAME CUSTOMER NAME
       01  WS-PRIOR-HIT-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-CASE-ID                PIC S9(9) COMP VALUE 0.
       01  WS-HIT-SCORE              PIC 9(3).
       01  WS-HIT-ENTRY-ID           PIC X(15).
       01  WS-HIT-PROGRAM            PIC X(20).
       01  WS-HIT-LIST-NAME          PIC X(100).
       01  WS-LIST-ENTRY-COUNT       PIC S9(9) COMP VALUE 0.

      * RUN-MODE CONTROL - FULL BOOK ON A NEW LIST VERSION (OR WHEN
      * FORCED BY PARM), OTHERWISE JUST THE QUEUED ACCOUNTS
       01  WS-SCREEN-MODE            PIC X(04) VALUE 'DLTA'.
           88 SCREEN-MODE-DELTA      VALUE 'DLTA'.
           88 SCREEN-MODE-FULL       VALUE 'FULL'.

      * RUN COUNTERS
       01  WS-SCREEN-COUNTERS.
           05 WS-ACCOUNTS-SCREENED   PIC 9(9) COMP VALUE 0.
           05 WS-ACCOUNTS-HIT        PIC 9(9) COMP VALUE 0.
           05 WS-HITS-RAISED         PIC 9(9) COMP VALUE 0.
           05 WS-HITS-SUPPRESSED     PIC 9(9) COMP VALUE 0.
           05 WS-COMMIT-INTERVAL     PIC 9(9) COMP VALUE 1000.
       01  WS-ACCOUNT-HIT-FLAG       PIC X VALUE 'N'.
           88 ACCOUNT-HAS-HIT        VALUE 'Y'.

      * REPORT PRINT FIELDS
       01  WS-LIST-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-SCORE            PIC ZZ9.

      * PROCESSING PARAMETERS - SEE ACCTXPRM_PARAMETER TABLE. THE COMMIT
      * INTERVAL ABOVE KEEPS ITS COMPILED VALUE ONLY AS A DEFAULT - THE
      * ROW IN EFFECT TODAY REPLACES IT (SEE 1050-LOAD-PARAMETERS). WHAT
      * THE RUN USED IS ECHOED TO THE JOB LOG AND KEPT IN
      * ACCTXPRM_RUNVALUE UNDER THIS JOB NAME AND ITS START TIME - THIS
      * JOB KEEPS NO RUNLOG ROW, SO THE RUNID THERE IS ZERO
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
       01  WS-PRM-JOBNAME            PIC X(30) VALUE 'ACCTXSCR'.
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

       01  WS-RUN-START-TS           PIC X(26).
       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

      * JCL PARM - MINIMUM MATCH SCORE (001-100), THEN 'FULL' TO
      * FORCE A WHOLE-BOOK RESCREEN ON AN UNCHANGED LIST VERSION
       LINKAGE SECTION.
       01  LK-PARM-RECORD.
           05 LK-PARM-LENGTH        PIC S9(04) COMP.
           05 LK-PARM-TEXT.
               10 LK-PARM-MIN-SCORE      PIC 9(03).
               10 LK-PARM-SCREEN-MODE    PIC X(04).
               10 FILLER                 PIC X(23).

       PROCEDURE DIVISION USING LK-PARM-RECORD.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           IF NOT RUN-ABORTED
               PERFORM 2000-SCREEN-ACCOUNTS
           END-IF
           PERFORM 3000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY 'SANCTIONS SCREENING PROGRAM STARTED'
           DISPLAY '================================================'

      * THE RUN START IS THE HIGH-WATER MARK FOR THE PENDING QUEUE -
      * ONLY ENTRIES QUEUED BEFORE IT ARE CLEARED AT THE END, SO AN
      * ACCOUNT RENAMED WHILE THIS RUN IS IN FLIGHT WAITS FOR THE NEXT
           PERFORM 9100-GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-START-TS

           PERFORM 1050-LOAD-PARAMETERS
           PERFORM 1080-RECORD-PARAMETERS

           IF LK-PARM-LENGTH >= 3
               IF LK-PARM-MIN-SCORE NUMERIC
                  AND LK-PARM-MIN-SCORE > 0
                  AND LK-PARM-MIN-SCORE NOT > 100
                   MOVE LK-PARM-MIN-SCORE TO WS-MIN-MATCH-SCORE
               END-IF
           END-IF

           IF LK-PARM-LENGTH >= 7
               IF LK-PARM-SCREEN-MODE = 'FULL'
                   SET SCREEN-MODE-FULL TO TRUE
               END-IF
           END-IF

           DISPLAY 'MINIMUM MATCH SCORE: ' WS-MIN-MATCH-SCORE

           OPEN OUTPUT SCREEN-REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCREENING REPORT FILE. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING 'SANCTIONS SCREENING REPORT - '
                  DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                  INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           PERFORM 1100-LOAD-SANCTIONS-LIST

           IF NOT RUN-ABORTED
               PERFORM 1200-DETERMINE-SCREEN-MODE
           END-IF

           IF NOT RUN-ABORTED
               PERFORM 1300-OPEN-SCREEN-CURSOR
           END-IF.

       1050-LOAD-PARAMETERS.
      * READ EACH PROCESSING PARAMETER AS OF TODAY. ONE WITH NO ROW IN
      * EFFECT RUNS ON ITS COMPILED DEFAULT AND THE ECHO SAYS SO
           DISPLAY 'PROCESSING PARAMETERS IN EFFECT:'

           MOVE 'ACCTXSCR-COMMIT-INTERVAL' TO WS-PRM-NAME
           MOVE WS-COMMIT-INTERVAL TO WS-PRM-NUMERIC
           MOVE SPACES TO WS-PRM-TEXT
           PERFORM 1060-READ-PARAMETER
           MOVE 1 TO WS-PRM-MIN
           MOVE 999999 TO WS-PRM-MAX
           PERFORM 1065-CHECK-WHOLE-NUMBER
           MOVE WS-PRM-NUMERIC TO WS-COMMIT-INTERVAL
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

       1100-LOAD-SANCTIONS-LIST.
      * SCREENING AGAINST A PARTIAL LIST IS WORSE THAN NOT SCREENING
      * AT ALL - IT REPORTS CLEAN ACCOUNTS THAT WERE NEVER CHECKED.
      * A MISSING FILE, A MISSING HEADER OR TRAILER, A COUNT THAT
      * DOES NOT MATCH, OR A LIST TOO BIG FOR THE TABLE ALL STOP
      * THE RUN BEFORE ANY ACCOUNT IS LOOKED AT
           OPEN INPUT SANCTIONS-LIST-FILE

           IF WS-LIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SANCTIONS LIST FILE. '
                   'FILE STATUS: ' WS-LIST-FILE-STATUS
               SET RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1110-READ-LIST
               PERFORM 1120-LIST-LOOP
                   UNTIL END-OF-LIST-FILE

               CLOSE SANCTIONS-LIST-FILE
           END-IF

           IF NOT RUN-ABORTED
               IF NOT LIST-HEADER-SEEN
                  OR NOT LIST-TRAILER-SEEN
                   DISPLAY 'SANCTIONS LIST HAS NO HEADER OR NO '
                       'TRAILER - FILE INCOMPLETE'
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT RUN-ABORTED
               IF WS-LIST-TRAILER-COUNT NOT = WS-LIST-DETAILS-READ
                   DISPLAY 'SANCTIONS LIST TRAILER COUNT '
                       WS-LIST-TRAILER-COUNT
                       ' DOES NOT MATCH DETAILS READ '
                       WS-LIST-DETAILS-READ
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT RUN-ABORTED
               DISPLAY 'LIST VERSION: ' WS-LIST-VERSION
                   ' DATED ' WS-LIST-DATE
               DISPLAY 'LIST NAMES LOADED: ' WS-SAN-COUNT-USED

               MOVE WS-SAN-COUNT-USED TO WS-PRINT-COUNT
               MOVE SPACES TO SCREEN-REPORT-RECORD
               STRING 'LIST ' DELIMITED BY SIZE
                      WS-LIST-SOURCE DELIMITED BY SIZE
                      ' VERSION ' DELIMITED BY SIZE
                      WS-LIST-VERSION DELIMITED BY SIZE
                      ' NAMES ' DELIMITED BY SIZE
                      WS-PRINT-COUNT DELIMITED BY SIZE
                      INTO SCREEN-REPORT-RECORD
               END-STRING
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF.

       1110-READ-LIST.
           READ SANCTIONS-LIST-FILE INTO WS-LIST-RECORD
               AT END
                   SET END-OF-LIST-FILE TO TRUE
           END-READ

           IF WS-LIST-FILE-STATUS NOT = '00'
              AND WS-LIST-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR READING SANCTIONS LIST FILE. '
                   'FILE STATUS: ' WS-LIST-FILE-STATUS
               SET END-OF-LIST-FILE TO TRUE
               SET RUN-ABORTED TO TRUE
           END-IF.

       1120-LIST-LOOP.
           IF NOT END-OF-LIST-FILE
               EVALUATE TRUE
                   WHEN LIST-HEADER-REC
                       SET LIST-HEADER-SEEN TO TRUE
                       MOVE LISTH-VERSION TO WS-LIST-VERSION
                       MOVE LISTH-LIST-DATE TO WS-LIST-DATE
                       MOVE LISTH-SOURCE TO WS-LIST-SOURCE
                   WHEN LIST-DETAIL-REC
                       ADD 1 TO WS-LIST-DETAILS-READ
                       PERFORM 1130-STORE-LIST-ENTRY
                   WHEN LIST-TRAILER-REC
                       SET LIST-TRAILER-SEEN TO TRUE
                       IF LISTT-RECORD-COUNT NUMERIC
                           MOVE LISTT-RECORD-COUNT
                               TO WS-LIST-TRAILER-COUNT
                       ELSE
                           DISPLAY 'SANCTIONS LIST TRAILER COUNT '
                               'NOT NUMERIC'
                           SET RUN-ABORTED TO TRUE
                           SET END-OF-LIST-FILE TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'UNRECOGNIZED SANCTIONS LIST RECORD '
                           'TYPE "' LIST-RECORD-TYPE '"'
                       SET RUN-ABORTED TO TRUE
                       SET END-OF-LIST-FILE TO TRUE
               END-EVALUATE
               IF NOT END-OF-LIST-FILE
                   PERFORM 1110-READ-LIST
               END-IF
           END-IF.

       1130-STORE-LIST-ENTRY.
           IF WS-SAN-COUNT-USED NOT < WS-SAN-MAX-ENTRIES
               DISPLAY 'SANCTIONS LIST EXCEEDS ' WS-SAN-MAX-ENTRIES
                   ' NAMES - TABLE FULL, LIST NOT FULLY LOADED'
               SET RUN-ABORTED TO TRUE
               SET END-OF-LIST-FILE TO TRUE
           ELSE
               MOVE LISTD-NAME TO WS-NRM-INPUT
               PERFORM 7000-NORMALIZE-NAME

      * A NAME THAT IS NOTHING BUT TITLES AND INITIALS CANNOT BE
      * MATCHED ON - IT IS COUNTED AGAINST THE TRAILER BUT NOT KEPT
               IF WS-NRM-TOKEN-COUNT = 0
                   DISPLAY 'WARNING: LIST ENTRY ' LISTD-ENTRY-ID
                       ' HAS NO SCREENABLE NAME - SKIPPED'
               ELSE
                   ADD 1 TO WS-SAN-COUNT-USED
                   SET WS-SAN-IDX TO WS-SAN-COUNT-USED
                   MOVE LISTD-ENTRY-ID TO WS-SAN-ENTRY-ID(WS-SAN-IDX)
                   MOVE LISTD-NAME TO WS-SAN-NAME(WS-SAN-IDX)
                   MOVE LISTD-PROGRAM TO WS-SAN-PROGRAM(WS-SAN-IDX)
                   MOVE WS-NRM-TOKEN-COUNT
                       TO WS-SAN-TOKEN-COUNT(WS-SAN-IDX)
                   PERFORM 1140-STORE-LIST-TOKEN
                       VARYING WS-NRM-IDX FROM 1 BY 1
                       UNTIL WS-NRM-IDX > WS-NRM-TOKEN-COUNT
               END-IF
           END-IF.

       1140-STORE-LIST-TOKEN.
           SET WS-SANT-IDX TO WS-NRM-IDX
           MOVE WS-NRM-TOKEN-TEXT(WS-NRM-IDX)
               TO WS-SAN-TOKEN-TEXT(WS-SAN-IDX, WS-SANT-IDX)
           MOVE WS-NRM-TOKEN-LEN(WS-NRM-IDX)
               TO WS-SAN-TOKEN-LEN(WS-SAN-IDX, WS-SANT-IDX).

       1200-DETERMINE-SCREEN-MODE.
      * A LIST VERSION WITH NO ACCTXSCR_LISTVER ROW HAS NEVER HAD
      * THE WHOLE BOOK SCREENED AGAINST IT - EVERY EXISTING CUSTOMER
      * MAY NOW BE ON IT, NOT JUST TONIGHT'S NEW ONES
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LISTVER-COUNT
               FROM ACCTXSCR_LISTVER
               WHERE ListVersion = :WS-LIST-VERSION
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING ACCTXSCR_LISTVER. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               IF WS-LISTVER-COUNT = 0
                   SET SCREEN-MODE-FULL TO TRUE
               END-IF
           END-IF

           IF NOT RUN-ABORTED
               IF SCREEN-MODE-FULL
                   DISPLAY 'SCREEN MODE: FULL BOOK'
                   MOVE 'SCREEN MODE: FULL BOOK'
                       TO SCREEN-REPORT-RECORD
               ELSE
                   DISPLAY 'SCREEN MODE: NEW AND RENAMED ACCOUNTS'
                   MOVE 'SCREEN MODE: NEW AND RENAMED ACCOUNTS'
                       TO SCREEN-REPORT-RECORD
               END-IF
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE SPACES TO SCREEN-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF.

       1300-OPEN-SCREEN-CURSOR.
      * CLOSED AND ESCHEATED ACCOUNTS ARE OUT OF A FULL RESCREEN -
      * THERE IS NO RELATIONSHIP LEFT TO ACT ON. A QUEUED ACCOUNT IS
      * SCREENED WHATEVER ITS STATUS, SINCE THE FEED JUST TOUCHED IT.
      * WITH HOLD KEEPS THE CURSOR OPEN ACROSS THE INTERVAL COMMITS
           EXEC SQL
               DECLARE SCRFULCUR CURSOR WITH HOLD FOR
               SELECT AccountID, CustomerID, CustomerName,
                      AccountNumber, BranchCode, KYCStatus, RiskScore
               FROM CustomerAccounts
               WHERE AccountStatus NOT IN ('Closed', 'Escheated')
               ORDER BY AccountID
           END-EXEC

           EXEC SQL
               DECLARE SCRDLTCUR CURSOR WITH HOLD FOR
               SELECT A.AccountID, A.CustomerID, A.CustomerName,
                      A.AccountNumber, A.BranchCode, A.KYCStatus,
                      A.RiskScore
               FROM CustomerAccounts A, ACCTXSCR_PENDING P
               WHERE P.AccountID = A.AccountID
               ORDER BY A.AccountID
           END-EXEC

           IF SCREEN-MODE-FULL
               EXEC SQL
                   OPEN SCRFULCUR
               END-EXEC
           ELSE
               EXEC SQL
                   OPEN SCRDLTCUR
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING SCREENING CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2000-SCREEN-ACCOUNTS.
           PERFORM 2100-FETCH-ACCOUNT
           PERFORM 2200-SCREEN-LOOP
               UNTIL END-OF-CURSOR

           IF SCREEN-MODE-FULL
               EXEC SQL
                   CLOSE SCRFULCUR
               END-EXEC
           ELSE
               EXEC SQL
                   CLOSE SCRDLTCUR
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: ERROR CLOSING SCREENING CURSOR. '
                   'SQLCODE: ' SQLCODE
           END-IF.

       2100-FETCH-ACCOUNT.
           IF SCREEN-MODE-FULL
               EXEC SQL
                   FETCH SCRFULCUR INTO
                       :WS-SCR-ACCT-ID, :WS-SCR-CUST-ID,
                       :WS-SCR-CUST-NAME, :WS-SCR-ACCT-NUM,
                       :WS-SCR-BRANCH, :WS-SCR-KYC, :WS-SCR-RISK
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH SCRDLTCUR INTO
                       :WS-SCR-ACCT-ID, :WS-SCR-CUST-ID,
                       :WS-SCR-CUST-NAME, :WS-SCR-ACCT-NUM,
                       :WS-SCR-BRANCH, :WS-SCR-KYC, :WS-SCR-RISK
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON SCREENING CURSOR. '
                       'SQLCODE: ' SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2200-SCREEN-LOOP.
           IF NOT END-OF-CURSOR
               ADD 1 TO WS-ACCOUNTS-SCREENED
               MOVE 'N' TO WS-ACCOUNT-HIT-FLAG

               MOVE WS-SCR-CUST-NAME TO WS-NRM-INPUT
               PERFORM 7000-NORMALIZE-NAME
               MOVE WS-NRM-TOKEN-COUNT TO WS-ACT-TOKEN-COUNT
               PERFORM 2210-COPY-ACCOUNT-TOKEN
                   VARYING WS-NRM-IDX FROM 1 BY 1
                   UNTIL WS-NRM-IDX > WS-NRM-TOKEN-COUNT

               IF WS-ACT-TOKEN-COUNT > 0
                   PERFORM 2300-SCREEN-AGAINST-ENTRY
                       VARYING WS-SAN-IDX FROM 1 BY 1
                       UNTIL WS-SAN-IDX > WS-SAN-COUNT-USED
                          OR RUN-ABORTED
               END-IF

               IF ACCOUNT-HAS-HIT
                   ADD 1 TO WS-ACCOUNTS-HIT
               END-IF

               IF NOT RUN-ABORTED
                   PERFORM 2600-INTERVAL-COMMIT
               END-IF

               IF RUN-ABORTED
                   SET END-OF-CURSOR TO TRUE
               ELSE
                   PERFORM 2100-FETCH-ACCOUNT
               END-IF
           END-IF.

       2210-COPY-ACCOUNT-TOKEN.
           SET WS-ACT-IDX TO WS-NRM-IDX
           MOVE WS-NRM-TOKEN-TEXT(WS-NRM-IDX)
               TO WS-ACT-TOKEN-TEXT(WS-ACT-IDX)
           MOVE WS-NRM-TOKEN-LEN(WS-NRM-IDX)
               TO WS-ACT-TOKEN-LEN(WS-ACT-IDX).

       2300-SCREEN-AGAINST-ENTRY.
      * EVERY WORD OF THE LISTED NAME MUST FIND ITS OWN WORD IN THE
      * ACCOUNT NAME, IN ANY ORDER, WITHIN THE EDIT DISTANCE ITS
      * LENGTH ALLOWS. A LISTED NAME OF THREE OR MORE WORDS MAY MISS
      * ONE (A MIDDLE NAME THE ACCOUNT NEVER CARRIED). THE SCORE
      * STARTS AT 100 AND LOSES 10 PER LETTER OF DISTANCE AND 20 PER
      * MISSING WORD
           MOVE 0 TO WS-MATCHED-TOKENS
           MOVE 0 TO WS-DISTANCE-TOTAL
           PERFORM 2310-RESET-ACCOUNT-TOKEN
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-TOKEN-COUNT

           PERFORM 2320-MATCH-LIST-TOKEN
               VARYING WS-SANT-IDX FROM 1 BY 1
               UNTIL WS-SANT-IDX > WS-SAN-TOKEN-COUNT(WS-SAN-IDX)

           COMPUTE WS-UNMATCHED-TOKENS =
               WS-SAN-TOKEN-COUNT(WS-SAN-IDX) - WS-MATCHED-TOKENS

           IF WS-UNMATCHED-TOKENS = 0
              OR (WS-UNMATCHED-TOKENS = 1
                  AND WS-SAN-TOKEN-COUNT(WS-SAN-IDX) >= 3)
               COMPUTE WS-MATCH-SCORE = 100
                   - (WS-DISTANCE-TOTAL * 10)
                   - (WS-UNMATCHED-TOKENS * 20)
               IF WS-MATCH-SCORE >= WS-MIN-MATCH-SCORE
                   MOVE WS-MATCH-SCORE TO WS-HIT-SCORE
                   PERFORM 2400-RAISE-HIT
               END-IF
           END-IF.

       2310-RESET-ACCOUNT-TOKEN.
           MOVE 'N' TO WS-ACT-TOKEN-USED(WS-ACT-IDX).

       2320-MATCH-LIST-TOKEN.
      * THE CLOSEST UNUSED ACCOUNT WORD WINS. SHORT WORDS MUST MATCH
      * EXACTLY - ONE LETTER OFF IN A THREE-LETTER WORD IS A
      * DIFFERENT WORD, NOT A MISSPELLING
           EVALUATE TRUE
               WHEN WS-SAN-TOKEN-LEN(WS-SAN-IDX, WS-SANT-IDX) <= 3
                   MOVE 0 TO WS-ALLOWED-DISTANCE
               WHEN WS-SAN-TOKEN-LEN(WS-SAN-IDX, WS-SANT-IDX) <= 7
                   MOVE 1 TO WS-ALLOWED-DISTANCE
               WHEN OTHER
                   MOVE 2 TO WS-ALLOWED-DISTANCE
           END-EVALUATE

           MOVE 99 TO WS-BEST-DISTANCE
           MOVE 0 TO WS-BEST-ACT-SUB
           PERFORM 2330-TRY-ACCOUNT-TOKEN
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-TOKEN-COUNT
                  OR WS-BEST-DISTANCE = 0

           IF WS-BEST-ACT-SUB > 0
               ADD 1 TO WS-MATCHED-TOKENS
               ADD WS-BEST-DISTANCE TO WS-DISTANCE-TOTAL
               SET WS-ACT-IDX TO WS-BEST-ACT-SUB
               MOVE 'Y' TO WS-ACT-TOKEN-USED(WS-ACT-IDX)
           END-IF.

       2330-TRY-ACCOUNT-TOKEN.
           IF WS-ACT-TOKEN-USED(WS-ACT-IDX) = 'N'
               COMPUTE WS-LENGTH-GAP =
                   WS-ACT-TOKEN-LEN(WS-ACT-IDX)
                   - WS-SAN-TOKEN-LEN(WS-SAN-IDX, WS-SANT-IDX)
               IF WS-LENGTH-GAP < 0
                   COMPUTE WS-LENGTH-GAP = 0 - WS-LENGTH-GAP
               END-IF

      * WORDS WHOSE LENGTHS ALONE DIFFER BY MORE THAN THE ALLOWANCE
      * CANNOT BE CLOSE ENOUGH - SKIP THE DISTANCE ARITHMETIC
               IF WS-LENGTH-GAP <= WS-ALLOWED-DISTANCE
                   IF WS-ACT-TOKEN-TEXT(WS-ACT-IDX) =
                      WS-SAN-TOKEN-TEXT(WS-SAN-IDX, WS-SANT-IDX)
                       MOVE 0 TO WS-LEV-RESULT
                   ELSE
                       MOVE WS-ACT-TOKEN-TEXT(WS-ACT-IDX)
                           TO WS-LEV-WORD-A
                       MOVE WS-ACT-TOKEN-LEN(WS-ACT-IDX)
                           TO WS-LEV-LEN-A
                       MOVE WS-SAN-TOKEN-TEXT(WS-SAN-IDX, WS-SANT-IDX)
                           TO WS-LEV-WORD-B
                       MOVE WS-SAN-TOKEN-LEN(WS-SAN-IDX, WS-SANT-IDX)
                           TO WS-LEV-LEN-B
                       PERFORM 7200-EDIT-DISTANCE
                   END-IF

                   IF WS-LEV-RESULT <= WS-ALLOWED-DISTANCE
                      AND WS-LEV-RESULT < WS-BEST-DISTANCE
                       MOVE WS-LEV-RESULT TO WS-BEST-DISTANCE
                       SET WS-BEST-ACT-SUB TO WS-ACT-IDX
                   END-IF
               END-IF
           END-IF.

       2400-RAISE-HIT.
      * AN UNANSWERABLE GUARD OR A CASE THAT CANNOT BE WRITTEN STOPS
      * THE RUN - A SANCTIONS HIT THAT SILENTLY FAILS TO REACH
      * COMPLIANCE IS EXACTLY THE FAILURE THIS PROGRAM EXISTS FOR
           MOVE WS-SAN-ENTRY-ID(WS-SAN-IDX) TO WS-HIT-ENTRY-ID
           MOVE WS-SAN-PROGRAM(WS-SAN-IDX) TO WS-HIT-PROGRAM
           MOVE WS-SAN-NAME(WS-SAN-IDX) TO WS-HIT-LIST-NAME
           PERFORM 2410-CHECK-PRIOR-HIT

           IF NOT RUN-ABORTED
               IF WS-PRIOR-HIT-COUNT > 0
                   ADD 1 TO WS-HITS-SUPPRESSED
               ELSE
                   PERFORM 2420-OPEN-CASE
                   IF NOT RUN-ABORTED
                       PERFORM 2430-RECORD-HIT
                   END-IF
                   IF NOT RUN-ABORTED
                       ADD 1 TO WS-HITS-RAISED
                       SET ACCOUNT-HAS-HIT TO TRUE
                       PERFORM 2500-WRITE-HIT-LINES
                   END-IF
               END-IF
           END-IF.

       2410-CHECK-PRIOR-HIT.
      * THE SAME ACCOUNT AGAINST THE SAME LIST ENTRY IS ONE WORK ITEM
      * WHILE ITS CASE IS OPEN OR ESCALATED (ROWS WITH A NULL
      * CaseStatus COUNT AS OPEN, AS IN ACCTXFRM). ONCE AN ANALYST
      * CLEARED IT AS A FALSE POSITIVE IT STAYS CLEARED UNTIL THE
      * CUSTOMER NAME CHANGES - OTHERWISE EVERY NEW LIST VERSION
      * WOULD REOPEN THE SAME FALSE POSITIVE. ALIASES OF ONE ENTRY
      * SHARE ITS ENTRY ID, SO A SECOND ALIAS HIT IN THE SAME PASS
      * FINDS THE CASE THE FIRST ONE JUST OPENED
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PRIOR-HIT-COUNT
               FROM ACCTXSCR_HITS H, ACCTXFRM_COMPLIANCE_REVIEW C
               WHERE H.CaseID = C.CaseID
                 AND H.AccountID = :WS-SCR-ACCT-ID
                 AND H.EntryID = :WS-HIT-ENTRY-ID
                 AND (C.CaseStatus IS NULL
                      OR C.CaseStatus IN ('OPEN', 'ESCALATED')
                      OR (C.CaseStatus = 'CLEARED'
                          AND H.ScreenedName = :WS-SCR-CUST-NAME))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR CHECKING PRIOR SCREENING HITS FOR '
                   'ACCOUNT ' WS-SCR-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2420-OPEN-CASE.
      * THE CASE ROW IS THE SAME SHAPE ACCTXFRM WRITES, SO ACCTXCMP
      * DISPOSITIONS AND AGES IT LIKE ANY OTHER. THE NOTES COLUMN
      * SAYS WHERE IT CAME FROM UNTIL AN ANALYST OVERWRITES IT
           EXEC SQL
               INSERT INTO ACCTXFRM_COMPLIANCE_REVIEW
               (AccountID, CustomerID, AccountNumber,
                KYCStatus, RiskScore, BranchCode,
                ReviewTimestamp, CaseStatus, DispositionNotes)
               VALUES
               (:WS-SCR-ACCT-ID, :WS-SCR-CUST-ID, :WS-SCR-ACCT-NUM,
                :WS-SCR-KYC, :WS-SCR-RISK, :WS-SCR-BRANCH,
                CURRENT TIMESTAMP, 'OPEN',
                'SANCTIONS SCREENING HIT - SEE ACCTXSCR_HITS')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING COMPLIANCE CASE FOR ACCOUNT '
                   WS-SCR-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-CASE-ID
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR READING GENERATED CASEID. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       2430-RECORD-HIT.
           EXEC SQL
               INSERT INTO ACCTXSCR_HITS
               (CaseID, AccountID, ListVersion, EntryID,
                ListProgram, ListName, ScreenedName, MatchScore,
                HitTimestamp)
               VALUES
               (:WS-CASE-ID, :WS-SCR-ACCT-ID, :WS-LIST-VERSION,
                :WS-HIT-ENTRY-ID, :WS-HIT-PROGRAM,
                :WS-HIT-LIST-NAME, :WS-SCR-CUST-NAME,
                :WS-HIT-SCORE, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR RECORDING SCREENING HIT FOR ACCOUNT '
                   WS-SCR-ACCT-NUM '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2500-WRITE-HIT-LINES.
           MOVE WS-HIT-SCORE TO WS-PRINT-SCORE
           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING 'HIT  ACCOUNT ' DELIMITED BY SIZE
                  WS-SCR-ACCT-NUM DELIMITED BY SIZE
                  ' BRANCH ' DELIMITED BY SIZE
                  WS-SCR-BRANCH DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  WS-PRINT-SCORE DELIMITED BY SIZE
                  INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING '     CUSTOMER:   ' DELIMITED BY SIZE
                  WS-SCR-CUST-NAME(1:60) DELIMITED BY SIZE
                  INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING '     LIST ENTRY: ' DELIMITED BY SIZE
                  WS-HIT-ENTRY-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HIT-PROGRAM DELIMITED BY SIZE
                  INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING '     LISTED AS:  ' DELIMITED BY SIZE
                  WS-HIT-LIST-NAME(1:60) DELIMITED BY SIZE
                  INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       2600-INTERVAL-COMMIT.
      * CASES ARE COMMITTED IN BATCHES. NO CHECKPOINT IS NEEDED - A
      * RERUN AFTER AN ABEND SCREENS FROM THE TOP AGAIN AND THE
      * PRIOR-HIT GUARD KEEPS THE CASES ALREADY OPENED FROM DOUBLING
           IF FUNCTION MOD(WS-ACCOUNTS-SCREENED, WS-COMMIT-INTERVAL)
              = 0
               EXEC SQL
                   COMMIT WORK
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR ON INTERVAL COMMIT. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       3000-FINALIZATION.
      * A CLEAN RUN EMPTIES THE QUEUE UP TO ITS START AND, AFTER A
      * FULL-BOOK PASS, RECORDS THE LIST VERSION AS SCREENED - BOTH IN
      * THE SAME UNIT OF WORK AS THE LAST BATCH OF CASES. AN ABORTED
      * RUN LEAVES BOTH UNTOUCHED SO THE RERUN COVERS THE SAME GROUND
           IF NOT RUN-ABORTED
               EXEC SQL
                   DELETE FROM ACCTXSCR_PENDING
                   WHERE QueuedTimestamp <= :WS-RUN-START-TS
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'ERROR CLEARING ACCTXSCR_PENDING. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT RUN-ABORTED
              AND SCREEN-MODE-FULL
              AND WS-LISTVER-COUNT = 0
               MOVE WS-SAN-COUNT-USED TO WS-LIST-ENTRY-COUNT
               EXEC SQL
                   INSERT INTO ACCTXSCR_LISTVER
                   (ListVersion, ListDate, ListSource, EntryCount,
                    FullScreenTimestamp)
                   VALUES
                   (:WS-LIST-VERSION, :WS-LIST-DATE, :WS-LIST-SOURCE,
                    :WS-LIST-ENTRY-COUNT, CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR RECORDING LIST VERSION. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
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
                   DISPLAY 'ERROR ON FINAL COMMIT. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO SCREEN-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-ACCOUNTS-SCREENED TO WS-PRINT-COUNT
           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING 'ACCOUNTS SCREENED:   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-ACCOUNTS-HIT TO WS-PRINT-COUNT
           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING 'ACCOUNTS WITH HITS:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-HITS-RAISED TO WS-PRINT-COUNT
           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING 'CASES OPENED:        ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-HITS-SUPPRESSED TO WS-PRINT-COUNT
           MOVE SPACES TO SCREEN-REPORT-RECORD
           STRING 'HITS ALREADY CASED:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           IF RUN-ABORTED
               MOVE 'SCREENING DID NOT COMPLETE - RERUN REQUIRED'
                   TO SCREEN-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           CLOSE SCREEN-REPORT-FILE

           IF RUN-ABORTED
               DISPLAY '==========================================='
               DISPLAY 'SANCTIONS SCREENING DID NOT COMPLETE'
               DISPLAY 'ACCOUNTS SCREENED:  ' WS-ACCOUNTS-SCREENED
               DISPLAY 'CASES OPENED:       ' WS-HITS-RAISED
               DISPLAY '==========================================='
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '==========================================='
               DISPLAY 'SANCTIONS SCREENING COMPLETED SUCCESSFULLY'
               DISPLAY 'ACCOUNTS SCREENED:  ' WS-ACCOUNTS-SCREENED
               DISPLAY 'ACCOUNTS WITH HITS: ' WS-ACCOUNTS-HIT
               DISPLAY 'CASES OPENED:       ' WS-HITS-RAISED
               DISPLAY 'HITS ALREADY CASED: ' WS-HITS-SUPPRESSED
               DISPLAY '==========================================='
      * A NEW CASE IS A WARNING THE SCHEDULER SHOULD SURFACE - SOMEONE
      * HAS TO LOOK AT IT TODAY, NOT AT THE NEXT AGING REPORT
               IF WS-HITS-RAISED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * NAME NORMALIZATION AND WORD DISTANCE                          *
      *****************************************************************
       7000-NORMALIZE-NAME.
      * WS-NRM-INPUT IN, WS-NRM-TOKEN-TABLE OUT. PUNCTUATION BECOMES
      * A WORD BREAK SO 'AL-RASHID' AND 'AL RASHID' AGREE; TITLES,
      * LEGAL-FORM WORDS AND LONE INITIALS CARRY NO IDENTITY AND ARE
      * DROPPED. AT MOST EIGHT WORDS ARE KEPT
           MOVE WS-NRM-INPUT TO WS-NRM-WORK
           INSPECT WS-NRM-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NRM-WORK CONVERTING
               '.,;:-''/\&()"!?#*+_'
               TO '                  '

           MOVE SPACES TO WS-NRM-RAW-TABLE
           UNSTRING WS-NRM-WORK DELIMITED BY ALL SPACE
               INTO WS-NRM-RAW(1) WS-NRM-RAW(2) WS-NRM-RAW(3)
                    WS-NRM-RAW(4) WS-NRM-RAW(5) WS-NRM-RAW(6)
                    WS-NRM-RAW(7) WS-NRM-RAW(8) WS-NRM-RAW(9)
                    WS-NRM-RAW(10)
           END-UNSTRING

           MOVE 0 TO WS-NRM-TOKEN-COUNT
           PERFORM 7100-KEEP-WORD
               VARYING WS-RAW-IDX FROM 1 BY 1
               UNTIL WS-RAW-IDX > 10.

       7100-KEEP-WORD.
           MOVE WS-NRM-RAW(WS-RAW-IDX) TO WS-NRM-WORD
           MOVE 0 TO WS-NRM-WORD-LEN
           INSPECT WS-NRM-WORD TALLYING WS-NRM-WORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-NRM-WORD-LEN > 1
              AND NOT NRM-NOISE-WORD
              AND WS-NRM-TOKEN-COUNT < 8
               ADD 1 TO WS-NRM-TOKEN-COUNT
               SET WS-NRM-IDX TO WS-NRM-TOKEN-COUNT
               MOVE WS-NRM-WORD TO WS-NRM-TOKEN-TEXT(WS-NRM-IDX)
               MOVE WS-NRM-WORD-LEN TO WS-NRM-TOKEN-LEN(WS-NRM-IDX)
           END-IF.

       7200-EDIT-DISTANCE.
      * CLASSIC DYNAMIC-PROGRAMMING EDIT DISTANCE BETWEEN
      * WS-LEV-WORD-A AND WS-LEV-WORD-B, RESULT IN WS-LEV-RESULT.
      * CELL (I+1, J+1) HOLDS THE DISTANCE BETWEEN THE FIRST I
      * LETTERS OF A AND THE FIRST J LETTERS OF B
           PERFORM 7210-INIT-FIRST-ROW
               VARYING WS-LEV-J FROM 0 BY 1
               UNTIL WS-LEV-J > WS-LEV-LEN-B
           PERFORM 7220-INIT-FIRST-COLUMN
               VARYING WS-LEV-I FROM 0 BY 1
               UNTIL WS-LEV-I > WS-LEV-LEN-A
           PERFORM 7230-FILL-ROW
               VARYING WS-LEV-I FROM 1 BY 1
               UNTIL WS-LEV-I > WS-LEV-LEN-A
           MOVE WS-LEV-CELL(WS-LEV-LEN-A + 1, WS-LEV-LEN-B + 1)
               TO WS-LEV-RESULT.

       7210-INIT-FIRST-ROW.
           MOVE WS-LEV-J TO WS-LEV-CELL(1, WS-LEV-J + 1).

       7220-INIT-FIRST-COLUMN.
           MOVE WS-LEV-I TO WS-LEV-CELL(WS-LEV-I + 1, 1).

       7230-FILL-ROW.
           PERFORM 7240-FILL-CELL
               VARYING WS-LEV-J FROM 1 BY 1
               UNTIL WS-LEV-J > WS-LEV-LEN-B.

       7240-FILL-CELL.
           IF WS-LEV-WORD-A(WS-LEV-I:1) = WS-LEV-WORD-B(WS-LEV-J:1)
               MOVE 0 TO WS-LEV-COST
           ELSE
               MOVE 1 TO WS-LEV-COST
           END-IF

      * SUBSTITUTION (OR MATCH)
           COMPUTE WS-LEV-RESULT =
               WS-LEV-CELL(WS-LEV-I, WS-LEV-J) + WS-LEV-COST

      * DELETION FROM A
           COMPUTE WS-LEV-CANDIDATE =
               WS-LEV-CELL(WS-LEV-I, WS-LEV-J + 1) + 1
           IF WS-LEV-CANDIDATE < WS-LEV-RESULT
               MOVE WS-LEV-CANDIDATE TO WS-LEV-RESULT
           END-IF

      * INSERTION INTO A
           COMPUTE WS-LEV-CANDIDATE =
               WS-LEV-CELL(WS-LEV-I + 1, WS-LEV-J) + 1
           IF WS-LEV-CANDIDATE < WS-LEV-RESULT
               MOVE WS-LEV-CANDIDATE TO WS-LEV-RESULT
           END-IF

      * TWO ADJACENT LETTERS SWAPPED ('MOHAMMED'/'MOHAMMDE') COUNT AS
      * ONE SLIP, NOT TWO
           IF WS-LEV-I > 1 AND WS-LEV-J > 1
               IF WS-LEV-WORD-A(WS-LEV-I:1) =
                  WS-LEV-WORD-B(WS-LEV-J - 1:1)
                  AND WS-LEV-WORD-A(WS-LEV-I - 1:1) =
                      WS-LEV-WORD-B(WS-LEV-J:1)
                   COMPUTE WS-LEV-CANDIDATE =
                       WS-LEV-CELL(WS-LEV-I - 1, WS-LEV-J - 1) + 1
                   IF WS-LEV-CANDIDATE < WS-LEV-RESULT
                       MOVE WS-LEV-CANDIDATE TO WS-LEV-RESULT
                   END-IF
               END-IF
           END-IF

           MOVE WS-LEV-RESULT
               TO WS-LEV-CELL(WS-LEV-I + 1, WS-LEV-J + 1).

       9000-WRITE-REPORT-RECORD.
           WRITE SCREEN-REPORT-RECORD

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR WRITING SCREENING REPORT '
                   'RECORD. FILE STATUS: ' WS-REPORT-FILE-STATUS
           END-IF.

       9100-GET-CURRENT-TIMESTAMP.
      * THE RUN START IS COMPARED WITH QueuedTimestamp, A TIMESTAMP
      * COLUMN, SO IT MUST BE A REAL DB2 TIMESTAMP IMAGE
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
