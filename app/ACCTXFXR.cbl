       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXFXR.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXFXR                                        *
      * DESCRIPTION:  MONTH-END FX REVALUATION. TAKES EVERY ACCOUNT   *
      *               BOOKED IN A CURRENCY OTHER THAN THE REPORTING   *
      *               CURRENCY, VALUES ITS BALANCE AT THE MONTH-END   *
      *               CURRENCYRATES RATE, AND COMPARES THAT TO WHAT   *
      *               THE BOOK CARRIES: LAST MONTH'S REVALUED AMOUNT  *
      *               PLUS THE MONTH'S MOVEMENT IN THE BALANCE AT THE *
      *               OPENING RATE. THE DIFFERENCE IS THE UNREALIZED  *
      *               FX GAIN OR LOSS. ONE ACCTXFXR_REVAL ROW PER     *
      *               ACCOUNT PER PERIOD CARRIES THE FIGURES AND THIS *
      *               RUN'S RUNID - IT IS NEXT MONTH'S OPENING        *
      *               POSITION, AND THE SOURCE ACCTXGLX EXTRACTS THE  *
      *               FX REVALUATION GL ENTRIES FROM, ONE LINE PER    *
      *               BRANCH AND REVALUED CURRENCY (SUBTYPE           *
      *               FX-REVAL-<CCY>), IN THE REPORTING CURRENCY THE  *
      *               ROW WAS REVALUED INTO, SO THEY GO THROUGH       *
      *               ACCTXGLX_REGISTER AND ACCTXGLA LIKE ANY OTHER   *
      *               RUN. PERIODS MUST BE REVALUED IN ORDER WITH     *
      *               NONE SKIPPED. THE JOB RUNS IN THE MONTH-END     *
      *               CYCLE, BEFORE THE NEW MONTH'S POSTINGS - THE    *
      *               BALANCE REVALUED IS THE BALANCE ON              *
      *               CUSTOMERACCOUNTS WHEN IT RUNS.                  *
      * INPUT:        PERIOD-END DATE (YYYY-MM-DD) VIA JCL PARM       *
      *               (DEFAULT: LAST DAY OF THE PREVIOUS MONTH)       *
      *               CUSTOMERACCOUNTS / CURRENCYRATES /              *
      *               ACCTXFXR_REVAL TABLES                           *
      *               ACCTXPRM_PARAMETER TABLE (PARAMETERS)           *
      * OUTPUT:       REVALUATION REPORT FILE (FXRRPT)                *
      *               ACCTXFXR_REVAL / ACCTXFRM_RUNLOG TABLES         *
      *               ACCTXPRM_RUNVALUE TABLE (PARAMETERS USED)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVAL-REPORT-FILE ASSIGN TO FXRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVAL-REPORT-FILE.
       01  REVAL-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * REPORTING CURRENCY - THE CURRENCY THE BOOK IS KEPT IN
       01  WS-REPORT-CURRENCY        PIC X(03) VALUE 'USD'.

      * PERIOD BEING REVALUED, AND THE ONE BEFORE IT
       01  WS-PERIOD-END             PIC X(10).
       01  WS-PRIOR-PERIOD-END       PIC X(10).
       01  WS-NEXT-DAY               PIC S9(4) COMP.
       01  WS-LATEST-PERIOD          PIC X(10).
       01  WS-PERIODS-ON-FILE        PIC S9(9) COMP VALUE 0.

      * ACCOUNT BEING REVALUED, WITH ITS ROW FROM THE PRIOR PERIOD
       01  WS-ACCOUNT-RECORD.
           05 WS-ACCT-ID           PIC 9(10).
           05 WS-ACCT-NUM          PIC X(20).
           05 WS-BRANCH            PIC X(10).
           05 WS-CURR-CODE         PIC X(03).
           05 WS-BALANCE           PIC S9(13)V99 COMP-3.
           05 WS-PRIOR-BALANCE     PIC S9(13)V99 COMP-3.
           05 WS-PRIOR-REVALUED    PIC S9(13)V99 COMP-3.

      * THE REVALUATION OF ONE ACCOUNT
       01  WS-REVAL-DATA.
           05 WS-OPEN-RATE         PIC S9(5)V9(6) COMP-3.
           05 WS-CLOSE-RATE        PIC S9(5)V9(6) COMP-3.
           05 WS-MOVEMENT-AMOUNT   PIC S9(13)V99 COMP-3.
           05 WS-CARRYING-AMOUNT   PIC S9(13)V99 COMP-3.
           05 WS-REVALUED-AMOUNT   PIC S9(13)V99 COMP-3.
           05 WS-GAIN-LOSS         PIC S9(13)V99 COMP-3.
       01  WS-FX-RATE                PIC S9(5)V9(6) COMP-3.
       01  WS-FX-RATE-IND            PIC S9(4) COMP.

      * RATES AND TOTALS BY CURRENCY - EACH CURRENCY'S RATES ARE
      * LOOKED UP ONCE, THE FIRST TIME AN ACCOUNT IN IT IS READ
       01  WS-CCY-MAX-ENTRIES        PIC 9(3) COMP VALUE 30.
       01  WS-CCY-COUNT-USED         PIC 9(3) COMP VALUE 0.
       01  WS-CCY-FOUND-FLAG         PIC X VALUE 'N'.
           88 CURRENCY-FOUND         VALUE 'Y'.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 30 TIMES
                           INDEXED BY WS-CCY-IDX WS-CCY-HIT-IDX.
               10 WS-CCY-CODE          PIC X(03).
               10 WS-CCY-OPEN-RATE     PIC S9(5)V9(6) COMP-3.
               10 WS-CCY-CLOSE-RATE    PIC S9(5)V9(6) COMP-3.
               10 WS-CCY-ACCOUNTS      PIC 9(9) COMP.
               10 WS-CCY-BALANCE       PIC S9(15)V99 COMP-3.
               10 WS-CCY-REVALUED      PIC S9(15)V99 COMP-3.
               10 WS-CCY-GAIN-LOSS     PIC S9(15)V99 COMP-3.

      * BRANCH/CURRENCY LINE BEING ACCUMULATED - THE CURSOR RUNS IN
      * BRANCH AND CURRENCY ORDER, SO A CHANGE IN EITHER CLOSES IT
       01  WS-LINE-DATA.
           05 WS-LINE-BRANCH       PIC X(10) VALUE SPACES.
           05 WS-LINE-CURR-CODE    PIC X(03) VALUE SPACES.
           05 WS-LINE-ACCOUNTS     PIC 9(9) COMP VALUE 0.
           05 WS-LINE-GAIN-LOSS    PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-LINE-OPEN-FLAG         PIC X VALUE 'N'.
           88 LINE-OPEN              VALUE 'Y'.

      * WORK VARIABLES
       01  WS-COUNTERS.
           05 WS-RECORDS-READ      PIC 9(9) COMP VALUE 0.
      * STAYS ZERO - SEE WS-RUNLOG-DATA
           05 WS-RECORDS-INSERTED  PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-FAILED    PIC 9(9) COMP VALUE 0.
           05 WS-NEW-ACCOUNTS      PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-GAIN-LOSS        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-GAINS            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-LOSSES           PIC S9(15)V99 COMP-3 VALUE 0.

      * RUN-HISTORY / CONTROL DATA - SEE ACCTXFRM_RUNLOG TABLE. THE
      * REVALUATION ROWS CARRY THIS RUN'S RUNID SO ACCTXGLX CAN CARRY
      * THEM TO THE GENERAL LEDGER. NOTHING IS POSTED TO
      * ACCOUNTTRANSACTIONS, SO RECORDSINSERTED STAYS ZERO AND
      * ACCTXAUD'S TIE-OUT OF THE RUN HOLDS
       01  WS-RUNLOG-DATA.
           05 WS-JOBNAME            PIC X(30) VALUE 'ACCTXFXR'.
           05 WS-RUN-ID             PIC S9(9) COMP.
           05 WS-RUN-START-TS       PIC X(26).
           05 WS-HIGHEST-ACCTID     PIC 9(10) VALUE 0.
           05 WS-FINAL-SQLCODE      PIC S9(9) COMP VALUE 0.

      * REPORT PRINT FIELDS
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-AMOUNT           PIC -(13)9.99.
       01  WS-PRINT-AMOUNT-2         PIC -(13)9.99.
       01  WS-PRINT-RATE             PIC ZZZZ9.999999.
       01  WS-PRINT-RATE-2           PIC ZZZZ9.999999.
       01  WS-PRINT-RUN-ID           PIC ZZZZZZZZ9.

       01  WS-TODAY                  PIC X(10).

      * PROCESSING PARAMETERS - SEE ACCTXPRM_PARAMETER TABLE. THE
      * REPORTING CURRENCY ABOVE KEEPS ITS COMPILED VALUE ONLY AS A
      * DEFAULT - THE ROW IN EFFECT TODAY REPLACES IT (SEE
      * 1050-LOAD-PARAMETERS). WHAT THE RUN USED IS ECHOED TO THE JOB
      * LOG AND KEPT IN ACCTXPRM_RUNVALUE UNDER THIS RUN'S RUNID
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
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

      * JCL PARM - PERIOD-END DATE (YYYY-MM-DD)
       LINKAGE SECTION.
       01  LK-PARM-RECORD.
           05 LK-PARM-LENGTH        PIC S9(04) COMP.
           05 LK-PARM-TEXT.
               10 LK-PARM-PERIOD-END     PIC X(10).
               10 FILLER                 PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-RECORD.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-REVALUE-ACCOUNTS
           PERFORM 3000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY 'MONTH-END FX REVALUATION PROGRAM STARTED'
           DISPLAY '================================================'

           PERFORM 9100-GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-START-TS

           PERFORM 1050-LOAD-PARAMETERS

      * THE DEFAULT PERIOD IS THE MONTH JUST ENDED
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS, ISO)
               INTO :WS-TODAY, :WS-PERIOD-END
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CURRENT DATE. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LK-PARM-LENGTH >= 10
              AND LK-PARM-PERIOD-END NOT = SPACES
               MOVE LK-PARM-PERIOD-END TO WS-PERIOD-END
           END-IF

      * ONLY A MONTH-END IS A PERIOD END; THE DAY AFTER IT IS THE 1ST
           EXEC SQL
               SELECT DAY(DATE(:WS-PERIOD-END) + 1 DAY),
                      CHAR(DATE(:WS-PERIOD-END)
                           - DAY(DATE(:WS-PERIOD-END)) DAYS, ISO)
               INTO :WS-NEXT-DAY, :WS-PRIOR-PERIOD-END
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'INVALID PERIOD-END DATE ' WS-PERIOD-END
                   '. SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-NEXT-DAY NOT = 1
               DISPLAY 'PERIOD-END DATE ' WS-PERIOD-END
                   ' IS NOT THE LAST DAY OF A MONTH - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PERIOD-END > WS-TODAY
               DISPLAY 'PERIOD-END DATE ' WS-PERIOD-END
                   ' IS IN THE FUTURE - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'PERIOD END:         ' WS-PERIOD-END
           DISPLAY 'PRIOR PERIOD END:   ' WS-PRIOR-PERIOD-END
           DISPLAY 'REPORTING CURRENCY: ' WS-REPORT-CURRENCY

           PERFORM 1100-CHECK-PERIOD-SEQUENCE

      * OPEN A ROW IN THE RUN-HISTORY TABLE FOR THIS EXECUTION AND
      * CAPTURE THE GENERATED RUNID - CHECK THE INSERT'S SQLCODE
      * BEFORE IDENTITY_VAL_LOCAL() OVERWRITES IT, AND ABORT ON ANY
      * FAILURE RATHER THAN SEND GL ENTRIES UNDER AN UNTRUSTWORTHY
      * RUNID
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
      * ROLLBACK OF AN ABORTED REVALUATION
           EXEC SQL
               COMMIT WORK
           END-EXEC

           PERFORM 1080-RECORD-PARAMETERS

           OPEN OUTPUT REVAL-REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REVALUATION REPORT FILE. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
               MOVE 8 TO WS-FINAL-SQLCODE
               PERFORM 3900-CLOSE-RUNLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-ID TO WS-PRINT-RUN-ID
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING 'FX REVALUATION - PERIOD ENDING ' DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  ' - RUNID ' DELIMITED BY SIZE
                  WS-PRINT-RUN-ID DELIMITED BY SIZE
                  INTO REVAL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING 'GAIN/LOSS IN ' DELIMITED BY SIZE
                  WS-REPORT-CURRENCY DELIMITED BY SIZE
                  ' - POSITIVE IS A GAIN, NEGATIVE A LOSS'
                      DELIMITED BY SIZE
                  INTO REVAL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE SPACES TO REVAL-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'BRANCH     CCY    OPEN RATE   CLOSE RATE  ACCOUNTS'
               TO REVAL-REPORT-RECORD
           MOVE 'GAIN/LOSS' TO REVAL-REPORT-RECORD(60:9)
           PERFORM 9000-WRITE-REPORT-RECORD

      * EVERY FOREIGN-CURRENCY ACCOUNT WITH A BALANCE NOW OR LAST
      * MONTH - AN ACCOUNT THAT HAS EMPTIED STILL NEEDS ITS LAST
      * REVALUED AMOUNT SETTLED, AND CLOSED ACCOUNTS ARE NO DIFFERENT
           EXEC SQL
               DECLARE FXRCUR CURSOR FOR
               SELECT A.AccountID, A.AccountNumber, A.BranchCode,
                      A.CurrencyCode, A.Balance,
                      COALESCE(P.Balance, 0),
                      COALESCE(P.RevaluedAmount, 0)
               FROM CustomerAccounts A
                    LEFT OUTER JOIN ACCTXFXR_REVAL P
                      ON P.AccountID = A.AccountID
                     AND P.PeriodEndDate = :WS-PRIOR-PERIOD-END
               WHERE A.CurrencyCode <> :WS-REPORT-CURRENCY
                 AND (A.Balance <> 0
                      OR COALESCE(P.Balance, 0) <> 0
                      OR COALESCE(P.RevaluedAmount, 0) <> 0)
               ORDER BY A.BranchCode, A.CurrencyCode, A.AccountID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR DECLARING ACCOUNT CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               EXEC SQL
                   OPEN FXRCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR OPENING ACCOUNT CURSOR. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1050-LOAD-PARAMETERS.
      * READ EACH PROCESSING PARAMETER AS OF TODAY. ONE WITH NO ROW IN
      * EFFECT RUNS ON ITS COMPILED DEFAULT AND THE ECHO SAYS SO
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
      * ONE ACCTXPRM_RUNVALUE ROW PER VALUE USED, UNDER THIS RUN'S
      * RUNID, COMMITTED AT ONCE SO THE RECORD SURVIVES HOWEVER THE
      * RUN ENDS
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
               (:WS-JOBNAME, :WS-RUN-ID, :WS-RUN-START-TS,
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

       1100-CHECK-PERIOD-SEQUENCE.
      * EACH PERIOD OPENS FROM THE ONE BEFORE IT. REVALUING A MONTH
      * TWICE DOUBLE-POSTS THE GAIN/LOSS, AND SKIPPING ONE OR GOING
      * BACK BEHIND THE LATEST WOULD OPEN FROM THE WRONG POSITION -
      * ONLY THE VERY FIRST REVALUATION MAY START FROM NOTHING
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(CHAR(MAX(PeriodEndDate), ISO),
                               '0001-01-01')
               INTO :WS-PERIODS-ON-FILE, :WS-LATEST-PERIOD
               FROM ACCTXFXR_REVAL
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING ACCTXFXR_REVAL. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PERIODS-ON-FILE > 0
               IF WS-LATEST-PERIOD NOT < WS-PERIOD-END
                   DISPLAY 'PERIOD ' WS-PERIOD-END ' IS ALREADY '
                       'REVALUED (LATEST ON FILE ' WS-LATEST-PERIOD
                       ') - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-LATEST-PERIOD NOT = WS-PRIOR-PERIOD-END
                   DISPLAY 'LATEST PERIOD REVALUED IS '
                       WS-LATEST-PERIOD ' - ' WS-PRIOR-PERIOD-END
                       ' MUST BE REVALUED FIRST. RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'NO PRIOR REVALUATION ON FILE - ACCOUNTS OPEN '
                   'AT THE ' WS-PRIOR-PERIOD-END ' RATE'
           END-IF.

       2000-REVALUE-ACCOUNTS.
           IF NOT RUN-ABORTED
               PERFORM 2100-FETCH-ACCOUNT
               PERFORM 2200-ACCOUNT-LOOP
                   UNTIL END-OF-CURSOR

               IF LINE-OPEN
                   PERFORM 2500-CLOSE-LINE
               END-IF

               EXEC SQL
                   CLOSE FXRCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'WARNING: ERROR CLOSING ACCOUNT CURSOR. '
                       'SQLCODE: ' SQLCODE
               END-IF
           END-IF.

       2100-FETCH-ACCOUNT.
           EXEC SQL
               FETCH FXRCUR INTO
                   :WS-ACCT-ID,
                   :WS-ACCT-NUM,
                   :WS-BRANCH,
                   :WS-CURR-CODE,
                   :WS-BALANCE,
                   :WS-PRIOR-BALANCE,
                   :WS-PRIOR-REVALUED
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-RECORDS-READ
                   IF WS-ACCT-ID > WS-HIGHEST-ACCTID
                       MOVE WS-ACCT-ID TO WS-HIGHEST-ACCTID
                   END-IF
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON ACCOUNT CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2200-ACCOUNT-LOOP.
           IF NOT END-OF-CURSOR
               IF LINE-OPEN
                  AND (WS-BRANCH NOT = WS-LINE-BRANCH
                       OR WS-CURR-CODE NOT = WS-LINE-CURR-CODE)
                   PERFORM 2500-CLOSE-LINE
               END-IF

               IF NOT LINE-OPEN
                   MOVE WS-BRANCH TO WS-LINE-BRANCH
                   MOVE WS-CURR-CODE TO WS-LINE-CURR-CODE
                   MOVE 0 TO WS-LINE-ACCOUNTS
                   MOVE 0 TO WS-LINE-GAIN-LOSS
                   SET LINE-OPEN TO TRUE
               END-IF

               PERFORM 2300-FIND-CURRENCY

               IF NOT RUN-ABORTED
                   PERFORM 2400-REVALUE-ACCOUNT
               END-IF

               IF RUN-ABORTED
                   SET END-OF-CURSOR TO TRUE
               ELSE
                   PERFORM 2100-FETCH-ACCOUNT
               END-IF
           END-IF.

       2300-FIND-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-FLAG

           IF WS-CCY-COUNT-USED > 0
               PERFORM 2305-MATCH-CURRENCY
                   VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
                      OR CURRENCY-FOUND
           END-IF

           IF NOT CURRENCY-FOUND
               IF WS-CCY-COUNT-USED < WS-CCY-MAX-ENTRIES
                   PERFORM 2310-LOAD-CURRENCY-RATES
               ELSE
                   DISPLAY 'CURRENCY TABLE FULL AT '
                       WS-CCY-MAX-ENTRIES ' CURRENCIES'
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       2305-MATCH-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-IDX) = WS-CURR-CODE
               SET CURRENCY-FOUND TO TRUE
               SET WS-CCY-HIT-IDX TO WS-CCY-IDX
           END-IF.

       2310-LOAD-CURRENCY-RATES.
      * THE CLOSING RATE IS THE LATEST RATE IN FORCE ON THE PERIOD
      * END - THE SAME AS-OF LOOKUP ACCTXFRM USES. WITHOUT ONE THE
      * CURRENCY CANNOT BE REVALUED AT ALL, AND A PARTIAL
      * REVALUATION WOULD OPEN NEXT MONTH FROM A WRONG POSITION
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
                        AND R2.EffectiveDate <= DATE(:WS-PERIOD-END))
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CCY-COUNT-USED
                   SET WS-CCY-HIT-IDX TO WS-CCY-COUNT-USED
                   MOVE WS-CURR-CODE TO WS-CCY-CODE(WS-CCY-HIT-IDX)
                   MOVE WS-FX-RATE TO WS-CCY-CLOSE-RATE(WS-CCY-HIT-IDX)
                   MOVE 0 TO WS-CCY-ACCOUNTS(WS-CCY-HIT-IDX)
                   MOVE 0 TO WS-CCY-BALANCE(WS-CCY-HIT-IDX)
                   MOVE 0 TO WS-CCY-REVALUED(WS-CCY-HIT-IDX)
                   MOVE 0 TO WS-CCY-GAIN-LOSS(WS-CCY-HIT-IDX)
               WHEN 100
                   DISPLAY 'NO ' WS-CURR-CODE ' TO '
                       WS-REPORT-CURRENCY ' RATE IN FORCE ON '
                       WS-PERIOD-END ' - REVALUATION ABORTED'
                   SET RUN-ABORTED TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING CLOSING RATE FOR '
                       WS-CURR-CODE '. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE

      * THE OPENING RATE IS THE ONE IN FORCE AT THE PRIOR PERIOD END,
      * WHICH LAST MONTH'S REVALUATION CLOSED AT. A CURRENCY WITH NO
      * RATE THAT FAR BACK IS NEW TO THE BOOK AND OPENS AT ITS
      * CLOSING RATE - IT HAS NOTHING TO REVALUE YET
           IF NOT RUN-ABORTED
               EXEC SQL
                   SELECT MAX(R.ExchangeRate)
                   INTO :WS-FX-RATE :WS-FX-RATE-IND
                   FROM CurrencyRates R
                   WHERE R.FromCurrency = :WS-CURR-CODE
                     AND R.ToCurrency = :WS-REPORT-CURRENCY
                     AND R.EffectiveDate =
                         (SELECT MAX(R2.EffectiveDate)
                          FROM CurrencyRates R2
                          WHERE R2.FromCurrency = :WS-CURR-CODE
                            AND R2.ToCurrency = :WS-REPORT-CURRENCY
                            AND R2.EffectiveDate <=
                                DATE(:WS-PRIOR-PERIOD-END))
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR READING OPENING RATE FOR '
                       WS-CURR-CODE '. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
               ELSE
                   IF WS-FX-RATE-IND < 0
                       MOVE WS-CCY-CLOSE-RATE(WS-CCY-HIT-IDX)
                           TO WS-CCY-OPEN-RATE(WS-CCY-HIT-IDX)
                   ELSE
                       MOVE WS-FX-RATE
                           TO WS-CCY-OPEN-RATE(WS-CCY-HIT-IDX)
                   END-IF
               END-IF
           END-IF.

       2400-REVALUE-ACCOUNT.
      * WHAT THE BOOK CARRIES = LAST MONTH'S REVALUED AMOUNT, PLUS
      * THE MONTH'S MOVEMENT IN THE BALANCE AT THE OPENING RATE. THE
      * BALANCE AT THE CLOSING RATE LESS THAT IS THE UNREALIZED
      * GAIN (POSITIVE) OR LOSS (NEGATIVE) FOR THE MONTH
           MOVE WS-CCY-OPEN-RATE(WS-CCY-HIT-IDX) TO WS-OPEN-RATE
           MOVE WS-CCY-CLOSE-RATE(WS-CCY-HIT-IDX) TO WS-CLOSE-RATE

           COMPUTE WS-REVALUED-AMOUNT ROUNDED =
               WS-BALANCE * WS-CLOSE-RATE
           COMPUTE WS-MOVEMENT-AMOUNT ROUNDED =
               (WS-BALANCE - WS-PRIOR-BALANCE) * WS-OPEN-RATE
           COMPUTE WS-CARRYING-AMOUNT =
               WS-PRIOR-REVALUED + WS-MOVEMENT-AMOUNT
           COMPUTE WS-GAIN-LOSS =
               WS-REVALUED-AMOUNT - WS-CARRYING-AMOUNT

           IF WS-PRIOR-BALANCE = 0 AND WS-PRIOR-REVALUED = 0
               ADD 1 TO WS-NEW-ACCOUNTS
           END-IF

           EXEC SQL
               INSERT INTO ACCTXFXR_REVAL
               (PeriodEndDate, AccountID, BranchCode, CurrencyCode,
                Balance, OpeningRate, ClosingRate, PriorBalance,
                PriorRevaluedAmount, RevaluedAmount, GainLossAmount,
                ReportCurrency, CreatedByRunID)
               VALUES
               (:WS-PERIOD-END, :WS-ACCT-ID, :WS-BRANCH,
                :WS-CURR-CODE, :WS-BALANCE, :WS-OPEN-RATE,
                :WS-CLOSE-RATE, :WS-PRIOR-BALANCE,
                :WS-PRIOR-REVALUED, :WS-REVALUED-AMOUNT,
                :WS-GAIN-LOSS, :WS-REPORT-CURRENCY, :WS-RUN-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR RECORDING REVALUATION OF ACCOUNT '
                   WS-ACCT-NUM '. SQLCODE: ' SQLCODE
               ADD 1 TO WS-RECORDS-FAILED
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-LINE-ACCOUNTS
               ADD WS-GAIN-LOSS TO WS-LINE-GAIN-LOSS
               ADD 1 TO WS-CCY-ACCOUNTS(WS-CCY-HIT-IDX)
               ADD WS-BALANCE TO WS-CCY-BALANCE(WS-CCY-HIT-IDX)
               ADD WS-REVALUED-AMOUNT
                   TO WS-CCY-REVALUED(WS-CCY-HIT-IDX)
               ADD WS-GAIN-LOSS TO WS-CCY-GAIN-LOSS(WS-CCY-HIT-IDX)
               ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
               IF WS-GAIN-LOSS > 0
                   ADD WS-GAIN-LOSS TO WS-TOTAL-GAINS
               ELSE
                   ADD WS-GAIN-LOSS TO WS-TOTAL-LOSSES
               END-IF
           END-IF.

       2500-CLOSE-LINE.
      * ONE REPORT LINE PER BRANCH AND CURRENCY. ACCTXGLX SENDS THE
      * SAME SPLIT - ONE FX-REVAL-<CCY> LINE PER BRANCH AND REVALUED
      * CURRENCY, IN THE REPORTING CURRENCY - SO EACH LINE HERE IS
      * ONE LEDGER LINE
           MOVE 'N' TO WS-CCY-FOUND-FLAG

           PERFORM 2505-MATCH-LINE-CURRENCY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
                  OR CURRENCY-FOUND

           IF CURRENCY-FOUND
               MOVE WS-CCY-OPEN-RATE(WS-CCY-HIT-IDX) TO WS-PRINT-RATE
               MOVE WS-CCY-CLOSE-RATE(WS-CCY-HIT-IDX)
                   TO WS-PRINT-RATE-2
           ELSE
               MOVE 0 TO WS-PRINT-RATE
               MOVE 0 TO WS-PRINT-RATE-2
           END-IF

           MOVE WS-LINE-ACCOUNTS TO WS-PRINT-COUNT
           MOVE WS-LINE-GAIN-LOSS TO WS-PRINT-AMOUNT
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING WS-LINE-BRANCH DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LINE-CURR-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-RATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-RATE-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  INTO REVAL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE 'N' TO WS-LINE-OPEN-FLAG.

       2505-MATCH-LINE-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-IDX) = WS-LINE-CURR-CODE
               SET CURRENCY-FOUND TO TRUE
               SET WS-CCY-HIT-IDX TO WS-CCY-IDX
           END-IF.

       3000-FINALIZATION.
      * THE PERIOD IS REVALUED WHOLE OR NOT AT ALL - A PARTIAL SET OF
      * ROWS WOULD BE EXTRACTED TO THE GL AND OPEN NEXT MONTH WRONG
           IF RUN-ABORTED
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR COMMITTING REVALUATION. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF WS-CCY-COUNT-USED > 0
               MOVE SPACES TO REVAL-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'TOTALS BY CURRENCY' TO REVAL-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'CCY ACCOUNTS   FOREIGN BALANCE          REVALUED'
                   TO REVAL-REPORT-RECORD
               MOVE 'GAIN/LOSS' TO REVAL-REPORT-RECORD(63:9)
               PERFORM 9000-WRITE-REPORT-RECORD

               PERFORM 3100-WRITE-CURRENCY-TOTAL
                   VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
           END-IF

           MOVE SPACES TO REVAL-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-RECORDS-READ TO WS-PRINT-COUNT
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING 'ACCOUNTS REVALUED:     ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-NEW-ACCOUNTS TO WS-PRINT-COUNT
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING '  OPENING FROM NOTHING:' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOTAL-GAINS TO WS-PRINT-AMOUNT
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING 'TOTAL GAINS:       ' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOTAL-LOSSES TO WS-PRINT-AMOUNT
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING 'TOTAL LOSSES:      ' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOTAL-GAIN-LOSS TO WS-PRINT-AMOUNT
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING 'NET GAIN/LOSS:     ' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           IF RUN-ABORTED
               MOVE 'RUN DID NOT COMPLETE - NOTHING WAS RECORDED FOR '
                   TO REVAL-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'THE PERIOD. CORRECT THE CAUSE AND RERUN.'
                   TO REVAL-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           ELSE
               MOVE SPACES TO REVAL-REPORT-RECORD
               STRING 'GL ENTRIES: RUN ACCTXGLX FOR RUNID '
                      DELIMITED BY SIZE
                      WS-PRINT-RUN-ID DELIMITED BY SIZE
                      INTO REVAL-REPORT-RECORD
               END-STRING
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           CLOSE REVAL-REPORT-FILE

           IF RUN-ABORTED
               MOVE 8 TO WS-FINAL-SQLCODE
               DISPLAY '==========================================='
               DISPLAY 'FX REVALUATION DID NOT COMPLETE SUCCESSFULLY'
               DISPLAY 'ACCOUNTS READ:    ' WS-RECORDS-READ
               DISPLAY '==========================================='
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '==========================================='
               DISPLAY 'FX REVALUATION COMPLETED SUCCESSFULLY'
               DISPLAY 'PERIOD END:       ' WS-PERIOD-END
               DISPLAY 'ACCOUNTS:         ' WS-RECORDS-READ
               DISPLAY 'CURRENCIES:       ' WS-CCY-COUNT-USED
               DISPLAY '==========================================='
           END-IF

           PERFORM 3900-CLOSE-RUNLOG.

       3100-WRITE-CURRENCY-TOTAL.
           MOVE WS-CCY-ACCOUNTS(WS-CCY-IDX) TO WS-PRINT-COUNT
           MOVE WS-CCY-BALANCE(WS-CCY-IDX) TO WS-PRINT-AMOUNT
           MOVE WS-CCY-REVALUED(WS-CCY-IDX) TO WS-PRINT-AMOUNT-2
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING WS-CCY-CODE(WS-CCY-IDX) DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
                  INTO REVAL-REPORT-RECORD
           END-STRING
           MOVE WS-CCY-GAIN-LOSS(WS-CCY-IDX) TO WS-PRINT-AMOUNT
           MOVE WS-PRINT-AMOUNT TO REVAL-REPORT-RECORD(55:17)
           PERFORM 9000-WRITE-REPORT-RECORD.

       3900-CLOSE-RUNLOG.
      * CLOSE OUT THIS RUN'S ROW IN THE RUN-HISTORY TABLE. RECORDSREAD
      * IS THE ACCOUNTS REVALUED; RECORDSINSERTED COUNTS ONLY
      * ACCOUNTTRANSACTIONS ROWS, AND THIS JOB WRITES NONE
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
           WRITE REVAL-REPORT-RECORD

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR WRITING REVALUATION REPORT '
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
