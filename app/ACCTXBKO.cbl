      *               IN THE SAME UNIT OF WORK, APPLIES THE OPPOSITE  *
      *               OF ITS SIGNED AMOUNT BACK TO THE ACCOUNT'S      *
      *               BALANCE, SO THE BOOK IS ACTUALLY RESTORED AND   *
      *               NOT JUST THE TRANSACTION LEDGER. IF A TOUCHED   *
      *               ACCOUNT HAS SINCE BEEN CLOSED OR ESCHEATED THE  *
      *               BACKOUT ABORTS THROUGH 2600-ROLLBACK-AND-ABORT  *
      *               (WORK SINCE THE LAST INTERVAL COMMIT IS ROLLED  *
      *               BACK) - ITS BALANCE HAS ALREADY BEEN PAID OUT   *
      *               OR REMITTED, SO THE RUN NEEDS MANUAL HANDLING.  *
      * INPUT:        RUNID PASSED VIA JCL PARM                       *
      *               ACCTXPRM_PARAMETER TABLE (PARAMETERS)           *
      * OUTPUT:       ACCOUNTTRANSACTIONS TABLE (VIA SQL DELETE)      *
      *               CUSTOMERACCOUNTS TABLE (BALANCE CORRECTIONS)    *
      *               ACCTXCHG_HISTORY TABLE (BALANCE BEFORE/AFTER)   *
      *               ACCTXPRM_RUNVALUE TABLE (PARAMETERS USED)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 WS-PST-ACCT-NUM      PIC X(20).
           05 WS-PST-SUBTYPE       PIC X(30).
           05 WS-PST-AMOUNT        PIC S9(13)V99 COMP-3.
           05 WS-ACCT-STATUS       PIC X(20).

      * CHANGE HISTORY - SEE ACCTXCHG_HISTORY TABLE. EACH BALANCE
      * CORRECTION IS RECORDED UNDER THE RUNID BEING BACKED OUT
       01  WS-HISTORY-DATA.
           05 WS-HIST-BRANCH       PIC X(10).
           05 WS-HIST-OLD-BALANCE  PIC S9(13)V99 COMP-3.
           05 WS-HIST-NEW-BALANCE  PIC S9(13)V99 COMP-3.
           05 WS-HIST-OLD-VALUE    PIC X(100).
           05 WS-HIST-NEW-VALUE    PIC X(100).
       01  WS-HIST-AMOUNT-EDIT       PIC -9(13).99.

      * BACKOUT RESULT
       01  WS-BACKOUT-COUNTERS.
           05 WS-FEE-BACKED-OUT      PIC 9(9) COMP VALUE 0.
           05 WS-COMMIT-INTERVAL     PIC 9(9) COMP VALUE 1000.

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
       01  WS-PRM-JOBNAME            PIC X(30) VALUE 'ACCTXBKO'.
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

       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
       01  WS-BACKOUT-ABORTED-FLAG   PIC X VALUE 'N'.
           DISPLAY 'POSTING RUN BACKOUT PROGRAM STARTED'
           DISPLAY '==========================================='

           PERFORM 1050-LOAD-PARAMETERS
           PERFORM 1080-RECORD-PARAMETERS

      * THE RUNID TO BACK OUT MUST BE SUPPLIED VIA PARM - MATCHING
      * ACCTXREV'S LK-PARM-LENGTH CONVENTION
           IF LK-PARM-LENGTH >= 9
               PERFORM 1100-LOOKUP-RUN
           END-IF.

       1050-LOAD-PARAMETERS.
      * READ EACH PROCESSING PARAMETER AS OF TODAY. ONE WITH NO ROW IN
      * EFFECT RUNS ON ITS COMPILED DEFAULT AND THE ECHO SAYS SO
           DISPLAY 'PROCESSING PARAMETERS IN EFFECT:'

           MOVE 'ACCTXBKO-COMMIT-INTERVAL' TO WS-PRM-NAME
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

       1100-LOOKUP-RUN.
      * CONFIRM THE RUNID IS A REAL ACCTXPST RUN. ACCTXCLS, ACCTXADP
      * AND ACCTXESC RUNS MOVED BALANCES TOO, BUT ALSO CLOSED,
      * ADJUSTED OR ESCHEATED THE ACCOUNT - PUTTING THE BALANCE BACK
      * WOULD NOT UNDO THAT, AND ACCTXREV REFUSES THEM AS WELL, SO
      * THEY NEED MANUAL CORRECTION. ANY OTHER JOB'S ROWS NEVER MOVED
      * A BALANCE - COMPENSATING FOR THEM WOULD CORRUPT ACCOUNTS THAT
      * WERE NEVER TOUCHED, SO THOSE ARE DIRECTED TO ACCTXREV
           EXEC SQL
               SELECT JobName, RecordsInserted
               INTO :WS-RUN-JOBNAME, :WS-RUN-RECORDS-INSERTED
                   DISPLAY 'RUN JOBNAME: ' WS-RUN-JOBNAME
                   DISPLAY 'POSTINGS WRITTEN BY THAT RUN: '
                       WS-RUN-RECORDS-INSERTED
                   EVALUATE WS-RUN-JOBNAME
                       WHEN 'ACCTXPST'
                           CONTINUE
                       WHEN 'ACCTXCLS'
                       WHEN 'ACCTXADP'
                       WHEN 'ACCTXESC'
                           DISPLAY 'ERROR: RUNID ' WS-TARGET-RUN-ID
                               ' IS AN ' WS-RUN-JOBNAME(1:8) ' RUN.'
                           DISPLAY 'IT CANNOT BE BACKED OUT BY '
                               'ACCTXBKO OR ACCTXREV - CORRECT IT '
                               'MANUALLY.'
                           SET BACKOUT-ABORTED TO TRUE
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           DISPLAY 'ERROR: RUNID ' WS-TARGET-RUN-ID
                               ' IS NOT AN ACCTXPST POSTING RUN.'
                           DISPLAY 'USE ACCTXREV FOR NON-POSTING RUNS.'
                           SET BACKOUT-ABORTED TO TRUE
                           MOVE 8 TO RETURN-CODE
                   END-EVALUATE
               WHEN 100
                   DISPLAY 'ERROR: RUNID NOT FOUND IN ACCTXFRM_RUNLOG.'
                   SET BACKOUT-ABORTED TO TRUE
       2300-COMPENSATE-BALANCE.
      * THE POSTING'S SIGNED AMOUNT WENT INTO THE BALANCE WHEN IT WAS
      * POSTED, SO SUBTRACTING IT PUTS THE BALANCE BACK - A CREDIT
      * COMES OFF, A (NEGATIVE) FEE DEBIT GOES BACK ON. THE BALANCE
      * IS READ FIRST SO THE CHANGE HISTORY CAN SHOW BOTH SIDES.
      * A CLOSED OR ESCHEATED ACCOUNT'S BALANCE HAS ALREADY LEFT THE
      * BANK (PAID OUT OR REMITTED TO THE STATE) - PUTTING THE
      * POSTING BACK WOULD LEAVE A BALANCE ON AN ACCOUNT THAT CANNOT
      * HOLD ONE, SO THE BACKOUT STOPS FOR MANUAL HANDLING
           EXEC SQL
               SELECT Balance, BranchCode, AccountStatus
               INTO :WS-HIST-OLD-BALANCE, :WS-HIST-BRANCH,
                    :WS-ACCT-STATUS
               FROM CustomerAccounts
               WHERE AccountID = :WS-PST-ACCT-ID
           END-EXEC

           IF SQLCODE = 0
              AND (WS-ACCT-STATUS = 'Closed'
                   OR WS-ACCT-STATUS = 'Escheated')
               DISPLAY 'ERROR: ACCOUNT ' WS-PST-ACCT-NUM
                   ' IS ' WS-ACCT-STATUS
               DISPLAY '       POSTING ' WS-PST-TXN-ID
                   ' CANNOT BE COMPENSATED - BACKOUT NEEDS MANUAL'
                   ' HANDLING.'
               PERFORM 2600-ROLLBACK-AND-ABORT
           ELSE
               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE CustomerAccounts
                       SET Balance = Balance - :WS-PST-AMOUNT,
                           LastUpdated = CURRENT TIMESTAMP
                       WHERE AccountID = :WS-PST-ACCT-ID
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   PERFORM 2310-RECORD-HISTORY
               END-IF

               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       DISPLAY 'ERROR: ACCOUNT ' WS-PST-ACCT-NUM
                           ' NO LONGER EXISTS - POSTING '
                           WS-PST-TXN-ID ' CANNOT BE COMPENSATED.'
                       PERFORM 2600-ROLLBACK-AND-ABORT
                   WHEN OTHER
                       DISPLAY 'ERROR COMPENSATING BALANCE FOR ACCOUNT '
                           WS-PST-ACCT-NUM '. SQLCODE: ' SQLCODE
                       PERFORM 2600-ROLLBACK-AND-ABORT
               END-EVALUATE
           END-IF.

       2310-RECORD-HISTORY.
           COMPUTE WS-HIST-NEW-BALANCE =
               WS-HIST-OLD-BALANCE - WS-PST-AMOUNT
           MOVE WS-HIST-OLD-BALANCE TO WS-HIST-AMOUNT-EDIT
           MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-OLD-VALUE
           MOVE WS-HIST-NEW-BALANCE TO WS-HIST-AMOUNT-EDIT
           MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-NEW-VALUE

           EXEC SQL
               INSERT INTO ACCTXCHG_HISTORY
               (AccountID, BranchCode, ChangeType, FieldName,
                OldValue, NewValue, ChangedByProgram, RunID,
                ChangeTimestamp)
               VALUES
               (:WS-PST-ACCT-ID, :WS-HIST-BRANCH, 'UPDATE', 'Balance',
                :WS-HIST-OLD-VALUE, :WS-HIST-NEW-VALUE,
                'ACCTXBKO', :WS-TARGET-RUN-ID, CURRENT TIMESTAMP)
           END-EXEC.

       2400-DELETE-POSTING.
           EXEC SQL
