      *               WITHOUT ROLLING BACK THE GOOD BRANCHES AROUND   *
      *               IT.                                             *
      * INPUT:        BRANCH FEED FILE (FEEDFILE)                     *
      *               ACCTXBRN_BRANCH TABLE (BRANCH REFERENCE)        *
      *               ACCTXPRM_PARAMETER TABLE (PARAMETERS)           *
      * OUTPUT:       CUSTOMERACCOUNTS TABLE (INSERT/UPDATE)          *
      *               ACCTXSCR_PENDING TABLE (NEW AND RENAMED         *
      *               ACCOUNTS QUEUED FOR ACCTXSCR SCREENING)         *
      *               ACCTXCHG_HISTORY TABLE (BEFORE/AFTER VALUE OF   *
      *               EACH FIELD AN INSERT OR UPDATE SET)             *
      *               EDIT REPORT FILE (LDRRPT)                       *
      *               REJECT FILE (LDRREJ)                            *
      *               ACCTXPRM_RUNVALUE TABLE (PARAMETERS USED)       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-GROUP-ABORTED-FLAG     PIC X VALUE 'N'.
           88 GROUP-ABORTED          VALUE 'Y'.
       01  WS-HEADER-BRANCH          PIC X(10) VALUE SPACES.
       01  WS-HEADER-FEED-DATE       PIC X(10) VALUE SPACES.
       01  WS-TRAILER-COUNT          PIC 9(9) VALUE 0.

      * PER-GROUP COUNTERS - VERIFIED AGAINST THE GROUP'S TRAILER AND
       01  WS-EDIT-REASON            PIC X(40).
       01  WS-CURR-MATCH-COUNT       PIC S9(9) COMP VALUE 0.

      * HEADER BRANCH AS FOUND ON THE BRANCH REFERENCE TABLE - LOOKED
      * UP ONCE PER GROUP AND APPLIED TO EVERY DETAIL IN IT
       01  WS-BRANCH-STATUS          PIC X(10) VALUE SPACES.
       01  WS-BRANCH-FOUND-FLAG      PIC X VALUE 'N'.
           88 BRANCH-ON-FILE         VALUE 'Y'.
           88 BRANCH-NOT-ON-FILE     VALUE 'N'.

      * MULTI-CURRENCY SUPPORT - SAME REPORTING CURRENCY AS ACCTXFRM
       01  WS-REPORT-CURRENCY        PIC X(03) VALUE 'USD'.

           88 ACCOUNT-EXISTS         VALUE 'Y'.
       01  WS-FEED-BALANCE           PIC S9(13)V99 COMP-3.

      * SANCTIONS SCREENING QUEUE - WHY THE ACCOUNT IS QUEUED
       01  WS-SCREEN-REASON          PIC X(08).

      * CHANGE HISTORY - SEE ACCTXCHG_HISTORY TABLE. ONE ROW PER
      * FIELD SET, STAMPED WITH THE FEED DATE OF THE GROUP HEADER.
      * VALUES ARE KEPT AS TEXT SO ONE COLUMN PAIR SERVES EVERY FIELD
       01  WS-HISTORY-DATA.
           05 WS-HIST-CHANGE-TYPE  PIC X(06).
               88 HIST-INSERT      VALUE 'INSERT'.
               88 HIST-UPDATE      VALUE 'UPDATE'.
           05 WS-HIST-FIELD        PIC X(20).
           05 WS-HIST-OLD-VALUE    PIC X(100).
           05 WS-HIST-NEW-VALUE    PIC X(100).
           05 WS-HIST-PROGRAM      PIC X(08) VALUE 'ACCTXLDR'.
       01  WS-HIST-AMOUNT-EDIT       PIC -9(13).99.

      * REJECT RECORD - THE REASON FOLLOWED BY THE RAW FEED RECORD
       01  WS-REJECT-OUT.
           05 REJO-REASON          PIC X(40).
      * REPORT PRINT FIELDS
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.

      * PROCESSING PARAMETERS - SEE ACCTXPRM_PARAMETER TABLE. THE
      * REPORTING CURRENCY ABOVE KEEPS ITS COMPILED VALUE ONLY AS A
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
       01  WS-PRM-JOBNAME            PIC X(30) VALUE 'ACCTXLDR'.
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
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           PERFORM 1050-LOAD-PARAMETERS
           PERFORM 1080-RECORD-PARAMETERS

           OPEN INPUT FEED-FILE

           IF WS-FEED-FILE-STATUS NOT = '00'
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

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

       2000-PROCESS-FEED.
           PERFORM 2100-READ-FEED
           PERFORM 2200-FEED-LOOP
               SET GROUP-OPEN TO TRUE
               MOVE 'N' TO WS-GROUP-ABORTED-FLAG
               MOVE FEEDH-BRANCH TO WS-HEADER-BRANCH
               MOVE FEEDH-FEED-DATE TO WS-HEADER-FEED-DATE
               MOVE 0 TO WS-TRAILER-COUNT
               INITIALIZE WS-GROUP-COUNTERS
               ADD 1 TO WS-GROUPS-READ
               DISPLAY 'FEED DATE: ' FEEDH-FEED-DATE
                   ' BRANCH: ' FEEDH-BRANCH

               PERFORM 2350-LOOKUP-BRANCH

               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING 'GROUP START - BRANCH ' DELIMITED BY SIZE
                      FEEDH-BRANCH DELIMITED BY SIZE
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF.

       2350-LOOKUP-BRANCH.
      * THE BRANCH MUST BE ON THE BRANCH REFERENCE TABLE AND OPEN. THE
      * RESULT IS KEPT FOR THE GROUP; 2500 REJECTS EACH DETAIL ON IT
           MOVE SPACES TO WS-BRANCH-STATUS
           SET BRANCH-NOT-ON-FILE TO TRUE

           EXEC SQL
               SELECT BranchStatus
               INTO :WS-BRANCH-STATUS
               FROM ACCTXBRN_BRANCH
               WHERE BranchCode = :WS-HEADER-BRANCH
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET BRANCH-ON-FILE TO TRUE
               WHEN 100
                   DISPLAY 'BRANCH ' WS-HEADER-BRANCH
                       ' NOT IN BRANCH TABLE - DETAILS WILL REJECT'
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCTXBRN_BRANCH. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
                   SET END-OF-FEED-FILE TO TRUE
                   SET GROUP-ABORTED TO TRUE
           END-EVALUATE

           IF BRANCH-ON-FILE
              AND WS-BRANCH-STATUS = 'Closed'
               DISPLAY 'BRANCH ' WS-HEADER-BRANCH
                   ' IS CLOSED - DETAILS WILL REJECT'
           END-IF.

       2900-PROCESS-TRAILER.
      * THE TRAILER CLOSES THE OPEN GROUP: VERIFY ITS COUNT AGAINST
      * THE DETAILS THAT ACTUALLY ARRIVED AND COMMIT OR ROLL BACK
                   PERFORM 2500-VALIDATE-DETAIL
                   IF FEED-EDIT-PASSED
                       PERFORM 2600-APPLY-DETAIL
                   END-IF
                   IF FEED-EDIT-FAILED
                       ADD 1 TO WS-ACCTS-REJECTED
                       ADD 1 TO WS-GRP-REJECTED
                       PERFORM 2800-WRITE-REJECT
               END-IF
           END-IF

      * AND THAT BRANCH MUST BE A KNOWN, OPEN BRANCH
           IF FEED-EDIT-PASSED
               IF BRANCH-NOT-ON-FILE
                   SET FEED-EDIT-FAILED TO TRUE
                   MOVE 'BRANCHCODE NOT IN BRANCH TABLE'
                       TO WS-EDIT-REASON
               ELSE
                   IF WS-BRANCH-STATUS = 'Closed'
                       SET FEED-EDIT-FAILED TO TRUE
                       MOVE 'BRANCH IS CLOSED' TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF

           IF FEED-EDIT-PASSED
               IF FEEDD-BALANCE NOT NUMERIC
                   SET FEED-EDIT-FAILED TO TRUE
                   SET END-OF-FEED-FILE TO TRUE
           END-EVALUATE

      * AN ACCOUNT THE BANK HAS CLOSED OR REMITTED TO THE STATE IS
      * FINISHED WITH - THE FEED MAY NOT REOPEN IT OR PUT A BALANCE
      * BACK ON IT, SO THE DETAIL IS REJECTED AND THE ROW LEFT ALONE
           IF NOT RUN-ABORTED
              AND ACCOUNT-EXISTS
               EVALUATE WS-DB-ACCT-STATUS
                   WHEN 'Escheated'
                       SET FEED-EDIT-FAILED TO TRUE
                       MOVE 'ACCOUNT ESCHEATED' TO WS-EDIT-REASON
                   WHEN 'Closed'
                       SET FEED-EDIT-FAILED TO TRUE
                       MOVE 'ACCOUNT CLOSED' TO WS-EDIT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      * CLOSING AN ACCOUNT GOES THROUGH ACCTXCLS (FINAL INTEREST, FEE
      * AND PAYOUT) AND ESCHEATMENT THROUGH ACCTXESC (HOLDER REPORT
      * AND REMITTANCE). A FEED THAT JUST FLIPS THE STATUS, OR SENDS
      * A NEW ACCOUNT ALREADY CLOSED OR ESCHEATED, WOULD SKIP BOTH
           IF NOT RUN-ABORTED
              AND FEED-EDIT-PASSED
              AND (FEEDD-ACCT-STATUS = 'Closed'
                   OR FEEDD-ACCT-STATUS = 'Escheated')
               SET FEED-EDIT-FAILED TO TRUE
               MOVE 'CLOSE/ESCHEAT NOT VIA FEED' TO WS-EDIT-REASON
           END-IF

           IF NOT RUN-ABORTED
              AND FEED-EDIT-PASSED
               IF ACCOUNT-EXISTS
                   PERFORM 2610-UPDATE-IF-CHANGED
               ELSE

               IF SQLCODE = 0
                   ADD 1 TO WS-GRP-UPDATED
                   SET HIST-UPDATE TO TRUE
                   PERFORM 2640-RECORD-HISTORY
      * A NEW NAME HAS NEVER BEEN SCREENED - QUEUE IT FOR ACCTXSCR
                   IF WS-DB-CUST-NAME NOT = FEEDD-CUST-NAME
                      AND NOT RUN-ABORTED
                       MOVE 'RENAMED' TO WS-SCREEN-REASON
                       PERFORM 2630-QUEUE-SCREENING
                   END-IF
               ELSE
                   DISPLAY 'ERROR UPDATING ACCOUNTID ' FEEDD-ACCT-ID
                       '. SQLCODE: ' SQLCODE

           IF SQLCODE = 0
               ADD 1 TO WS-GRP-INSERTED
               SET HIST-INSERT TO TRUE
               INITIALIZE WS-DB-ROW
               PERFORM 2640-RECORD-HISTORY
               IF NOT RUN-ABORTED
                   MOVE 'NEW' TO WS-SCREEN-REASON
                   PERFORM 2630-QUEUE-SCREENING
               END-IF
           ELSE
               DISPLAY 'ERROR INSERTING ACCOUNTID ' FEEDD-ACCT-ID
                   '. SQLCODE: ' SQLCODE
               SET END-OF-FEED-FILE TO TRUE
           END-IF.

       2630-QUEUE-SCREENING.
      * THE QUEUE ROW IS PART OF THE GROUP'S UNIT OF WORK, SO AN
      * ABANDONED GROUP TAKES ITS QUEUE ENTRIES WITH IT. AN ACCOUNT
      * ALREADY WAITING JUST HAS ITS ENTRY REFRESHED - ONE SCREEN OF
      * THE CURRENT NAME IS ALL IT NEEDS. A QUEUE FAILURE STOPS THE
      * LOAD: A NAME THAT NEVER REACHES SCREENING MUST NOT GO IN
           EXEC SQL
               UPDATE ACCTXSCR_PENDING
               SET ReasonCode = :WS-SCREEN-REASON,
                   QueuedTimestamp = CURRENT TIMESTAMP
               WHERE AccountID = :FEEDD-ACCT-ID
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ACCTXSCR_PENDING
                   (AccountID, ReasonCode, QueuedTimestamp)
                   VALUES
                   (:FEEDD-ACCT-ID, :WS-SCREEN-REASON,
                    CURRENT TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR QUEUEING ACCOUNTID ' FEEDD-ACCT-ID
                   ' FOR SCREENING. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
               SET END-OF-FEED-FILE TO TRUE
           END-IF.

       2640-RECORD-HISTORY.
      * A NEW ACCOUNT RECORDS EVERY FIELD WITH NO OLD VALUE; AN
      * UPDATE RECORDS ONLY THE FIELDS THAT ACTUALLY MOVED. THE
      * HISTORY ROWS RIDE IN THE GROUP'S UNIT OF WORK, SO THEY COMMIT
      * AND ROLL BACK WITH THE ROWS THEY DESCRIBE
           IF HIST-INSERT OR WS-DB-CUST-ID NOT = FEEDD-CUST-ID
               MOVE 'CustomerID' TO WS-HIST-FIELD
               MOVE WS-DB-CUST-ID TO WS-HIST-OLD-VALUE
               MOVE FEEDD-CUST-ID TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-CUST-NAME NOT = FEEDD-CUST-NAME
               MOVE 'CustomerName' TO WS-HIST-FIELD
               MOVE WS-DB-CUST-NAME TO WS-HIST-OLD-VALUE
               MOVE FEEDD-CUST-NAME TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-ACCT-NUM NOT = FEEDD-ACCT-NUM
               MOVE 'AccountNumber' TO WS-HIST-FIELD
               MOVE WS-DB-ACCT-NUM TO WS-HIST-OLD-VALUE
               MOVE FEEDD-ACCT-NUM TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-ACCT-TYPE NOT = FEEDD-ACCT-TYPE
               MOVE 'AccountType' TO WS-HIST-FIELD
               MOVE WS-DB-ACCT-TYPE TO WS-HIST-OLD-VALUE
               MOVE FEEDD-ACCT-TYPE TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-BALANCE NOT = WS-FEED-BALANCE
               MOVE 'Balance' TO WS-HIST-FIELD
               MOVE WS-DB-BALANCE TO WS-HIST-AMOUNT-EDIT
               MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-OLD-VALUE
               MOVE WS-FEED-BALANCE TO WS-HIST-AMOUNT-EDIT
               MOVE WS-HIST-AMOUNT-EDIT TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-CURR-CODE NOT = FEEDD-CURR-CODE
               MOVE 'CurrencyCode' TO WS-HIST-FIELD
               MOVE WS-DB-CURR-CODE TO WS-HIST-OLD-VALUE
               MOVE FEEDD-CURR-CODE TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-BRANCH NOT = FEEDD-BRANCH
               MOVE 'BranchCode' TO WS-HIST-FIELD
               MOVE WS-DB-BRANCH TO WS-HIST-OLD-VALUE
               MOVE FEEDD-BRANCH TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-KYC NOT = FEEDD-KYC
               MOVE 'KYCStatus' TO WS-HIST-FIELD
               MOVE WS-DB-KYC TO WS-HIST-OLD-VALUE
               MOVE FEEDD-KYC TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-RISK NOT = FEEDD-RISK
               MOVE 'RiskScore' TO WS-HIST-FIELD
               MOVE WS-DB-RISK TO WS-HIST-OLD-VALUE
               MOVE FEEDD-RISK TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF

           IF HIST-INSERT OR WS-DB-ACCT-STATUS NOT = FEEDD-ACCT-STATUS
               MOVE 'AccountStatus' TO WS-HIST-FIELD
               MOVE WS-DB-ACCT-STATUS TO WS-HIST-OLD-VALUE
               MOVE FEEDD-ACCT-STATUS TO WS-HIST-NEW-VALUE
               PERFORM 2650-WRITE-HISTORY
           END-IF.

       2650-WRITE-HISTORY.
      * THE LOADER HAS NO RUNID OF ITS OWN - ITS ROWS CARRY THE FEED
      * DATE INSTEAD. ONCE ONE WRITE FAILS THE REST ARE SKIPPED AND
      * THE GROUP IS LEFT TO ROLL BACK
           IF NOT RUN-ABORTED
               IF HIST-INSERT
                   MOVE SPACES TO WS-HIST-OLD-VALUE
               END-IF

               EXEC SQL
                   INSERT INTO ACCTXCHG_HISTORY
                   (AccountID, BranchCode, ChangeType, FieldName,
                    OldValue, NewValue, ChangedByProgram, FeedDate,
                    ChangeTimestamp)
                   VALUES
                   (:FEEDD-ACCT-ID, :FEEDD-BRANCH,
                    :WS-HIST-CHANGE-TYPE, :WS-HIST-FIELD,
                    :WS-HIST-OLD-VALUE, :WS-HIST-NEW-VALUE,
                    :WS-HIST-PROGRAM, :WS-HEADER-FEED-DATE,
                    CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR WRITING CHANGE HISTORY FOR '
                       'ACCOUNTID ' FEEDD-ACCT-ID '. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
                   SET END-OF-FEED-FILE TO TRUE
               END-IF
           END-IF.

       2800-WRITE-REJECT.
           MOVE WS-EDIT-REASON TO REJO-REASON
           MOVE WS-FEED-RECORD TO REJO-RECORD
