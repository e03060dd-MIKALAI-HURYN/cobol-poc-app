      *               ONE NOTICE PER RESEND INTERVAL, NOT ONE PER     *
      *               NIGHT. ALERT VOLUMES PER BRANCH PRINT ON THE    *
      *               EDIT REPORT SO TRENDING-DORMANT BRANCHES ARE    *
      *               VISIBLE. ACCTXESC'S ESCHEAT-NOTICE ROWS GO OUT  *
      *               THE SAME WAY - THEIR SENT ROW IS THE PROOF OF   *
      *               DUE-DILIGENCE NOTICE THE HOLDER REPORT NEEDS.   *
      * INPUT:        RESEND INTERVAL IN DAYS VIA JCL PARM            *
      *               (DEFAULT 30)                                    *
      *               ACCOUNTTRANSACTIONS / ACCTXALX_SENT TABLES      *
               10 WS-VOL-BRANCH      PIC X(10).
               10 WS-VOL-DORMANT     PIC 9(9) COMP.
               10 WS-VOL-LOWBAL      PIC 9(9) COMP.
               10 WS-VOL-ESCHEAT     PIC 9(9) COMP.

      * RUN COUNTERS
       01  WS-ALERT-COUNTERS.
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-COUNT-2          PIC ZZZZZZZZ9.
       01  WS-PRINT-COUNT-3          PIC ZZZZZZZZ9.

       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
                      CHAR(MAX(TransactionDate)), COUNT(*)
               FROM AccountTransactions
               WHERE TransactionSubType IN
                     ('DORMANCY-ALERT', 'LOW-BAL-WARNING',
                      'ESCHEAT-NOTICE')
               GROUP BY AccountID, CustomerID, AccountNumber,
                        BranchCode, TransactionSubType
               ORDER BY CustomerID, TransactionSubType, AccountID
               MOVE WS-ALR-BRANCH TO WS-VOL-BRANCH(WS-VOL-IDX)
               MOVE 0 TO WS-VOL-DORMANT(WS-VOL-IDX)
               MOVE 0 TO WS-VOL-LOWBAL(WS-VOL-IDX)
               MOVE 0 TO WS-VOL-ESCHEAT(WS-VOL-IDX)
               SET VOLUME-BUCKET-FOUND TO TRUE
           END-IF

           IF VOLUME-BUCKET-FOUND
               EVALUATE WS-ALR-SUBTYPE
                   WHEN 'DORMANCY-ALERT'
                       ADD 1 TO WS-VOL-DORMANT(WS-VOL-IDX)
                   WHEN 'ESCHEAT-NOTICE'
                       ADD 1 TO WS-VOL-ESCHEAT(WS-VOL-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-VOL-LOWBAL(WS-VOL-IDX)
               END-EVALUATE
           ELSE
               DISPLAY 'WARNING: VOLUME BUCKET TABLE FULL, BRANCH '
                   WS-ALR-BRANCH ' LOST'
           MOVE SPACES TO ALERT-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE 'BRANCH       DORMANCY   LOW-BALANCE  ESCHEAT'
               TO ALERT-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

       3100-WRITE-VOLUME-LINE.
           MOVE WS-VOL-DORMANT(WS-VOL-IDX) TO WS-PRINT-COUNT
           MOVE WS-VOL-LOWBAL(WS-VOL-IDX) TO WS-PRINT-COUNT-2
           MOVE WS-VOL-ESCHEAT(WS-VOL-IDX) TO WS-PRINT-COUNT-3
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING WS-VOL-BRANCH(WS-VOL-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-PRINT-COUNT            DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-PRINT-COUNT-2          DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-PRINT-COUNT-3          DELIMITED BY SIZE
                  INTO ALERT-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.
