      *               ACCTXSTM_DELIVERY TABLE, AND A CUSTOMER WHOSE   *
      *               STATEMENT FOR THE PERIOD WAS ALREADY GENERATED  *
      *               IS SKIPPED ON A RERUN SO NOBODY IS              *
      *               DOUBLE-DELIVERED. RUN WITH PARM 'FINAL' IT      *
      *               INSTEAD PRODUCES THE FINAL STATEMENTS ACCTXCLS  *
      *               REQUESTS ON CLOSURE, EACH FOR ITS OWN PERIOD    *
      *               FROM THE ACCTXSTM_FINALREQ TABLE, AND MARKS     *
      *               THE REQUESTS GENERATED (OR NO-ACTIVITY WHEN THE *
      *               PERIOD HAD NO TRANSACTIONS TO STATE).           *
      * INPUT:        PERIOD START/END DATES, OR 'FINAL', VIA PARM    *
      *               ACCOUNTTRANSACTIONS TABLE (VIA SQL CURSOR)      *
      *               ACCTXSTM_FINALREQ TABLE (FINAL MODE)            *
      * OUTPUT:       STATEMENT PRINT FILE (STMTFILE)                 *
      *               E-STATEMENT EXTRACT FILE (STMEXTR)              *
      *               ACCTXSTM_DELIVERY TABLE (VIA SQL INSERT)        *
      *               ACCTXSTM_FINALREQ TABLE (FINAL MODE, UPDATE)    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 WS-DTL-ORIG-AMOUNT   PIC S9(13)V99 COMP-3.
           05 WS-DTL-ORIG-CURR     PIC X(03).
           05 WS-DTL-TRANS-DATE    PIC X(26).
           05 WS-DTL-PERIOD-START  PIC X(10).
           05 WS-DTL-PERIOD-END    PIC X(10).

      * CONTROL-BREAK STATE
       01  WS-PREV-CUST-ID           PIC 9(10) VALUE 0.
       01  WS-PRINT-CUST-ID          PIC 9(10).
       01  WS-DESC-SHORT             PIC X(40).

      * FINAL-STATEMENT MODE - SEE ACCTXSTM_FINALREQ TABLE. EACH
      * CLOSED ACCOUNT CARRIES ITS OWN PERIOD, SO THE PERIOD COMES
      * FROM THE CURSOR ROW AND A CHANGE OF PERIOD BREAKS LIKE A
      * CHANGE OF CUSTOMER. ONLY REQUESTS ALREADY ON FILE WHEN THE
      * RUN STARTED ARE TOUCHED - ONE ARRIVING MID-RUN WAITS FOR THE
      * NEXT RUN RATHER THAN BE MARKED NO-ACTIVITY UNSEEN
       01  WS-STMT-MODE-FLAG         PIC X VALUE 'P'.
           88 PERIOD-MODE            VALUE 'P'.
           88 FINAL-MODE             VALUE 'F'.
       01  WS-FINAL-CUTOFF-TS        PIC X(26).
       01  WS-FINALREQ-COUNT         PIC S9(9) COMP VALUE 0.

       01  WS-PERIOD-START           PIC X(10).
       01  WS-PERIOD-END             PIC X(10).
       01  WS-CURRENT-TIMESTAMP      PIC X(26).
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

      * JCL PARM - STATEMENT PERIOD AS YYYY-MM-DD YYYY-MM-DD, OR
      * 'FINAL' FOR THE CLOSURE FINAL STATEMENTS
       LINKAGE SECTION.
       01  LK-PARM-RECORD.
           05 LK-PARM-LENGTH        PIC S9(04) COMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

      * THE STATEMENT PERIOD MUST BE SUPPLIED - A STATEMENT HANDED TO
      * A CUSTOMER WITH A GUESSED PERIOD IS WORSE THAN NO STATEMENT.
      * IN FINAL MODE EVERY REQUEST CARRIES ITS OWN PERIOD INSTEAD
           IF LK-PARM-LENGTH >= 5
              AND LK-PARM-PERIOD-START(1:5) = 'FINAL'
               SET FINAL-MODE TO TRUE
           ELSE
               IF LK-PARM-LENGTH >= 20
                  AND LK-PARM-PERIOD-START NOT = SPACES
                  AND LK-PARM-PERIOD-END NOT = SPACES
                   MOVE LK-PARM-PERIOD-START TO WS-PERIOD-START
                   MOVE LK-PARM-PERIOD-END TO WS-PERIOD-END
               ELSE
                   DISPLAY 'ERROR: STATEMENT PERIOD START AND END '
                       'DATES MUST BE SUPPLIED IN PARM. ABORTING.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-PERIOD-START > WS-PERIOD-END
                   DISPLAY 'ERROR: PERIOD START ' WS-PERIOD-START
                       ' IS AFTER PERIOD END ' WS-PERIOD-END
                       '. ABORTING.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               DISPLAY 'STATEMENT PERIOD: ' WS-PERIOD-START ' THRU '
                   WS-PERIOD-END
           END-IF

           OPEN OUTPUT STATEMENT-FILE

               STOP RUN
           END-IF

           IF FINAL-MODE
               PERFORM 1100-OPEN-FINAL-CURSOR
           ELSE
               PERFORM 1200-OPEN-PERIOD-CURSOR
           END-IF.

       1100-OPEN-FINAL-CURSOR.
           DISPLAY 'FINAL STATEMENTS FOR CLOSED ACCOUNTS'

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO :WS-FINAL-CUTOFF-TS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CURRENT TIMESTAMP. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * THE SAME ONE PASS AS THE PERIOD RUN, RESTRICTED TO THE
      * PENDING REQUESTS' ACCOUNTS AND EACH REQUEST'S OWN PERIOD
           EXEC SQL
               DECLARE FINALCUR CURSOR FOR
               SELECT T.CustomerID, T.AccountID, T.AccountNumber,
                      T.BranchCode, T.Description,
                      T.TransactionSubType, T.Amount, T.CurrencyCode,
                      T.OriginalAmount, T.OriginalCurrencyCode,
                      T.TransactionDate,
                      CHAR(F.PeriodStart, ISO),
                      CHAR(F.PeriodEnd, ISO)
               FROM AccountTransactions T, ACCTXSTM_FINALREQ F
               WHERE F.RequestStatus = 'PENDING'
                 AND F.RequestTimestamp <= :WS-FINAL-CUTOFF-TS
                 AND T.AccountID = F.AccountID
                 AND DATE(T.TransactionDate) >= F.PeriodStart
                 AND DATE(T.TransactionDate) <= F.PeriodEnd
               ORDER BY T.CustomerID, F.PeriodStart, F.PeriodEnd,
                        T.AccountID, T.TransactionDate
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR DECLARING FINAL STATEMENT CURSOR. '
                   'SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               OPEN FINALCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING FINAL STATEMENT CURSOR. '
                   'SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-OPEN-PERIOD-CURSOR.
      * ONE PASS IN CUSTOMER/ACCOUNT/DATE ORDER DRIVES ALL THE
      * CONTROL BREAKS
           EXEC SQL
               PERFORM 2640-CLOSE-OUT-CUSTOMER
           END-IF

           IF FINAL-MODE
               EXEC SQL
                   CLOSE FINALCUR
               END-EXEC
           ELSE
               EXEC SQL
                   CLOSE STMTCUR
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: ERROR CLOSING STATEMENT CURSOR. '
           END-IF.

       2100-FETCH-DETAIL.
           IF FINAL-MODE
               PERFORM 2110-FETCH-FINAL-DETAIL
           ELSE
               PERFORM 2120-FETCH-PERIOD-DETAIL
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TRANS-READ
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON STATEMENT CURSOR. '
                       'SQLCODE: ' SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2110-FETCH-FINAL-DETAIL.
           EXEC SQL
               FETCH FINALCUR INTO
                   :WS-DTL-CUST-ID,
                   :WS-DTL-ACCT-ID,
                   :WS-DTL-ACCT-NUM,
                   :WS-DTL-BRANCH,
                   :WS-DTL-DESC,
                   :WS-DTL-SUBTYPE,
                   :WS-DTL-AMOUNT,
                   :WS-DTL-CURR-CODE,
                   :WS-DTL-ORIG-AMOUNT,
                   :WS-DTL-ORIG-CURR,
                   :WS-DTL-TRANS-DATE,
                   :WS-DTL-PERIOD-START,
                   :WS-DTL-PERIOD-END
           END-EXEC.

       2120-FETCH-PERIOD-DETAIL.
      * EVERY ROW OF A PERIOD RUN BELONGS TO THE ONE PARM PERIOD
           MOVE WS-PERIOD-START TO WS-DTL-PERIOD-START
           MOVE WS-PERIOD-END TO WS-DTL-PERIOD-END

           EXEC SQL
               FETCH STMTCUR INTO
                   :WS-DTL-CUST-ID,
                   :WS-DTL-ORIG-AMOUNT,
                   :WS-DTL-ORIG-CURR,
                   :WS-DTL-TRANS-DATE
           END-EXEC.

       2200-DETAIL-LOOP.
           IF NOT END-OF-CURSOR
      * FINISHED CUSTOMER'S DELIVERY IS RECORDED) BEFORE THE NEXT
      * HEADING GOES IN - ON A CUSTOMER BREAK THAT IS ALSO AN ACCOUNT
      * BREAK BY DEFINITION. A CUSTOMER ALREADY ON THE DELIVERY LOG
      * FOR THIS PERIOD PRODUCES NOTHING AT ALL ON A RERUN. A NEW
      * PERIOD FOR THE SAME CUSTOMER (FINAL MODE ONLY) IS A NEW
      * STATEMENT, SO IT BREAKS THE SAME WAY
           IF FIRST-RECORD
               PERFORM 2305-START-NEW-CUSTOMER
           ELSE
               IF WS-DTL-CUST-ID NOT = WS-PREV-CUST-ID
                  OR WS-DTL-PERIOD-START NOT = WS-PERIOD-START
                  OR WS-DTL-PERIOD-END NOT = WS-PERIOD-END
                   PERFORM 2640-CLOSE-OUT-CUSTOMER
                   PERFORM 2305-START-NEW-CUSTOMER
               ELSE
           END-IF.

       2305-START-NEW-CUSTOMER.
           MOVE WS-DTL-PERIOD-START TO WS-PERIOD-START
           MOVE WS-DTL-PERIOD-END TO WS-PERIOD-END
           PERFORM 2306-CHECK-DELIVERY
           EVALUATE TRUE
               WHEN RUN-ABORTED
           IF NOT CUSTOMER-ALREADY-DELIVERED
               PERFORM 2600-WRITE-ACCOUNT-TOTALS
               PERFORM 2650-RECORD-DELIVERY
           END-IF

           IF FINAL-MODE AND NOT RUN-ABORTED
               PERFORM 2660-MARK-FINAL-GENERATED
           END-IF.

       2650-RECORD-DELIVERY.
               SET END-OF-CURSOR TO TRUE
           END-IF.

       2660-MARK-FINAL-GENERATED.
      * THE CUSTOMER'S PENDING REQUESTS FOR THIS PERIOD ARE SATISFIED
      * BY THE STATEMENT JUST PRODUCED - OR BY THE ONE ALREADY ON THE
      * DELIVERY LOG IF THE CUSTOMER WAS SKIPPED
           EXEC SQL
               UPDATE ACCTXSTM_FINALREQ
               SET RequestStatus = 'GENERATED',
                   CompletedTimestamp = CURRENT TIMESTAMP
               WHERE CustomerID = :WS-PREV-CUST-ID
                 AND PeriodStart = :WS-PERIOD-START
                 AND PeriodEnd = :WS-PERIOD-END
                 AND RequestStatus = 'PENDING'
                 AND RequestTimestamp <= :WS-FINAL-CUTOFF-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD(3) TO WS-FINALREQ-COUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR MARKING FINAL STATEMENT REQUEST '
                       'FOR CUSTOMER ' WS-PREV-CUST-ID '. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.

       2670-MARK-FINAL-NO-ACTIVITY.
      * A REQUEST STILL PENDING AFTER THE PASS HAD NO TRANSACTIONS IN
      * ITS PERIOD - THERE IS NOTHING TO STATE, AND LEAVING IT
      * PENDING WOULD ONLY HAVE EVERY LATER RUN LOOK FOR IT AGAIN
           EXEC SQL
               UPDATE ACCTXSTM_FINALREQ
               SET RequestStatus = 'NO-ACTIVITY',
                   CompletedTimestamp = CURRENT TIMESTAMP
               WHERE RequestStatus = 'PENDING'
                 AND RequestTimestamp <= :WS-FINAL-CUTOFF-TS
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR MARKING NO-ACTIVITY FINAL STATEMENT '
                   'REQUESTS. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               IF SQLCODE = 0
                   DISPLAY 'FINAL STATEMENT REQUESTS WITH NO '
                       'ACTIVITY: ' SQLERRD(3)
               END-IF
           END-IF.

       2700-WRITE-STATEMENT-RECORD.
           WRITE STATEMENT-RECORD

                   'FILE STATUS: ' WS-EXTR-FILE-STATUS
           END-IF

           IF FINAL-MODE AND NOT RUN-ABORTED
               PERFORM 2670-MARK-FINAL-NO-ACTIVITY
           END-IF

      * THE DELIVERY ROWS ONLY COUNT ONCE COMMITTED. AN ABORTED RUN
      * ROLLS THEM BACK - WHAT WAS GENERATED THIS RUN MUST NOT BE
      * TRUSTED OR TRANSMITTED, AND THE RERUN REGENERATES IT
           ELSE
               DISPLAY '==========================================='
               DISPLAY 'STATEMENT RUN COMPLETED SUCCESSFULLY'
               IF FINAL-MODE
                   DISPLAY 'FINAL REQUESTS MET: ' WS-FINALREQ-COUNT
               END-IF
               DISPLAY 'TRANSACTIONS READ:  ' WS-TRANS-READ
               DISPLAY 'CUSTOMERS PRINTED:  ' WS-CUSTOMERS-PRINTED
               DISPLAY 'CUSTOMERS SKIPPED:  ' WS-CUSTOMERS-SKIPPED
