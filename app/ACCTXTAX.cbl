       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXTAX.
       AUTHOR. BANKING-SYSTEM.
      *****************************************************************
      * PROGRAM NAME: ACCTXTAX                                        *
      * DESCRIPTION:  YEAR-END INTEREST TAX REPORTING (1099-INT).     *
      *               TOTALS THE CALENDAR YEAR'S INT-CREDIT ROWS -    *
      *               ACCTXPST'S MONTHLY CREDITS AND ACCTXCLS'S FINAL *
      *               CREDIT ON CLOSURE - PER CUSTOMERID ACROSS ALL   *
      *               OF THE CUSTOMER'S ACCOUNTS, IN US DOLLARS AT    *
      *               THE RATE IN FORCE ON THE POSTING DATE. ROWS     *
      *               ACCTXBKO BACKED OUT ARE GONE FROM THE LEDGER    *
      *               AND ROWS ACCTXRST RESTORED ARE BACK UNDER THEIR *
      *               ORIGINAL TRANSACTIONID, SO THE LIVE LEDGER IS   *
      *               THE STARTING POINT. EVERY FORM ISSUED IS KEPT   *
      *               IN ACCTXTAX_FORM WITH THE ROWS BEHIND IT IN     *
      *               ACCTXTAX_DETAIL, SO A LATER CORRECTION RUN CAN  *
      *               TELL A REVERSED POSTING (ACCTXBKO'S BALANCE     *
      *               HISTORY ROW FOR ITS RUN AND ACCOUNT) FROM ONE   *
      *               ACCTXHKP MERELY ARCHIVED (STILL EARNED, STILL   *
      *               REPORTED).                                      *
      *               ORIG - ISSUES A FORM FOR EVERY CUSTOMER AT OR   *
      *                 ABOVE THE REPORTING THRESHOLD.                *
      *               CORR - RE-TOTALS THE YEAR AND ISSUES A          *
      *                 CORRECTED FORM WHEREVER THE TOTAL NO LONGER   *
      *                 MATCHES THE FORM ON FILE, AND A LATE ORIGINAL *
      *                 FOR A CUSTOMER NEWLY OVER THE THRESHOLD.      *
      *                 LATE ORIGINALS AND CORRECTIONS GO IN SEPARATE *
      *                 PAYER (A ... C) GROUPS OF THE IRS FILE.       *
      *               THE CONTROL REPORT TIES THE ROWS READ BACK TO   *
      *               THE LEDGER'S INT-CREDIT SUMS BY CURRENCY; A RUN *
      *               THAT DOES NOT TIE PRODUCES NOTHING.             *
      * INPUT:        MODE (COLS 1-4), TAX YEAR (COLS 6-9) AND        *
      *               THRESHOLD IN WHOLE DOLLARS (COLS 11-15) VIA     *
      *               JCL PARM (DEFAULTS: LAST YEAR, 10 DOLLARS)      *
      *               PAYER CARD (TAXPAYR)                            *
      *               ACCOUNTTRANSACTIONS / CURRENCYRATES /           *
      *               CUSTOMERACCOUNTS / ACCTXCHG_HISTORY TABLES      *
      * OUTPUT:       IRS ELECTRONIC FILING FILE (IRSFILE)            *
      *               CUSTOMER COPY EXTRACT (TAXCOPY)                 *
      *               CONTROL REPORT FILE (TAXRPT)                    *
      *               ACCTXTAX_FORM / ACCTXTAX_DETAIL TABLES          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYER-CARD-FILE ASSIGN TO TAXPAYR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYER-FILE-STATUS.

           SELECT IRS-FILING-FILE ASSIGN TO IRSFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRS-FILE-STATUS.

           SELECT CUSTOMER-COPY-FILE ASSIGN TO TAXCOPY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO TAXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYER-CARD-FILE.
       01  PAYER-CARD-RECORD           PIC X(80).

       FD  IRS-FILING-FILE.
       01  IRS-FILING-RECORD           PIC X(750).

       FD  CUSTOMER-COPY-FILE.
       01  CUSTOMER-COPY-RECORD        PIC X(200).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * PAYER CARD - THE BANK'S OWN FILER IDENTITY, WHICH NOTHING ON
      * THE DATABASE CARRIES. TEST-IND 'T' MARKS A TEST SUBMISSION
       01  WS-PAYER-CARD.
           05 PAYR-TIN             PIC X(09).
           05 PAYR-TCC             PIC X(05).
           05 PAYR-NAME-CONTROL    PIC X(04).
           05 PAYR-NAME            PIC X(40).
           05 PAYR-PHONE           PIC X(15).
           05 PAYR-TEST-IND        PIC X(01).
           05 FILLER               PIC X(06).
       01  WS-PAYER-FILE-STATUS      PIC X(02) VALUE '00'.

      * RUN MODE, TAX YEAR AND THRESHOLD FROM THE JCL PARM. FORMS ARE
      * ALWAYS IN US DOLLARS, WHATEVER THE SUITE'S REPORTING CURRENCY
       01  WS-RUN-MODE               PIC X(04).
           88 ORIGINAL-MODE          VALUE 'ORIG'.
           88 CORRECTION-MODE        VALUE 'CORR'.
       01  WS-TAX-YEAR               PIC 9(04).
       01  WS-CURRENT-YEAR           PIC 9(04).
       01  WS-THRESHOLD-DOLLARS      PIC 9(05) VALUE 10.
       01  WS-THRESHOLD              PIC S9(13)V99 COMP-3.
       01  WS-TAX-CURRENCY           PIC X(03) VALUE 'USD'.
       01  WS-FORMS-ON-FILE          PIC S9(9) COMP VALUE 0.

      * INTEREST ROW FROM THE CURSOR. SOURCE 'L' IS A LIVE LEDGER
      * ROW, 'A' A ROW ON FILE FROM AN EARLIER FORM THAT IS NO LONGER
      * ON THE LEDGER BUT WAS NOT REVERSED, 'F' A MARKER FOR A FORM
      * ON FILE SO A CUSTOMER WHOSE ROWS ALL WENT STILL COMES THROUGH
       01  WS-INTEREST-ROW.
           05 WS-INT-CUST-ID       PIC 9(10).
           05 WS-INT-TXN-ID        PIC 9(15).
           05 WS-INT-ACCT-ID       PIC 9(10).
           05 WS-INT-RUN-ID        PIC S9(9) COMP.
           05 WS-INT-AMOUNT        PIC S9(13)V99 COMP-3.
           05 WS-INT-CURR-CODE     PIC X(03).
           05 WS-INT-TXN-DATE      PIC X(10).
           05 WS-INT-USD-AMOUNT    PIC S9(13)V99 COMP-3.
           05 WS-INT-SOURCE        PIC X(01).
               88 LIVE-ROW         VALUE 'L'.
               88 ARCHIVED-ROW     VALUE 'A'.
               88 FORM-MARKER      VALUE 'F'.
       01  WS-FX-RATE                PIC S9(5)V9(6) COMP-3.

      * CUSTOMER BEING TOTALLED, AND THE ROWS BEHIND ITS TOTAL - THE
      * ROWS ARE KEPT WITH THE FORM SO A CORRECTION CAN BE EXPLAINED
       01  WS-PREV-CUST-ID           PIC 9(10) VALUE 0.
       01  WS-CUST-NAME              PIC X(100).
       01  WS-CUST-TOTAL             PIC S9(13)V99 COMP-3.
       01  WS-ROW-MAX-ENTRIES        PIC 9(3) COMP VALUE 400.
       01  WS-ROW-COUNT-USED         PIC 9(3) COMP VALUE 0.
       01  WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 400 TIMES INDEXED BY WS-ROW-IDX.
               10 WS-ROW-TXN-ID        PIC 9(15).
               10 WS-ROW-ACCT-ID       PIC 9(10).
               10 WS-ROW-RUN-ID        PIC S9(9) COMP.
               10 WS-ROW-TXN-DATE      PIC X(10).
               10 WS-ROW-AMOUNT        PIC S9(13)V99 COMP-3.
               10 WS-ROW-CURR-CODE     PIC X(03).
               10 WS-ROW-USD-AMOUNT    PIC S9(13)V99 COMP-3.
      * SCALAR COPIES OF ONE ENTRY, FOR THE INSERT
       01  WS-DTL-TXN-ID             PIC 9(15).
       01  WS-DTL-ACCT-ID            PIC 9(10).
       01  WS-DTL-RUN-ID             PIC S9(9) COMP.
       01  WS-DTL-TXN-DATE           PIC X(10).
       01  WS-DTL-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-DTL-CURR-CODE          PIC X(03).
       01  WS-DTL-USD-AMOUNT         PIC S9(13)V99 COMP-3.

      * THE FORM ON FILE FOR THE CUSTOMER, IF ANY
       01  WS-FORM-FOUND-FLAG        PIC X VALUE 'N'.
           88 FORM-ON-FILE           VALUE 'Y'.
       01  WS-FORM-AMOUNT            PIC S9(13)V99 COMP-3.

      * LEDGER TIE-OUT - NATIVE-CURRENCY ROWS AND AMOUNTS READ FROM
      * THE LIVE LEDGER, CHECKED AGAINST THE LEDGER'S OWN SUMS
       01  WS-CCY-MAX-ENTRIES        PIC 9(3) COMP VALUE 30.
       01  WS-CCY-COUNT-USED         PIC 9(3) COMP VALUE 0.
       01  WS-CCY-FOUND-FLAG         PIC X VALUE 'N'.
           88 CURRENCY-FOUND         VALUE 'Y'.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 30 TIMES
                           INDEXED BY WS-CCY-IDX WS-CCY-HIT-IDX.
               10 WS-CCY-CODE          PIC X(03).
               10 WS-CCY-ROWS          PIC 9(9) COMP.
               10 WS-CCY-AMOUNT        PIC S9(15)V99 COMP-3.
               10 WS-CCY-TIED-FLAG     PIC X.
       01  WS-LEDGER-ROW.
           05 WS-LDG-CURR-CODE     PIC X(03).
           05 WS-LDG-ROWS          PIC S9(9) COMP.
           05 WS-LDG-AMOUNT        PIC S9(15)V99 COMP-3.
       01  WS-OUT-OF-BALANCE-FLAG    PIC X VALUE 'N'.
           88 LEDGER-OUT-OF-BALANCE  VALUE 'Y'.

      * FORM ISSUED IN THIS RUN (FROM ACCTXTAX_FORM)
       01  WS-FORM-ROW.
           05 WS-FRM-CUST-ID       PIC 9(10).
           05 WS-FRM-CUST-NAME     PIC X(100).
           05 WS-FRM-AMOUNT        PIC S9(13)V99 COMP-3.
           05 WS-FRM-PRIOR-AMOUNT  PIC S9(13)V99 COMP-3.
           05 WS-FRM-STATUS        PIC X(10).
       01  WS-FILE-PAYEES            PIC S9(9) COMP VALUE 0.
       01  WS-FILE-TOTAL             PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-IRS-SEQUENCE           PIC 9(08) VALUE 0.

      * PAYER (A ... C) GROUP BEING WRITTEN. ORIGINALS AND 'G'
      * CORRECTIONS MAY NOT SHARE A PAYER RECORD, SO A CORRECTION RUN
      * THAT ISSUES BOTH WRITES ONE GROUP FOR EACH; THE F RECORD
      * COUNTS THE A RECORDS WRITTEN
       01  WS-PAYER-GROUPS           PIC 9(08) VALUE 0.
       01  WS-GROUP-PAYEES           PIC 9(08) VALUE 0.
       01  WS-GROUP-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GROUP-CORRECTED-IND    PIC X(01) VALUE SPACE.
       01  WS-FORM-CORRECTED-IND     PIC X(01) VALUE SPACE.
       01  WS-GROUP-OPEN-FLAG        PIC X VALUE 'N'.
           88 PAYER-GROUP-OPEN       VALUE 'Y'.

      * IRS FILING RECORD IMAGES - THE FIXED 750-BYTE LAYOUT OF THE
      * ELECTRONIC FILING SPECIFICATION: TRANSMITTER (T), PAYER (A),
      * PAYEE (B), END OF PAYER (C) AND END OF TRANSMISSION (F)
       01  WS-IRS-T-RECORD.
           05 IRST-RECORD-TYPE     PIC X(01) VALUE 'T'.
           05 IRST-PAYMENT-YEAR    PIC 9(04).
           05 IRST-PRIOR-YEAR-IND  PIC X(01) VALUE SPACE.
           05 IRST-TIN             PIC X(09).
           05 IRST-TCC             PIC X(05).
           05 FILLER               PIC X(07) VALUE SPACES.
           05 IRST-TEST-IND        PIC X(01).
           05 IRST-FOREIGN-IND     PIC X(01) VALUE SPACE.
           05 IRST-NAME            PIC X(40).
           05 IRST-NAME-2          PIC X(40) VALUE SPACES.
           05 IRST-COMPANY-NAME    PIC X(40).
           05 IRST-COMPANY-NAME-2  PIC X(40) VALUE SPACES.
           05 IRST-ADDRESS         PIC X(40) VALUE SPACES.
           05 IRST-CITY            PIC X(40) VALUE SPACES.
           05 IRST-STATE           PIC X(02) VALUE SPACES.
           05 IRST-ZIP             PIC X(09) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 IRST-TOTAL-PAYEES    PIC 9(08).
           05 IRST-CONTACT-NAME    PIC X(40) VALUE SPACES.
           05 IRST-CONTACT-PHONE   PIC X(15).
           05 IRST-CONTACT-EMAIL   PIC X(50) VALUE SPACES.
           05 FILLER               PIC X(91) VALUE SPACES.
           05 IRST-SEQUENCE        PIC 9(08).
           05 FILLER               PIC X(243) VALUE SPACES.

       01  WS-IRS-A-RECORD.
           05 IRSA-RECORD-TYPE     PIC X(01) VALUE 'A'.
           05 IRSA-PAYMENT-YEAR    PIC 9(04).
           05 IRSA-COMBINED-IND    PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 IRSA-PAYER-TIN       PIC X(09).
           05 IRSA-NAME-CONTROL    PIC X(04).
           05 IRSA-LAST-FILING-IND PIC X(01) VALUE SPACE.
           05 IRSA-RETURN-TYPE     PIC X(02) VALUE '6 '.
           05 IRSA-AMOUNT-CODES    PIC X(18) VALUE '1'.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 IRSA-FOREIGN-IND     PIC X(01) VALUE SPACE.
           05 IRSA-PAYER-NAME      PIC X(40).
           05 IRSA-PAYER-NAME-2    PIC X(40) VALUE SPACES.
           05 IRSA-AGENT-IND       PIC X(01) VALUE '0'.
           05 IRSA-ADDRESS         PIC X(40) VALUE SPACES.
           05 IRSA-CITY            PIC X(40) VALUE SPACES.
           05 IRSA-STATE           PIC X(02) VALUE SPACES.
           05 IRSA-ZIP             PIC X(09) VALUE SPACES.
           05 IRSA-PHONE           PIC X(15).
           05 FILLER               PIC X(260) VALUE SPACES.
           05 IRSA-SEQUENCE        PIC 9(08).
           05 FILLER               PIC X(243) VALUE SPACES.

      * A CORRECTED FORM CARRIES 'G' - THE ONE-STEP CORRECTION OF AN
      * AMOUNT ON A FORM ALREADY FILED
       01  WS-IRS-B-RECORD.
           05 IRSB-RECORD-TYPE     PIC X(01) VALUE 'B'.
           05 IRSB-PAYMENT-YEAR    PIC 9(04).
           05 IRSB-CORRECTED-IND   PIC X(01).
           05 IRSB-NAME-CONTROL    PIC X(04) VALUE SPACES.
           05 IRSB-TIN-TYPE        PIC X(01) VALUE SPACE.
           05 IRSB-PAYEE-TIN       PIC X(09) VALUE SPACES.
           05 IRSB-PAYEE-ACCOUNT   PIC X(20).
           05 IRSB-OFFICE-CODE     PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 IRSB-INTEREST-AMOUNT PIC 9(10)V99.
           05 IRSB-OTHER-AMOUNTS   PIC X(180) VALUE ALL '0'.
           05 IRSB-FOREIGN-IND     PIC X(01) VALUE SPACE.
           05 IRSB-PAYEE-NAME      PIC X(40).
           05 IRSB-PAYEE-NAME-2    PIC X(40).
           05 FILLER               PIC X(40) VALUE SPACES.
           05 IRSB-PAYEE-ADDRESS   PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE SPACES.
           05 IRSB-PAYEE-CITY      PIC X(40) VALUE SPACES.
           05 IRSB-PAYEE-STATE     PIC X(02) VALUE SPACES.
           05 IRSB-PAYEE-ZIP       PIC X(09) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 IRSB-SEQUENCE        PIC 9(08).
           05 FILLER               PIC X(243) VALUE SPACES.

       01  WS-IRS-C-RECORD.
           05 IRSC-RECORD-TYPE     PIC X(01) VALUE 'C'.
           05 IRSC-PAYEE-COUNT     PIC 9(08).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 IRSC-CONTROL-TOTAL-1 PIC 9(16)V99.
           05 IRSC-OTHER-TOTALS    PIC X(270) VALUE ALL '0'.
           05 FILLER               PIC X(196) VALUE SPACES.
           05 IRSC-SEQUENCE        PIC 9(08).
           05 FILLER               PIC X(243) VALUE SPACES.

       01  WS-IRS-F-RECORD.
           05 IRSF-RECORD-TYPE     PIC X(01) VALUE 'F'.
           05 IRSF-PAYER-COUNT     PIC 9(08).
           05 IRSF-ZEROS           PIC X(21) VALUE ALL '0'.
           05 FILLER               PIC X(19) VALUE SPACES.
           05 IRSF-PAYEE-COUNT     PIC 9(08).
           05 FILLER               PIC X(442) VALUE SPACES.
           05 IRSF-SEQUENCE        PIC 9(08).
           05 FILLER               PIC X(243) VALUE SPACES.

      * CUSTOMER COPY EXTRACT IMAGES - THE FILE CONTRACT WITH THE
      * LETTER SHOP
       01  WS-COPY-HEADER.
           05 COPYH-RECORD-TYPE    PIC X(01) VALUE '1'.
           05 COPYH-FILE-ID        PIC X(08) VALUE 'TXACCTX '.
           05 COPYH-TAX-YEAR       PIC 9(04).
           05 COPYH-RUN-MODE       PIC X(04).
           05 COPYH-RUN-DATE       PIC X(10).

       01  WS-COPY-DETAIL.
           05 COPYD-RECORD-TYPE    PIC X(01) VALUE '2'.
           05 COPYD-CUST-ID        PIC 9(10).
           05 COPYD-CUST-NAME      PIC X(60).
           05 COPYD-CORRECTED-IND  PIC X(01).
           05 COPYD-INTEREST       PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 COPYD-PRIOR-INTEREST PIC S9(13)V99
                                   SIGN LEADING SEPARATE.

       01  WS-COPY-TRAILER.
           05 COPYT-RECORD-TYPE    PIC X(01) VALUE '9'.
           05 COPYT-RECORD-COUNT   PIC 9(09).
           05 COPYT-INTEREST-HASH  PIC S9(15)V99
                                   SIGN LEADING SEPARATE.

      * WORK VARIABLES
       01  WS-COUNTERS.
           05 WS-ROWS-READ         PIC 9(9) COMP VALUE 0.
           05 WS-CUSTOMERS-READ    PIC 9(9) COMP VALUE 0.
           05 WS-FORMS-ORIGINAL    PIC 9(9) COMP VALUE 0.
           05 WS-FORMS-CORRECTED   PIC 9(9) COMP VALUE 0.
           05 WS-FORMS-UNCHANGED   PIC 9(9) COMP VALUE 0.
           05 WS-BELOW-THRESHOLD   PIC 9(9) COMP VALUE 0.
           05 WS-ARCHIVED-ROWS     PIC 9(9) COMP VALUE 0.
           05 WS-COPY-COUNT        PIC 9(9) COMP VALUE 0.
       01  WS-TOTALS.
           05 WS-TOTAL-INTEREST    PIC S9(15)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-ON-FORMS    PIC S9(15)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-BELOW       PIC S9(15)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-ARCHIVED    PIC S9(15)V99 COMP-3 VALUE 0.
           05 WS-COPY-HASH         PIC S9(15)V99 COMP-3 VALUE 0.

      * REPORT PRINT FIELDS
       01  WS-IRS-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WS-COPY-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-REPORT-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-PRINT-COUNT            PIC ZZZZZZZZ9.
       01  WS-PRINT-AMOUNT           PIC -(13)9.99.
       01  WS-PRINT-AMOUNT-2         PIC -(13)9.99.
       01  WS-PRINT-CUST-ID          PIC 9(10).
       01  WS-PRINT-TIE              PIC X(14).

       01  WS-TODAY                  PIC X(10).
       01  WS-RUN-TIMESTAMP          PIC X(26).
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-CURSOR          VALUE 'Y'.
       01  WS-RUN-ABORTED-FLAG       PIC X VALUE 'N'.
           88 RUN-ABORTED            VALUE 'Y'.

      * JCL PARM - MODE, TAX YEAR AND THRESHOLD
       LINKAGE SECTION.
       01  LK-PARM-RECORD.
           05 LK-PARM-LENGTH        PIC S9(04) COMP.
           05 LK-PARM-TEXT.
               10 LK-PARM-MODE           PIC X(04).
               10 FILLER                 PIC X(01).
               10 LK-PARM-TAX-YEAR       PIC 9(04).
               10 FILLER                 PIC X(01).
               10 LK-PARM-THRESHOLD      PIC 9(05).
               10 FILLER                 PIC X(15).

       PROCEDURE DIVISION USING LK-PARM-RECORD.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-TOTAL-CUSTOMERS
           IF NOT RUN-ABORTED
               PERFORM 3000-TIE-TO-LEDGER
           END-IF
           IF NOT RUN-ABORTED
               PERFORM 4000-WRITE-FILING
           END-IF
           PERFORM 5000-FINALIZATION
           STOP RUN.

       1000-INITIALIZATION.
           DISPLAY '================================================'
           DISPLAY '1099-INT INTEREST TAX REPORTING PROGRAM STARTED'
           DISPLAY '================================================'

      * THE RUN TIMESTAMP STAMPS EVERY FORM THIS RUN ISSUES - IT IS
      * HOW THE FILING STEP FINDS THEM AGAIN
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE, ISO)
               INTO :WS-RUN-TIMESTAMP, :WS-TODAY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING CURRENT TIMESTAMP. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
           COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
           MOVE SPACES TO WS-RUN-MODE

           IF LK-PARM-LENGTH >= 4
               MOVE LK-PARM-MODE TO WS-RUN-MODE
           END-IF

           IF LK-PARM-LENGTH >= 9
              AND LK-PARM-TAX-YEAR NUMERIC
              AND LK-PARM-TAX-YEAR > 0
               MOVE LK-PARM-TAX-YEAR TO WS-TAX-YEAR
           END-IF

           IF LK-PARM-LENGTH >= 15
              AND LK-PARM-THRESHOLD NUMERIC
               MOVE LK-PARM-THRESHOLD TO WS-THRESHOLD-DOLLARS
           END-IF

           MOVE WS-THRESHOLD-DOLLARS TO WS-THRESHOLD

           IF NOT ORIGINAL-MODE AND NOT CORRECTION-MODE
               DISPLAY 'INVALID OR MISSING RUN MODE: ' WS-RUN-MODE
               DISPLAY 'PARM MUST BE ORIG OR CORR, OPTIONALLY '
                   'FOLLOWED BY THE TAX YEAR AND THRESHOLD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * AN OPEN YEAR CAN STILL TAKE INTEREST POSTINGS
           IF WS-TAX-YEAR NOT < WS-CURRENT-YEAR
               DISPLAY 'TAX YEAR ' WS-TAX-YEAR
                   ' IS NOT YET CLOSED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'RUN MODE:    ' WS-RUN-MODE
           DISPLAY 'TAX YEAR:    ' WS-TAX-YEAR
           DISPLAY 'THRESHOLD:   ' WS-THRESHOLD-DOLLARS ' '
               WS-TAX-CURRENCY

      * THE ORIGINALS GO OUT ONCE A YEAR; A CORRECTION NEEDS THEM
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-FORMS-ON-FILE
               FROM ACCTXTAX_FORM
               WHERE TaxYear = :WS-TAX-YEAR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING ACCTXTAX_FORM. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ORIGINAL-MODE AND WS-FORMS-ON-FILE > 0
               DISPLAY 'ORIGINAL FORMS FOR ' WS-TAX-YEAR
                   ' HAVE ALREADY BEEN ISSUED - USE CORR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CORRECTION-MODE AND WS-FORMS-ON-FILE = 0
               DISPLAY 'NO FORMS ON FILE FOR ' WS-TAX-YEAR
                   ' - NOTHING TO CORRECT, USE ORIG'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-READ-PAYER-CARD

           OPEN OUTPUT IRS-FILING-FILE

           IF WS-IRS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING IRS FILING FILE. '
                   'FILE STATUS: ' WS-IRS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CUSTOMER-COPY-FILE

           IF WS-COPY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER COPY FILE. '
                   'FILE STATUS: ' WS-COPY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL REPORT FILE. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING '1099-INT CONTROL REPORT - TAX YEAR '
                      DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

      * ONE CURSOR FEEDS THE CUSTOMER BREAK: THE YEAR'S LIVE
      * INT-CREDIT ROWS, THE ROWS BEHIND FORMS ON FILE THAT HAVE LEFT
      * THE LEDGER WITHOUT THEIR RUN BEING BACKED OUT (ACCTXHKP
      * ARCHIVED THEM - STILL EARNED), AND ON A CORRECTION RUN A
      * MARKER PER FORM ON FILE. A ROW ACCTXBKO BACKED OUT IS A
      * REVERSED POSTING AND FALLS OUT OF THE TOTAL - THE BALANCE
      * HISTORY ROW BKO WRITES UNDER THE BACKED-OUT RUNID OUTLIVES
      * BOTH THE POSTING AND, ONCE ACCTXHKP HAS AGED IT OUT, THE
      * RUNLOG ROW
           EXEC SQL
               DECLARE TAXCUR CURSOR FOR
               SELECT T.CustomerID, T.TransactionID, T.AccountID,
                      COALESCE(T.CreatedByRunID, 0), T.Amount,
                      T.CurrencyCode,
                      CHAR(DATE(T.TransactionDate), ISO),
                      0, 'L'
               FROM AccountTransactions T
               WHERE T.TransactionSubType = 'INT-CREDIT'
                 AND YEAR(T.TransactionDate) = :WS-TAX-YEAR
               UNION ALL
               SELECT D.CustomerID, D.TransactionID, D.AccountID,
                      D.CreatedByRunID, D.Amount, D.CurrencyCode,
                      CHAR(D.TransactionDate, ISO),
                      D.UsdAmount, 'A'
               FROM ACCTXTAX_DETAIL D
               WHERE D.TaxYear = :WS-TAX-YEAR
                 AND NOT EXISTS
                     (SELECT 1 FROM AccountTransactions T2
                      WHERE T2.TransactionID = D.TransactionID)
                 AND NOT EXISTS
                     (SELECT 1 FROM ACCTXCHG_HISTORY H
                      WHERE H.AccountID = D.AccountID
                        AND H.RunID = D.CreatedByRunID
                        AND H.ChangedByProgram = 'ACCTXBKO')
               UNION ALL
               SELECT F.CustomerID, 0, 0, 0, 0, 'USD',
                      '0001-01-01', 0, 'F'
               FROM ACCTXTAX_FORM F
               WHERE F.TaxYear = :WS-TAX-YEAR
                 AND :WS-RUN-MODE = 'CORR'
               ORDER BY 1, 2
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR DECLARING INTEREST CURSOR. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               OPEN TAXCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING INTEREST CURSOR. SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-PAYER-CARD.
           OPEN INPUT PAYER-CARD-FILE

           IF WS-PAYER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYER CARD FILE. '
                   'FILE STATUS: ' WS-PAYER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ PAYER-CARD-FILE INTO WS-PAYER-CARD
               AT END
                   MOVE SPACES TO WS-PAYER-CARD
           END-READ

           CLOSE PAYER-CARD-FILE

           IF PAYR-TIN = SPACES OR PAYR-TCC = SPACES
              OR PAYR-NAME = SPACES
               DISPLAY 'PAYER CARD MISSING OR INCOMPLETE - TIN, TCC '
                   'AND NAME ARE REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-TOTAL-CUSTOMERS.
           PERFORM 2100-FETCH-INTEREST
           PERFORM 2200-INTEREST-LOOP
               UNTIL END-OF-CURSOR

           IF WS-PREV-CUST-ID NOT = 0 AND NOT RUN-ABORTED
               PERFORM 2400-CLOSE-CUSTOMER
           END-IF

           EXEC SQL
               CLOSE TAXCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: ERROR CLOSING INTEREST CURSOR. '
                   'SQLCODE: ' SQLCODE
           END-IF.

       2100-FETCH-INTEREST.
           EXEC SQL
               FETCH TAXCUR INTO
                   :WS-INT-CUST-ID,
                   :WS-INT-TXN-ID,
                   :WS-INT-ACCT-ID,
                   :WS-INT-RUN-ID,
                   :WS-INT-AMOUNT,
                   :WS-INT-CURR-CODE,
                   :WS-INT-TXN-DATE,
                   :WS-INT-USD-AMOUNT,
                   :WS-INT-SOURCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON INTEREST CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2200-INTEREST-LOOP.
           IF NOT END-OF-CURSOR
               IF WS-INT-CUST-ID NOT = WS-PREV-CUST-ID
                   IF WS-PREV-CUST-ID NOT = 0
                       PERFORM 2400-CLOSE-CUSTOMER
                   END-IF
                   PERFORM 2300-START-CUSTOMER
               END-IF

               IF NOT RUN-ABORTED
                   PERFORM 2500-ACCUMULATE-ROW
               END-IF

               IF RUN-ABORTED
                   SET END-OF-CURSOR TO TRUE
               ELSE
                   PERFORM 2100-FETCH-INTEREST
               END-IF
           END-IF.

       2300-START-CUSTOMER.
           MOVE WS-INT-CUST-ID TO WS-PREV-CUST-ID
           MOVE 0 TO WS-CUST-TOTAL
           MOVE 0 TO WS-ROW-COUNT-USED
           ADD 1 TO WS-CUSTOMERS-READ.

       2400-CLOSE-CUSTOMER.
      * THE CUSTOMER'S TOTAL AGAINST THE FORM ON FILE DECIDES WHAT
      * GOES OUT: NOTHING, AN ORIGINAL, OR A CORRECTED FORM. A FORM
      * ON FILE IS CORRECTED WHATEVER THE NEW AMOUNT, EVEN BELOW THE
      * THRESHOLD OR TO ZERO - THE FIRST FIGURE WAS FILED
           ADD WS-CUST-TOTAL TO WS-TOTAL-INTEREST
           PERFORM 2410-READ-FORM

           IF NOT RUN-ABORTED
               EVALUATE TRUE
                   WHEN FORM-ON-FILE
                        AND WS-CUST-TOTAL = WS-FORM-AMOUNT
                       ADD 1 TO WS-FORMS-UNCHANGED
                       ADD WS-CUST-TOTAL TO WS-TOTAL-ON-FORMS
                   WHEN FORM-ON-FILE
                       PERFORM 2405-GET-CUSTOMER-NAME
                       IF NOT RUN-ABORTED
                           PERFORM 2430-CORRECT-FORM
                       END-IF
                   WHEN WS-CUST-TOTAL NOT < WS-THRESHOLD
                       PERFORM 2405-GET-CUSTOMER-NAME
                       IF NOT RUN-ABORTED
                           PERFORM 2420-ISSUE-FORM
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-BELOW-THRESHOLD
                       ADD WS-CUST-TOTAL TO WS-TOTAL-BELOW
               END-EVALUATE
           END-IF.

       2405-GET-CUSTOMER-NAME.
           EXEC SQL
               SELECT COALESCE(MAX(CustomerName), ' ')
               INTO :WS-CUST-NAME
               FROM CustomerAccounts
               WHERE CustomerID = :WS-PREV-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING NAME FOR CUSTOMERID '
                   WS-PREV-CUST-ID '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2410-READ-FORM.
           MOVE 'N' TO WS-FORM-FOUND-FLAG

           EXEC SQL
               SELECT ReportedAmount
               INTO :WS-FORM-AMOUNT
               FROM ACCTXTAX_FORM
               WHERE TaxYear = :WS-TAX-YEAR
                 AND CustomerID = :WS-PREV-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET FORM-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING FORM FOR CUSTOMERID '
                       WS-PREV-CUST-ID '. SQLCODE: ' SQLCODE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       2420-ISSUE-FORM.
           EXEC SQL
               INSERT INTO ACCTXTAX_FORM
               (TaxYear, CustomerID, CustomerName, ReportedAmount,
                PriorReportedAmount, FormStatus, CorrectionCount,
                FirstFiledTimestamp, LastFiledTimestamp,
                LastFiledMode)
               VALUES
               (:WS-TAX-YEAR, :WS-PREV-CUST-ID, :WS-CUST-NAME,
                :WS-CUST-TOTAL, 0, 'ORIGINAL', 0,
                :WS-RUN-TIMESTAMP, :WS-RUN-TIMESTAMP, :WS-RUN-MODE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR ISSUING FORM FOR CUSTOMERID '
                   WS-PREV-CUST-ID '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-FORMS-ORIGINAL
               ADD WS-CUST-TOTAL TO WS-TOTAL-ON-FORMS
               PERFORM 2450-REPLACE-FORM-ROWS
      * AN ORIGINAL ON A CORRECTION RUN IS A LATE ONE - LIST IT
               IF CORRECTION-MODE AND NOT RUN-ABORTED
                   MOVE 0 TO WS-FORM-AMOUNT
                   MOVE 'LATE ORIG ' TO WS-PRINT-TIE
                   PERFORM 2490-WRITE-FORM-LINE
               END-IF
           END-IF.

       2430-CORRECT-FORM.
           EXEC SQL
               UPDATE ACCTXTAX_FORM
               SET CustomerName = :WS-CUST-NAME,
                   PriorReportedAmount = ReportedAmount,
                   ReportedAmount = :WS-CUST-TOTAL,
                   FormStatus = 'CORRECTED',
                   CorrectionCount = CorrectionCount + 1,
                   LastFiledTimestamp = :WS-RUN-TIMESTAMP,
                   LastFiledMode = :WS-RUN-MODE
               WHERE TaxYear = :WS-TAX-YEAR
                 AND CustomerID = :WS-PREV-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR CORRECTING FORM FOR CUSTOMERID '
                   WS-PREV-CUST-ID '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-FORMS-CORRECTED
               ADD WS-CUST-TOTAL TO WS-TOTAL-ON-FORMS
               PERFORM 2450-REPLACE-FORM-ROWS
               IF NOT RUN-ABORTED
                   MOVE 'CORRECTED ' TO WS-PRINT-TIE
                   PERFORM 2490-WRITE-FORM-LINE
               END-IF
           END-IF.

       2450-REPLACE-FORM-ROWS.
      * THE ROWS ON FILE ARE ALWAYS THE ONES BEHIND THE LATEST FORM
           EXEC SQL
               DELETE FROM ACCTXTAX_DETAIL
               WHERE TaxYear = :WS-TAX-YEAR
                 AND CustomerID = :WS-PREV-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR CLEARING FORM ROWS FOR CUSTOMERID '
                   WS-PREV-CUST-ID '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF

           IF NOT RUN-ABORTED AND WS-ROW-COUNT-USED > 0
               PERFORM 2460-INSERT-FORM-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT-USED
                      OR RUN-ABORTED
           END-IF.

       2460-INSERT-FORM-ROW.
           MOVE WS-ROW-TXN-ID(WS-ROW-IDX) TO WS-DTL-TXN-ID
           MOVE WS-ROW-ACCT-ID(WS-ROW-IDX) TO WS-DTL-ACCT-ID
           MOVE WS-ROW-RUN-ID(WS-ROW-IDX) TO WS-DTL-RUN-ID
           MOVE WS-ROW-TXN-DATE(WS-ROW-IDX) TO WS-DTL-TXN-DATE
           MOVE WS-ROW-AMOUNT(WS-ROW-IDX) TO WS-DTL-AMOUNT
           MOVE WS-ROW-CURR-CODE(WS-ROW-IDX) TO WS-DTL-CURR-CODE
           MOVE WS-ROW-USD-AMOUNT(WS-ROW-IDX) TO WS-DTL-USD-AMOUNT

           EXEC SQL
               INSERT INTO ACCTXTAX_DETAIL
               (TaxYear, CustomerID, TransactionID, AccountID,
                CreatedByRunID, TransactionDate, Amount,
                CurrencyCode, UsdAmount)
               VALUES
               (:WS-TAX-YEAR, :WS-PREV-CUST-ID, :WS-DTL-TXN-ID,
                :WS-DTL-ACCT-ID, :WS-DTL-RUN-ID, :WS-DTL-TXN-DATE,
                :WS-DTL-AMOUNT, :WS-DTL-CURR-CODE,
                :WS-DTL-USD-AMOUNT)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR RECORDING FORM ROW ' WS-DTL-TXN-ID
                   ' FOR CUSTOMERID ' WS-PREV-CUST-ID
                   '. SQLCODE: ' SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF.

       2490-WRITE-FORM-LINE.
           MOVE WS-PREV-CUST-ID TO WS-PRINT-CUST-ID
           MOVE WS-FORM-AMOUNT TO WS-PRINT-AMOUNT
           MOVE WS-CUST-TOTAL TO WS-PRINT-AMOUNT-2
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING WS-PRINT-TIE DELIMITED BY SIZE
                  WS-PRINT-CUST-ID DELIMITED BY SIZE
                  ' WAS ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' NOW ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
                  INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD.

       2500-ACCUMULATE-ROW.
           EVALUATE TRUE
               WHEN LIVE-ROW
                   PERFORM 2510-CONVERT-TO-USD
                   IF NOT RUN-ABORTED
                       PERFORM 2520-ACCUMULATE-CURRENCY
                   END-IF
               WHEN ARCHIVED-ROW
                   ADD 1 TO WS-ARCHIVED-ROWS
                   ADD WS-INT-USD-AMOUNT TO WS-TOTAL-ARCHIVED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT RUN-ABORTED AND NOT FORM-MARKER
               ADD WS-INT-USD-AMOUNT TO WS-CUST-TOTAL
               PERFORM 2530-KEEP-FORM-ROW
           END-IF.

       2510-CONVERT-TO-USD.
      * INTEREST IS INCOME WHEN IT IS CREDITED, SO IT CONVERTS AT THE
      * RATE IN FORCE ON THE POSTING DATE - THE SAME LOOKUP ACCTXFRM
      * USES. NO RATE MEANS NO FORM: THE RUN STOPS
           IF WS-INT-CURR-CODE = WS-TAX-CURRENCY
               MOVE WS-INT-AMOUNT TO WS-INT-USD-AMOUNT
           ELSE
               EXEC SQL
                   SELECT ExchangeRate
                   INTO :WS-FX-RATE
                   FROM CurrencyRates
                   WHERE FromCurrency = :WS-INT-CURR-CODE
                     AND ToCurrency = :WS-TAX-CURRENCY
                     AND EffectiveDate =
                         (SELECT MAX(R2.EffectiveDate)
                          FROM CurrencyRates R2
                          WHERE R2.FromCurrency = :WS-INT-CURR-CODE
                            AND R2.ToCurrency = :WS-TAX-CURRENCY
                            AND R2.EffectiveDate <=
                                DATE(:WS-INT-TXN-DATE))
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       COMPUTE WS-INT-USD-AMOUNT ROUNDED =
                           WS-INT-AMOUNT * WS-FX-RATE
                   WHEN OTHER
                       DISPLAY 'NO ' WS-INT-CURR-CODE ' TO '
                           WS-TAX-CURRENCY ' RATE FOR '
                           WS-INT-TXN-DATE ' (TRANSACTION '
                           WS-INT-TXN-ID '). SQLCODE: ' SQLCODE
                       SET RUN-ABORTED TO TRUE
               END-EVALUATE
           END-IF.

       2520-ACCUMULATE-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-FLAG

           IF WS-CCY-COUNT-USED > 0
               PERFORM 2525-FIND-CURRENCY
                   VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
                      OR CURRENCY-FOUND
           END-IF

           IF NOT CURRENCY-FOUND
               IF WS-CCY-COUNT-USED < WS-CCY-MAX-ENTRIES
                   ADD 1 TO WS-CCY-COUNT-USED
                   SET WS-CCY-HIT-IDX TO WS-CCY-COUNT-USED
                   MOVE WS-INT-CURR-CODE
                       TO WS-CCY-CODE(WS-CCY-HIT-IDX)
                   MOVE 0 TO WS-CCY-ROWS(WS-CCY-HIT-IDX)
                   MOVE 0 TO WS-CCY-AMOUNT(WS-CCY-HIT-IDX)
                   MOVE 'N' TO WS-CCY-TIED-FLAG(WS-CCY-HIT-IDX)
                   SET CURRENCY-FOUND TO TRUE
               ELSE
      * THE TIE-OUT CANNOT BE PROVED WITHOUT EVERY CURRENCY
                   DISPLAY 'CURRENCY CONTROL TABLE FULL AT '
                       WS-CCY-MAX-ENTRIES ' CURRENCIES'
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           IF CURRENCY-FOUND
               ADD 1 TO WS-CCY-ROWS(WS-CCY-HIT-IDX)
               ADD WS-INT-AMOUNT TO WS-CCY-AMOUNT(WS-CCY-HIT-IDX)
           END-IF.

       2525-FIND-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-IDX) = WS-INT-CURR-CODE
               SET CURRENCY-FOUND TO TRUE
               SET WS-CCY-HIT-IDX TO WS-CCY-IDX
           END-IF.

       2530-KEEP-FORM-ROW.
           IF WS-ROW-COUNT-USED < WS-ROW-MAX-ENTRIES
               ADD 1 TO WS-ROW-COUNT-USED
               SET WS-ROW-IDX TO WS-ROW-COUNT-USED
               MOVE WS-INT-TXN-ID TO WS-ROW-TXN-ID(WS-ROW-IDX)
               MOVE WS-INT-ACCT-ID TO WS-ROW-ACCT-ID(WS-ROW-IDX)
               MOVE WS-INT-RUN-ID TO WS-ROW-RUN-ID(WS-ROW-IDX)
               MOVE WS-INT-TXN-DATE TO WS-ROW-TXN-DATE(WS-ROW-IDX)
               MOVE WS-INT-AMOUNT TO WS-ROW-AMOUNT(WS-ROW-IDX)
               MOVE WS-INT-CURR-CODE TO WS-ROW-CURR-CODE(WS-ROW-IDX)
               MOVE WS-INT-USD-AMOUNT
                   TO WS-ROW-USD-AMOUNT(WS-ROW-IDX)
           ELSE
      * A FORM WHOSE ROWS CANNOT ALL BE KEPT CANNOT BE CORRECTED
      * LATER - STOP RATHER THAN FILE IT
               DISPLAY 'CUSTOMERID ' WS-PREV-CUST-ID ' HAS MORE THAN '
                   WS-ROW-MAX-ENTRIES ' INTEREST ROWS FOR THE YEAR'
               SET RUN-ABORTED TO TRUE
           END-IF.

       3000-TIE-TO-LEDGER.
      * THE LIVE ROWS THE FORMS WERE BUILT FROM MUST BE EXACTLY THE
      * LEDGER'S INT-CREDIT ROWS FOR THE YEAR, CURRENCY BY CURRENCY -
      * ANYTHING POSTED OR REMOVED UNDER THE RUN SHOWS HERE AND STOPS
      * THE FILING
           MOVE SPACES TO CONTROL-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'LEDGER TIE-OUT - INT-CREDIT ROWS IN NATIVE CURRENCY'
               TO CONTROL-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'CCY      ROWS      LEDGER AMOUNT     FORMS BUILT FROM'
               TO CONTROL-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           EXEC SQL
               DECLARE LDGCUR CURSOR FOR
               SELECT CurrencyCode, COUNT(*), SUM(Amount)
               FROM AccountTransactions
               WHERE TransactionSubType = 'INT-CREDIT'
                 AND YEAR(TransactionDate) = :WS-TAX-YEAR
               GROUP BY CurrencyCode
               ORDER BY CurrencyCode
           END-EXEC

           EXEC SQL
               OPEN LDGCUR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING LEDGER CURSOR. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3100-FETCH-LEDGER
               PERFORM 3200-LEDGER-LOOP
                   UNTIL END-OF-CURSOR

               EXEC SQL
                   CLOSE LDGCUR
               END-EXEC
           END-IF

      * A CURRENCY READ BY THE RUN BUT NOT ON THE LEDGER ANY MORE
           IF NOT RUN-ABORTED AND WS-CCY-COUNT-USED > 0
               PERFORM 3300-CHECK-UNMATCHED
                   VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
           END-IF

           IF LEDGER-OUT-OF-BALANCE
               MOVE 'FORMS DO NOT TIE TO THE LEDGER - NOTHING FILED'
                   TO CONTROL-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               SET RUN-ABORTED TO TRUE
           END-IF.

       3100-FETCH-LEDGER.
           EXEC SQL
               FETCH LDGCUR INTO
                   :WS-LDG-CURR-CODE,
                   :WS-LDG-ROWS,
                   :WS-LDG-AMOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON LEDGER CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       3200-LEDGER-LOOP.
           IF NOT END-OF-CURSOR
               MOVE WS-LDG-CURR-CODE TO WS-INT-CURR-CODE
               MOVE 'N' TO WS-CCY-FOUND-FLAG

               IF WS-CCY-COUNT-USED > 0
                   PERFORM 2525-FIND-CURRENCY
                       VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT-USED
                          OR CURRENCY-FOUND
               END-IF

               MOVE WS-LDG-ROWS TO WS-PRINT-COUNT
               MOVE WS-LDG-AMOUNT TO WS-PRINT-AMOUNT
               MOVE 0 TO WS-PRINT-AMOUNT-2
               MOVE 'OUT OF BALANCE' TO WS-PRINT-TIE

               IF CURRENCY-FOUND
                   MOVE 'Y' TO WS-CCY-TIED-FLAG(WS-CCY-HIT-IDX)
                   MOVE WS-CCY-AMOUNT(WS-CCY-HIT-IDX)
                       TO WS-PRINT-AMOUNT-2
                   IF WS-CCY-ROWS(WS-CCY-HIT-IDX) = WS-LDG-ROWS
                      AND WS-CCY-AMOUNT(WS-CCY-HIT-IDX)
                          = WS-LDG-AMOUNT
                       MOVE 'TIED' TO WS-PRINT-TIE
                   ELSE
                       SET LEDGER-OUT-OF-BALANCE TO TRUE
                   END-IF
               ELSE
                   SET LEDGER-OUT-OF-BALANCE TO TRUE
               END-IF

               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING WS-LDG-CURR-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PRINT-COUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PRINT-AMOUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PRINT-TIE DELIMITED BY SIZE
                      INTO CONTROL-REPORT-RECORD
               END-STRING
               PERFORM 9000-WRITE-REPORT-RECORD

               PERFORM 3100-FETCH-LEDGER
           END-IF.

       3300-CHECK-UNMATCHED.
           IF WS-CCY-TIED-FLAG(WS-CCY-IDX) NOT = 'Y'
               SET LEDGER-OUT-OF-BALANCE TO TRUE
               MOVE WS-CCY-ROWS(WS-CCY-IDX) TO WS-PRINT-COUNT
               MOVE WS-CCY-AMOUNT(WS-CCY-IDX) TO WS-PRINT-AMOUNT-2
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING WS-CCY-CODE(WS-CCY-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PRINT-COUNT DELIMITED BY SIZE
                      '      (NOT ON LEDGER) ' DELIMITED BY SIZE
                      WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
                      ' OUT OF BALANCE' DELIMITED BY SIZE
                      INTO CONTROL-REPORT-RECORD
               END-STRING
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF.

       4000-WRITE-FILING.
      * THE FILING IS WRITTEN FROM THE FORMS THIS RUN ISSUED, SO THE
      * IRS FILE, THE CUSTOMER COPIES AND ACCTXTAX_FORM CANNOT DIFFER
      * - AND THE TRANSMITTER RECORD CAN CARRY THE PAYEE COUNT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(ReportedAmount), 0)
               INTO :WS-FILE-PAYEES, :WS-FILE-TOTAL
               FROM ACCTXTAX_FORM
               WHERE TaxYear = :WS-TAX-YEAR
                 AND LastFiledTimestamp = :WS-RUN-TIMESTAMP
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR COUNTING FORMS ISSUED. SQLCODE: '
                   SQLCODE
               SET RUN-ABORTED TO TRUE
           END-IF

           MOVE WS-TAX-YEAR TO COPYH-TAX-YEAR
           MOVE WS-RUN-MODE TO COPYH-RUN-MODE
           MOVE WS-TODAY TO COPYH-RUN-DATE
           MOVE SPACES TO CUSTOMER-COPY-RECORD
           MOVE WS-COPY-HEADER TO CUSTOMER-COPY-RECORD
           PERFORM 9020-WRITE-COPY-RECORD

           IF NOT RUN-ABORTED AND WS-FILE-PAYEES > 0
               PERFORM 4100-WRITE-FILE-HEADERS

               EXEC SQL
                   DECLARE FORMCUR CURSOR FOR
                   SELECT CustomerID, CustomerName, ReportedAmount,
                          PriorReportedAmount, FormStatus
                   FROM ACCTXTAX_FORM
                   WHERE TaxYear = :WS-TAX-YEAR
                     AND LastFiledTimestamp = :WS-RUN-TIMESTAMP
                   ORDER BY CASE WHEN FormStatus = 'CORRECTED'
                                 THEN 1 ELSE 0 END,
                            CustomerID
               END-EXEC

               EXEC SQL
                   OPEN FORMCUR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR OPENING FORM CURSOR. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM 4200-FETCH-FORM
                   PERFORM 4300-FORM-LOOP
                       UNTIL END-OF-CURSOR

                   EXEC SQL
                       CLOSE FORMCUR
                   END-EXEC
               END-IF

               IF NOT RUN-ABORTED
                   PERFORM 4400-WRITE-FILE-TRAILERS
               END-IF
           END-IF.

       4100-WRITE-FILE-HEADERS.
           MOVE WS-TAX-YEAR TO IRST-PAYMENT-YEAR
           MOVE PAYR-TIN TO IRST-TIN
           MOVE PAYR-TCC TO IRST-TCC
           MOVE PAYR-TEST-IND TO IRST-TEST-IND
           MOVE PAYR-NAME TO IRST-NAME
           MOVE PAYR-NAME TO IRST-COMPANY-NAME
           MOVE WS-FILE-PAYEES TO IRST-TOTAL-PAYEES
           MOVE PAYR-PHONE TO IRST-CONTACT-PHONE
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRST-SEQUENCE
           MOVE WS-IRS-T-RECORD TO IRS-FILING-RECORD
           PERFORM 9010-WRITE-IRS-RECORD.

       4150-OPEN-PAYER-GROUP.
           MOVE WS-TAX-YEAR TO IRSA-PAYMENT-YEAR
           MOVE PAYR-TIN TO IRSA-PAYER-TIN
           MOVE PAYR-NAME-CONTROL TO IRSA-NAME-CONTROL
           MOVE PAYR-NAME TO IRSA-PAYER-NAME
           MOVE PAYR-PHONE TO IRSA-PHONE
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRSA-SEQUENCE
           MOVE WS-IRS-A-RECORD TO IRS-FILING-RECORD
           PERFORM 9010-WRITE-IRS-RECORD

           ADD 1 TO WS-PAYER-GROUPS
           MOVE 0 TO WS-GROUP-PAYEES
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE WS-FORM-CORRECTED-IND TO WS-GROUP-CORRECTED-IND
           SET PAYER-GROUP-OPEN TO TRUE.

       4200-FETCH-FORM.
           EXEC SQL
               FETCH FORMCUR INTO
                   :WS-FRM-CUST-ID,
                   :WS-FRM-CUST-NAME,
                   :WS-FRM-AMOUNT,
                   :WS-FRM-PRIOR-AMOUNT,
                   :WS-FRM-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'FETCH ERROR ON FORM CURSOR. SQLCODE: '
                       SQLCODE
                   SET END-OF-CURSOR TO TRUE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.

       4300-FORM-LOOP.
           IF NOT END-OF-CURSOR
      * THE PAYEE'S TIN IS NOT HELD HERE - THE CUSTOMERID IN THE
      * PAYER'S ACCOUNT NUMBER FIELD IS THE KEY THE FILING AGENT
      * MATCHES IT ON
               IF WS-FRM-STATUS = 'CORRECTED'
                   MOVE 'G' TO WS-FORM-CORRECTED-IND
               ELSE
                   MOVE SPACE TO WS-FORM-CORRECTED-IND
               END-IF

      * THE CURSOR RETURNS THE ORIGINALS FIRST, THEN THE CORRECTIONS -
      * THE SWITCH BETWEEN THEM CLOSES ONE PAYER GROUP AND OPENS THE
      * NEXT
               IF PAYER-GROUP-OPEN
                  AND WS-FORM-CORRECTED-IND NOT = WS-GROUP-CORRECTED-IND
                   PERFORM 4350-CLOSE-PAYER-GROUP
               END-IF
               IF NOT PAYER-GROUP-OPEN
                   PERFORM 4150-OPEN-PAYER-GROUP
               END-IF

               MOVE WS-TAX-YEAR TO IRSB-PAYMENT-YEAR
               MOVE WS-FORM-CORRECTED-IND TO IRSB-CORRECTED-IND
               MOVE WS-FRM-CUST-ID TO IRSB-PAYEE-ACCOUNT
               MOVE WS-FRM-AMOUNT TO IRSB-INTEREST-AMOUNT
               MOVE WS-FRM-CUST-NAME(1:40) TO IRSB-PAYEE-NAME
               MOVE WS-FRM-CUST-NAME(41:40) TO IRSB-PAYEE-NAME-2
               ADD 1 TO WS-IRS-SEQUENCE
               MOVE WS-IRS-SEQUENCE TO IRSB-SEQUENCE
               MOVE WS-IRS-B-RECORD TO IRS-FILING-RECORD
               PERFORM 9010-WRITE-IRS-RECORD
               ADD 1 TO WS-GROUP-PAYEES
               ADD WS-FRM-AMOUNT TO WS-GROUP-TOTAL

               MOVE WS-FRM-CUST-ID TO COPYD-CUST-ID
               MOVE WS-FRM-CUST-NAME(1:60) TO COPYD-CUST-NAME
               IF WS-FRM-STATUS = 'CORRECTED'
                   MOVE 'Y' TO COPYD-CORRECTED-IND
                   MOVE WS-FRM-PRIOR-AMOUNT TO COPYD-PRIOR-INTEREST
               ELSE
                   MOVE 'N' TO COPYD-CORRECTED-IND
                   MOVE 0 TO COPYD-PRIOR-INTEREST
               END-IF
               MOVE WS-FRM-AMOUNT TO COPYD-INTEREST
               MOVE SPACES TO CUSTOMER-COPY-RECORD
               MOVE WS-COPY-DETAIL TO CUSTOMER-COPY-RECORD
               PERFORM 9020-WRITE-COPY-RECORD
               ADD 1 TO WS-COPY-COUNT
               ADD WS-FRM-AMOUNT TO WS-COPY-HASH

               PERFORM 4200-FETCH-FORM
           END-IF.

       4350-CLOSE-PAYER-GROUP.
           MOVE WS-GROUP-PAYEES TO IRSC-PAYEE-COUNT
           MOVE WS-GROUP-TOTAL TO IRSC-CONTROL-TOTAL-1
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRSC-SEQUENCE
           MOVE WS-IRS-C-RECORD TO IRS-FILING-RECORD
           PERFORM 9010-WRITE-IRS-RECORD
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

       4400-WRITE-FILE-TRAILERS.
           IF PAYER-GROUP-OPEN
               PERFORM 4350-CLOSE-PAYER-GROUP
           END-IF

           MOVE WS-PAYER-GROUPS TO IRSF-PAYER-COUNT
           MOVE WS-FILE-PAYEES TO IRSF-PAYEE-COUNT
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRSF-SEQUENCE
           MOVE WS-IRS-F-RECORD TO IRS-FILING-RECORD
           PERFORM 9010-WRITE-IRS-RECORD.

       5000-FINALIZATION.
      * THE CUSTOMER COPY TRAILER CARRIES THE CONTROL COUNTS THE
      * LETTER SHOP VERIFIES THE FILE AGAINST
           MOVE WS-COPY-COUNT TO COPYT-RECORD-COUNT
           MOVE WS-COPY-HASH TO COPYT-INTEREST-HASH
           MOVE SPACES TO CUSTOMER-COPY-RECORD
           MOVE WS-COPY-TRAILER TO CUSTOMER-COPY-RECORD
           PERFORM 9020-WRITE-COPY-RECORD

           CLOSE IRS-FILING-FILE
           CLOSE CUSTOMER-COPY-FILE

      * THE FORMS ON FILE ONLY STAND IF THE FILES CARRYING THEM ARE
      * COMPLETE - ONE UNIT OF WORK FOR THE WHOLE RUN
           IF RUN-ABORTED
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR COMMITTING FORMS. SQLCODE: '
                       SQLCODE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO CONTROL-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-ROWS-READ TO WS-PRINT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'INTEREST ROWS READ:       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-CUSTOMERS-READ TO WS-PRINT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CUSTOMERS TOTALLED:       ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-FORMS-ORIGINAL TO WS-PRINT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'ORIGINAL FORMS ISSUED:    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-FORMS-CORRECTED TO WS-PRINT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'CORRECTED FORMS ISSUED:   ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-FORMS-UNCHANGED TO WS-PRINT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'FORMS ON FILE UNCHANGED:  ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-BELOW-THRESHOLD TO WS-PRINT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'BELOW THRESHOLD:          ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-ARCHIVED-ROWS TO WS-PRINT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'ARCHIVED ROWS COUNTED:    ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

      * TOTAL INTEREST = ON FORMS + BELOW THRESHOLD, IN US DOLLARS
           MOVE SPACES TO CONTROL-REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOTAL-INTEREST TO WS-PRINT-AMOUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'TOTAL INTEREST (USD):  ' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOTAL-ON-FORMS TO WS-PRINT-AMOUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING '  ON FORMS:            ' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOTAL-BELOW TO WS-PRINT-AMOUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING '  BELOW THRESHOLD:     ' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-TOTAL-ARCHIVED TO WS-PRINT-AMOUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING '  OF WHICH ARCHIVED:   ' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           MOVE WS-FILE-TOTAL TO WS-PRINT-AMOUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING 'FILED THIS RUN:        ' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING
           PERFORM 9000-WRITE-REPORT-RECORD

           IF RUN-ABORTED
               MOVE 'RUN DID NOT COMPLETE - THE IRS FILE AND CUSTOMER '
                   TO CONTROL-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               MOVE 'COPIES FROM THIS RUN MUST NOT BE SENT.'
                   TO CONTROL-REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF

           CLOSE CONTROL-REPORT-FILE

           IF RUN-ABORTED
               DISPLAY '==========================================='
               DISPLAY '1099-INT RUN DID NOT COMPLETE SUCCESSFULLY'
               DISPLAY 'THE IRS FILE AND CUSTOMER COPIES MUST NOT BE '
                   'SENT'
               DISPLAY 'INTEREST ROWS READ: ' WS-ROWS-READ
               DISPLAY '==========================================='
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '==========================================='
               DISPLAY '1099-INT RUN COMPLETED SUCCESSFULLY'
               DISPLAY 'INTEREST ROWS READ: ' WS-ROWS-READ
               DISPLAY 'CUSTOMERS:          ' WS-CUSTOMERS-READ
               DISPLAY 'ORIGINAL FORMS:     ' WS-FORMS-ORIGINAL
               DISPLAY 'CORRECTED FORMS:    ' WS-FORMS-CORRECTED
               DISPLAY 'BELOW THRESHOLD:    ' WS-BELOW-THRESHOLD
               DISPLAY '==========================================='
           END-IF.

       9000-WRITE-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD

           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ERROR WRITING CONTROL REPORT RECORD. '
                   'FILE STATUS: ' WS-REPORT-FILE-STATUS
           END-IF.

       9010-WRITE-IRS-RECORD.
           WRITE IRS-FILING-RECORD

           IF WS-IRS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING IRS FILING RECORD. '
                   'FILE STATUS: ' WS-IRS-FILE-STATUS
               SET RUN-ABORTED TO TRUE
               SET END-OF-CURSOR TO TRUE
           END-IF.

       9020-WRITE-COPY-RECORD.
           WRITE CUSTOMER-COPY-RECORD

           IF WS-COPY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CUSTOMER COPY RECORD. '
                   'FILE STATUS: ' WS-COPY-FILE-STATUS
               SET RUN-ABORTED TO TRUE
               SET END-OF-CURSOR TO TRUE
           END-IF.
