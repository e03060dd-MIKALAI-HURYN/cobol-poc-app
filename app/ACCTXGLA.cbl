      * INPUT:        RUNID OR BUSINESS DATE VIA JCL PARM             *
      *               GL ACKNOWLEDGMENT FILE (ACKFILE)                *
      *               ACCOUNTTRANSACTIONS / ACCTXFRM_RUNLOG /         *
      *               ACCTXFXR_REVAL / ACCTXGLX_REGISTER TABLES       *
      *               (VIA SQL)                                       *
      * OUTPUT:       ACK EXCEPTION REPORT FILE (ACKRPT)              *
      *               ACCTXGLX_REGISTER TABLE (STATUS UPDATE)         *
      *****************************************************************
      * RE-DERIVE THE AGGREGATES FROM THE DATABASE WITH ACCTXGLX'S
      * OWN GROUPING - THE MATCH IS AGAINST WHAT THE BOOK SAYS WAS
      * EXTRACTED, NOT AGAINST A COPY OF THE FILE THAT MIGHT SHARE A
      * DEFECT WITH IT. FX REVALUATION LINES ARE RE-DERIVED FROM
      * ACCTXFXR_REVAL EXACTLY AS ACCTXGLX BUILT THEM, BY BRANCH AND
      * REVALUED CURRENCY IN THE REPORTING CURRENCY THE ROWS WERE
      * REVALUED INTO
           EXEC SQL
               DECLARE ACKAGGCUR CURSOR FOR
               SELECT T.BranchCode, T.TransactionSubType,
                                 :WS-BUSINESS-DATE))
               GROUP BY T.BranchCode, T.TransactionSubType,
                        T.CurrencyCode
               UNION ALL
               SELECT V.BranchCode, 'FX-REVAL-' CONCAT V.CurrencyCode,
                      V.ReportCurrency, COUNT(*), SUM(V.GainLossAmount)
               FROM ACCTXFXR_REVAL V
               WHERE V.GainLossAmount <> 0
                 AND ((:WS-EXTRACT-MODE = 'R'
                       AND V.CreatedByRunID = :WS-TARGET-RUN-ID)
                   OR (:WS-EXTRACT-MODE = 'D'
                       AND V.CreatedByRunID IN
                           (SELECT L.RunID FROM ACCTXFRM_RUNLOG L
                            WHERE DATE(L.RunStartTimestamp) =
                                  :WS-BUSINESS-DATE)))
               GROUP BY V.BranchCode, V.CurrencyCode,
                        V.ReportCurrency
               ORDER BY 1, 2, 3
           END-EXEC

           IF SQLCODE NOT = 0
