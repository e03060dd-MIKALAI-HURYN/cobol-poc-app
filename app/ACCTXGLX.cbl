      *               ROW CARRIES THE TRAILER CONTROL TOTALS FOR      *
      *               ACCTXGLA'S ACKNOWLEDGMENT MATCH.                *
      * INPUT:        RUNID OR BUSINESS DATE VIA JCL PARM             *
      *               ACCOUNTTRANSACTIONS / ACCTXFRM_RUNLOG /         *
      *               ACCTXFXR_REVAL TABLES                           *
      * OUTPUT:       GL INTERFACE FILE (GLFILE)                      *
      *               ACCTXGLX_REGISTER TABLE (VIA SQL INSERT)        *
      *****************************************************************
       2000-EXTRACT-AGGREGATES.
      * THE GROUPING MIRRORS ACCTXFRM'S 2500-ACCUMULATE-RECON BUCKETS
      * (BRANCH/SUBTYPE OVER THE CONVERTED AMOUNT), SPLIT FURTHER BY
      * THE POSTING'S CURRENCYCODE FOR THE GL - ACCTXPST POSTS AMOUNT
      * IN THE ACCOUNT'S OWN BOOKING CURRENCY, WHICH CURRENCYCODE
      * CARRIES, SO EACH LINE'S AMOUNT IS IN THE CURRENCY IT NAMES.
      * A MONTH-END ACCTXFXR RUN POSTS NOTHING TO ACCOUNTTRANSACTIONS -
      * ITS UNREALIZED GAIN/LOSS LIVES ON ACCTXFXR_REVAL UNDER ITS
      * RUNID AND GOES TO THE GL ONE LINE PER BRANCH AND REVALUED
      * CURRENCY, SUBTYPE FX-REVAL-<CCY> (FX-REVAL-EUR, FX-REVAL-GBP)
      * SO EACH CURRENCY'S GAIN OR LOSS STAYS VISIBLE. THE GAIN/LOSS
      * IS IN THE REPORTING CURRENCY THE ROW WAS REVALUED INTO, NOT
      * THE ACCOUNT'S OWN CURRENCY, SO THE LINE CARRIES
      * REPORTCURRENCY (POSITIVE A GAIN, NEGATIVE A LOSS)
           EXEC SQL
               DECLARE GLAGGCUR CURSOR FOR
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
