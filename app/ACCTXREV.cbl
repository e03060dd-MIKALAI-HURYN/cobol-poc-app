      * ACCTXPST POSTINGS ALSO MOVED CUSTOMERACCOUNTS.BALANCE - A
      * BARE DELETE WOULD LEAVE EVERY TOUCHED BALANCE WRONG, SO
      * POSTING RUNS ARE REFUSED HERE AND BACKED OUT BY ACCTXBKO,
      * WHICH COMPENSATES THE BALANCES AS IT DELETES. ACCTXCLS,
      * ACCTXADP AND ACCTXESC RUNS MOVED BALANCES TOO, AND CLOSED,
      * ADJUSTED OR ESCHEATED THE ACCOUNT ALONG WITH THEM - DELETING
      * THEIR ROWS WOULD LEAVE THE BALANCE AND STATUS BEHIND, SO THEY
      * ARE REFUSED AS WELL
                   EVALUATE WS-RUN-JOBNAME
                       WHEN 'ACCTXPST'
                           DISPLAY 'ERROR: RUNID ' WS-TARGET-RUN-ID
                               ' IS AN ACCTXPST POSTING RUN.'
                           DISPLAY 'USE ACCTXBKO, WHICH RESTORES THE '
                               'ACCOUNT BALANCES AS IT BACKS OUT.'
                           SET REVERSAL-ABORTED TO TRUE
                           MOVE 8 TO RETURN-CODE
                       WHEN 'ACCTXCLS'
                       WHEN 'ACCTXADP'
                       WHEN 'ACCTXESC'
                           DISPLAY 'ERROR: RUNID ' WS-TARGET-RUN-ID
                               ' IS AN ' WS-RUN-JOBNAME(1:8) ' RUN.'
                           DISPLAY 'ITS POSTINGS MOVED BALANCES AND '
                               'ACCOUNT STATUS AND CANNOT BE '
                               'BARE-DELETED.'
                           SET REVERSAL-ABORTED TO TRUE
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN 100
                   DISPLAY 'ERROR: RUNID NOT FOUND IN ACCTXFRM_RUNLOG.'
                   SET REVERSAL-ABORTED TO TRUE
