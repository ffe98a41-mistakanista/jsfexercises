      *             the switch before the chain runs, so a repost
      *             still gets its TXN_EXTRACT_DATE stamp (A0022)
      *             and never reaches the outbound extract.
      *    2026-10  interest - a suspended interest posting (CRINTC1)
      *             is re-driven as a bank charge again (A0026) and
      *             its TBC_INT_CAP row follows the outcome (A0027).
      *    2026-10  interest - one rejected by an edit on re-drive is
      *             marked 'J' on TBC_INT_CAP, so the accrual report
      *             shows it as an exception and not as in suspense.
      *
       ENVIRONMENT DIVISION.
      *
           move spaces to ws-review-reason
           move spaces to ws-err-detail
           compute WS-SUSP-RETRY-COUNT = WS-FETCH-RETRY-COUNT + 1
           PERFORM A0026-CHK-BANK-CHARGE
           PERFORM A0002-chk-msg-data
           if ws-err-noerror
             PERFORM A0003-format-data
      *        DONE ITS JOB.
               PERFORM S0005-DELETE-SUSP-ROW
               add 1 to WS-REPOST-COUNT
               if ws-review-required
                 move "R" to WS-INTCAP-STATUS
               else
                 move "P" to WS-INTCAP-STATUS
               end-if
               PERFORM A0027-SET-CAP-STATUS
             when ws-err-sql-ins-fail
      *        THE INSERT FAILED AGAIN - A0007 HAS ALREADY UPDATED
      *        THE SUSPENSE ROW WITH THE NEW RETRY COUNT AND SQLCODE.
               add 1 to WS-SUSP-REJ-COUNT
               DISPLAY "CRSUSP1 REJECTED " TXN-MSG-ID
                       " RC " ws-err-codes " " ws-err-detail
               move "J" to WS-INTCAP-STATUS
               PERFORM A0027-SET-CAP-STATUS
           end-evaluate
           PERFORM S0007-COMMIT-CHECKPOINT
           PERFORM S0002-FETCH-ROW
