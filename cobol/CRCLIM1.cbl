      *             same way CRPYMB1 balances a bulk file; a re-run of
      *             the same file is safe because every already-posted
      *             message trips the A0006 duplicate check.
      *    2026-10  automatic returns - a credit for one of our IBANs
      *             that is not on TBC_ACCOUNT or is closed is no
      *             longer driven through the chain at all, and a
      *             credit the chain rejects is no longer just a line
      *             on the job log: either way it becomes a return to
      *             the sending bank (A0025, TBC_CLR_RETURN) linked to
      *             the inbound msg id with an ISO return reason, and
      *             CREXTR1 sends it back in the next cycle.  a
      *             duplicate (re-run) or a suspended insert is not
      *             returned - the money is already here or will be -
      *             and neither is a zero amount.  CRRTNRPT lists
      *             returns still not settled after the scheme's
      *             business-day limit.
      *
       ENVIRONMENT DIVISION.
      *
            02 WS-READ-COUNT        pic 9(9) comp value zero .
            02 WS-ACCEPT-COUNT      pic 9(9) comp value zero .
            02 WS-REJECT-COUNT      pic 9(9) comp value zero .
            02 WS-RETURN-COUNT      pic 9(9) comp value zero .
            02 WS-DETAIL-COUNT      pic 9(09) comp value zero .
            02 WS-AMT-TOTAL         pic 9(15) comp-3 value zero .
         01 ws-clim-ctl-vars .
           DISPLAY "crclim1 read    " WS-READ-COUNT
           DISPLAY "crclim1 accepted" WS-ACCEPT-COUNT
           DISPLAY "crclim1 rejected" WS-REJECT-COUNT
           DISPLAY "crclim1 returned" WS-RETURN-COUNT
           set RUNLOG-FUNC-END to true
           move WS-READ-COUNT   to RUNLOG-INPUT-COUNT
           move WS-ACCEPT-COUNT to RUNLOG-ACCEPT-COUNT
           set ws-review-not-req to true
           move spaces to ws-review-reason
           move spaces to ws-err-detail
           move spaces to WS-RTN-REASON
           if TXN-INDC-CRE
             PERFORM C0009-CHK-CREDITOR-ACCT
           end-if
           if WS-RTN-REASON not = spaces
             add 1 to WS-REJECT-COUNT
             DISPLAY "CRCLIM1 REJECTED " TXN-MSG-ID " "
                     WS-RTN-REASON-TEXT
             PERFORM C0010-RETURN-CREDIT
           else
             PERFORM A0002-chk-msg-data
             if ws-err-noerror
               PERFORM A0003-format-data
               PERFORM A0004-write-data
             end-if
             if ws-err-noerror
               add 1 to WS-ACCEPT-COUNT
               PERFORM C0007-COMMIT-CHECKPOINT
             else
               add 1 to WS-REJECT-COUNT
               DISPLAY "CRCLIM1 REJECTED " TXN-MSG-ID " RC "
                       ws-err-codes " " ws-err-detail
               if TXN-INDC-CRE and not ws-err-dup-msg
                  and not ws-err-sql-ins-fail and not ws-err-zero-amt
                 PERFORM C0011-SET-RETURN-REASON
                 PERFORM C0010-RETURN-CREDIT
               end-if
             end-if
           end-if
           .
      *------------------------------
      *    THE CREDITOR OF AN INBOUND CREDIT IS ONE OF OUR IBANS.
      *    NOT ON THE ACCOUNT MASTER, OR CLOSED, THERE IS NOWHERE TO
      *    BOOK IT - IT GOES STRAIGHT BACK WITHOUT TOUCHING THE
      *    CHAIN.  A READ FAILURE IS NOT A REASON TO RETURN SOMEBODY'S
      *    MONEY; THE CHAIN THEN DECIDES AS BEFORE.
       C0009-CHK-CREDITOR-ACCT.
           move spaces to WS-ACCT-STATUS
           exec sql
             select ACCT_STATUS
               into :WS-ACCT-STATUS
               from TBC_ACCOUNT
              where ACCT_IBAN = :CREDITOR-IBAN
           end-exec
           evaluate true
             when SQLCODE = 100
               move "AC01" to WS-RTN-REASON
               move "NO SUCH ACCOUNT" to WS-RTN-REASON-TEXT
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRCLIM1 ACCOUNT READ FAILED " WS-SQLCODE-DISP
                       " FOR " TXN-MSG-ID
             when WS-ACCT-CLOSED
               move "AC04" to WS-RTN-REASON
               move "ACCOUNT CLOSED" to WS-RTN-REASON-TEXT
           end-evaluate
           .
      *------------------------------
      *    A FAILED RETURN WRITE LEAVES THE CREDIT ON THE JOB LOG THE
      *    OLD WAY AND ENDS THE RUN RC 8 SO OPS ARRANGE IT BY HAND.
       C0010-RETURN-CREDIT.
           PERFORM A0025-WRITE-CLR-RETURN
           evaluate true
             when WS-RTN-WRITTEN
               add 1 to WS-RETURN-COUNT
               DISPLAY "CRCLIM1 RETURNED " TXN-MSG-ID " AS "
                       WS-RTN-MSG-ID " REASON " WS-RTN-REASON
             when WS-RTN-EXISTS
               DISPLAY "CRCLIM1 " TXN-MSG-ID " ALREADY RETURNED"
             when other
               DISPLAY "CRCLIM1 RETURN NOT RAISED FOR " TXN-MSG-ID
                       " - RETURN BY HAND"
               if RETURN-CODE < 08
                 move 08 to RETURN-CODE
               end-if
           end-evaluate
           PERFORM C0007-COMMIT-CHECKPOINT
           .
      *------------------------------
      *    WS-ERR-CODES HOLDS THE LAST EDIT TO FAIL; THE FULL LIST
      *    IN WS-ERR-DETAIL RIDES ALONG AS THE REASON TEXT.
       C0011-SET-RETURN-REASON.
           evaluate true
             when ws-err-inv-cre-iban or ws-err-inv-cre-blz
               move "AC01" to WS-RTN-REASON
             when ws-err-inv-cre-bic
               move "RC01" to WS-RTN-REASON
             when ws-err-inv-currency
               move "AM03" to WS-RTN-REASON
             when ws-err-acct-closed
               move "AC04" to WS-RTN-REASON
             when other
               move "MS03" to WS-RTN-REASON
           end-evaluate
           move ws-err-detail(1:40) to WS-RTN-REASON-TEXT
           .
      *------------------------------
       C0007-COMMIT-CHECKPOINT.
           add 1 to WS-COMMIT-COUNT
