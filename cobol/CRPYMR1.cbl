      *             second, different entitled operator must APPROVE
      *             before the TBC_TXN insert fires, and the history
      *             row carries both ids.
      *    2026-10  business date - a release compares the value
      *             date against the business date (A0023/CRBDAT1),
      *             the same as A0004, not the system clock.
      *    2026-10  automatic returns - killing a held inbound clearing
      *             credit (no-extract, no original msg id) raises its
      *             return to the sending bank through A0025 in the
      *             same unit of work, reason MS03 with the operator's
      *             comment, for CREXTR1 to send back.  a sanctions
      *             hold is the exception - that money is frozen, not
      *             returned.
      *    2026-10  interest - a held interest posting (CRINTC1) is
      *             released as a bank charge, unpriced, and a release
      *             or kill is carried back to its TBC_INT_CAP row.
      *
       ENVIRONMENT DIVISION.
      *
      *    WHOSE VALUE DATE IS STILL IN THE FUTURE GOES TO THE
      *    WAREHOUSE FOR CRWHRL1 TO POST ON ITS DUE DATE, THE SAME
      *    PATH A0004 WOULD HAVE TAKEN WITHOUT THE REVIEW HOLD.
           PERFORM A0023-GET-BUS-DATE
           PERFORM A0026-CHK-BANK-CHARGE
           move BUSDATE-DATE to WS-VDT-TODAY
           if TXN-VALUE-DATE > WS-VDT-TODAY
             exec sql
               include CRPYMS4
               if WS-ONUS-LEG-ID not = spaces
                 PERFORM A0017A-POST-ONUS-LEG
               end-if
               move "P" to WS-INTCAP-STATUS
               PERFORM A0027-SET-CAP-STATUS
             end-if
             set WS-DECIDE-OK to true
             PERFORM O0010-WRITE-DECISION-HIST
           if WS-DECIDE-OK
             PERFORM O0011-DELETE-HELD-ROW
           end-if
           move spaces to WS-RTN-RESULT
           if WS-DECIDE-OK
             PERFORM O0017-RETURN-INBOUND
      *      A KILLED INTEREST POSTING IS MARKED ON ITS TBC_INT_CAP
      *      ROW SO THE ACCRUAL REPORT FLAGS IT.
             PERFORM A0026-CHK-BANK-CHARGE
             move "K" to WS-INTCAP-STATUS
             PERFORM A0027-SET-CAP-STATUS
           end-if
           if WS-DECIDE-OK
             EXEC CICS SYNCPOINT
             END-EXEC
             move spaces to WS-REV-LINE(1)
             if WS-RTN-WRITTEN
               string "KILLED AND RETURNED AS " WS-RTN-MSG-ID " : "
                      WS-CMD-MSG-ID
                 delimited by size into WS-REV-LINE(1)
             else
               string "KILLED : " WS-CMD-MSG-ID
                 delimited by size into WS-REV-LINE(1)
             end-if
             PERFORM O0009-SEND-ONE-LINE
           else
             PERFORM O0012-BACK-OUT-DECISION
           end-if
           .
      *------------------------------
      *    A HELD INBOUND CLEARING CREDIT - NO-EXTRACT, NO ORIGINAL
      *    MSG ID (A GENERATED OFFSET ALWAYS HAS ONE) - THAT OPS WILL
      *    NOT BOOK GOES BACK TO THE SENDING BANK.  NOT A SANCTIONS
      *    HOLD: FROZEN FUNDS ARE NOT RETURNED.  NO RETURN, NO KILL -
      *    THE MONEY WOULD OTHERWISE SIT UNACCOUNTED FOR.
       O0017-RETURN-INBOUND.
           move zero to WS-SANC-COUNT
           INSPECT ws-review-reason TALLYING WS-SANC-COUNT
             FOR ALL "SANCTIONS HIT"
           if ws-noextr-payment and TXN-ORIG-MSG-ID = spaces
              and TXN-INDC-CRE and WS-SANC-COUNT = zero
             move "MS03" to WS-RTN-REASON
             move WS-CMD-COMMENT to WS-RTN-REASON-TEXT
             PERFORM A0025-WRITE-CLR-RETURN
             if WS-RTN-FAILED
               set WS-DECIDE-FAILED to true
             end-if
           end-if
           .
      *------------------------------
       O0010-WRITE-DECISION-HIST.
           exec sql
