           COPY CHKBLK.
      *
           COPY CHKBBLK.
      *
           COPY CHKZBLK.
      *
      *    BUSINESS DATE FOR THE RUN - FILLED ONCE BY A0023 FROM THE
      *    CRBDAT1 CONTROL ROW, NEVER FROM THE SYSTEM CLOCK.
           COPY CRBDBLK.
      *
      *    Working storage definitions
         01 ws-vars .
            88  ws-err-orig-notfnd  value 0130 .
            88  ws-err-already-rvsd value 0140 .
            88  ws-err-inv-val-date value 0150 .
            88  ws-err-inv-deb-blz  value 0160 .
            88  ws-err-inv-cre-blz  value 0170 .
      *
      *    WS-ERR-CODES ONLY EVER HOLDS THE LATEST EDIT TO FAIL, SO
      *    WHEN MORE THAN ONE EDIT FAILS ON THE SAME MESSAGE THE
            88  WS-RVSL-NOT-REVERSAL value "N" .
      *
      *    Value-date work field - A0004 compares the message's value
      *    date (version "03" on) against the business date (A0023)
      *    and parks future-dated payments in TBC_TXN_WAREHOUSE for
      *    the daily release job CRWHRL1 instead of debiting the
      *    account early.
         01 ws-vdt-vars .
            02 WS-VDT-TODAY          pic 9(08) value zero .
      *
            88  ws-noextr-payment    value "Y" .
            88  ws-extract-normal    value "N" .
      *
      *    Bank charge marker - a posting the bank makes to the
      *    customer's account on its own terms (interest capitalised
      *    by CRINTC1) is neither priced by A0020 nor held by the
      *    A0012A funds check: overdraft interest must post even when
      *    it takes the account past its limit - that is what the
      *    penalty rate is for.
         01 ws-bankchg-sw            pic x(01) value "N" .
            88  ws-bank-charge       value "Y" .
            88  ws-customer-payment  value "N" .
      *    a held or suspended interest posting comes back through
      *    CRPYMR1 or CRSUSP1 without its driver - A0026 recognises
      *    it by its TBC_INT_CAP row, and A0027 keeps that row's
      *    status in step with what finally happened to it.
         01 ws-intcap-vars .
            02 WS-INTCAP-COUNT       pic 9(4) comp value zero .
            02 WS-INTCAP-STATUS      pic x(01) value space .
      *
      *    Return of an inbound clearing credit that cannot be
      *    applied - A0025 raises a TBC_CLR_RETURN row (CRPYMS5) for
      *    the message in GRP-TXN-DATA with the caller's reason code
      *    (ISO external return reasons - AC01 no such account, AC04
      *    account closed, AM03 currency, RC01 bank identifier, MS03
      *    other) and CREXTR1 sends it back out in the next cycle.
      *    the return's own msg id is "Z" over the first byte of the
      *    inbound id, the way CRSETL1 builds "R" for a reversal.
         01 ws-rtn-vars .
            02 WS-RTN-MSG-ID         pic x(12) value spaces .
            02 WS-RTN-REASON         pic x(04) value spaces .
            02 WS-RTN-REASON-TEXT    pic x(40) value spaces .
            02 WS-RTN-COUNT          pic 9(4) comp value zero .
            02 WS-RTN-RESULT         pic x(01) value spaces .
              88  WS-RTN-WRITTEN       value "W" .
              88  WS-RTN-EXISTS        value "E" .
              88  WS-RTN-FAILED        value "F" .
      *
      *    Fee work fields - A0020 prices a payment off the
      *    TBC_FEE_SCHEDULE row for its indicator, currency and
      *    large-value flag (falling back to the '***' any-currency
