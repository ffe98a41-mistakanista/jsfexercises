      *             until when, suspended with what SQLCODE and retry
      *             count, or already archived - so one lookup
      *             answers the customer call.
      *    2026-10  the extracted line also shows the clearing cycle
      *             the payment went out in, now that the extract runs
      *             several times a day.
      *    2026-10  warehouse maintenance - every CANCEL and AMEND
      *             taken on a warehoused payment through CRWHAM1 is
      *             listed from TBC_TXN_WHSE_HIST with the operator,
      *             where the payment went and any amount or value-
      *             date change, so a cancelled payment is no longer
      *             "no trace".
      *
       ENVIRONMENT DIVISION.
      *
            02 WS-TX-AMT            pic 9(12) .
            02 WS-TX-CURRENCY       pic x(03) .
            02 WS-TX-EXTR-DATE      pic x(10) .
            02 WS-TX-EXTR-CYCLE     pic 9(02) .
            02 WS-TX-SETL-STATUS    pic x(01) .
            02 WS-TX-RET-REASON     pic x(04) .
            02 WS-TX-ONUS           pic x(01) .
         01 ws-whse-row .
            02 WS-WH-TS             pic x(26) .
            02 WS-WH-VALUE-DATE     pic 9(08) .
         01 ws-whist-row .
            02 WS-WM-TS             pic x(26) .
            02 WS-WM-ACTION         pic x(08) .
            02 WS-WM-OPER           pic x(08) .
            02 WS-WM-RESULT         pic x(01) .
            02 WS-WM-OLD-AMT        pic 9(12) .
            02 WS-WM-NEW-AMT        pic 9(12) .
            02 WS-WM-OLD-VDATE      pic 9(08) .
            02 WS-WM-NEW-VDATE      pic 9(08) .
            02 WS-WM-RESULT-TEXT    pic x(16) .
         01 ws-susp-row .
            02 WS-SU-TS             pic x(26) .
            02 WS-SU-SQLCODE        pic s9(9) comp .
           PERFORM P0003-CHK-ARCHIVE
           PERFORM P0004-CHK-REVIEW
           PERFORM P0005-CHK-REVIEW-HIST
           PERFORM P0014-CHK-WHSE-HIST
           PERFORM P0006-CHK-WAREHOUSE
           PERFORM P0007-CHK-SUSPENSE
           if not WS-TRC-FOUND
             select TXN_TIMESTAMP, TXN_INDC_CRE_DB, TXN_AMT,
                    TXN_CURRENCY,
                    coalesce(char(TXN_EXTRACT_DATE), ' '),
                    coalesce(TXN_EXTRACT_CYCLE, 0),
                    coalesce(TXN_SETL_STATUS, ' '),
                    coalesce(TXN_RETURN_REASON, ' '),
                    coalesce(TXN_ON_US, 'N'),
                    coalesce(TXN_ORIG_MSG_ID, ' ')
               into :WS-TX-TS, :WS-TX-INDC, :WS-TX-AMT,
                    :WS-TX-CURRENCY, :WS-TX-EXTR-DATE,
                    :WS-TX-EXTR-CYCLE,
                    :WS-TX-SETL-STATUS, :WS-TX-RET-REASON,
                    :WS-TX-ONUS, :WS-TX-LINK-ID, :WS-TX-ORIG-ID
               from TBC_TXN
           if WS-TX-EXTR-DATE not = spaces
             PERFORM P0011-ADD-LINE
             move spaces to WS-TRC-LINE(WS-TRC-LINE-IDX)
             if WS-TX-EXTR-CYCLE > zero
               string "EXTRACTED " WS-TX-EXTR-DATE
                      " CYCLE " WS-TX-EXTR-CYCLE
                 delimited by size into WS-TRC-LINE(WS-TRC-LINE-IDX)
             else
               string "EXTRACTED " WS-TX-EXTR-DATE
                 delimited by size into WS-TRC-LINE(WS-TRC-LINE-IDX)
             end-if
           end-if
           evaluate WS-TX-SETL-STATUS
             when "S"
             set WS-TRC-EOF to true
           end-if
           .
      *------------------------------
      *    EVERY CANCEL OR AMEND TAKEN ON THE ID WHILE IT WAS
      *    WAREHOUSED, OLDEST FIRST - WHO, AND WHERE THE PAYMENT WENT.
      *    AN AMENDMENT THAT CHANGED THE AMOUNT OR VALUE DATE GETS A
      *    SECOND LINE WITH THE BEFORE AND AFTER VALUES.
       P0014-CHK-WHSE-HIST.
           exec sql
             declare CSRPW cursor for
               select HIST_TIMESTAMP, HIST_ACTION, HIST_OPERATOR,
                      HIST_RESULT, OLD_AMT, NEW_AMT,
                      OLD_VALUE_DATE, NEW_VALUE_DATE
                 from TBC_TXN_WHSE_HIST
                where TXN_MSG_ID = :WS-TRC-MSG-ID
                order by HIST_TIMESTAMP
           end-exec
           exec sql
             open CSRPW
           end-exec
           move "N" to WS-TRC-EOF-SW
           move zero to WS-TRC-HIST-COUNT
           PERFORM P0015-FETCH-WHSE-HIST
           PERFORM P0016-FORMAT-WHSE-HIST
             UNTIL WS-TRC-EOF OR WS-TRC-HIST-COUNT >= 4
           exec sql
             close CSRPW
           end-exec
           .
      *------------------------------
       P0015-FETCH-WHSE-HIST.
           exec sql
             fetch CSRPW into :WS-WM-TS, :WS-WM-ACTION, :WS-WM-OPER,
                              :WS-WM-RESULT, :WS-WM-OLD-AMT,
                              :WS-WM-NEW-AMT, :WS-WM-OLD-VDATE,
                              :WS-WM-NEW-VDATE
           end-exec
           if SQLCODE not = zero
             set WS-TRC-EOF to true
           end-if
           .
      *------------------------------
       P0016-FORMAT-WHSE-HIST.
           set WS-TRC-FOUND to true
           add 1 to WS-TRC-HIST-COUNT
           evaluate WS-WM-RESULT
             when "C"
               move "STOPPED"          to WS-WM-RESULT-TEXT
             when "W"
               move "REWAREHOUSED"     to WS-WM-RESULT-TEXT
             when "R"
               move "HELD FOR REVIEW"  to WS-WM-RESULT-TEXT
             when "P"
               move "POSTED"           to WS-WM-RESULT-TEXT
             when other
               move spaces             to WS-WM-RESULT-TEXT
           end-evaluate
           PERFORM P0011-ADD-LINE
           move spaces to WS-TRC-LINE(WS-TRC-LINE-IDX)
           string "WHSE      " WS-WM-TS(1:19) " " WS-WM-ACTION
                  " BY " WS-WM-OPER " " WS-WM-RESULT-TEXT
             delimited by size into WS-TRC-LINE(WS-TRC-LINE-IDX)
           if WS-WM-OLD-AMT not = WS-WM-NEW-AMT
              or WS-WM-OLD-VDATE not = WS-WM-NEW-VDATE
             PERFORM P0011-ADD-LINE
             move spaces to WS-TRC-LINE(WS-TRC-LINE-IDX)
             string "  AMOUNT " WS-WM-OLD-AMT " TO " WS-WM-NEW-AMT
                    "  VALUE DATE " WS-WM-OLD-VDATE " TO "
                    WS-WM-NEW-VDATE
               delimited by size into WS-TRC-LINE(WS-TRC-LINE-IDX)
           end-if
           PERFORM P0015-FETCH-WHSE-HIST
           .
      *------------------------------
       P0006-CHK-WAREHOUSE.
           exec sql
