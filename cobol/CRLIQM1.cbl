       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crliqm1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - treasury liquidity monitor.  CREXTR1 holds
      *             a debit that would take our net sender position
      *             against a counterparty bank over its cap on
      *             TBC_CPTY_LIMIT in the liquidity queue
      *             (TBC_LIQ_QUEUE) and lets the queue go oldest
      *             first as room appears.  this transaction shows
      *             each capped bank's cap, net position for the
      *             business date, utilisation and what is queued
      *             (LIMITS), lists one bank's queued payments oldest
      *             first (QUEUE), and lets a treasury operator
      *             RELEASE a queued payment by hand - the next
      *             extract cycle then sends it whatever the cap.
      *             a release needs a TBC_OPERATOR profile and a
      *             release limit covering the amount, and carries
      *             the operator id and comment on the queue row.
      *    2026-10  read checks - a cap or queue list whose fetch
      *             fails says so on the last line instead of
      *             ending short, and a bank whose position or
      *             queue totals cannot be read shows the failure in
      *             place of the figures.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY CRBDBLK.
      *
      *    OPERATOR COMMAND LINE - ACTION, OPERATOR ID, KEY AND A
      *    FREE-TEXT COMMENT IN FIXED SLOTS, E.G.
      *    LIMITS
      *    QUEUE    OPS1     COBADEFF
      *    RELEASE  OPS1     MSG000000001 CONFIRMED WITH TREASURY
      *    THE KEY IS A BANK (FIRST EIGHT OF THE BIC) FOR QUEUE AND
      *    A TXN-MSG-ID FOR RELEASE.
         01 ws-cmd-input .
            02 WS-CMD-ACTION        pic x(08) value spaces .
              88  WS-CMD-LIMITS        value "LIMITS" .
              88  WS-CMD-QUEUE         value "QUEUE" .
              88  WS-CMD-RELEASE       value "RELEASE" .
            02 filler               pic x(01) .
            02 WS-CMD-OPERATOR      pic x(08) .
            02 filler               pic x(01) .
            02 WS-CMD-KEY           pic x(12) .
            02 WS-CMD-KEY-R redefines WS-CMD-KEY .
               03 WS-CMD-BIC8       pic x(08) .
               03 filler            pic x(04) .
            02 filler               pic x(01) .
            02 WS-CMD-COMMENT       pic x(40) .
         01 ws-cmd-len              pic 9(4) comp value 71 .
      *
         01 ws-liq-vars .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-BUS-DATE-ISO      pic x(10) value spaces .
            02 WS-LIST-IDX          pic 9(4) comp value zero .
            02 WS-LIST-EOF-SW       pic x(01) value "N" .
              88  WS-LIST-EOF          value "Y" "E" .
              88  WS-LIST-FAILED       value "E" .
            02 WS-POS-READ-SW       pic x(01) value "N" .
              88  WS-POS-READ-FAILED   value "Y" .
      *    ONE CAPPED BANK - CAP AND POSITION IN BOOK-CURRENCY MINOR
      *    UNITS, THE SAME RULE CREXTR1 APPLIES (SEE X0014 THERE).
            02 WS-LIM-BIC8          pic x(08) value spaces .
            02 WS-LIM-CAP           pic 9(15) comp-3 value zero .
            02 WS-LIM-OUT-AMT       pic s9(15) comp-3 value zero .
            02 WS-LIM-RTN-AMT       pic s9(15) comp-3 value zero .
            02 WS-LIM-IN-AMT        pic s9(15) comp-3 value zero .
            02 WS-LIM-POS           pic s9(15) comp-3 value zero .
            02 WS-LIM-PCT           pic 9(05) comp-3 value zero .
            02 WS-LIQ-COUNT         pic 9(9) comp value zero .
            02 WS-LIQ-AMT           pic 9(15) comp-3 value zero .
      *    ONE QUEUED PAYMENT.
            02 WS-LQ-MSG-ID         pic x(12) value spaces .
            02 WS-LQ-BOOK-AMT       pic 9(15) comp-3 value zero .
            02 WS-LQ-QUEUED-TS      pic x(26) value spaces .
            02 WS-LQ-STATUS         pic x(01) value spaces .
            02 WS-LQ-RELEASED-BY    pic x(08) value spaces .
      *    OPERATOR PROFILE (TBC_OPERATOR) - THE SAME RELEASE LIMIT
      *    CRPYMR1 APPLIES TO A REVIEW RELEASE, IN BOOK-CURRENCY
      *    MINOR UNITS LIKE LIQ_BOOK_AMT.
            02 WS-OPER-FOUND-SW     pic x(01) value "N" .
              88  WS-OPER-FOUND        value "Y" .
            02 WS-OPER-REL-LIMIT    pic 9(15) comp-3 value zero .
      *
      *    SCREEN AMOUNTS ARE WHOLE UNITS OF BOOK CURRENCY - THE
      *    CENTS DO NOT MATTER AGAINST A CAP.
         01 ws-disp-vars .
            02 WS-D-CAP             pic zz,zzz,zzz,zz9 .
            02 WS-D-POS             pic -z,zzz,zzz,zz9 .
            02 WS-D-PCT             pic zzz9 .
            02 WS-D-COUNT           pic zzz9 .
            02 WS-D-AMT             pic zz,zzz,zzz,zz9 .
            02 WS-D-WORK            pic s9(15) comp-3 value zero .
      *
         01 ws-lim-head .
            02 filler               pic x(23) value
               "BANK                CAP" .
            02 filler               pic x(15) value
               "   NET POSITION" .
            02 filler               pic x(25) value
               " USE% QCNT     QUEUED AMT" .
      *
         01 ws-liq-map .
            02 WS-LIQ-LINE          pic x(79) occurs 8 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crliqm1 liquidity monitor start"
           move spaces to ws-liq-map
           PERFORM L0001-RECEIVE-COMMAND
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           END-CALL
           move BUSDATE-ISO to WS-BUS-DATE-ISO
           evaluate true
             when WS-CMD-LIMITS
               PERFORM L0002-LIST-LIMITS
             when WS-CMD-QUEUE
               PERFORM L0005-LIST-QUEUE
             when WS-CMD-RELEASE
               PERFORM L0008-RELEASE-PAYMENT
             when other
               move "ENTER LIMITS, QUEUE OR RELEASE"
                 to WS-LIQ-LINE(1)
               PERFORM L0009-SEND-ONE-LINE
           end-evaluate
           DISPLAY "crliqm1 liquidity monitor ende "
           EXEC CICS RETURN
           END-EXEC.
      *------------------------------
       L0001-RECEIVE-COMMAND.
           move spaces to ws-cmd-input
           EXEC CICS RECEIVE
                     INTO(WS-CMD-INPUT)
                     LENGTH(WS-CMD-LEN)
           END-EXEC
           .
      *------------------------------
      *    ONE LINE PER CAPPED BANK, HIGHEST UTILISATION IS WHAT
      *    TREASURY WATCHES, BUT THE LIST IS SHORT ENOUGH TO SHOW IN
      *    BANK ORDER - SIX BANKS TO A SCREEN.
       L0002-LIST-LIMITS.
           exec sql
             declare CSRL1 cursor for
               select LIM_BIC8, LIM_CAP_AMT
                 from TBC_CPTY_LIMIT
                order by LIM_BIC8
           end-exec
           exec sql
             open CSRL1
           end-exec
           string "COUNTERPARTY CAPS FOR " WS-BUS-DATE-ISO
             delimited by size into WS-LIQ-LINE(1)
           move ws-lim-head to WS-LIQ-LINE(2)
           move zero to WS-LIST-IDX
           move "N" to WS-LIST-EOF-SW
           PERFORM L0004-FETCH-LIMIT
           PERFORM L0003-FORMAT-LIMIT
             UNTIL WS-LIST-EOF OR WS-LIST-IDX >= 6
           exec sql
             close CSRL1
           end-exec
           if WS-LIST-IDX = zero and not WS-LIST-FAILED
             move "NO COUNTERPARTY CAPS ON FILE" to WS-LIQ-LINE(3)
           end-if
           EXEC CICS SEND TEXT
                     FROM(WS-LIQ-MAP)
                     LENGTH(LENGTH OF WS-LIQ-MAP)
                     ERASE
           END-EXEC
           .
      *------------------------------
       L0003-FORMAT-LIMIT.
           add 1 to WS-LIST-IDX
           move "N" to WS-POS-READ-SW
           PERFORM L0010-GET-POSITION
           move zero to WS-LIQ-COUNT
           move zero to WS-LIQ-AMT
           exec sql
             select count(*), coalesce(sum(LIQ_BOOK_AMT), 0)
               into :WS-LIQ-COUNT, :WS-LIQ-AMT
               from TBC_LIQ_QUEUE
              where LIQ_BIC8   = :WS-LIM-BIC8
                and LIQ_STATUS in ('Q', 'M')
           end-exec
           PERFORM L0011-CHK-POS-READ
           move zero to WS-LIM-PCT
           if WS-LIM-CAP > zero and WS-LIM-POS > zero
             compute WS-LIM-PCT = WS-LIM-POS * 100 / WS-LIM-CAP
           end-if
           compute WS-D-WORK = WS-LIM-CAP / 100
           move WS-D-WORK to WS-D-CAP
           compute WS-D-WORK = WS-LIM-POS / 100
           move WS-D-WORK to WS-D-POS
           move WS-LIM-PCT to WS-D-PCT
           move WS-LIQ-COUNT to WS-D-COUNT
           compute WS-D-WORK = WS-LIQ-AMT / 100
           move WS-D-WORK to WS-D-AMT
           if WS-POS-READ-FAILED
             string WS-LIM-BIC8 " " WS-D-CAP
                    " POSITION READ FAILED SQLCODE " WS-SQLCODE-DISP
               delimited by size into WS-LIQ-LINE(WS-LIST-IDX + 2)
           else
             string WS-LIM-BIC8 " " WS-D-CAP " " WS-D-POS " "
                    WS-D-PCT " " WS-D-COUNT " " WS-D-AMT
               delimited by size into WS-LIQ-LINE(WS-LIST-IDX + 2)
           end-if
           PERFORM L0004-FETCH-LIMIT
           .
      *------------------------------
       L0004-FETCH-LIMIT.
           exec sql
             fetch CSRL1 into :WS-LIM-BIC8, :WS-LIM-CAP
           end-exec
           if SQLCODE not = zero
             set WS-LIST-EOF to true
             if SQLCODE not = 100
      *        A FETCH FAILURE IS NOT THE END OF THE CAPS - SAY SO
      *        INSTEAD OF SHOWING A SHORT LIST.
               set WS-LIST-FAILED to true
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "L0004 FETCH FAILED SQLCODE " WS-SQLCODE-DISP
               move spaces to WS-LIQ-LINE(8)
               string "CAP READ FAILED SQLCODE " WS-SQLCODE-DISP
                 delimited by size into WS-LIQ-LINE(8)
             end-if
           end-if
           .
      *------------------------------
      *    NET SENDER POSITION FOR THE BUSINESS DATE - EXTRACTED
      *    DEBITS AND RETURNS OUT TO THE BANK, LESS CREDITS IN FROM
      *    IT.  KEEP IN STEP WITH X0014-LOAD-POSITION IN CREXTR1.
       L0010-GET-POSITION.
           move zero to WS-LIM-OUT-AMT
           move zero to WS-LIM-RTN-AMT
           move zero to WS-LIM-IN-AMT
           exec sql
             select coalesce(sum(coalesce(TXN_BOOK_AMT, TXN_AMT)), 0)
               into :WS-LIM-OUT-AMT
               from TBC_TXN
              where TXN_EXTRACT_DATE  = :WS-BUS-DATE-ISO
                and TXN_EXTRACT_CYCLE is not null
                and TXN_INDC_CRE_DB   = 'D'
                and coalesce(TXN_ON_US, 'N') <> 'Y'
                and substr(CREDITOR_BIC, 1, 8) = :WS-LIM-BIC8
           end-exec
           PERFORM L0011-CHK-POS-READ
           exec sql
             select coalesce(sum(TXN_AMT), 0)
               into :WS-LIM-RTN-AMT
               from TBC_CLR_RETURN
              where RTN_EXTRACT_DATE = :WS-BUS-DATE-ISO
                and substr(DEBTOR_BIC, 1, 8) = :WS-LIM-BIC8
           end-exec
           PERFORM L0011-CHK-POS-READ
           exec sql
             select coalesce(sum(coalesce(TXN_BOOK_AMT, TXN_AMT)), 0)
               into :WS-LIM-IN-AMT
               from TBC_TXN
              where DATE(TXN_TIMESTAMP) = :WS-BUS-DATE-ISO
                and TXN_INDC_CRE_DB     = 'C'
                and coalesce(TXN_ON_US, 'N') <> 'Y'
                and substr(DEBTOR_BIC, 1, 8) = :WS-LIM-BIC8
           end-exec
           PERFORM L0011-CHK-POS-READ
           compute WS-LIM-POS =
                   WS-LIM-OUT-AMT + WS-LIM-RTN-AMT - WS-LIM-IN-AMT
           .
      *------------------------------
      *    A POSITION OR QUEUE TOTAL THAT CANNOT BE READ IS NOT A
      *    ZERO - THE BANK'S LINE SHOWS THE FAILURE, NOT FIGURES.
       L0011-CHK-POS-READ.
           if SQLCODE not = zero
             set WS-POS-READ-FAILED to true
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "L0011 POSITION READ FAILED SQLCODE "
                     WS-SQLCODE-DISP " BANK " WS-LIM-BIC8
           end-if
           .
      *------------------------------
      *    ONE BANK'S QUEUE IN THE ORDER CREXTR1 WILL LET IT GO -
      *    OLDEST FIRST.  A ROW RELEASED BY HAND BUT NOT YET SENT
      *    SHOWS WHO RELEASED IT.
       L0005-LIST-QUEUE.
           exec sql
             declare CSRL2 cursor for
               select LIQ_MSG_ID, LIQ_BOOK_AMT, LIQ_QUEUED_TS,
                      LIQ_STATUS, coalesce(LIQ_RELEASED_BY, ' ')
                 from TBC_LIQ_QUEUE
                where LIQ_BIC8   = :WS-CMD-BIC8
                  and LIQ_STATUS in ('Q', 'M')
                order by LIQ_QUEUED_TS
           end-exec
           exec sql
             open CSRL2
           end-exec
           string "LIQUIDITY QUEUE FOR " WS-CMD-BIC8
                  " - OLDEST FIRST"
             delimited by size into WS-LIQ-LINE(1)
           move zero to WS-LIST-IDX
           move "N" to WS-LIST-EOF-SW
           PERFORM L0007-FETCH-QUEUE-ROW
           PERFORM L0006-FORMAT-QUEUE-ROW
             UNTIL WS-LIST-EOF OR WS-LIST-IDX >= 6
           if not WS-LIST-EOF
             move "MORE QUEUED - RELEASE FROM THE TOP TO SEE THE REST"
               to WS-LIQ-LINE(8)
           end-if
           exec sql
             close CSRL2
           end-exec
           if WS-LIST-IDX = zero and not WS-LIST-FAILED
             move "NOTHING QUEUED FOR THIS BANK" to WS-LIQ-LINE(2)
           end-if
           EXEC CICS SEND TEXT
                     FROM(WS-LIQ-MAP)
                     LENGTH(LENGTH OF WS-LIQ-MAP)
                     ERASE
           END-EXEC
           .
      *------------------------------
       L0006-FORMAT-QUEUE-ROW.
           add 1 to WS-LIST-IDX
           compute WS-D-WORK = WS-LQ-BOOK-AMT / 100
           move WS-D-WORK to WS-D-AMT
           if WS-LQ-STATUS = "M"
             string WS-LQ-MSG-ID " " WS-D-AMT " QUEUED "
                    WS-LQ-QUEUED-TS(1:19) " RELEASED BY "
                    WS-LQ-RELEASED-BY
               delimited by size into WS-LIQ-LINE(WS-LIST-IDX + 1)
           else
             string WS-LQ-MSG-ID " " WS-D-AMT " QUEUED "
                    WS-LQ-QUEUED-TS(1:19)
               delimited by size into WS-LIQ-LINE(WS-LIST-IDX + 1)
           end-if
           PERFORM L0007-FETCH-QUEUE-ROW
           .
      *------------------------------
       L0007-FETCH-QUEUE-ROW.
           exec sql
             fetch CSRL2 into :WS-LQ-MSG-ID, :WS-LQ-BOOK-AMT,
                              :WS-LQ-QUEUED-TS, :WS-LQ-STATUS,
                              :WS-LQ-RELEASED-BY
           end-exec
           if SQLCODE not = zero
             set WS-LIST-EOF to true
             if SQLCODE not = 100
      *        A FETCH FAILURE IS NOT THE END OF THE QUEUE - SAY SO
      *        INSTEAD OF SHOWING A SHORT LIST.
               set WS-LIST-FAILED to true
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "L0007 FETCH FAILED SQLCODE " WS-SQLCODE-DISP
               move spaces to WS-LIQ-LINE(8)
               string "QUEUE READ FAILED SQLCODE " WS-SQLCODE-DISP
                 delimited by size into WS-LIQ-LINE(8)
             end-if
           end-if
           .
      *------------------------------
      *    MANUAL RELEASE - THE QUEUE ROW IS MARKED "M" WITH THE
      *    OPERATOR AND COMMENT, AND THE NEXT CREXTR1 CYCLE SENDS THE
      *    PAYMENT WHATEVER THE CAP.  NOTHING IS EXTRACTED FROM HERE.
      *    SQLCODE 100 ON THE UPDATE MEANS THE ROW IS NO LONGER
      *    QUEUED - ALREADY RELEASED OR SENT.
       L0008-RELEASE-PAYMENT.
           move "N" to WS-OPER-FOUND-SW
           move zero to WS-OPER-REL-LIMIT
           if WS-CMD-OPERATOR not = spaces
             exec sql
               select OPER_REL_LIMIT
                 into :WS-OPER-REL-LIMIT
                 from TBC_OPERATOR
                where OPER_ID = :WS-CMD-OPERATOR
             end-exec
             if SQLCODE = zero
               set WS-OPER-FOUND to true
             end-if
           end-if
           move zero to WS-LQ-BOOK-AMT
           exec sql
             select LIQ_BOOK_AMT
               into :WS-LQ-BOOK-AMT
               from TBC_LIQ_QUEUE
              where LIQ_MSG_ID = :WS-CMD-KEY
                and LIQ_STATUS = 'Q'
           end-exec
           evaluate true
             when WS-CMD-OPERATOR = spaces
               move "OPERATOR ID REQUIRED" to WS-LIQ-LINE(1)
             when not WS-OPER-FOUND
               string "NO OPERATOR PROFILE : " WS-CMD-OPERATOR
                 delimited by size into WS-LIQ-LINE(1)
             when SQLCODE not = zero
               string "NOT QUEUED : " WS-CMD-KEY
                 delimited by size into WS-LIQ-LINE(1)
             when WS-LQ-BOOK-AMT > WS-OPER-REL-LIMIT
               move "AMOUNT OVER YOUR RELEASE LIMIT"
                 to WS-LIQ-LINE(1)
             when other
               exec sql
                 update TBC_LIQ_QUEUE
                    set LIQ_STATUS      = 'M'
                       ,LIQ_RELEASED_BY = :WS-CMD-OPERATOR
                       ,LIQ_RELEASED_TS = current timestamp
                       ,LIQ_COMMENT     = :WS-CMD-COMMENT
                  where LIQ_MSG_ID = :WS-CMD-KEY
                    and LIQ_STATUS = 'Q'
               end-exec
               if SQLCODE = zero
                 EXEC CICS SYNCPOINT
                 END-EXEC
                 string "RELEASED FOR THE NEXT CYCLE : " WS-CMD-KEY
                   delimited by size into WS-LIQ-LINE(1)
               else
                 move SQLCODE to WS-SQLCODE-DISP
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 string "RELEASE FAILED SQLCODE " WS-SQLCODE-DISP
                        " - NOTHING CHANGED"
                   delimited by size into WS-LIQ-LINE(1)
               end-if
           end-evaluate
           PERFORM L0009-SEND-ONE-LINE
           .
      *------------------------------
       L0009-SEND-ONE-LINE.
           EXEC CICS SEND TEXT
                     FROM(WS-LIQ-LINE(1))
                     LENGTH(LENGTH OF WS-LIQ-LINE(1))
                     ERASE
           END-EXEC
           .
