      *             house, marked TXN_ON_US by the chain, and must
      *             never be handed to the clearing house, so the
      *             cursor skips them.
      *    2026-10  business date - the header date and the extract
      *             stamp are the business date off the TBC_BUS_DATE
      *             control row (CRBDAT1), not the system clock, so a
      *             run after midnight still carries the day's date.
      *    2026-10  clearing cycles - the clearing house settles
      *             several times a day, so the extract now runs once
      *             per cycle off the TBC_CLR_CYCLE cut-off table
      *             instead of once a night.  each run takes the next
      *             cycle of the business date not yet extracted
      *             (TBC_CLR_EXTRACT), sweeps only payments captured
      *             up to that cycle's cut-off, carries the cycle
      *             number on the HD record and stamps it on every
      *             row (TXN_EXTRACT_CYCLE) beside the date.  a
      *             payment captured after the day's last cut-off
      *             waits for cycle 1 of the next business day.  the
      *             TBC_CLR_EXTRACT row written in the same unit of
      *             work is what CRSETL1 ticks off when the cycle's
      *             acknowledgment comes back.
      *    2026-10  returns - inbound clearing credits we could not
      *             apply (TBC_CLR_RETURN, raised by CRCLIM1 and by a
      *             KILL in CRPYMR1) go out in the same cycle file
      *             after the payments: a DT record from the original
      *             creditor back to the original debtor, carrying the
      *             inbound msg id and the ISO return reason in what
      *             was filler, stamped with the extract date and
      *             cycle like a TBC_TXN row and counted in the
      *             trailer and on TBC_CLR_EXTRACT.
      *    2026-10  counterparty caps - treasury keeps a net sender
      *             cap per counterparty bank (first eight of the BIC)
      *             on TBC_CPTY_LIMIT.  each run loads the caps with
      *             the business date's net position per bank so far
      *             (debits already extracted to it plus returns sent
      *             to it, less credits received from it) and checks
      *             every debit to a capped bank against it.  one that
      *             would take the position over the cap is not
      *             extracted but parked on TBC_LIQ_QUEUE, and every
      *             later payment to that bank in the run queues
      *             behind it.  queued rows stay unextracted in TBC_TXN
      *             and are looked at again, oldest first, every cycle
      *             - incoming credits or a raised cap let them go - and
      *             one released by hand on CRLIQM1 goes out whatever
      *             the cap.  RC 04 when anything is left queued.
      *    2026-10  read checks - a position or queue read that fails
      *             stops the run RC 16 instead of reading as zero or
      *             not queued.  EXTROUT is only opened once the caps
      *             and positions are loaded, and the trailer is only
      *             written once the cycle is registered - a run that
      *             fails part way leaves no file, or one with no
      *             trailer, never one that looks fit to send.
      *
       ENVIRONMENT DIVISION.
      *
           END-EXEC.

           COPY CRRNBLK.

           COPY CRBDBLK.
      *
         01 ws-extr-header .
            02 filler               pic x(02) value "HD" .
            02 WS-HDR-EXTR-DATE     pic 9(08) value zero .
            02 WS-HDR-CYCLE         pic 9(02) value zero .
            02 filler               pic x(238) value spaces .
         01 ws-extr-detail .
            02 filler               pic x(02) value "DT" .
            02 WS-DTL-MSG-ID        pic x(12) .
            02 WS-DTL-CRED-IBAN     pic x(35) .
            02 WS-DTL-CRED-BIC      pic x(11) .
            02 WS-DTL-CRED-NAME     pic x(50) .
      *    A RETURN NAMES THE INBOUND PAYMENT AND SAYS WHY; SPACES ON
      *    AN ORDINARY PAYMENT.
            02 WS-DTL-ORIG-MSG-ID   pic x(12) .
            02 WS-DTL-RTN-REASON    pic x(04) .
            02 filler               pic x(12) value spaces .
         01 ws-extr-trailer .
            02 filler               pic x(02) value "TR" .
            02 WS-TRL-COUNT         pic 9(09) value zero .
              88  WS-EOF               value "Y" .
            02 WS-EXTR-COUNT        pic 9(9) comp value zero .
            02 WS-EXTR-AMT-TOTAL    pic 9(15) comp-3 value zero .
            02 WS-RTN-EXTR-COUNT    pic 9(9) comp value zero .
            02 WS-RTN-EOF-SW        pic x(01) value "N" .
              88  WS-RTN-EOF           value "Y" .
         01 ws-extr-date .
            02 WS-EXTR-DATE-NUM     pic 9(08) value zero .
            02 WS-EXTR-DATE-ISO     pic x(10) value spaces .
      *    THE CYCLE THIS RUN CARRIES AND ITS CUT-OFF.  THE CUT-OFF
      *    IS HHMMSS ON THE CYCLE TABLE; THE CURSOR WANTS IT AS A
      *    DB2 TIMESTAMP STRING ON THE BUSINESS DATE.
         01 ws-cycle-vars .
            02 WS-CYCLE-NO          pic 9(02) value zero .
            02 WS-LAST-CYCLE        pic 9(02) value zero .
            02 WS-CUTOFF-TIME       pic 9(06) value zero .
            02 WS-CUTOFF-TS         pic x(26) value spaces .
            02 WS-REGISTER-SW       pic x(01) value "N" .
               88 WS-REGISTER-FAILED          value "Y" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
         01 ws-cursor-vars .
            02 WS-CSR-MSG-ID        pic x(12) .
            02 WS-CSR-INDC          pic x(01) .
            02 WS-CSR-CRE-IBAN      pic x(35) .
            02 WS-CSR-CRE-BIC       pic x(11) .
            02 WS-CSR-CRE-NAME      pic x(50) .
            02 WS-CSR-ORIG-MSG-ID   pic x(12) .
            02 WS-CSR-RTN-REASON    pic x(04) .
            02 WS-CSR-BOOK-AMT      pic 9(15) comp-3 .
      *
      *    COUNTERPARTY CAPS FOR THE RUN - ONE ENTRY PER CAPPED BANK,
      *    FILLED FRONT TO BACK FROM TBC_CPTY_LIMIT AND SEARCHED THE
      *    SAME WAY CRPOSRPT SEARCHES ITS POSITION TABLE.  CAP AND
      *    POSITION ARE BOOK-CURRENCY MINOR UNITS LIKE TXN_BOOK_AMT;
      *    THE POSITION IS SIGNED - A BANK THAT HAS SENT US MORE
      *    THAN WE SENT IT IS NET NEGATIVE.  WS-LIMT-QUEUED GOES TO
      *    "Y" THE FIRST TIME A PAYMENT TO THE BANK IS QUEUED IN THE
      *    RUN, AND EVERY LATER ONE QUEUES BEHIND IT - OLDEST FIRST.
         01 ws-lim-vars .
            02 WS-LIM-MAX           pic 9(4) comp value 500 .
            02 WS-LIM-COUNT         pic 9(4) comp value zero .
            02 WS-LIM-EOF-SW        pic x(01) value "N" .
              88  WS-LIM-EOF           value "Y" .
            02 WS-LIM-HIT-SW        pic x(01) value "N" .
              88  WS-LIM-HIT           value "Y" .
              88  WS-LIM-MISS          value "N" .
            02 WS-LIM-BIC8          pic x(08) value spaces .
            02 WS-LIM-CAP           pic 9(15) comp-3 value zero .
            02 WS-LIM-OUT-AMT       pic s9(15) comp-3 value zero .
            02 WS-LIM-RTN-AMT       pic s9(15) comp-3 value zero .
            02 WS-LIM-IN-AMT        pic s9(15) comp-3 value zero .
            02 WS-LIM-NEW-POS       pic s9(15) comp-3 value zero .
      *    THE PAYMENT'S OPEN TBC_LIQ_QUEUE ROW, IF IT HAS ONE.
            02 WS-LIQ-STATUS        pic x(01) value space .
              88  WS-LIQ-NONE          value space .
              88  WS-LIQ-QUEUED        value "Q" .
              88  WS-LIQ-MANUAL        value "M" .
            02 WS-LIQ-HOLD-SW       pic x(01) value "N" .
              88  WS-LIQ-HOLD          value "Y" .
              88  WS-LIQ-SEND          value "N" .
            02 WS-LIQ-HOLD-COUNT    pic 9(9) comp value zero .
            02 WS-LIQ-REL-COUNT     pic 9(9) comp value zero .
         01 ws-lim-tab .
            02 WS-LIM-ENTRY occurs 500 times
                            indexed by LIM-IDX .
               03 WS-LIMT-BIC8      pic x(08) .
               03 WS-LIMT-CAP       pic 9(15) comp-3 .
               03 WS-LIMT-POS       pic s9(15) comp-3 .
               03 WS-LIMT-QUEUED    pic x(01) .
      *
       PROCEDURE DIVISION.
      *
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM X0001-INITIALIZE
           if not WS-EOF
             PERFORM X0012-LOAD-LIMITS
             if WS-REGISTER-FAILED
               DISPLAY "CREXTR1 NO EXTRACT WRITTEN FOR CYCLE "
                       WS-CYCLE-NO
             else
               PERFORM X0019-OPEN-EXTRACT
               if WS-EXTR-OK
                 PERFORM X0020-WRITE-EXTRACT
                 CLOSE EXTR-FILE
               end-if
             end-if
           end-if
           DISPLAY "crextr1 extracted" WS-EXTR-COUNT
           DISPLAY "crextr1 returns  " WS-RTN-EXTR-COUNT
           DISPLAY "crextr1 queued   " WS-LIQ-HOLD-COUNT
           DISPLAY "crextr1 unqueued " WS-LIQ-REL-COUNT
           if WS-LIQ-HOLD-COUNT > zero and RETURN-CODE = zero
             move 04 to RETURN-CODE
           end-if
           set RUNLOG-FUNC-END to true
           move WS-EXTR-COUNT to RUNLOG-INPUT-COUNT
           move WS-EXTR-COUNT to RUNLOG-ACCEPT-COUNT
           GOBACK.
      *------------------------------
       X0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-EXTR-DATE-NUM
           move BUSDATE-ISO  to WS-EXTR-DATE-ISO
           PERFORM X0007-FIND-CYCLE
           .
      *------------------------------
       X0019-OPEN-EXTRACT.
           OPEN OUTPUT EXTR-FILE
           if not WS-EXTR-OK
             DISPLAY "CREXTR1 CANNOT OPEN EXTROUT " WS-EXTR-STATUS
             move 16 to RETURN-CODE
           else
             move WS-EXTR-DATE-NUM to WS-HDR-EXTR-DATE
             move WS-CYCLE-NO      to WS-HDR-CYCLE
             WRITE EXTR-RECORD FROM WS-EXTR-HEADER
           end-if
           .
      *------------------------------
      *    THE CYCLE'S PAYMENTS, THEN ITS RETURNS, THEN THE REGISTER
      *    ROW AND LAST OF ALL THE TRAILER.  THE FIRST FAILURE STOPS
      *    THE WRITING; EVERYTHING IS BACKED OUT AND EXTROUT IS LEFT
      *    WITHOUT A TRAILER, SO IT CANNOT GO TO THE CLEARING HOUSE.
       X0020-WRITE-EXTRACT.
           PERFORM X0002-OPEN-CURSOR
           PERFORM X0006-FETCH-ROW
           PERFORM X0003-PROCESS-ROW UNTIL WS-EOF
           PERFORM X0005-CLOSE-CURSOR
           if not WS-REGISTER-FAILED
             PERFORM X0009-OPEN-RETURNS
             PERFORM X0011-FETCH-RETURN
             PERFORM X0010-PROCESS-RETURN UNTIL WS-RTN-EOF
             exec sql
               close CSRX2
             end-exec
           end-if
           if not WS-REGISTER-FAILED
             PERFORM X0008-RECORD-CYCLE
           end-if
           if not WS-REGISTER-FAILED
             PERFORM X0004-WRITE-TRAILER
             exec sql
               commit
             end-exec
           else
             exec sql
               rollback
             end-exec
             DISPLAY "CREXTR1 EXTROUT LEFT WITHOUT A TRAILER - NOT TO"
                     " BE SENT"
           end-if
           .
      *------------------------------
      *    THE NEXT CYCLE OF THE BUSINESS DATE STILL TO GO - ONE
      *    PAST THE HIGHEST ALREADY ON TBC_CLR_EXTRACT.  THE SCHEDULER
      *    STARTS EACH RUN AFTER ITS CUT-OFF; A RUN WITH EVERY CYCLE
      *    OF THE DAY ALREADY DONE WRITES NOTHING AND ENDS RC 8 -
      *    ANYTHING STILL WAITING BELONGS TO THE NEXT BUSINESS DAY.
       X0007-FIND-CYCLE.
           move zero to WS-LAST-CYCLE
           exec sql
             select coalesce(max(EXT_CYCLE), 0)
               into :WS-LAST-CYCLE
               from TBC_CLR_EXTRACT
              where EXT_DATE = :WS-EXTR-DATE-NUM
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CREXTR1 TBC_CLR_EXTRACT READ FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-EOF to true
             move 16 to RETURN-CODE
           else
             exec sql
               select CYC_NO, CYC_CUTOFF
                 into :WS-CYCLE-NO, :WS-CUTOFF-TIME
                 from TBC_CLR_CYCLE
                where CYC_NO = (select min(CYC_NO)
                                  from TBC_CLR_CYCLE
                                 where CYC_NO > :WS-LAST-CYCLE)
             end-exec
             evaluate true
               when SQLCODE = zero
                 string WS-EXTR-DATE-ISO "-"
                        WS-CUTOFF-TIME(1:2) "."
                        WS-CUTOFF-TIME(3:2) "."
                        WS-CUTOFF-TIME(5:2) ".999999"
                   delimited by size into WS-CUTOFF-TS
                 DISPLAY "CREXTR1 CYCLE " WS-CYCLE-NO " OF "
                         WS-EXTR-DATE-NUM " CUT-OFF " WS-CUTOFF-TS
               when SQLCODE = 100
                 DISPLAY "CREXTR1 ALL CYCLES FOR " WS-EXTR-DATE-NUM
                         " ALREADY EXTRACTED - NOTHING WRITTEN"
                 set WS-EOF to true
                 move 08 to RETURN-CODE
               when other
                 move SQLCODE to WS-SQLCODE-DISP
                 DISPLAY "CREXTR1 TBC_CLR_CYCLE READ FAILED SQLCODE "
                         WS-SQLCODE-DISP
                 set WS-EOF to true
                 move 16 to RETURN-CODE
             end-evaluate
           end-if
           .
      *------------------------------
      *    THE CYCLE'S OWN RECORD - DATE, CYCLE, COUNT AND AMOUNT -
      *    IN THE SAME UNIT OF WORK AS THE ROW STAMPS, SO A CYCLE IS
      *    EITHER FULLY EXTRACTED AND REGISTERED OR NOT AT ALL.
       X0008-RECORD-CYCLE.
           exec sql
             insert into TBC_CLR_EXTRACT (
                    EXT_DATE
                   ,EXT_CYCLE
                   ,EXT_TIMESTAMP
                   ,EXT_COUNT
                   ,EXT_AMT_TOTAL
             )
             values (
                    :WS-EXTR-DATE-NUM
                   ,:WS-CYCLE-NO
                   ,current timestamp
                   ,:WS-EXTR-COUNT
                   ,:WS-EXTR-AMT-TOTAL
             )
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CREXTR1 CYCLE REGISTER FAILED SQLCODE "
                     WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
             set WS-REGISTER-FAILED to true
             move 16 to RETURN-CODE
           end-if
           .
      *------------------------------
       X0002-OPEN-CURSOR.
      *    ONLY ROWS NEVER EXTRACTED BEFORE QUALIFY - THE EXTRACT-DATE
               select TXN_MSG_ID, TXN_INDC_CRE_DB, TXN_AMT,
                      TXN_CURRENCY, DEBTOR_IBAN, DEBTOR_BIC,
                      DEBTOR_NAME, CREDITOR_IBAN, CREDITOR_BIC,
                      CREDITOR_NAME,
                      coalesce(TXN_BOOK_AMT, TXN_AMT)
                 from TBC_TXN
                where TXN_EXTRACT_DATE is null
                  and coalesce(TXN_ON_US, 'N') <> 'Y'
                  and TXN_TIMESTAMP <= :WS-CUTOFF-TS
                order by TXN_TIMESTAMP
           end-exec
           exec sql
           .
      *------------------------------
       X0003-PROCESS-ROW.
           PERFORM X0015-CHK-EXPOSURE
           evaluate true
             when WS-REGISTER-FAILED
               continue
             when WS-LIQ-HOLD
               PERFORM X0016-QUEUE-PAYMENT
             when other
               PERFORM X0018-EXTRACT-PAYMENT
           end-evaluate
           if WS-REGISTER-FAILED
             set WS-EOF to true
           else
             PERFORM X0006-FETCH-ROW
           end-if
           .
      *------------------------------
       X0018-EXTRACT-PAYMENT.
           move WS-CSR-MSG-ID    to WS-DTL-MSG-ID
           move WS-CSR-INDC      to WS-DTL-INDC
           move WS-CSR-AMT       to WS-DTL-AMT
           move WS-CSR-CRE-IBAN  to WS-DTL-CRED-IBAN
           move WS-CSR-CRE-BIC   to WS-DTL-CRED-BIC
           move WS-CSR-CRE-NAME  to WS-DTL-CRED-NAME
           move spaces           to WS-DTL-ORIG-MSG-ID
           move spaces           to WS-DTL-RTN-REASON
           WRITE EXTR-RECORD FROM WS-EXTR-DETAIL
           exec sql
             update TBC_TXN
                set TXN_EXTRACT_DATE  = :WS-EXTR-DATE-ISO
                   ,TXN_EXTRACT_CYCLE = :WS-CYCLE-NO
              where TXN_MSG_ID = :WS-CSR-MSG-ID
           end-exec
           add 1 to WS-EXTR-COUNT
           add WS-CSR-AMT to WS-EXTR-AMT-TOTAL
           if not WS-LIQ-NONE
             PERFORM X0017-CLEAR-QUEUE-ROW
           end-if
           .
      *------------------------------
       X0006-FETCH-ROW.
                             :WS-CSR-AMT, :WS-CSR-CURRENCY,
                             :WS-CSR-DEB-IBAN, :WS-CSR-DEB-BIC,
                             :WS-CSR-DEB-NAME, :WS-CSR-CRE-IBAN,
                             :WS-CSR-CRE-BIC, :WS-CSR-CRE-NAME,
                             :WS-CSR-BOOK-AMT
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CREXTR1 PAYMENT FETCH FAILED SQLCODE "
                       WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
               set WS-REGISTER-FAILED to true
               move 16 to RETURN-CODE
               set WS-EOF to true
           end-evaluate
           .
      *------------------------------
       X0004-WRITE-TRAILER.
             close CSRX
           end-exec
           .
      *------------------------------
      *    RETURNS OF INBOUND CREDITS NOT YET SENT, RAISED UP TO THE
      *    CYCLE'S CUT-OFF - SAME ONE-UNIT-OF-WORK RULE AS X0002.
       X0009-OPEN-RETURNS.
           exec sql
             declare CSRX2 cursor for
               select RTN_MSG_ID, TXN_AMT, TXN_CURRENCY,
                      DEBTOR_IBAN, DEBTOR_BIC, DEBTOR_NAME,
                      CREDITOR_IBAN, CREDITOR_BIC, CREDITOR_NAME,
                      RTN_ORIG_MSG_ID, RTN_REASON
                 from TBC_CLR_RETURN
                where RTN_EXTRACT_DATE is null
                  and RTN_CREATED_TS <= :WS-CUTOFF-TS
                order by RTN_CREATED_TS
           end-exec
           exec sql
             open CSRX2
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CREXTR1 RETURN CURSOR FAILED SQLCODE "
                     WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
             set WS-REGISTER-FAILED to true
             move 16 to RETURN-CODE
             set WS-RTN-EOF to true
           end-if
           .
      *------------------------------
      *    THE RETURN RUNS THE OTHER WAY FROM THE CREDIT IT SENDS
      *    BACK - OUR CUSTOMER'S SIDE (THE INBOUND CREDITOR) PAYS THE
      *    SENDING BANK'S CUSTOMER (THE INBOUND DEBTOR).
       X0010-PROCESS-RETURN.
           move WS-CSR-MSG-ID      to WS-DTL-MSG-ID
           move "D"                to WS-DTL-INDC
           move WS-CSR-AMT         to WS-DTL-AMT
           move WS-CSR-CURRENCY    to WS-DTL-CURRENCY
           move WS-CSR-CRE-IBAN    to WS-DTL-DEBTOR-IBAN
           move WS-CSR-CRE-BIC     to WS-DTL-DEBTOR-BIC
           move WS-CSR-CRE-NAME    to WS-DTL-DEBTOR-NAME
           move WS-CSR-DEB-IBAN    to WS-DTL-CRED-IBAN
           move WS-CSR-DEB-BIC     to WS-DTL-CRED-BIC
           move WS-CSR-DEB-NAME    to WS-DTL-CRED-NAME
           move WS-CSR-ORIG-MSG-ID to WS-DTL-ORIG-MSG-ID
           move WS-CSR-RTN-REASON  to WS-DTL-RTN-REASON
           WRITE EXTR-RECORD FROM WS-EXTR-DETAIL
           exec sql
             update TBC_CLR_RETURN
                set RTN_EXTRACT_DATE  = :WS-EXTR-DATE-ISO
                   ,RTN_EXTRACT_CYCLE = :WS-CYCLE-NO
              where RTN_MSG_ID = :WS-CSR-MSG-ID
           end-exec
           add 1 to WS-EXTR-COUNT
           add 1 to WS-RTN-EXTR-COUNT
           add WS-CSR-AMT to WS-EXTR-AMT-TOTAL
           PERFORM X0011-FETCH-RETURN
           .
      *------------------------------
       X0011-FETCH-RETURN.
           exec sql
             fetch CSRX2 into :WS-CSR-MSG-ID, :WS-CSR-AMT,
                              :WS-CSR-CURRENCY,
                              :WS-CSR-DEB-IBAN, :WS-CSR-DEB-BIC,
                              :WS-CSR-DEB-NAME, :WS-CSR-CRE-IBAN,
                              :WS-CSR-CRE-BIC, :WS-CSR-CRE-NAME,
                              :WS-CSR-ORIG-MSG-ID, :WS-CSR-RTN-REASON
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-RTN-EOF to true
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CREXTR1 RETURN FETCH FAILED SQLCODE "
                       WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
               set WS-REGISTER-FAILED to true
               move 16 to RETURN-CODE
               set WS-RTN-EOF to true
           end-evaluate
           .
      *------------------------------
      *    THE CAPS AND EACH CAPPED BANK'S POSITION SO FAR TODAY.  A
      *    CAP TABLE THAT CANNOT BE READ, OR THAT DOES NOT FIT, STOPS
      *    THE RUN - EXTRACTING WITHOUT THE CAPS IS EXACTLY WHAT
      *    TREASURY ASKED US NOT TO DO.
       X0012-LOAD-LIMITS.
           move spaces to ws-lim-tab
           move zero to WS-LIM-COUNT
           exec sql
             declare CSRX3 cursor for
               select LIM_BIC8, LIM_CAP_AMT
                 from TBC_CPTY_LIMIT
                order by LIM_BIC8
           end-exec
           exec sql
             open CSRX3
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CREXTR1 LIMIT CURSOR FAILED SQLCODE "
                     WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
             set WS-REGISTER-FAILED to true
             move 16 to RETURN-CODE
             set WS-LIM-EOF to true
           end-if
           PERFORM X0013-FETCH-LIMIT UNTIL WS-LIM-EOF
           DISPLAY "CREXTR1 COUNTERPARTY CAPS LOADED " WS-LIM-COUNT
           .
      *------------------------------
       X0013-FETCH-LIMIT.
           exec sql
             fetch CSRX3 into :WS-LIM-BIC8, :WS-LIM-CAP
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-LIM-EOF to true
               exec sql
                 close CSRX3
               end-exec
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CREXTR1 LIMIT FETCH FAILED SQLCODE "
                       WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
               set WS-REGISTER-FAILED to true
               move 16 to RETURN-CODE
               set WS-LIM-EOF to true
             when WS-LIM-COUNT >= WS-LIM-MAX
               DISPLAY "CREXTR1 LIMIT TABLE FULL AT " WS-LIM-MAX
                       " ENTRIES - RUN STOPPED, RAISE WS-LIM-MAX"
               set WS-REGISTER-FAILED to true
               move 16 to RETURN-CODE
               set WS-LIM-EOF to true
               exec sql
                 close CSRX3
               end-exec
             when other
               add 1 to WS-LIM-COUNT
               set LIM-IDX to WS-LIM-COUNT
               move WS-LIM-BIC8 to WS-LIMT-BIC8(LIM-IDX)
               move WS-LIM-CAP  to WS-LIMT-CAP(LIM-IDX)
               move "N"         to WS-LIMT-QUEUED(LIM-IDX)
               PERFORM X0014-LOAD-POSITION
           end-evaluate
           .
      *------------------------------
      *    NET SENDER POSITION FOR THE BUSINESS DATE, THE SAME
      *    COUNTERPARTY RULE CRPOSRPT USES: DEBITS GO OUT TO THE
      *    CREDITOR'S BANK, CREDITS COME IN FROM THE DEBTOR'S.  OUT
      *    IS WHAT EARLIER CYCLES ALREADY EXTRACTED (A CYCLE NUMBER
      *    ON THE STAMP - NO-EXTRACT ENTRIES HAVE NONE) PLUS THE
      *    RETURNS SENT BACK TO THE BANK; IN IS EVERY CREDIT FROM
      *    THE BANK POSTED TODAY.  ON-US LEGS NEVER LEFT THE HOUSE.
      *    RETURNS CARRY NO BOOK AMOUNT AND ARE TAKEN AT FACE VALUE.
       X0014-LOAD-POSITION.
           move zero to WS-LIM-OUT-AMT
           move zero to WS-LIM-RTN-AMT
           move zero to WS-LIM-IN-AMT
           exec sql
             select coalesce(sum(coalesce(TXN_BOOK_AMT, TXN_AMT)), 0)
               into :WS-LIM-OUT-AMT
               from TBC_TXN
              where TXN_EXTRACT_DATE  = :WS-EXTR-DATE-ISO
                and TXN_EXTRACT_CYCLE is not null
                and TXN_INDC_CRE_DB   = 'D'
                and coalesce(TXN_ON_US, 'N') <> 'Y'
                and substr(CREDITOR_BIC, 1, 8) = :WS-LIM-BIC8
           end-exec
           if SQLCODE = zero
             exec sql
               select coalesce(sum(TXN_AMT), 0)
                 into :WS-LIM-RTN-AMT
                 from TBC_CLR_RETURN
                where RTN_EXTRACT_DATE = :WS-EXTR-DATE-ISO
                  and substr(DEBTOR_BIC, 1, 8) = :WS-LIM-BIC8
             end-exec
           end-if
           if SQLCODE = zero
             exec sql
               select coalesce(sum(coalesce(TXN_BOOK_AMT, TXN_AMT)),
                               0)
                 into :WS-LIM-IN-AMT
                 from TBC_TXN
                where DATE(TXN_TIMESTAMP) = :WS-EXTR-DATE-ISO
                  and TXN_INDC_CRE_DB     = 'C'
                  and coalesce(TXN_ON_US, 'N') <> 'Y'
                  and substr(DEBTOR_BIC, 1, 8) = :WS-LIM-BIC8
             end-exec
           end-if
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CREXTR1 POSITION READ FAILED FOR " WS-LIM-BIC8
                     " SQLCODE " WS-SQLCODE-DISP
             set WS-REGISTER-FAILED to true
             move 16 to RETURN-CODE
             set WS-LIM-EOF to true
           else
             compute WS-LIMT-POS(LIM-IDX) =
                     WS-LIM-OUT-AMT + WS-LIM-RTN-AMT - WS-LIM-IN-AMT
           end-if
           .
      *------------------------------
      *    A DEBIT TO A CAPPED BANK GOES OUT ONLY IF IT FITS UNDER THE
      *    CAP AND NOTHING OLDER TO THE SAME BANK IS WAITING IN THIS
      *    RUN.  A PAYMENT TREASURY RELEASED BY HAND ON CRLIQM1 GOES
      *    OUT REGARDLESS, AND COUNTS TOWARDS THE POSITION LIKE ANY
      *    OTHER.  NO BIC, NO CAP - THE BANK CANNOT BE TOLD.
       X0015-CHK-EXPOSURE.
           set WS-LIQ-SEND to true
           set WS-LIQ-NONE to true
           set WS-LIM-MISS to true
           if WS-CSR-INDC = "D" and WS-CSR-CRE-BIC not = spaces
              and WS-LIM-COUNT > zero
             set LIM-IDX to 1
             SEARCH WS-LIM-ENTRY
               AT END
                 continue
               WHEN WS-LIMT-BIC8(LIM-IDX) = WS-CSR-CRE-BIC(1:8)
                 set WS-LIM-HIT to true
               WHEN WS-LIMT-BIC8(LIM-IDX) = spaces
                 continue
             END-SEARCH
           end-if
           if WS-LIM-HIT
             exec sql
               select LIQ_STATUS
                 into :WS-LIQ-STATUS
                 from TBC_LIQ_QUEUE
                where LIQ_MSG_ID = :WS-CSR-MSG-ID
                  and LIQ_STATUS in ('Q', 'M')
             end-exec
             evaluate true
               when SQLCODE = zero
                 continue
               when SQLCODE = 100
                 set WS-LIQ-NONE to true
               when other
                 move SQLCODE to WS-SQLCODE-DISP
                 DISPLAY "CREXTR1 TBC_LIQ_QUEUE READ FAILED SQLCODE "
                         WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
                 set WS-REGISTER-FAILED to true
                 move 16 to RETURN-CODE
             end-evaluate
           end-if
           if WS-LIM-HIT and not WS-REGISTER-FAILED
             compute WS-LIM-NEW-POS =
                     WS-LIMT-POS(LIM-IDX) + WS-CSR-BOOK-AMT
             evaluate true
               when WS-LIQ-MANUAL
                 continue
               when WS-LIMT-QUEUED(LIM-IDX) = "Y"
                 set WS-LIQ-HOLD to true
               when WS-LIM-NEW-POS > WS-LIMT-CAP(LIM-IDX)
                 set WS-LIQ-HOLD to true
                 move "Y" to WS-LIMT-QUEUED(LIM-IDX)
               when other
                 continue
             end-evaluate
             if WS-LIQ-SEND
               move WS-LIM-NEW-POS to WS-LIMT-POS(LIM-IDX)
             end-if
           end-if
           .
      *------------------------------
      *    NOT EXTRACTED - THE TBC_TXN ROW STAYS UNSTAMPED SO THE
      *    NEXT CYCLE SEES IT AGAIN.  THE QUEUE ROW IS WRITTEN THE
      *    FIRST TIME ONLY AND KEEPS ITS ORIGINAL QUEUED TIMESTAMP.
       X0016-QUEUE-PAYMENT.
           add 1 to WS-LIQ-HOLD-COUNT
           if WS-LIQ-NONE
             move WS-LIMT-BIC8(LIM-IDX) to WS-LIM-BIC8
             DISPLAY "CREXTR1 QUEUED " WS-CSR-MSG-ID " FOR "
                     WS-LIMT-BIC8(LIM-IDX) " - OVER CAP"
             exec sql
               insert into TBC_LIQ_QUEUE (
                      LIQ_MSG_ID
                     ,LIQ_BIC8
                     ,LIQ_BOOK_AMT
                     ,LIQ_STATUS
                     ,LIQ_QUEUED_TS
                     ,LIQ_QUEUED_DATE
                     ,LIQ_QUEUED_CYCLE
               )
               values (
                      :WS-CSR-MSG-ID
                     ,:WS-LIM-BIC8
                     ,:WS-CSR-BOOK-AMT
                     ,'Q'
                     ,current timestamp
                     ,:WS-EXTR-DATE-NUM
                     ,:WS-CYCLE-NO
               )
             end-exec
             if SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CREXTR1 QUEUE INSERT FAILED SQLCODE "
                       WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
               set WS-REGISTER-FAILED to true
               move 16 to RETURN-CODE
             end-if
           end-if
           .
      *------------------------------
      *    A QUEUED PAYMENT THAT WENT OUT IN THIS CYCLE - CLOSED ON
      *    THE QUEUE WITH THE CYCLE THAT CARRIED IT.  ONE RELEASED BY
      *    HAND ALREADY CARRIES THE OPERATOR; ONE THE CAP MADE ROOM
      *    FOR IS RELEASED BY THIS JOB.
       X0017-CLEAR-QUEUE-ROW.
           exec sql
             update TBC_LIQ_QUEUE
                set LIQ_STATUS        = 'E'
                   ,LIQ_EXTRACT_DATE  = :WS-EXTR-DATE-NUM
                   ,LIQ_EXTRACT_CYCLE = :WS-CYCLE-NO
                   ,LIQ_RELEASED_BY   =
                        coalesce(LIQ_RELEASED_BY, 'CREXTR1')
                   ,LIQ_RELEASED_TS   =
                        coalesce(LIQ_RELEASED_TS, current timestamp)
              where LIQ_MSG_ID = :WS-CSR-MSG-ID
                and LIQ_STATUS in ('Q', 'M')
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CREXTR1 QUEUE CLEAR FAILED SQLCODE "
                     WS-SQLCODE-DISP " - EXTRACT BACKED OUT"
             set WS-REGISTER-FAILED to true
             move 16 to RETURN-CODE
           else
             add 1 to WS-LIQ-REL-COUNT
           end-if
           .
