      *             posts it - straight through, review release or
      *             suspense re-drive - so the outbound extract can
      *             never select it.
      *    2026-10  clearing cycles - the extract now runs several
      *             times a day and every ack file answers one cycle.
      *             the HD record carries the cycle next to the date,
      *             a payment is matched on msg id plus the extract
      *             date and cycle it was sent in, and the ack is
      *             booked against the cycle's TBC_CLR_EXTRACT row
      *             (count checked against what was sent).  any
      *             earlier cycle still without an ack is listed and
      *             the run ends RC 8 so ops chase the missing file.
      *             a DT ahead of the HD now fails the run - there is
      *             no cycle to match it to.
      *    2026-10  returns - a cycle file now also carries the
      *             returns of inbound credits (TBC_CLR_RETURN).  an
      *             ack naming one is booked on the return row, not
      *             TBC_TXN, and never generates a reversal - nothing
      *             was ever posted.  a return the clearing house
      *             itself bounces is shouted for ops and ends RC 8;
      *             it stays on CRRTNRPT until settled.
      *    2026-10  business date - TXN_SETL_DATE and RTN_SETL_DATE
      *             are the business date off CRBDAT1 (A0023), not
      *             the clock, so an ack booked late in the suite
      *             after midnight lands on its business day.  the
      *             last cycle of a day, whose missing ack no later
      *             ack can reveal, is caught by the clearing ack
      *             section of CRRUNRPT.
      *
       ENVIRONMENT DIVISION.
      *
         01 ws-ack-header .
            02 WS-AH-REC-TYPE       pic x(02) .
            02 WS-AH-FILE-DATE      pic 9(08) .
            02 WS-AH-CYCLE          pic 9(02) .
         01 ws-ack-detail .
            02 WS-AD-REC-TYPE       pic x(02) .
            02 WS-AD-MSG-ID         pic x(12) .
            02 WS-NOTFND-COUNT      pic 9(9) comp value zero .
            02 WS-RVSL-REJ-COUNT    pic 9(9) comp value zero .
            02 WS-DETAIL-COUNT      pic 9(09) comp value zero .
            02 WS-ACK-RTN-SW        pic x(01) value "N" .
              88  WS-ACK-ON-RETURN     value "Y" .
              88  WS-ACK-ON-PAYMENT    value "N" .
         01 ws-setl-ctl-vars .
            02 WS-HDR-SEEN-SW       pic x(01) value "N" .
              88  WS-HDR-SEEN          value "Y" .
              88  WS-TRL-SEEN          value "Y" .
            02 WS-BAL-FAIL-SW       pic x(01) value "N" .
              88  WS-BAL-FAILED        value "Y" .
      *
      *    THE CYCLE THE ACK FILE ANSWERS, AND THE CLEARING REGISTER
      *    WORK FIELDS FOR BOOKING IT AND FOR THE MISSING-ACK LIST.
         01 ws-setl-cycle-vars .
            02 WS-AH-FILE-ISO       pic x(10) value spaces .
            02 WS-EXT-COUNT         pic 9(9) comp value zero .
            02 WS-MISS-DATE         pic 9(08) value zero .
            02 WS-MISS-CYCLE        pic 9(02) value zero .
            02 WS-MISS-COUNT        pic 9(9) comp value zero .
            02 WS-MISS-TOTAL        pic 9(9) comp value zero .
            02 WS-MISS-EOF-SW       pic x(01) value "N" .
              88  WS-MISS-EOF          value "Y" .
      *
       PROCEDURE DIVISION.
      *
           CLOSE ACK-IN-FILE
           if WS-ACK-IN-OK
             PERFORM T0008-BALANCE-FILE
             if not WS-BAL-FAILED
               PERFORM T0009-BOOK-CYCLE-ACK
               PERFORM T0010-LIST-MISSING-ACKS
               exec sql
                 commit
               end-exec
             end-if
           end-if
           DISPLAY "crsetl1 read        " WS-READ-COUNT
           DISPLAY "crsetl1 settled     " WS-SETTLED-COUNT
      *    MARKER RIDES WITH EACH MESSAGE THROUGH ANY HOLDING AREA
      *    AND A0022 STAMPS THE ROW WHEN IT POSTS.
           set ws-noextr-payment to true
           PERFORM A0023-GET-BUS-DATE
           OPEN INPUT ACK-IN-FILE
           if not WS-ACK-IN-OK
             DISPLAY "CRSETL1 CANNOT OPEN ACKIN " WS-ACK-IN-STATUS
             add 1 to WS-READ-COUNT
             evaluate ACK-IN-RECORD(1:2)
               when "HD"
                 move ACK-IN-RECORD(1:12) to ws-ack-header
                 PERFORM T0006-CHECK-HEADER
               when "TR"
                 move ACK-IN-RECORD(1:11) to ws-ack-trailer
                 set WS-TRL-SEEN to true
               when "DT"
                 if not WS-HDR-SEEN
                   DISPLAY "CRSETL1 DETAIL BEFORE FILE HEADER"
                           " - RUN FAILED"
                   set WS-EOF to true
                   move 16 to RETURN-CODE
                 else
                   move ACK-IN-RECORD(1:19) to ws-ack-detail
                   add 1 to WS-DETAIL-COUNT
                   PERFORM T0003-PROCESS-ONE-ACK
                 end-if
               when other
                 DISPLAY "CRSETL1 UNKNOWN RECORD TYPE "
                         ACK-IN-RECORD(1:2) " - RUN FAILED"
             end-evaluate
           end-if
           .
      *------------------------------
      *    THE HEADER ECHOES THE EXTRACT'S DATE AND CYCLE.  BOTH MUST
      *    BE USABLE - THEY ARE HALF THE MATCH KEY FOR EVERY DETAIL.
       T0006-CHECK-HEADER.
           if WS-AH-FILE-DATE not numeric
           or WS-AH-CYCLE not numeric
           or WS-AH-CYCLE = zero
             DISPLAY "CRSETL1 HEADER DATE/CYCLE NOT VALID "
                     ACK-IN-RECORD(3:10) " - RUN FAILED"
             set WS-EOF to true
             move 16 to RETURN-CODE
           else
             set WS-HDR-SEEN to true
             move spaces to WS-AH-FILE-ISO
             string WS-AH-FILE-DATE(1:4) "-"
                    WS-AH-FILE-DATE(5:2) "-"
                    WS-AH-FILE-DATE(7:2)
               delimited by size into WS-AH-FILE-ISO
             DISPLAY "CRSETL1 ACK FILE DATED " WS-AH-FILE-DATE
                     " CYCLE " WS-AH-CYCLE
           end-if
           .
      *------------------------------
       T0003-PROCESS-ONE-ACK.
           PERFORM T0004-RECORD-SETL-STATUS
           if WS-AD-RETURNED and ws-err-noerror and WS-ACK-ON-PAYMENT
             PERFORM T0005-GENERATE-REVERSAL
           end-if
           PERFORM T0007-COMMIT-CHECKPOINT
      *    THE ACK NAMES BUT TBC_TXN DOES NOT HOLD IS COUNTED AND
      *    LOGGED FOR OPS - IT USUALLY MEANS THE ROW HAS ALREADY BEEN
      *    MOVED OFF BY THE ARCHIVE JOB, AND THE RETURN THEN NEEDS A
      *    HAND DECISION RATHER THAN A BLIND OFFSET.  THE MATCH IS ON
      *    THE CYCLE THE PAYMENT WENT OUT IN, SO AN ACK FILE FED IN
      *    AGAINST THE WRONG CYCLE FINDS NOTHING RATHER THAN STAMPING
      *    ANOTHER CYCLE'S PAYMENTS.
       T0004-RECORD-SETL-STATUS.
           set ws-err-noerror to true
           set WS-ACK-ON-PAYMENT to true
           exec sql
             update TBC_TXN
                set TXN_SETL_STATUS   = :WS-AD-STATUS
                   ,TXN_SETL_DATE     = :BUSDATE-ISO
                   ,TXN_RETURN_REASON = :WS-AD-REASON
              where TXN_MSG_ID        = :WS-AD-MSG-ID
                and TXN_EXTRACT_DATE  = :WS-AH-FILE-ISO
                and TXN_EXTRACT_CYCLE = :WS-AH-CYCLE
           end-exec
           evaluate true
             when SQLCODE = zero
               if WS-AD-SETTLED
                 add 1 to WS-SETTLED-COUNT
               else
                 add 1 to WS-RETURNED-COUNT
               end-if
             when SQLCODE = 100
               PERFORM T0013-RECORD-RETURN-ACK
             when other
               add 1 to WS-NOTFND-COUNT
               set ws-err-sql-ins-fail to true
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRSETL1 STATUS UPDATE FAILED " WS-AD-MSG-ID
                       " SQLCODE " WS-SQLCODE-DISP
           end-evaluate
           .
      *------------------------------
      *    NOT A TBC_TXN PAYMENT - IT MAY BE ONE OF OUR RETURNS OF AN
      *    INBOUND CREDIT, MATCHED THE SAME WAY ON DATE AND CYCLE.
       T0013-RECORD-RETURN-ACK.
           exec sql
             update TBC_CLR_RETURN
                set RTN_SETL_STATUS   = :WS-AD-STATUS
                   ,RTN_SETL_DATE     = :BUSDATE-ISO
                   ,RTN_SETL_REASON   = :WS-AD-REASON
              where RTN_MSG_ID        = :WS-AD-MSG-ID
                and RTN_EXTRACT_DATE  = :WS-AH-FILE-ISO
                and RTN_EXTRACT_CYCLE = :WS-AH-CYCLE
           end-exec
           evaluate true
             when SQLCODE = zero
               set WS-ACK-ON-RETURN to true
               if WS-AD-SETTLED
                 add 1 to WS-SETTLED-COUNT
               else
                 add 1 to WS-RETURNED-COUNT
                 DISPLAY "CRSETL1 RETURN " WS-AD-MSG-ID
                         " REFUSED BY CLEARING REASON " WS-AD-REASON
                         " - RETURN BY HAND"
                 if RETURN-CODE < 08
                   move 08 to RETURN-CODE
                 end-if
               end-if
             when SQLCODE = 100
               add 1 to WS-NOTFND-COUNT
               set ws-err-orig-notfnd to true
               DISPLAY "CRSETL1 ACK FOR UNKNOWN PAYMENT "
                       WS-AD-MSG-ID " IN CYCLE " WS-AH-CYCLE
             when other
               add 1 to WS-NOTFND-COUNT
               set ws-err-sql-ins-fail to true
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRSETL1 RETURN STATUS UPDATE FAILED "
                       WS-AD-MSG-ID " SQLCODE " WS-SQLCODE-DISP
           end-evaluate
           .
      *------------------------------
             move 16 to RETURN-CODE
           end-if
           .
      *------------------------------
      *    TICK THE CYCLE OFF ON THE CLEARING REGISTER.  AN ACK FOR A
      *    CYCLE CREXTR1 NEVER WROTE, OR ONE ANSWERING A DIFFERENT
      *    NUMBER OF PAYMENTS THAN WERE SENT, IS FLAGGED FOR OPS.
       T0009-BOOK-CYCLE-ACK.
           exec sql
             select EXT_COUNT
               into :WS-EXT-COUNT
               from TBC_CLR_EXTRACT
              where EXT_DATE  = :WS-AH-FILE-DATE
                and EXT_CYCLE = :WS-AH-CYCLE
           end-exec
           evaluate true
             when SQLCODE = zero
               exec sql
                 update TBC_CLR_EXTRACT
                    set EXT_ACK_TIMESTAMP = current timestamp
                       ,EXT_ACK_COUNT     = :WS-DETAIL-COUNT
                  where EXT_DATE  = :WS-AH-FILE-DATE
                    and EXT_CYCLE = :WS-AH-CYCLE
               end-exec
               if SQLCODE not = zero
                 move SQLCODE to WS-SQLCODE-DISP
                 DISPLAY "CRSETL1 CYCLE ACK UPDATE FAILED SQLCODE "
                         WS-SQLCODE-DISP
                 if RETURN-CODE < 08
                   move 08 to RETURN-CODE
                 end-if
               end-if
               if WS-EXT-COUNT not = WS-DETAIL-COUNT
                 DISPLAY "CRSETL1 CYCLE " WS-AH-CYCLE " SENT "
                         WS-EXT-COUNT " ACKNOWLEDGED "
                         WS-DETAIL-COUNT
                 if RETURN-CODE < 08
                   move 08 to RETURN-CODE
                 end-if
               end-if
             when SQLCODE = 100
               DISPLAY "CRSETL1 NO EXTRACT ON RECORD FOR "
                       WS-AH-FILE-DATE " CYCLE " WS-AH-CYCLE
               if RETURN-CODE < 08
                 move 08 to RETURN-CODE
               end-if
             when other
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRSETL1 TBC_CLR_EXTRACT READ FAILED SQLCODE "
                       WS-SQLCODE-DISP
               if RETURN-CODE < 08
                 move 08 to RETURN-CODE
               end-if
           end-evaluate
           .
      *------------------------------
      *    EVERY CYCLE SENT BEFORE THE ONE JUST ANSWERED THAT STILL
      *    HAS NO ACK.  ACKS COME BACK IN CYCLE ORDER, SO ONE MISSING
      *    HERE IS A FILE THAT NEVER ARRIVED - NOT ONE RUNNING LATE.
      *    A CYCLE WITH NO LATER ACK BEHIND IT IS LEFT TO CRRUNRPT.
       T0010-LIST-MISSING-ACKS.
           exec sql
             declare CSRT cursor for
               select EXT_DATE, EXT_CYCLE, EXT_COUNT
                 from TBC_CLR_EXTRACT
                where EXT_ACK_TIMESTAMP is null
                  and (EXT_DATE < :WS-AH-FILE-DATE
                   or (EXT_DATE  = :WS-AH-FILE-DATE
                   and EXT_CYCLE < :WS-AH-CYCLE))
                order by EXT_DATE, EXT_CYCLE
           end-exec
           exec sql
             open CSRT
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRSETL1 MISSING-ACK CURSOR FAILED SQLCODE "
                     WS-SQLCODE-DISP
             if RETURN-CODE < 08
               move 08 to RETURN-CODE
             end-if
           else
             PERFORM T0011-FETCH-MISSING
             PERFORM T0012-REPORT-MISSING UNTIL WS-MISS-EOF
             exec sql
               close CSRT
             end-exec
             if WS-MISS-TOTAL > zero
               DISPLAY "CRSETL1 CYCLES WITHOUT ACK " WS-MISS-TOTAL
               if RETURN-CODE < 08
                 move 08 to RETURN-CODE
               end-if
             end-if
           end-if
           .
      *------------------------------
       T0011-FETCH-MISSING.
           exec sql
             fetch CSRT into :WS-MISS-DATE, :WS-MISS-CYCLE,
                             :WS-MISS-COUNT
           end-exec
           if SQLCODE not = zero
             set WS-MISS-EOF to true
           end-if
           .
      *------------------------------
       T0012-REPORT-MISSING.
           add 1 to WS-MISS-TOTAL
           DISPLAY "CRSETL1 NO ACK RECEIVED FOR " WS-MISS-DATE
                   " CYCLE " WS-MISS-CYCLE " PAYMENTS " WS-MISS-COUNT
           PERFORM T0011-FETCH-MISSING
           .
      *
      *    A0002 through A0015 - shared check / format / write chain,
      *    see CRPYMPRC.
