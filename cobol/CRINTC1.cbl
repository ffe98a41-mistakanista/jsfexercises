      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crintc1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - month-end interest capitalisation.  the
      *             month's TBC_INT_ACCRUAL rows (CRINTA1) are summed
      *             per account and side - credit interest, debit
      *             interest within the limit, penalty interest
      *             beyond it - rounded once to minor units, and each
      *             non-zero figure is posted to the account as a
      *             real payment through the full CRPYMPRC chain, so
      *             it lands in TBC_TXN, moves ACCT_BALANCE through
      *             A0016 and shows on the CRSTMT1 statement like any
      *             other posting.  the other side is the bank's own
      *             interest expense or income account on the
      *             TBC_INT_CONTROL row.  interest postings are bank
      *             charges (WS-BANKCHG-SW: no fee, no funds hold)
      *             and internal (WS-NOEXTR-SW: never to clearing).
      *             every figure is recorded on TBC_INT_CAP with its
      *             unrounded accrual, the amount posted, the msg id
      *             and the chain's outcome, in the same unit of work
      *             as the posting - the accrual report ties back to
      *             it, and a rerun skips what is already there.  a
      *             figure the chain rejects gets no TBC_INT_CAP row,
      *             is shouted for ops and ends the run RC 8; the
      *             next run tries it again.  the job is scheduled
      *             nightly after CRINTA1 and only acts on the last
      *             business day of a month (once the accrual has run
      *             through month end); PARMIN may name an earlier
      *             month (YYYYMM, columns 1-6) to catch up.
      *             the msg id is "N" + YYMM + a 7-digit sequence
      *             within the month.
      *    2026-10  period check - a PARMIN month must be earlier
      *             than the business date's month.  the current
      *             month has not finished accruing, and capitalising
      *             it early left the rest of its accrual behind.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS .
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    PARMIN - OPTIONAL MONTH TO CAPITALISE, YYYYMM IN 1-6.
       FD  PARM-FILE
           RECORDING MODE IS F .
       01  PARM-RECORD.
           03  PARM-PERIOD         PIC X(06).
           03  FILLER              PIC X(74).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY GRPTXND.

           COPY CRPYMWS.

           COPY CRRNBLK.
      *
         01 ws-intc-vars .
            02 WS-PARM-STATUS       pic x(02) value spaces .
              88  WS-PARM-OK           value "00" .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-FATAL-SW          pic x(01) value "N" .
              88  WS-FATAL             value "Y" .
            02 WS-ACT-SW            pic x(01) value "Y" .
              88  WS-ACT-ON-PERIOD     value "Y" .
              88  WS-NOT-MONTH-END     value "N" .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-COUNT             pic s9(9) comp value zero .
            02 WS-ACCT-COUNT        pic 9(9) comp value zero .
            02 WS-POSTED-COUNT      pic 9(9) comp value zero .
            02 WS-REVIEW-COUNT      pic 9(9) comp value zero .
            02 WS-REJ-COUNT         pic 9(9) comp value zero .
            02 WS-SKIP-COUNT        pic 9(9) comp value zero .
            02 WS-ZERO-COUNT        pic 9(9) comp value zero .
      *
      *    THE MONTH BEING CAPITALISED AND ITS FIRST AND LAST
      *    POSSIBLE DAY (ACCRUAL DATES ARE NUMERIC YYYYMMDD, SO DAY
      *    31 SERVES AS THE UPPER BOUND FOR EVERY MONTH).
         01 ws-period-vars .
            02 WS-PERIOD            pic 9(06) value zero .
            02 WS-PERIOD-R redefines WS-PERIOD .
               03 WS-PER-YYYY       pic 9(04) .
               03 WS-PER-MM         pic 9(02) .
            02 WS-PER-FROM          pic 9(08) value zero .
            02 WS-PER-TO            pic 9(08) value zero .
            02 WS-PER-TEXT          pic x(07) value spaces .
      *
         01 ws-control-vars .
            02 WS-CTL-EXP-IBAN      pic x(35) value spaces .
            02 WS-CTL-EXP-NAME      pic x(50) value spaces .
            02 WS-CTL-INC-IBAN      pic x(35) value spaces .
            02 WS-CTL-INC-NAME      pic x(50) value spaces .
      *
         01 ws-cursor-vars .
            02 WS-CSR-IBAN          pic x(35) .
            02 WS-CSR-CREDIT        pic s9(13)v9(6) comp-3 .
            02 WS-CSR-DEBIT         pic s9(13)v9(6) comp-3 .
            02 WS-CSR-PENALTY       pic s9(13)v9(6) comp-3 .
      *
      *    ONE CAPITALISATION - SIDE 'C' CREDIT INTEREST (PAID TO THE
      *    CUSTOMER), 'D' DEBIT INTEREST AND 'P' PENALTY INTEREST
      *    (CHARGED TO THE CUSTOMER).  STATUS ON TBC_INT_CAP: 'P'
      *    POSTED, 'R' HELD IN REVIEW, 'S' IN SUSPENSE FOR CRSUSP1,
      *    'Z' ROUNDS TO NOTHING.
         01 ws-cap-vars .
            02 WS-CAP-SIDE          pic x(01) value space .
              88  WS-CAP-CREDIT        value "C" .
              88  WS-CAP-DEBIT         value "D" .
              88  WS-CAP-PENALTY       value "P" .
            02 WS-CAP-ACCRUED       pic s9(13)v9(6) comp-3 value zero .
            02 WS-CAP-AMT           pic s9(13) comp-3 value zero .
            02 WS-CAP-SEQ           pic 9(07) value zero .
            02 WS-CAP-MSG-ID        pic x(12) value spaces .
            02 WS-CAP-STATUS        pic x(01) value space .
              88  WS-CAP-POSTED        value "P" .
              88  WS-CAP-IN-REVIEW     value "R" .
              88  WS-CAP-IN-SUSPENSE   value "S" .
              88  WS-CAP-NOTHING       value "Z" .
              88  WS-CAP-REJECTED      value "J" .
      *
      *    NEXT-BUSINESS-DAY WALK - EACH CANDIDATE DAY GOES THROUGH
      *    A0018, TO SEE WHETHER TODAY IS THE MONTH'S LAST BUSINESS
      *    DAY.  THE ROLL LIMIT IS THE CHAIN'S WS-CAL-ROLL-LIMIT.
         01 ws-cal-work .
            02 WS-CAL-NEXT-DATE     pic 9(08) value zero .
            02 WS-CAL-NEXT-INTEGER  pic s9(9) comp value zero .
            02 WS-CAL-NEXT-COUNT    pic s9(4) comp value zero .
            02 WS-CAL-NEXT-SW       pic x(01) value "N" .
              88  WS-CAL-NEXT-FOUND    value "Y" .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crintc1 interest capitalisation start"
           move "CRINTC1" to WS-CALLING-PGM
           move "CRINTC1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM Q0001-INITIALIZE
           if WS-ACT-ON-PERIOD and not WS-FATAL
             PERFORM Q0003-OPEN-CURSOR
           end-if
           if WS-ACT-ON-PERIOD and not WS-FATAL
             PERFORM Q0004-FETCH-ACCOUNT
             PERFORM Q0005-PROCESS-ACCOUNT UNTIL WS-EOF
             exec sql
               close CSRQ1
             end-exec
           end-if
           if WS-FATAL
             exec sql
               rollback
             end-exec
             move 16 to RETURN-CODE
           else
             exec sql
               commit
             end-exec
             if WS-REJ-COUNT > zero and RETURN-CODE < 08
               move 08 to RETURN-CODE
             end-if
           end-if
           DISPLAY "crintc1 period    " WS-PERIOD
           DISPLAY "crintc1 accounts  " WS-ACCT-COUNT
           DISPLAY "crintc1 posted    " WS-POSTED-COUNT
           DISPLAY "crintc1 review    " WS-REVIEW-COUNT
           DISPLAY "crintc1 rejected  " WS-REJ-COUNT
           DISPLAY "crintc1 zero      " WS-ZERO-COUNT
           DISPLAY "crintc1 done prev " WS-SKIP-COUNT
           set RUNLOG-FUNC-END to true
           move WS-ACCT-COUNT   to RUNLOG-INPUT-COUNT
           move WS-POSTED-COUNT to RUNLOG-ACCEPT-COUNT
           move WS-REJ-COUNT    to RUNLOG-REJECT-COUNT
           move RETURN-CODE     to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crintc1 interest capitalisation ende "
           GOBACK.
      *------------------------------
      *    A PARMIN MONTH IS TAKEN AS GIVEN IF IT IS EARLIER THAN THE
      *    BUSINESS DATE'S MONTH - THAT ONE IS STILL ACCRUING.
      *    WITHOUT ONE THE JOB ONLY ACTS WHEN THE NEXT BUSINESS DAY
      *    FALLS IN A LATER MONTH, AND ONLY ONCE CRINTA1 HAS ACCRUED
      *    FOR TODAY - ITS RUN IS WHAT REACHES MONTH END.
       Q0001-INITIALIZE.
           PERFORM A0023-GET-BUS-DATE
           move zero to RETURN-CODE
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move spaces to PARM-RECORD
           OPEN INPUT PARM-FILE
           if WS-PARM-OK
             READ PARM-FILE
               AT END
                 continue
             end-read
             CLOSE PARM-FILE
           end-if
           evaluate true
             when PARM-PERIOD = spaces
               move WS-BUS-DATE-NUM(1:6) to WS-PERIOD
               PERFORM Q0002-FIND-NEXT-BUS-DAY
               if not WS-CAL-NEXT-FOUND
                 DISPLAY "CRINTC1 ROLL LIMIT HIT AFTER "
                         WS-BUS-DATE-NUM " - CHECK TBC_BANK_CALENDAR"
                 set WS-FATAL to true
               else
                 if WS-CAL-NEXT-DATE(1:6) = WS-BUS-DATE-NUM(1:6)
                   set WS-NOT-MONTH-END to true
                   DISPLAY "CRINTC1 NEXT BUSINESS DAY "
                           WS-CAL-NEXT-DATE
                           " IN THE SAME MONTH - NOTHING TO DO"
                 end-if
               end-if
               if WS-ACT-ON-PERIOD and not WS-FATAL
                 move zero to WS-COUNT
                 exec sql
                   select count(*)
                     into :WS-COUNT
                     from TBC_INT_ACCRUAL
                    where ACCR_RUN_DATE = :WS-BUS-DATE-NUM
                 end-exec
                 if SQLCODE not = zero or WS-COUNT = zero
                   DISPLAY "CRINTC1 NO ACCRUAL FOR " WS-BUS-DATE-NUM
                           " - CRINTA1 MUST RUN FIRST"
                   set WS-FATAL to true
                 end-if
               end-if
             when PARM-PERIOD not numeric
               DISPLAY "CRINTC1 BAD PARMIN PERIOD '" PARM-PERIOD
                       "' - RUN REFUSED"
               set WS-FATAL to true
             when other
               move PARM-PERIOD to WS-PERIOD
               if WS-PER-MM < 01 or WS-PER-MM > 12
                  or WS-PERIOD not < WS-BUS-DATE-NUM(1:6)
                 DISPLAY "CRINTC1 BAD PARMIN PERIOD '" PARM-PERIOD
                         "' - NOT BEFORE " WS-BUS-DATE-NUM(1:6)
                         ", RUN REFUSED"
                 set WS-FATAL to true
               end-if
           end-evaluate
           compute WS-PER-FROM = WS-PERIOD * 100 + 1
           compute WS-PER-TO   = WS-PERIOD * 100 + 31
           move spaces to WS-PER-TEXT
           string WS-PER-YYYY "-" WS-PER-MM
             delimited by size into WS-PER-TEXT
           if WS-ACT-ON-PERIOD and not WS-FATAL
             exec sql
               select CTL_EXP_IBAN, CTL_EXP_NAME,
                      CTL_INC_IBAN, CTL_INC_NAME
                 into :WS-CTL-EXP-IBAN, :WS-CTL-EXP-NAME,
                      :WS-CTL-INC-IBAN, :WS-CTL-INC-NAME
                 from TBC_INT_CONTROL
             end-exec
             if SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRINTC1 NO TBC_INT_CONTROL ROW SQLCODE "
                       WS-SQLCODE-DISP " - RUN REFUSED"
               set WS-FATAL to true
             end-if
           end-if
           if WS-ACT-ON-PERIOD and not WS-FATAL
             move zero to WS-COUNT
             exec sql
               select coalesce(max(CAP_SEQ), 0)
                 into :WS-COUNT
                 from TBC_INT_CAP
                where CAP_PERIOD = :WS-PERIOD
             end-exec
             if SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRINTC1 CAP SEQUENCE READ FAILED SQLCODE "
                       WS-SQLCODE-DISP
               set WS-FATAL to true
             end-if
             move WS-COUNT to WS-CAP-SEQ
             DISPLAY "CRINTC1 CAPITALISING " WS-PER-TEXT
           end-if
           set ws-noextr-payment to true
           set ws-bank-charge to true
           .
      *------------------------------
       Q0002-FIND-NEXT-BUS-DAY.
           compute WS-CAL-NEXT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM)
           move zero to WS-CAL-NEXT-COUNT
           move "N" to WS-CAL-NEXT-SW
           PERFORM Q0010-TRY-NEXT-DAY
             UNTIL WS-CAL-NEXT-FOUND
                or WS-CAL-NEXT-COUNT >= WS-CAL-ROLL-LIMIT
           .
      *------------------------------
      *    WITH HOLD SO THE CURSOR SURVIVES THE PER-ACCOUNT COMMITS.
       Q0003-OPEN-CURSOR.
           exec sql
             declare CSRQ1 cursor with hold for
               select ACCT_IBAN,
                      sum(ACCR_CREDIT_AMT),
                      sum(ACCR_DEBIT_AMT),
                      sum(ACCR_PENALTY_AMT)
                 from TBC_INT_ACCRUAL
                where ACCR_DATE between :WS-PER-FROM and :WS-PER-TO
                group by ACCT_IBAN
                order by ACCT_IBAN
           end-exec
           exec sql
             open CSRQ1
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRINTC1 OPEN CSRQ1 FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-FATAL to true
           end-if
           .
      *------------------------------
       Q0004-FETCH-ACCOUNT.
           exec sql
             fetch CSRQ1 into :WS-CSR-IBAN, :WS-CSR-CREDIT,
                              :WS-CSR-DEBIT, :WS-CSR-PENALTY
           end-exec
           if SQLCODE not = zero
             set WS-EOF to true
             if SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRINTC1 FETCH CSRQ1 FAILED SQLCODE "
                       WS-SQLCODE-DISP
               set WS-FATAL to true
             end-if
           end-if
           .
      *------------------------------
       Q0005-PROCESS-ACCOUNT.
           add 1 to WS-ACCT-COUNT
           set WS-CAP-CREDIT to true
           move WS-CSR-CREDIT to WS-CAP-ACCRUED
           PERFORM Q0006-CAPITALISE-SIDE
           if not WS-FATAL
             set WS-CAP-DEBIT to true
             move WS-CSR-DEBIT to WS-CAP-ACCRUED
             PERFORM Q0006-CAPITALISE-SIDE
           end-if
           if not WS-FATAL
             set WS-CAP-PENALTY to true
             move WS-CSR-PENALTY to WS-CAP-ACCRUED
             PERFORM Q0006-CAPITALISE-SIDE
           end-if
           if WS-FATAL
             set WS-EOF to true
           else
             PERFORM Q0009-COMMIT-CHECKPOINT
             PERFORM Q0004-FETCH-ACCOUNT
           end-if
           .
      *------------------------------
      *    A SIDE ALREADY ON TBC_INT_CAP FOR THE MONTH WAS DONE BY AN
      *    EARLIER RUN.  A SIDE THAT NEVER ACCRUED IS NOT RECORDED; ONE
      *    THAT ACCRUED BUT ROUNDS TO ZERO IS RECORDED AS 'Z' SO THE
      *    ACCRUAL REPORT STILL TIES.
       Q0006-CAPITALISE-SIDE.
           if WS-CAP-ACCRUED not = zero
             move zero to WS-COUNT
             exec sql
               select count(*)
                 into :WS-COUNT
                 from TBC_INT_CAP
                where CAP_PERIOD = :WS-PERIOD
                  and ACCT_IBAN  = :WS-CSR-IBAN
                  and CAP_SIDE   = :WS-CAP-SIDE
             end-exec
             evaluate true
               when SQLCODE not = zero
                 move SQLCODE to WS-SQLCODE-DISP
                 DISPLAY "CRINTC1 CAP CHECK FAILED SQLCODE "
                         WS-SQLCODE-DISP " " WS-CSR-IBAN
                 set WS-FATAL to true
               when WS-COUNT > zero
                 add 1 to WS-SKIP-COUNT
               when other
                 compute WS-CAP-AMT rounded = WS-CAP-ACCRUED
                 move spaces to WS-CAP-MSG-ID
                 if WS-CAP-AMT = zero
                   set WS-CAP-NOTHING to true
                   add 1 to WS-ZERO-COUNT
                 else
                   PERFORM Q0007-POST-INTEREST
                 end-if
                 if not WS-CAP-REJECTED
                   PERFORM Q0008-WRITE-CAP-ROW
                 end-if
             end-evaluate
           end-if
           .
      *------------------------------
      *    THE INTEREST AS A CURRENT-VERSION MESSAGE, POSTED TODAY
      *    (VALUE DATE ZERO) IN BOOK CURRENCY, THEN THE USUAL
      *    CHECK / FORMAT / WRITE.  THE ACCRUED FIGURES ARE NEVER
      *    NEGATIVE, SO THE SIDE ALONE DECIDES THE DIRECTION.
       Q0007-POST-INTEREST.
           add 1 to WS-CAP-SEQ
           move spaces to WS-CAP-MSG-ID
           string "N" WS-PER-YYYY(3:2) WS-PER-MM WS-CAP-SEQ
             delimited by size into WS-CAP-MSG-ID
           move spaces to GRP-TXN-DATA
           move "04"              to TXN-MSG-VERSION
           move WS-CAP-MSG-ID     to TXN-MSG-ID
           move WS-CAP-AMT        to TXN-AMT
           move spaces            to TXN-CURRENCY
           if WS-CAP-CREDIT
             set TXN-INDC-CRE to true
             move WS-CTL-EXP-IBAN to DEBTOR-IBAN
             move WS-CTL-EXP-NAME to DEBTOR-NAME
             move WS-CSR-IBAN     to CREDITOR-IBAN
             string "CREDIT INTEREST " WS-PER-TEXT
               delimited by size into TXN-SUBJECT
           else
             set TXN-INDC-DB to true
             move WS-CSR-IBAN     to DEBTOR-IBAN
             move WS-CTL-INC-IBAN to CREDITOR-IBAN
             move WS-CTL-INC-NAME to CREDITOR-NAME
             if WS-CAP-DEBIT
               string "DEBIT INTEREST " WS-PER-TEXT
                 delimited by size into TXN-SUBJECT
             else
               string "OVERDRAFT PENALTY INTEREST " WS-PER-TEXT
                 delimited by size into TXN-SUBJECT
             end-if
           end-if
           move zero              to TXN-VALUE-DATE
           move spaces            to TXN-ORIG-MSG-ID
           move "*"               to TXN-INDC-END
           move spaces            to FILLER-IBAN
           move WS-MSG-LEN-V04    to WS-TXN-LEN
           set ws-err-noerror to true
           set ws-review-not-req to true
           move spaces to ws-review-reason
           move spaces to ws-err-detail
           PERFORM A0002-chk-msg-data
           if ws-err-noerror
             PERFORM A0003-format-data
             PERFORM A0004-write-data
           end-if
           evaluate true
             when ws-err-sql-ins-fail
               set WS-CAP-IN-SUSPENSE to true
               add 1 to WS-POSTED-COUNT
             when not ws-err-noerror
               set WS-CAP-REJECTED to true
               add 1 to WS-REJ-COUNT
               DISPLAY "CRINTC1 REJECTED " WS-CSR-IBAN " SIDE "
                       WS-CAP-SIDE " MSG " TXN-MSG-ID " RC "
                       ws-err-codes " " ws-err-detail
             when ws-review-required
               set WS-CAP-IN-REVIEW to true
               add 1 to WS-REVIEW-COUNT
               DISPLAY "CRINTC1 HELD FOR REVIEW " WS-CSR-IBAN
                       " MSG " TXN-MSG-ID " " ws-review-reason
             when other
               set WS-CAP-POSTED to true
               add 1 to WS-POSTED-COUNT
           end-evaluate
           .
      *------------------------------
      *    SAME UNIT OF WORK AS THE POSTING.  IF THE RECORD CANNOT BE
      *    WRITTEN THE POSTING MUST NOT STAND WITHOUT IT - THE RUN
      *    ROLLS BACK TO THE LAST CHECKPOINT AND STOPS, AND A RERUN
      *    PICKS UP FROM THERE.
       Q0008-WRITE-CAP-ROW.
           exec sql
             insert into TBC_INT_CAP (
                    CAP_PERIOD
                   ,ACCT_IBAN
                   ,CAP_SIDE
                   ,CAP_SEQ
                   ,CAP_MSG_ID
                   ,CAP_ACCRUED
                   ,CAP_AMT
                   ,CAP_STATUS
                   ,CAP_BUS_DATE
                   ,CAP_TS
             )
             values (
                    :WS-PERIOD
                   ,:WS-CSR-IBAN
                   ,:WS-CAP-SIDE
                   ,:WS-CAP-SEQ
                   ,:WS-CAP-MSG-ID
                   ,:WS-CAP-ACCRUED
                   ,:WS-CAP-AMT
                   ,:WS-CAP-STATUS
                   ,:WS-BUS-DATE-NUM
                   ,current timestamp
             )
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRINTC1 TBC_INT_CAP INSERT FAILED SQLCODE "
                     WS-SQLCODE-DISP " " WS-CSR-IBAN " SIDE "
                     WS-CAP-SIDE
             set WS-FATAL to true
           end-if
           .
      *------------------------------
       Q0009-COMMIT-CHECKPOINT.
           add 1 to WS-COMMIT-COUNT
           if WS-COMMIT-COUNT >= WS-COMMIT-FREQ
             exec sql
               commit
             end-exec
             move zero to WS-COMMIT-COUNT
           end-if
           .
      *------------------------------
       Q0010-TRY-NEXT-DAY.
           add 1 to WS-CAL-NEXT-COUNT
           add 1 to WS-CAL-NEXT-INTEGER
           move FUNCTION DATE-OF-INTEGER(WS-CAL-NEXT-INTEGER)
             to WS-CAL-NEXT-DATE
           move WS-CAL-NEXT-DATE to WS-CAL-CHK-DATE
           PERFORM A0018-CHK-BUS-DAY
           if WS-CAL-BUS-DAY
             move "Y" to WS-CAL-NEXT-SW
           end-if
           .
      *
      *    A0002 through A0027 - shared check / format / write chain,
      *    see CRPYMPRC.
           COPY CRPYMPRC.
