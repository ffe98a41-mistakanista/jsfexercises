       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crwham1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - warehouse maintenance transaction.  a
      *             future-dated payment sat untouchable in
      *             TBC_TXN_WAREHOUSE until CRWHRL1 posted it on its
      *             value date - a customer who wanted it stopped or
      *             changed had to wait for the posting and then ask
      *             for a reversal.  this transaction finds warehoused
      *             payments by TXN-MSG-ID or debtor IBAN, CANCELs
      *             one, or AMENDs its amount, value date or subject.
      *             an amendment is taken off the warehouse and run
      *             through the full A0002-A0004 chain again (value-
      *             date roll, currency, funds, screening, duplicate
      *             check) in one unit of work - it lands back in the
      *             warehouse, in the review queue or straight in
      *             TBC_TXN the same way a fresh capture would, and an
      *             edit that now rejects backs the whole amendment
      *             out.  every cancel and amend is written to
      *             TBC_TXN_WHSE_HIST with the operator id and the
      *             before and after values, and shows on the
      *             CRPYMT1 trace.
      *    2026-10  review insert - an amend that lands in review no
      *             longer commits when the TBC_TXN_REVIEW insert
      *             fails.  A0009 now reports it as an insert failure,
      *             so the warehouse delete is rolled back with it and
      *             the payment stays where it was.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY GRPTXND.

           COPY CRPYMWS.
      *
      *    OPERATOR COMMAND LINE - ACTION, OPERATOR ID, KEY, THEN THE
      *    AMENDMENT FIELDS IN FIXED SLOTS, E.G.
      *    FIND     OPS1     DE89370400440532013000
      *    CANCEL   OPS1     MSG000000001 ... CUSTOMER CALLED
      *    AMEND    OPS1     MSG000000001 000000150000 20261102
      *    THE KEY IS A TXN-MSG-ID (FIND ALSO TAKES A DEBTOR IBAN).
      *    AN AMENDMENT FIELD LEFT BLANK STAYS AS IT WAS; ON AMEND
      *    THE TEXT SLOT IS THE NEW SUBJECT, ON CANCEL THE REASON.
         01 ws-cmd-input .
            02 WS-CMD-ACTION        pic x(08) value spaces .
              88  WS-CMD-FIND          value "FIND" .
              88  WS-CMD-CANCEL        value "CANCEL" .
              88  WS-CMD-AMEND         value "AMEND" .
            02 filler               pic x(01) .
            02 WS-CMD-OPERATOR      pic x(08) .
            02 filler               pic x(01) .
            02 WS-CMD-KEY           pic x(35) .
            02 WS-CMD-KEY-R redefines WS-CMD-KEY .
               03 WS-CMD-MSG-ID     pic x(12) .
               03 filler            pic x(23) .
            02 filler               pic x(01) .
            02 WS-CMD-AMT           pic x(12) .
            02 filler               pic x(01) .
            02 WS-CMD-VALUE-DATE    pic x(08) .
            02 filler               pic x(01) .
            02 WS-CMD-TEXT          pic x(60) .
         01 ws-cmd-len              pic 9(4) comp value 136 .
      *
         01 ws-whm-vars .
            02 WS-WHSE-TS           pic x(26) value spaces .
            02 WS-WHSE-FOUND-SW     pic x(01) value "N" .
              88  WS-WHSE-FOUND        value "Y" .
              88  WS-WHSE-NOT-FOUND    value "N" .
            02 WS-EDIT-FAIL-SW      pic x(01) value "N" .
              88  WS-EDIT-OK           value "N" .
              88  WS-EDIT-FAILED       value "Y" .
      *    SET WHEN THE WAREHOUSE DELETE OR THE HISTORY INSERT FAILS
      *    - THE CANCEL OR AMENDMENT THEN BACKS OUT WHOLE, BECAUSE A
      *    CHANGE WITHOUT ITS HISTORY ROW IS ANONYMOUS.
            02 WS-MAINT-FAIL-SW     pic x(01) value "N" .
              88  WS-MAINT-OK          value "N" .
              88  WS-MAINT-FAILED      value "Y" .
            02 WS-OPER-COUNT        pic 9(4) comp value zero .
            02 WS-LIST-IDX          pic 9(4) comp value zero .
            02 WS-LIST-EOF-SW       pic x(01) value "N" .
              88  WS-LIST-EOF          value "Y" .
            02 WS-NEW-AMT           pic 9(12) value zero .
            02 WS-NEW-VALUE-DATE    pic 9(08) value zero .
      *    WHERE THE PAYMENT ENDED UP - GOES ON THE HISTORY ROW.
            02 WS-HIST-RESULT       pic x(01) value spaces .
              88  WS-HIST-CANCELLED    value "C" .
              88  WS-HIST-WAREHOUSED   value "W" .
              88  WS-HIST-REVIEW       value "R" .
              88  WS-HIST-POSTED       value "P" .
      *
      *    THE WAREHOUSED VALUES BEFORE THE CHANGE - THE HISTORY ROW
      *    CARRIES BOTH SIDES.
         01 ws-old-vals .
            02 WS-OLD-AMT           pic 9(12) value zero .
            02 WS-OLD-VALUE-DATE    pic 9(08) value zero .
            02 WS-OLD-SUBJECT       pic x(144) value spaces .
      *
         01 ws-list-row .
            02 WS-LR-MSG-ID         pic x(12) .
            02 WS-LR-INDC           pic x(01) .
            02 WS-LR-AMT            pic 9(12) .
            02 WS-LR-CURRENCY       pic x(03) .
            02 WS-LR-VALUE-DATE     pic 9(08) .
            02 WS-LR-CRED-IBAN      pic x(35) .
      *
         01 ws-whm-map .
            02 WS-WHM-LINE          pic x(79) occurs 8 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crwham1 warehouse maintenance start"
           move "CRWHAM1" to WS-CALLING-PGM
           move spaces to ws-whm-map
           PERFORM W0001-RECEIVE-COMMAND
           evaluate true
             when WS-CMD-FIND
               PERFORM W0002-FIND-PAYMENTS
             when WS-CMD-CANCEL
               PERFORM W0003-EDIT-REQUEST
               if WS-EDIT-OK
                 PERFORM W0005-CANCEL-PAYMENT
               end-if
             when WS-CMD-AMEND
               PERFORM W0003-EDIT-REQUEST
               if WS-EDIT-OK
                 PERFORM W0004-EDIT-AMENDMENT
               end-if
               if WS-EDIT-OK
                 PERFORM W0006-AMEND-PAYMENT
               end-if
             when other
               move "ENTER FIND, CANCEL OR AMEND" to WS-WHM-LINE(1)
               PERFORM W0009-SEND-ONE-LINE
           end-evaluate
           DISPLAY "crwham1 warehouse maintenance ende "
           EXEC CICS RETURN
           END-EXEC.
      *------------------------------
       W0001-RECEIVE-COMMAND.
           move spaces to ws-cmd-input
           EXEC CICS RECEIVE
                     INTO(WS-CMD-INPUT)
                     LENGTH(WS-CMD-LEN)
           END-EXEC
           .
      *------------------------------
      *    EVERYTHING WAREHOUSED UNDER THE KEY, EARLIEST VALUE DATE
      *    FIRST - ONE ROW FOR A TXN-MSG-ID, UP TO SIX FOR A DEBTOR
      *    IBAN.  A TXN-MSG-ID NEVER MATCHES AN IBAN, SO ONE CURSOR
      *    SERVES BOTH KINDS OF KEY.
       W0002-FIND-PAYMENTS.
           exec sql
             declare CSRW cursor for
               select TXN_MSG_ID, TXN_INDC_CRE_DB, TXN_AMT,
                      TXN_CURRENCY, WHSE_VALUE_DATE, CREDITOR_IBAN
                 from TBC_TXN_WAREHOUSE
                where TXN_MSG_ID  = :WS-CMD-MSG-ID
                   or DEBTOR_IBAN = :WS-CMD-KEY
                order by WHSE_VALUE_DATE, TXN_MSG_ID
           end-exec
           exec sql
             open CSRW
           end-exec
           string "WAREHOUSED PAYMENTS : " WS-CMD-KEY
             delimited by size into WS-WHM-LINE(1)
           move zero to WS-LIST-IDX
           PERFORM W0008-FETCH-LIST-ROW
           PERFORM W0007-FORMAT-LIST-ROW
             UNTIL WS-LIST-EOF OR WS-LIST-IDX >= 6
           if not WS-LIST-EOF
             move "MORE ROWS - ENTER A TXN-MSG-ID TO NARROW"
               to WS-WHM-LINE(8)
           end-if
           exec sql
             close CSRW
           end-exec
           if WS-LIST-IDX = zero
             move "NOTHING WAREHOUSED UNDER THIS KEY"
               to WS-WHM-LINE(2)
           end-if
           EXEC CICS SEND TEXT
                     FROM(WS-WHM-MAP)
                     LENGTH(LENGTH OF WS-WHM-MAP)
                     ERASE
           END-EXEC
           .
      *------------------------------
       W0007-FORMAT-LIST-ROW.
           add 1 to WS-LIST-IDX
           move spaces to WS-WHM-LINE(WS-LIST-IDX + 1)
           string WS-LR-MSG-ID " " WS-LR-INDC " " WS-LR-AMT " "
                  WS-LR-CURRENCY " VD " WS-LR-VALUE-DATE " "
                  WS-LR-CRED-IBAN(1:22)
             delimited by size into WS-WHM-LINE(WS-LIST-IDX + 1)
           PERFORM W0008-FETCH-LIST-ROW
           .
      *------------------------------
       W0008-FETCH-LIST-ROW.
           exec sql
             fetch CSRW into :WS-LR-MSG-ID, :WS-LR-INDC, :WS-LR-AMT,
                             :WS-LR-CURRENCY, :WS-LR-VALUE-DATE,
                             :WS-LR-CRED-IBAN
           end-exec
           if SQLCODE not = zero
             set WS-LIST-EOF to true
             if SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "W0008 FETCH FAILED SQLCODE " WS-SQLCODE-DISP
               move spaces to WS-WHM-LINE(1)
               string "WAREHOUSE READ FAILED SQLCODE "
                      WS-SQLCODE-DISP
                 delimited by size into WS-WHM-LINE(1)
             end-if
           end-if
           .
      *------------------------------
      *    CANCEL AND AMEND BOTH NEED AN OPERATOR WITH A TBC_OPERATOR
      *    PROFILE AND THE WAREHOUSED ROW.  AN INTERNAL ENTRY (AN
      *    INBOUND CLEARING CREDIT OR A GENERATED OFFSET, MARKED
      *    NO-EXTRACT) IS NOT A CUSTOMER INSTRUCTION AND CANNOT BE
      *    STOPPED OR CHANGED FROM HERE.
       W0003-EDIT-REQUEST.
           set WS-EDIT-OK to true
           evaluate true
             when WS-CMD-OPERATOR = spaces
               move "OPERATOR ID REQUIRED" to WS-WHM-LINE(1)
               set WS-EDIT-FAILED to true
             when WS-CMD-MSG-ID = spaces
               move "TXN-MSG-ID REQUIRED" to WS-WHM-LINE(1)
               set WS-EDIT-FAILED to true
             when other
               move zero to WS-OPER-COUNT
               exec sql
                 select count(*)
                   into :WS-OPER-COUNT
                   from TBC_OPERATOR
                  where OPER_ID = :WS-CMD-OPERATOR
               end-exec
               if WS-OPER-COUNT = zero
                 string "NO OPERATOR PROFILE : " WS-CMD-OPERATOR
                   delimited by size into WS-WHM-LINE(1)
                 set WS-EDIT-FAILED to true
               end-if
           end-evaluate
           if WS-EDIT-OK
             PERFORM W0010-FETCH-WHSE-ROW
             evaluate true
               when WS-WHSE-NOT-FOUND
                 string "NOT IN WAREHOUSE : " WS-CMD-MSG-ID
                   delimited by size into WS-WHM-LINE(1)
                 set WS-EDIT-FAILED to true
               when ws-noextr-payment
                 move "INTERNAL ENTRY - CANNOT BE CHANGED HERE"
                   to WS-WHM-LINE(1)
                 set WS-EDIT-FAILED to true
             end-evaluate
           end-if
           if WS-EDIT-FAILED
             PERFORM W0009-SEND-ONE-LINE
           end-if
           .
      *------------------------------
       W0010-FETCH-WHSE-ROW.
           set WS-WHSE-NOT-FOUND to true
           exec sql
             select WHSE_TIMESTAMP, WHSE_VALUE_DATE, WHSE_BOOK_AMT,
                    coalesce(WHSE_NO_EXTRACT, 'N'),
                    TXN_ORIG_MSG_ID, TXN_MSG_VERSION,
                    TXN_INDC_CRE_DB, TXN_AMT, TXN_CURRENCY,
                    TXN_SUBJECT, DEBTOR_IBAN, DEBTOR_BIC,
                    DEBTOR_NAME, DEBTOR_ADDRESS, CREDITOR_IBAN,
                    CREDITOR_BIC, CREDITOR_NAME, CREDITOR_ADDRESS
               into :WS-WHSE-TS, :TXN-VALUE-DATE, :WS-BOOK-AMT,
                    :ws-noextr-sw,
                    :TXN-ORIG-MSG-ID, :TXN-MSG-VERSION,
                    :TXN-INDC-CRE-DB, :TXN-AMT, :TXN-CURRENCY,
                    :TXN-SUBJECT, :DEBTOR-IBAN, :DEBTOR-BIC,
                    :DEBTOR-NAME, :DEBTOR-ADDRESS, :CREDITOR-IBAN,
                    :CREDITOR-BIC, :CREDITOR-NAME, :CREDITOR-ADDRESS
               from TBC_TXN_WAREHOUSE
              where TXN_MSG_ID = :WS-CMD-MSG-ID
           end-exec
           if SQLCODE = zero
             set WS-WHSE-FOUND to true
             move WS-CMD-MSG-ID to TXN-MSG-ID
             move TXN-AMT        to WS-OLD-AMT
             move TXN-VALUE-DATE to WS-OLD-VALUE-DATE
             move TXN-SUBJECT    to WS-OLD-SUBJECT
           end-if
           .
      *------------------------------
      *    SCREEN EDITS ON THE NEW VALUES.  THE FULL CHAIN EDITS RUN
      *    LATER IN W0006; THESE ONLY CATCH WHAT THE CHAIN WOULD NOT
      *    - A VALUE DATE ALREADY BEHIND THE BUSINESS DATE WOULD
      *    OTHERWISE POST AS IF IT WERE DUE TODAY, AND A REVERSAL
      *    MUST KEEP THE AMOUNT OF THE PAYMENT IT OFFSETS.
       W0004-EDIT-AMENDMENT.
           if WS-CMD-AMT = spaces and WS-CMD-VALUE-DATE = spaces
              and WS-CMD-TEXT = spaces
             move "NOTHING TO AMEND" to WS-WHM-LINE(1)
             set WS-EDIT-FAILED to true
           end-if
           if WS-EDIT-OK and WS-CMD-AMT not = spaces
             evaluate true
               when TXN-ORIG-MSG-ID not = spaces
                 move "A REVERSAL'S AMOUNT CANNOT BE AMENDED"
                   to WS-WHM-LINE(1)
                 set WS-EDIT-FAILED to true
               when WS-CMD-AMT not numeric or WS-CMD-AMT = zeros
                 move "AMOUNT MUST BE NUMERIC AND NOT ZERO"
                   to WS-WHM-LINE(1)
                 set WS-EDIT-FAILED to true
               when other
                 move WS-CMD-AMT to WS-NEW-AMT
             end-evaluate
           end-if
           if WS-EDIT-OK and WS-CMD-VALUE-DATE not = spaces
             if WS-CMD-VALUE-DATE not numeric
               move "VALUE DATE MUST BE YYYYMMDD" to WS-WHM-LINE(1)
               set WS-EDIT-FAILED to true
             else
               move WS-CMD-VALUE-DATE to WS-NEW-VALUE-DATE
               move WS-NEW-VALUE-DATE to WS-CAL-EDIT-DATE
               PERFORM A0021-CHK-DATE-VALID
               PERFORM A0023-GET-BUS-DATE
               evaluate true
                 when WS-CAL-DATE-BAD
                   move "VALUE DATE IS NOT A CALENDAR DATE"
                     to WS-WHM-LINE(1)
                   set WS-EDIT-FAILED to true
                 when WS-NEW-VALUE-DATE < BUSDATE-DATE
                   move "VALUE DATE BEFORE THE BUSINESS DATE"
                     to WS-WHM-LINE(1)
                   set WS-EDIT-FAILED to true
               end-evaluate
             end-if
           end-if
           if WS-EDIT-FAILED
             PERFORM W0009-SEND-ONE-LINE
           end-if
           .
      *------------------------------
      *    CANCEL - THE PAYMENT NEVER REACHED TBC_TXN, SO STOPPING IT
      *    IS THE DELETE PLUS THE HISTORY ROW, ALL OR NOTHING.
       W0005-CANCEL-PAYMENT.
           DISPLAY "W0005 CANCEL " WS-CMD-MSG-ID
                   " BY " WS-CMD-OPERATOR
           set WS-MAINT-OK to true
           set WS-HIST-CANCELLED to true
           PERFORM W0011-DELETE-WHSE-ROW
           if WS-MAINT-OK
             PERFORM W0012-WRITE-WHSE-HIST
           end-if
           if WS-MAINT-OK
             EXEC CICS SYNCPOINT
             END-EXEC
             string "CANCELLED : " WS-CMD-MSG-ID
               delimited by size into WS-WHM-LINE(1)
             PERFORM W0009-SEND-ONE-LINE
           else
             PERFORM W0013-BACK-OUT-CHANGE
           end-if
           .
      *------------------------------
      *    AMEND - THE WAREHOUSED ROW IS DELETED FIRST, INSIDE THE
      *    SAME UNIT OF WORK, SO THE WAREHOUSE LEG OF A0006-DUP-CHECK
      *    DOES NOT SEE IT AS ITS OWN DUPLICATE (THE SAME ORDER
      *    CRWHRL1 USES).  THE AMENDED MESSAGE THEN TAKES THE WHOLE
      *    CAPTURE PATH AGAIN: A0002 EDITS, A0003 VALUE-DATE ROLL,
      *    A0004 WAREHOUSE / REVIEW / POST.  A PAYMENT THAT WAS ONCE
      *    RELEASED FROM REVIEW CAN BE HELD AGAIN - A CHANGED PAYMENT
      *    NEEDS A FRESH DECISION.  ANY REJECT ROLLS EVERYTHING BACK
      *    AND THE ORIGINAL ROW STAYS WAREHOUSED UNCHANGED.
       W0006-AMEND-PAYMENT.
           DISPLAY "W0006 AMEND " WS-CMD-MSG-ID
                   " BY " WS-CMD-OPERATOR
           if WS-CMD-AMT not = spaces
             move WS-NEW-AMT to TXN-AMT
           end-if
           if WS-CMD-VALUE-DATE not = spaces
             move WS-NEW-VALUE-DATE to TXN-VALUE-DATE
           end-if
           if WS-CMD-TEXT not = spaces
             move WS-CMD-TEXT to TXN-SUBJECT
           end-if
           PERFORM W0014-REBUILD-MESSAGE
           set ws-err-noerror    to true
           set ws-review-not-req to true
           move spaces to ws-review-reason
           move spaces to ws-err-detail
           set WS-MAINT-OK to true
           PERFORM W0011-DELETE-WHSE-ROW
           if WS-MAINT-OK
             PERFORM A0002-chk-msg-data
             if ws-err-noerror
               PERFORM A0003-format-data
               PERFORM A0004-write-data
             end-if
           end-if
           evaluate true
             when WS-MAINT-FAILED
               PERFORM W0013-BACK-OUT-CHANGE
             when ws-err-sql-ins-fail
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               string "AMEND FAILED SQLCODE " WS-SQLCODE-DISP
                      " - NOTHING CHANGED"
                 delimited by size into WS-WHM-LINE(1)
               PERFORM W0009-SEND-ONE-LINE
             when not ws-err-noerror
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               string "AMEND REFUSED : " ws-err-detail
                 delimited by size into WS-WHM-LINE(1)
               PERFORM W0009-SEND-ONE-LINE
             when other
               evaluate true
                 when ws-review-required
                   set WS-HIST-REVIEW to true
                 when TXN-VALUE-DATE > WS-VDT-TODAY
                   set WS-HIST-WAREHOUSED to true
                 when other
                   set WS-HIST-POSTED to true
               end-evaluate
               PERFORM W0012-WRITE-WHSE-HIST
               if WS-MAINT-OK
                 EXEC CICS SYNCPOINT
                 END-EXEC
                 PERFORM W0015-FORMAT-AMEND-RESULT
                 PERFORM W0009-SEND-ONE-LINE
               else
                 PERFORM W0013-BACK-OUT-CHANGE
               end-if
           end-evaluate
           .
      *------------------------------
      *    THE FETCH LANDS THE STORED COLUMNS IN GRP-TXN-DATA - ONLY
      *    THE TERMINATOR, THE TRAILING FILLER AND THE SIGNIFICANT
      *    LENGTH HAVE TO BE PUT BACK FOR THE A0002 LENGTH EDIT.
       W0014-REBUILD-MESSAGE.
           move "*" to TXN-INDC-END
           move spaces to FILLER-IBAN
           evaluate TXN-MSG-VERSION
             when "01"
               move WS-MSG-LEN-V01 to WS-TXN-LEN
             when "02"
               move WS-MSG-LEN-V02 to WS-TXN-LEN
             when "03"
               move WS-MSG-LEN-V03 to WS-TXN-LEN
             when other
               move WS-MSG-LEN-V04 to WS-TXN-LEN
           end-evaluate
           .
      *------------------------------
       W0015-FORMAT-AMEND-RESULT.
           evaluate true
             when WS-HIST-REVIEW
               string "AMENDED, HELD FOR REVIEW : " WS-CMD-MSG-ID
                      " " ws-review-reason(1:39)
                 delimited by size into WS-WHM-LINE(1)
             when WS-HIST-WAREHOUSED
               string "AMENDED : " WS-CMD-MSG-ID
                      " WAREHOUSED UNTIL " TXN-VALUE-DATE
                 delimited by size into WS-WHM-LINE(1)
             when other
               string "AMENDED AND POSTED : " WS-CMD-MSG-ID
                 delimited by size into WS-WHM-LINE(1)
           end-evaluate
           .
      *------------------------------
      *    SQLCODE 100 FAILS THE CHANGE TOO - THE ROW VANISHING UNDER
      *    US MEANS CRWHRL1 OR ANOTHER OPERATOR GOT THERE FIRST.
       W0011-DELETE-WHSE-ROW.
           exec sql
             delete from TBC_TXN_WAREHOUSE
              where WHSE_TIMESTAMP = :WS-WHSE-TS
                and TXN_MSG_ID     = :WS-CMD-MSG-ID
           end-exec
           if SQLCODE not = zero
             set WS-MAINT-FAILED to true
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "W0011 WAREHOUSE DELETE FAILED " WS-SQLCODE-DISP
           end-if
           .
      *------------------------------
      *    ONE ROW PER CANCEL OR AMEND - THE OPERATOR, THE REASON,
      *    WHERE THE PAYMENT WENT AND THE BEFORE AND AFTER VALUES.
      *    ON A CANCEL THE AFTER VALUES ARE THE ONES THAT WERE
      *    STOPPED.
       W0012-WRITE-WHSE-HIST.
           exec sql
             insert into TBC_TXN_WHSE_HIST (
                    HIST_TIMESTAMP
                   ,HIST_ACTION
                   ,HIST_OPERATOR
                   ,HIST_COMMENT
                   ,HIST_RESULT
                   ,WHSE_TIMESTAMP
                   ,TXN_MSG_ID
                   ,TXN_CURRENCY
                   ,DEBTOR_IBAN
                   ,CREDITOR_IBAN
                   ,OLD_AMT
                   ,NEW_AMT
                   ,OLD_VALUE_DATE
                   ,NEW_VALUE_DATE
                   ,OLD_SUBJECT
                   ,NEW_SUBJECT
             )
             values (
                    current timestamp
                   ,:WS-CMD-ACTION
                   ,:WS-CMD-OPERATOR
                   ,:WS-CMD-TEXT
                   ,:WS-HIST-RESULT
                   ,:WS-WHSE-TS
                   ,:TXN-MSG-ID
                   ,:TXN-CURRENCY
                   ,:DEBTOR-IBAN
                   ,:CREDITOR-IBAN
                   ,:WS-OLD-AMT
                   ,:TXN-AMT
                   ,:WS-OLD-VALUE-DATE
                   ,:TXN-VALUE-DATE
                   ,:WS-OLD-SUBJECT
                   ,:TXN-SUBJECT
             )
           end-exec
           if SQLCODE not = zero
             set WS-MAINT-FAILED to true
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "W0012 HISTORY INSERT FAILED " WS-SQLCODE-DISP
           end-if
           .
      *------------------------------
       W0013-BACK-OUT-CHANGE.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC
           move spaces to WS-WHM-LINE(1)
           string WS-CMD-ACTION " FAILED SQLCODE " WS-SQLCODE-DISP
                  " - NOTHING CHANGED"
             delimited by size into WS-WHM-LINE(1)
           PERFORM W0009-SEND-ONE-LINE
           .
      *------------------------------
       W0009-SEND-ONE-LINE.
           EXEC CICS SEND TEXT
                     FROM(WS-WHM-LINE(1))
                     LENGTH(LENGTH OF WS-WHM-LINE(1))
                     ERASE
           END-EXEC
           .
      *
      *    A0002 through A0027 - shared check / format / write chain,
      *    see CRPYMPRC.  AN AMENDMENT RUNS THE FULL A0002-A0004
      *    CAPTURE PATH; A0021 AND A0023 ALSO SERVE THE SCREEN EDITS.
           COPY CRPYMPRC.
