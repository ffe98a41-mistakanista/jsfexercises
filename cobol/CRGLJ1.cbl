      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crglj1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - general ledger journal interface.  the GL
      *             team re-keyed totals off the CRPYRPT and CRFEERPT
      *             printouts; this job writes them a journal file
      *             instead.  every TBC_TXN posting and TBC_TXN_FEE
      *             charge up to the business date that has not been
      *             journalled yet becomes one double-entry line
      *             (debit account, credit account, book amount,
      *             currency, reference), the GL accounts coming off
      *             the TBC_GL_MAP table by posting type - customer
      *             debit and credit, on-us leg, reversal, fee and fee
      *             reversal - and currency, with '***' as the
      *             any-currency row the same way the fee schedule
      *             works.  each journalled row is stamped with the
      *             business date (TXN_GL_DATE / FEE_GL_DATE) so a
      *             rerun can never feed the ledger twice.  a row with
      *             no mapping is listed on the exceptions report and
      *             left unstamped - it goes out with the first run
      *             after finance files the mapping, never dropped.
      *             before the file may be released the run proves it:
      *             debit and credit totals must agree, and the file
      *             plus the exceptions must account for every amount
      *             the control totals say was waiting.  a run that
      *             does not prove backs out every stamp and ends RC
      *             16; exceptions end it RC 8.
      *    2026-10  two-leg journal - each posting now goes to the
      *             file as a debit line and a credit line (JL-SIDE D
      *             or C, the GL account, the other side's account as
      *             contra).  the debit and credit totals are each
      *             built only from lines of their own side that were
      *             actually written, so the balance proof can fail
      *             on a lost or short leg; the leg counts must both
      *             match the postings journalled, and the trailer is
      *             built from the proven totals.
      *    2026-10  book amount - a posting with no TXN_BOOK_AMT (one
      *             taken in book currency) is journalled and counted
      *             at its TXN_AMT, the same rule CREXTR1 and CRLIQM1
      *             apply, instead of as a null amount.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE          ASSIGN TO GLOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS .
           SELECT RPT-FILE         ASSIGN TO EXCPOUT
                  ORGANIZATION IS LINE SEQUENTIAL .
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  GL-FILE
           RECORDING MODE IS F .
       01  GL-RECORD               PIC X(120) .
       FD  RPT-FILE.
       01  RPT-LINE                PIC X(132) .
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY CRRNBLK.

           COPY CRBDBLK.
      *
      *    JOURNAL FILE - HEADER, A DEBIT AND A CREDIT LINE PER
      *    POSTING OR FEE, AND A TRAILER CARRYING THE LINE COUNT AND
      *    BOTH SIDES' TOTALS.
      *    AMOUNTS ARE BOOK-CURRENCY MINOR UNITS (TXN_BOOK_AMT /
      *    FEE_BOOK_AMT); THE CURRENCY IS THE PAYMENT'S OWN, CARRIED
      *    FOR THE GL'S CURRENCY ANALYSIS.
         01 ws-gl-header .
            02 filler               pic x(02) value "HD" .
            02 WS-HDR-BUS-DATE      pic 9(08) value zero .
            02 filler               pic x(110) value spaces .
         01 ws-gl-detail .
            02 filler               pic x(02) value "JL" .
            02 WS-JL-SOURCE         pic x(01) .
            02 WS-JL-POST-TYPE      pic x(08) .
            02 WS-JL-SIDE           pic x(01) .
              88  WS-JL-DEBIT          value "D" .
              88  WS-JL-CREDIT         value "C" .
            02 WS-JL-ACCT           pic x(12) .
            02 WS-JL-CONTRA-ACCT    pic x(12) .
            02 WS-JL-AMT            pic 9(15) .
            02 WS-JL-CURRENCY       pic x(03) .
            02 WS-JL-REFERENCE      pic x(12) .
            02 WS-JL-POST-DATE      pic x(10) .
            02 filler               pic x(44) value spaces .
         01 ws-gl-trailer .
            02 filler               pic x(02) value "TR" .
            02 WS-TRL-COUNT         pic 9(09) value zero .
            02 WS-TRL-DEBIT-TOTAL   pic 9(17) value zero .
            02 WS-TRL-CREDIT-TOTAL  pic 9(17) value zero .
            02 filler               pic x(75) value spaces .
      *
         01 ws-glj-vars .
            02 WS-GL-STATUS         pic x(02) value spaces .
              88  WS-GL-OK             value "00" .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-FAIL-SW           pic x(01) value "N" .
              88  WS-RUN-OK            value "N" .
              88  WS-RUN-FAILED        value "Y" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-READ-COUNT        pic 9(9) comp value zero .
            02 WS-JRNL-COUNT        pic 9(9) comp value zero .
            02 WS-EXCP-COUNT        pic 9(9) comp value zero .
         01 ws-bus-date .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-BUS-DATE-ISO      pic x(10) value spaces .
      *
      *    PROOF TOTALS.  THE CONTROL TOTALS ARE TAKEN STRAIGHT OFF
      *    THE TABLES BEFORE THE CURSORS RUN; WHAT THE FILE CARRIES
      *    PLUS WHAT WENT TO EXCEPTIONS MUST COME BACK TO THEM.
         01 ws-proof-totals .
            02 WS-DEBIT-TOTAL       pic 9(17) comp-3 value zero .
            02 WS-CREDIT-TOTAL      pic 9(17) comp-3 value zero .
            02 WS-DEBIT-COUNT       pic 9(9) comp value zero .
            02 WS-CREDIT-COUNT      pic 9(9) comp value zero .
            02 WS-EXCP-TOTAL        pic 9(17) comp-3 value zero .
            02 WS-CTL-TXN-TOTAL     pic 9(17) comp-3 value zero .
            02 WS-CTL-FEE-TOTAL     pic 9(17) comp-3 value zero .
            02 WS-CTL-TOTAL         pic 9(17) comp-3 value zero .
            02 WS-PROOF-TOTAL       pic 9(17) comp-3 value zero .
      *
      *    ONE ROW TO JOURNAL - A POSTING OR A FEE, BOTH CARRIED IN
      *    THE SAME FIELDS.
         01 ws-cursor-vars .
            02 WS-CSR-MSG-ID        pic x(12) .
            02 WS-CSR-ORIG-MSG-ID   pic x(12) .
            02 WS-CSR-INDC          pic x(01) .
            02 WS-CSR-BOOK-AMT      pic s9(15) comp-3 .
            02 WS-CSR-CURRENCY      pic x(03) .
            02 WS-CSR-ONUS          pic x(01) .
            02 WS-CSR-TS            pic x(26) .
      *
      *    GL MAPPING LOOKUP - POSTING TYPE PLUS CURRENCY, WITH THE
      *    '***' ANY-CURRENCY ROW AS THE FALLBACK.
         01 ws-map-vars .
            02 WS-POST-TYPE         pic x(08) value spaces .
            02 WS-MAP-DEBIT-ACCT    pic x(12) value spaces .
            02 WS-MAP-CREDIT-ACCT   pic x(12) value spaces .
            02 WS-MAP-FOUND-SW      pic x(01) value "N" .
              88  WS-MAP-FOUND         value "Y" .
              88  WS-MAP-NOT-FOUND     value "N" .
            02 WS-JRNL-AMT          pic 9(15) comp-3 value zero .
      *
         01 ws-rpt-head .
            02 filler               pic x(40)
                 value "GL JOURNAL EXCEPTIONS  BUSINESS DATE ".
            02 WS-RH-DATE           pic 9(08) .
         01 ws-excp-line .
            02 WS-EX-SOURCE         pic x(06) .
            02 WS-EX-REFERENCE      pic x(14) .
            02 WS-EX-POST-TYPE      pic x(10) .
            02 WS-EX-CURRENCY       pic x(05) .
            02 WS-EX-AMT            pic z,zzz,zzz,zzz,zz9 .
            02 filler               pic x(03) value spaces .
            02 WS-EX-TEXT           pic x(40) .
         01 ws-total-line .
            02 WS-TL-LABEL          pic x(30) .
            02 WS-TL-COUNT          pic zzz,zzz,zz9 .
            02 filler               pic x(03) value spaces .
            02 WS-TL-AMT            pic zz,zzz,zzz,zzz,zzz,zz9 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crglj1 gl journal interface start"
           move "CRGLJ1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM G0001-INITIALIZE
           if WS-RUN-OK
             PERFORM G0002-CONTROL-TOTALS
           end-if
           if WS-RUN-OK
             PERFORM G0003-JOURNAL-POSTINGS
           end-if
           if WS-RUN-OK
             PERFORM G0007-JOURNAL-FEES
           end-if
           if WS-RUN-OK
             PERFORM G0012-PROVE-FILE
           end-if
           PERFORM G0013-WRITE-TRAILER
           CLOSE GL-FILE
           CLOSE RPT-FILE
      *    NO INTERIM COMMITS - THE STAMPS HARDEN ONLY WITH THE ONE
      *    COMMIT OF A PROVEN FILE, THE SAME RULE AS THE CLEARING
      *    EXTRACT, SO AN UNPROVEN OR ABENDED FILE LEAVES EVERY ROW
      *    WAITING FOR THE RERUN.
           if WS-RUN-FAILED
             exec sql
               rollback
             end-exec
             move 16 to RETURN-CODE
           else
             exec sql
               commit
             end-exec
             if WS-EXCP-COUNT > zero
               move 08 to RETURN-CODE
             end-if
           end-if
           DISPLAY "crglj1 read       " WS-READ-COUNT
           DISPLAY "crglj1 journalled " WS-JRNL-COUNT
           DISPLAY "crglj1 exceptions " WS-EXCP-COUNT
           set RUNLOG-FUNC-END to true
           move WS-READ-COUNT to RUNLOG-INPUT-COUNT
           move WS-JRNL-COUNT to RUNLOG-ACCEPT-COUNT
           move WS-EXCP-COUNT to RUNLOG-REJECT-COUNT
           move RETURN-CODE   to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crglj1 gl journal interface ende "
           GOBACK.
      *------------------------------
       G0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move BUSDATE-ISO  to WS-BUS-DATE-ISO
           OPEN OUTPUT RPT-FILE
           move WS-BUS-DATE-NUM to WS-RH-DATE
           WRITE RPT-LINE FROM ws-rpt-head
           move spaces to RPT-LINE
           WRITE RPT-LINE
           OPEN OUTPUT GL-FILE
           if not WS-GL-OK
             DISPLAY "CRGLJ1 CANNOT OPEN GLOUT " WS-GL-STATUS
             set WS-RUN-FAILED to true
           else
             move WS-BUS-DATE-NUM to WS-HDR-BUS-DATE
             WRITE GL-RECORD FROM ws-gl-header
           end-if
           .
      *------------------------------
      *    EVERYTHING WAITING TO BE JOURNALLED, COUNTED THE SIMPLE
      *    WAY - FEE AMOUNTS BY ABSOLUTE VALUE, SINCE A FEE REVERSAL
      *    GOES TO THE LEDGER AS A POSITIVE LINE THE OTHER WAY ROUND.
       G0002-CONTROL-TOTALS.
           exec sql
             select coalesce(sum(coalesce(TXN_BOOK_AMT, TXN_AMT)), 0)
               into :WS-CTL-TXN-TOTAL
               from TBC_TXN
              where TXN_GL_DATE is null
                and DATE(TXN_TIMESTAMP) <= :WS-BUS-DATE-ISO
           end-exec
           if SQLCODE not = zero
             PERFORM G0014-SQL-FAILED
           end-if
           exec sql
             select coalesce(sum(abs(FEE_BOOK_AMT)), 0)
               into :WS-CTL-FEE-TOTAL
               from TBC_TXN_FEE
              where FEE_GL_DATE is null
                and DATE(FEE_TIMESTAMP) <= :WS-BUS-DATE-ISO
           end-exec
           if SQLCODE not = zero
             PERFORM G0014-SQL-FAILED
           end-if
           compute WS-CTL-TOTAL = WS-CTL-TXN-TOTAL + WS-CTL-FEE-TOTAL
           .
      *------------------------------
      *    EVERY UNJOURNALLED POSTING UP TO THE BUSINESS DATE, NOT
      *    JUST THE DAY'S - A ROW LEFT BEHIND BY A MISSING MAPPING OR
      *    A RUN THAT DID NOT PROVE GOES OUT WITH THE NEXT GOOD RUN.
       G0003-JOURNAL-POSTINGS.
           exec sql
             declare CSRG1 cursor for
               select TXN_MSG_ID, coalesce(TXN_ORIG_MSG_ID, ' '),
                      TXN_INDC_CRE_DB,
                      coalesce(TXN_BOOK_AMT, TXN_AMT), TXN_CURRENCY,
                      coalesce(TXN_ON_US, 'N')
                 from TBC_TXN
                where TXN_GL_DATE is null
                  and DATE(TXN_TIMESTAMP) <= :WS-BUS-DATE-ISO
                order by TXN_TIMESTAMP
           end-exec
           exec sql
             open CSRG1
           end-exec
           if SQLCODE not = zero
             PERFORM G0014-SQL-FAILED
           else
             move "N" to WS-EOF-SW
             PERFORM G0004-FETCH-POSTING
             PERFORM G0005-PROCESS-POSTING UNTIL WS-EOF
             exec sql
               close CSRG1
             end-exec
           end-if
           .
      *------------------------------
       G0004-FETCH-POSTING.
           exec sql
             fetch CSRG1 into :WS-CSR-MSG-ID, :WS-CSR-ORIG-MSG-ID,
                              :WS-CSR-INDC, :WS-CSR-BOOK-AMT,
                              :WS-CSR-CURRENCY, :WS-CSR-ONUS
           end-exec
           if SQLCODE not = zero
             set WS-EOF to true
             if SQLCODE not = 100
               PERFORM G0014-SQL-FAILED
             end-if
           end-if
           .
      *------------------------------
      *    POSTING TYPE - A REVERSAL FIRST (IT MAY BE AN ON-US
      *    OFFSET TOO, BUT THE LEDGER BOOKS IT AS A REVERSAL), THEN
      *    AN ON-US LEG, THEN THE ORDINARY CUSTOMER DEBIT OR CREDIT
      *    THAT WENT THROUGH CLEARING.  THE LAST TWO BYTES ARE THE
      *    ROW'S OWN INDICATOR.
       G0005-PROCESS-POSTING.
           add 1 to WS-READ-COUNT
           evaluate true
             when WS-CSR-ORIG-MSG-ID not = spaces
               move "RVSL" to WS-POST-TYPE
             when WS-CSR-ONUS = "Y"
               move "ONUS" to WS-POST-TYPE
             when other
               move "CUST" to WS-POST-TYPE
           end-evaluate
           if WS-CSR-INDC = "D"
             move "DB" to WS-POST-TYPE(5:2)
           else
             move "CR" to WS-POST-TYPE(5:2)
           end-if
           move WS-CSR-BOOK-AMT to WS-JRNL-AMT
           PERFORM G0010-LOOKUP-MAPPING
           if WS-MAP-FOUND
             move "T" to WS-JL-SOURCE
             PERFORM G0011-WRITE-JOURNAL-LINE
             exec sql
               update TBC_TXN
                  set TXN_GL_DATE = :WS-BUS-DATE-ISO
                where TXN_MSG_ID = :WS-CSR-MSG-ID
             end-exec
             if SQLCODE not = zero
               PERFORM G0014-SQL-FAILED
             end-if
           else
             move "TXN"  to WS-EX-SOURCE
             PERFORM G0006-WRITE-EXCEPTION
           end-if
           if WS-RUN-OK
             PERFORM G0004-FETCH-POSTING
           end-if
           .
      *------------------------------
       G0006-WRITE-EXCEPTION.
           add 1 to WS-EXCP-COUNT
           add WS-JRNL-AMT to WS-EXCP-TOTAL
           move WS-CSR-MSG-ID   to WS-EX-REFERENCE
           move WS-POST-TYPE    to WS-EX-POST-TYPE
           move WS-CSR-CURRENCY to WS-EX-CURRENCY
           move WS-JRNL-AMT     to WS-EX-AMT
           move "NO TBC_GL_MAP ROW - LEFT FOR NEXT RUN" to WS-EX-TEXT
           WRITE RPT-LINE FROM ws-excp-line
           .
      *------------------------------
      *    FEES AND FEE REVERSALS.  A REVERSED FEE IS A NEGATIVE
      *    FEE_BOOK_AMT; THE LEDGER GETS IT AS A POSITIVE LINE UNDER
      *    ITS OWN POSTING TYPE SO FINANCE MAPS IT BACK OUT OF FEE
      *    INCOME EXPLICITLY.
       G0007-JOURNAL-FEES.
           exec sql
             declare CSRG2 cursor for
               select TXN_MSG_ID, FEE_BOOK_AMT, FEE_CURRENCY,
                      char(FEE_TIMESTAMP)
                 from TBC_TXN_FEE
                where FEE_GL_DATE is null
                  and DATE(FEE_TIMESTAMP) <= :WS-BUS-DATE-ISO
                order by FEE_TIMESTAMP
           end-exec
           exec sql
             open CSRG2
           end-exec
           if SQLCODE not = zero
             PERFORM G0014-SQL-FAILED
           else
             move "N" to WS-EOF-SW
             PERFORM G0008-FETCH-FEE
             PERFORM G0009-PROCESS-FEE UNTIL WS-EOF
             exec sql
               close CSRG2
             end-exec
           end-if
           .
      *------------------------------
       G0008-FETCH-FEE.
           exec sql
             fetch CSRG2 into :WS-CSR-MSG-ID, :WS-CSR-BOOK-AMT,
                              :WS-CSR-CURRENCY, :WS-CSR-TS
           end-exec
           if SQLCODE not = zero
             set WS-EOF to true
             if SQLCODE not = 100
               PERFORM G0014-SQL-FAILED
             end-if
           end-if
           .
      *------------------------------
       G0009-PROCESS-FEE.
           add 1 to WS-READ-COUNT
           if WS-CSR-BOOK-AMT < zero
             move "FEERVSL " to WS-POST-TYPE
             compute WS-JRNL-AMT = zero - WS-CSR-BOOK-AMT
           else
             move "FEE     " to WS-POST-TYPE
             move WS-CSR-BOOK-AMT to WS-JRNL-AMT
           end-if
           PERFORM G0010-LOOKUP-MAPPING
           if WS-MAP-FOUND
             move "F" to WS-JL-SOURCE
             PERFORM G0011-WRITE-JOURNAL-LINE
             exec sql
               update TBC_TXN_FEE
                  set FEE_GL_DATE = :WS-BUS-DATE-ISO
                where TXN_MSG_ID    = :WS-CSR-MSG-ID
                  and FEE_TIMESTAMP = :WS-CSR-TS
             end-exec
             if SQLCODE not = zero
               PERFORM G0014-SQL-FAILED
             end-if
           else
             move "FEE"  to WS-EX-SOURCE
             PERFORM G0006-WRITE-EXCEPTION
           end-if
           if WS-RUN-OK
             PERFORM G0008-FETCH-FEE
           end-if
           .
      *------------------------------
      *    SAME FALLBACK SHAPE AS A0020A - THE CURRENCY'S OWN ROW
      *    FIRST, THEN THE '***' ANY-CURRENCY ROW.  A MAPPING ROW
      *    WITH EITHER ACCOUNT BLANK IS NO MAPPING AT ALL.
       G0010-LOOKUP-MAPPING.
           set WS-MAP-NOT-FOUND to true
           move spaces to WS-MAP-DEBIT-ACCT
           move spaces to WS-MAP-CREDIT-ACCT
           exec sql
             select GL_DEBIT_ACCT, GL_CREDIT_ACCT
               into :WS-MAP-DEBIT-ACCT, :WS-MAP-CREDIT-ACCT
               from TBC_GL_MAP
              where GL_POST_TYPE = :WS-POST-TYPE
                and GL_CURRENCY  = :WS-CSR-CURRENCY
           end-exec
           if SQLCODE not = zero
             exec sql
               select GL_DEBIT_ACCT, GL_CREDIT_ACCT
                 into :WS-MAP-DEBIT-ACCT, :WS-MAP-CREDIT-ACCT
                 from TBC_GL_MAP
                where GL_POST_TYPE = :WS-POST-TYPE
                  and GL_CURRENCY  = '***'
             end-exec
           end-if
           if SQLCODE = zero
              and WS-MAP-DEBIT-ACCT not = spaces
              and WS-MAP-CREDIT-ACCT not = spaces
             set WS-MAP-FOUND to true
           end-if
           .
      *------------------------------
      *    BOTH LEGS OF ONE POSTING.  EACH SIDE'S TOTAL TAKES ONLY
      *    ITS OWN LINES, AND ONLY ONCE THE WRITE HAS WORKED.
       G0011-WRITE-JOURNAL-LINE.
           move WS-POST-TYPE       to WS-JL-POST-TYPE
           move WS-JRNL-AMT        to WS-JL-AMT
           move WS-CSR-CURRENCY    to WS-JL-CURRENCY
           move WS-CSR-MSG-ID      to WS-JL-REFERENCE
           move WS-BUS-DATE-ISO    to WS-JL-POST-DATE
           add 1 to WS-JRNL-COUNT
           set WS-JL-DEBIT to true
           move WS-MAP-DEBIT-ACCT  to WS-JL-ACCT
           move WS-MAP-CREDIT-ACCT to WS-JL-CONTRA-ACCT
           PERFORM G0015-WRITE-LEG
           set WS-JL-CREDIT to true
           move WS-MAP-CREDIT-ACCT to WS-JL-ACCT
           move WS-MAP-DEBIT-ACCT  to WS-JL-CONTRA-ACCT
           PERFORM G0015-WRITE-LEG
           .
      *------------------------------
       G0015-WRITE-LEG.
           WRITE GL-RECORD FROM ws-gl-detail
           if not WS-GL-OK
             DISPLAY "CRGLJ1 WRITE GLOUT FAILED " WS-GL-STATUS
                     " AT " WS-CSR-MSG-ID " SIDE " WS-JL-SIDE
             set WS-RUN-FAILED to true
             set WS-EOF to true
           else
             if WS-JL-DEBIT
               add 1 to WS-DEBIT-COUNT
               add WS-JL-AMT to WS-DEBIT-TOTAL
             else
               add 1 to WS-CREDIT-COUNT
               add WS-JL-AMT to WS-CREDIT-TOTAL
             end-if
           end-if
           .
      *------------------------------
      *    THE RELEASE PROOF, ON THE TRAILER AS IT WILL BE WRITTEN.
      *    DEBITS MUST EQUAL CREDITS, EACH SIDE MUST HAVE ONE LINE
      *    PER POSTING JOURNALLED AND THE LINE COUNT MUST BE BOTH
      *    SIDES' LINES, AND EACH SIDE PLUS THE EXCEPTIONS MUST COME
      *    BACK TO THE CONTROL TOTALS - A ROW THAT SLIPPED THROUGH
      *    NEITHER IS AS BAD AS AN UNBALANCED FILE.
       G0012-PROVE-FILE.
           PERFORM G0016-BUILD-TRAILER
           if WS-TRL-DEBIT-TOTAL not = WS-TRL-CREDIT-TOTAL
             DISPLAY "CRGLJ1 JOURNAL DOES NOT BALANCE - DEBITS "
                     WS-TRL-DEBIT-TOTAL " CREDITS "
                     WS-TRL-CREDIT-TOTAL
             set WS-RUN-FAILED to true
           end-if
           if WS-DEBIT-COUNT not = WS-JRNL-COUNT
              or WS-CREDIT-COUNT not = WS-JRNL-COUNT
              or WS-TRL-COUNT not = WS-DEBIT-COUNT + WS-CREDIT-COUNT
             DISPLAY "CRGLJ1 LINE COUNTS DO NOT AGREE - POSTINGS "
                     WS-JRNL-COUNT " DEBIT LINES " WS-DEBIT-COUNT
                     " CREDIT LINES " WS-CREDIT-COUNT
             set WS-RUN-FAILED to true
           end-if
           compute WS-PROOF-TOTAL = WS-TRL-DEBIT-TOTAL + WS-EXCP-TOTAL
           if WS-PROOF-TOTAL not = WS-CTL-TOTAL
             DISPLAY "CRGLJ1 DEBITS PLUS EXCEPTIONS " WS-PROOF-TOTAL
                     " DOES NOT MATCH CONTROL TOTAL " WS-CTL-TOTAL
             set WS-RUN-FAILED to true
           end-if
           compute WS-PROOF-TOTAL = WS-TRL-CREDIT-TOTAL + WS-EXCP-TOTAL
           if WS-PROOF-TOTAL not = WS-CTL-TOTAL
             DISPLAY "CRGLJ1 CREDITS PLUS EXCEPTIONS " WS-PROOF-TOTAL
                     " DOES NOT MATCH CONTROL TOTAL " WS-CTL-TOTAL
             set WS-RUN-FAILED to true
           end-if
           .
      *------------------------------
       G0016-BUILD-TRAILER.
           compute WS-TRL-COUNT = WS-DEBIT-COUNT + WS-CREDIT-COUNT
           move WS-DEBIT-TOTAL  to WS-TRL-DEBIT-TOTAL
           move WS-CREDIT-TOTAL to WS-TRL-CREDIT-TOTAL
           .
      *------------------------------
       G0013-WRITE-TRAILER.
           if WS-GL-OK
             PERFORM G0016-BUILD-TRAILER
             WRITE GL-RECORD FROM ws-gl-trailer
           end-if
           move spaces to RPT-LINE
           WRITE RPT-LINE
           if WS-EXCP-COUNT = zero
             move "NO EXCEPTIONS" to RPT-LINE
             WRITE RPT-LINE
           end-if
           move "ROWS READ" to WS-TL-LABEL
           move WS-READ-COUNT to WS-TL-COUNT
           move WS-CTL-TOTAL to WS-TL-AMT
           WRITE RPT-LINE FROM ws-total-line
           move "JOURNAL LINES" to WS-TL-LABEL
           move WS-JRNL-COUNT to WS-TL-COUNT
           move WS-DEBIT-TOTAL to WS-TL-AMT
           WRITE RPT-LINE FROM ws-total-line
           move "EXCEPTIONS" to WS-TL-LABEL
           move WS-EXCP-COUNT to WS-TL-COUNT
           move WS-EXCP-TOTAL to WS-TL-AMT
           WRITE RPT-LINE FROM ws-total-line
           if WS-RUN-FAILED
             move "*** JOURNAL NOT PROVEN - DO NOT RELEASE"
               to RPT-LINE
             WRITE RPT-LINE
           end-if
           .
      *------------------------------
       G0014-SQL-FAILED.
           move SQLCODE to WS-SQLCODE-DISP
           DISPLAY "CRGLJ1 SQL FAILED AT " WS-CSR-MSG-ID
                   " SQLCODE " WS-SQLCODE-DISP
           set WS-RUN-FAILED to true
           set WS-EOF to true
           .
