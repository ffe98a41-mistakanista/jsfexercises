      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crawv1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - monthly AWV cross-border payment report
      *             (Bundesbank Z4).  payments to and from non-
      *             residents above the AWV threshold were pulled by
      *             hand from CRPOSRPT and ad-hoc SQL.  this job reads
      *             the reporting month's TBC_TXN and TBC_TXN_ARCHIVE
      *             postings whose counterparty (creditor on a debit,
      *             debtor on a credit) has a non-DE IBAN or BIC and
      *             whose book amount exceeds WS-AWV-THRESHOLD, and
      *             writes one Z4OUT record per direction, country,
      *             currency and purpose code with count and amounts.
      *             the purpose code (the Kennzahl from the AWV
      *             Leistungsverzeichnis) is kept per payment on
      *             TBC_AWV_PURPOSE (AWV_MSG_ID, AWV_PURPOSE_CD,
      *             AWV_UPD_USER, AWV_UPD_TS); a reportable payment
      *             without one goes on the exceptions list in RPTOUT
      *             and ends the run RC 8 - ops add the row and rerun
      *             before the deadline.  the generated second leg of
      *             an on-us transfer is never read, so an internal
      *             transfer counts once at most.  a payment reversed
      *             within the month is left out together with its
      *             reversal; a reversal of a payment from an earlier
      *             month is listed as an exception, because that
      *             month's report has to be corrected instead.
      *             PARMIN may name the month (YYYYMM); without a card
      *             the month before the business date is reported.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS .
           SELECT Z4-FILE          ASSIGN TO Z4OUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-Z4-STATUS .
           SELECT RPT-FILE         ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL .
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    PARMIN - OPTIONAL REPORTING MONTH, YYYYMM IN COLUMNS 1-6.
       FD  PARM-FILE
           RECORDING MODE IS F .
       01  PARM-RECORD.
           03  PARM-PERIOD         PIC X(06).
           03  FILLER              PIC X(74).
      *
      *    Z4OUT - ONE "Z4" RECORD PER DIRECTION / COUNTRY / CURRENCY
      *    / PURPOSE CODE, THEN ONE "ZT" TRAILER.  DIRECTION "A" IS A
      *    PAYMENT MADE (AUSGANG, OUR DEBIT), "E" ONE RECEIVED
      *    (EINGANG, OUR CREDIT).  Z4-AMT-EUR IS WHOLE EUROS, ROUNDED;
      *    Z4-AMT-CCY IS THE ORIGINAL CURRENCY IN MINOR UNITS.
       FD  Z4-FILE
           RECORDING MODE IS F .
       01  Z4-RECORD.
           03  Z4-REC-TYPE         PIC X(02).
           03  Z4-PERIOD           PIC 9(06).
           03  Z4-DIRECTION        PIC X(01).
           03  Z4-COUNTRY          PIC X(02).
           03  Z4-CURRENCY         PIC X(03).
           03  Z4-PURPOSE          PIC X(03).
           03  Z4-TXN-COUNT        PIC 9(07).
           03  Z4-AMT-EUR          PIC 9(13).
           03  Z4-AMT-CCY          PIC 9(15).
           03  FILLER              PIC X(28).
       01  Z4-TRAILER redefines Z4-RECORD.
           03  Z4T-REC-TYPE        PIC X(02).
           03  Z4T-PERIOD          PIC 9(06).
           03  Z4T-REC-COUNT       PIC 9(07).
           03  Z4T-TXN-COUNT       PIC 9(09).
           03  Z4T-AMT-EUR         PIC 9(15).
           03  FILLER              PIC X(41).
      *
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
         01 ws-awv-vars .
            02 WS-PARM-STATUS       pic x(02) value spaces .
              88  WS-PARM-OK           value "00" .
            02 WS-Z4-STATUS         pic x(02) value spaces .
              88  WS-Z4-OK             value "00" .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-FATAL-SW          pic x(01) value "N" .
              88  WS-FATAL             value "Y" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-READ-COUNT        pic 9(9) comp value zero .
            02 WS-REPORT-COUNT      pic 9(9) comp value zero .
            02 WS-EXCP-COUNT        pic 9(9) comp value zero .
            02 WS-DOMESTIC-COUNT    pic 9(9) comp value zero .
            02 WS-REVERSED-COUNT    pic 9(9) comp value zero .
            02 WS-REV-COUNT         pic 9(9) comp value zero .
      *
      *    THE AWV REPORTING THRESHOLD IN BOOK-CURRENCY MINOR UNITS -
      *    EUR 12,500.00.  ONLY AMOUNTS ABOVE IT ARE REPORTABLE.
         01 ws-awv-parms .
            02 WS-AWV-THRESHOLD     pic 9(15) comp-3 value 1250000 .
      *
      *    REPORTING MONTH AND THE DATE RANGE IT COVERS - FIRST DAY
      *    INCLUSIVE, FIRST DAY OF THE NEXT MONTH EXCLUSIVE, BOTH IN
      *    ISO FORM FOR THE DB2 DATE COMPARISON.
         01 ws-period-vars .
            02 WS-PERIOD            pic 9(06) value zero .
            02 WS-PERIOD-R redefines WS-PERIOD .
               03 WS-PER-YYYY       pic 9(04) .
               03 WS-PER-MM         pic 9(02) .
            02 WS-NEXT-YYYY         pic 9(04) value zero .
            02 WS-NEXT-MM           pic 9(02) value zero .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-BUS-DATE-R redefines WS-BUS-DATE-NUM .
               03 WS-BUS-YYYY       pic 9(04) .
               03 WS-BUS-MM         pic 9(02) .
               03 WS-BUS-DD         pic 9(02) .
         01 WS-FROM-ISO             pic x(10) value spaces .
         01 WS-TO-ISO               pic x(10) value spaces .
      *
         01 ws-cursor-vars .
            02 WS-CSR-MSG-ID        pic x(12) .
            02 WS-CSR-ORIG-ID       pic x(12) .
            02 WS-CSR-INDC          pic x(01) .
            02 WS-CSR-AMT           pic 9(12) .
            02 WS-CSR-BOOK-AMT      pic 9(15) comp-3 .
            02 WS-CSR-CURRENCY      pic x(03) .
            02 WS-CSR-DEB-IBAN      pic x(35) .
            02 WS-CSR-DEB-BIC       pic x(11) .
            02 WS-CSR-DEB-NAME      pic x(50) .
            02 WS-CSR-CRE-IBAN      pic x(35) .
            02 WS-CSR-CRE-BIC       pic x(11) .
            02 WS-CSR-CRE-NAME      pic x(50) .
            02 WS-CSR-DATE          pic x(10) .
            02 WS-CSR-PURPOSE       pic x(03) .
      *
      *    THE COUNTERPARTY SIDE OF THE CURRENT POSTING.
         01 ws-cpty .
            02 WS-CP-IBAN           pic x(35) value spaces .
            02 WS-CP-BIC            pic x(11) value spaces .
            02 WS-CP-NAME           pic x(50) value spaces .
            02 WS-CP-COUNTRY        pic x(02) value spaces .
            02 WS-CP-DIRECTION      pic x(01) value spaces .
            02 WS-ORIG-DATE         pic x(10) value spaces .
            02 WS-EXCP-REASON       pic x(30) value spaces .
      *
      *    IN-STORAGE Z4 TABLE, ONE ENTRY PER DIRECTION / COUNTRY /
      *    CURRENCY / PURPOSE - FILLED AND SEARCHED THE WAY CRPOSRPT
      *    FILLS ITS POSITION TABLE.  A REGULATORY FIGURE CANNOT BE
      *    LUMPED, SO A FULL TABLE ENDS THE RUN RC 16 INSTEAD.
         01 ws-z4-parms .
            02 WS-Z4-MAX            pic 9(4) comp value 2000 .
            02 WS-Z4-COUNT          pic 9(4) comp value zero .
            02 WS-Z4-KEY .
               03 WS-Z4K-DIRECTION  pic x(01) .
               03 WS-Z4K-COUNTRY    pic x(02) .
               03 WS-Z4K-CURRENCY   pic x(03) .
               03 WS-Z4K-PURPOSE    pic x(03) .
            02 WS-Z4-HIT-SW         pic x(01) value "N" .
              88  WS-Z4-HIT            value "Y" .
              88  WS-Z4-MISS           value "N" .
         01 ws-z4-tab .
            02 WS-Z4-ENTRY occurs 2000 times
                           indexed by Z4-IDX .
               03 WS-Z4T-KEY        pic x(09) .
               03 WS-Z4T-TXN-COUNT  pic 9(9) comp .
               03 WS-Z4T-BOOK-TOT   pic 9(17) comp-3 .
               03 WS-Z4T-CCY-TOT    pic 9(17) comp-3 .
         01 ws-z4-key-view .
            02 WS-Z4V-KEY           pic x(09) .
            02 WS-Z4V-KEY-R redefines WS-Z4V-KEY .
               03 WS-Z4V-DIRECTION  pic x(01) .
               03 WS-Z4V-COUNTRY    pic x(02) .
               03 WS-Z4V-CURRENCY   pic x(03) .
               03 WS-Z4V-PURPOSE    pic x(03) .
      *
         01 ws-totals .
            02 WS-EUR-WHOLE         pic 9(15) comp-3 value zero .
            02 WS-TOT-REC-COUNT     pic 9(9) comp value zero .
            02 WS-TOT-TXN-COUNT     pic 9(9) comp value zero .
            02 WS-TOT-EUR           pic 9(15) comp-3 value zero .
            02 WS-EXCP-BOOK-TOT     pic 9(17) comp-3 value zero .
            02 WS-EXCP-COUNT-DISP   pic zzz,zzz,zz9 .
            02 WS-EXCP-TOT-DISP     pic zzz,zzz,zzz,zzz,zz9.99 .
      *
         01 ws-z4-line .
            02 WS-ZL-DIRECTION      pic x(04) .
            02 WS-ZL-COUNTRY        pic x(06) .
            02 WS-ZL-CURRENCY       pic x(06) .
            02 WS-ZL-PURPOSE        pic x(06) .
            02 WS-ZL-COUNT          pic zzz,zzz,zz9 .
            02 filler               pic x(02) value spaces .
            02 WS-ZL-EUR            pic z,zzz,zzz,zzz,zz9 .
            02 filler               pic x(02) value spaces .
            02 WS-ZL-CCY            pic zzz,zzz,zzz,zzz,zz9 .
      *
         01 ws-excp-line .
            02 WS-XL-MSG-ID         pic x(12) .
            02 filler               pic x(01) value spaces .
            02 WS-XL-DATE           pic x(10) .
            02 filler               pic x(01) value spaces .
            02 WS-XL-DIRECTION      pic x(01) .
            02 filler               pic x(01) value spaces .
            02 WS-XL-COUNTRY        pic x(02) .
            02 filler               pic x(01) value spaces .
            02 WS-XL-CURRENCY       pic x(03) .
            02 WS-XL-BOOK-AMT       pic zzz,zzz,zzz,zz9.99 .
            02 filler               pic x(02) value spaces .
            02 WS-XL-NAME           pic x(30) .
            02 filler               pic x(01) value spaces .
            02 WS-XL-REASON         pic x(30) .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crawv1 awv z4 report start"
           move "CRAWV1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM W0001-INITIALIZE
           if not WS-FATAL
             PERFORM W0002-OPEN-CURSOR
             PERFORM W0009-FETCH-ROW
             PERFORM W0003-PROCESS-ROW UNTIL WS-EOF
             PERFORM W0010-CLOSE-CURSOR
           end-if
           if not WS-FATAL
             PERFORM W0011-WRITE-Z4
           end-if
           PERFORM W0013-CLOSE-FILES
           evaluate true
             when WS-FATAL
               move 16 to RETURN-CODE
             when WS-EXCP-COUNT > zero
               move 08 to RETURN-CODE
             when other
               move zero to RETURN-CODE
           end-evaluate
           DISPLAY "crawv1 period      " WS-PERIOD
           DISPLAY "crawv1 read        " WS-READ-COUNT
           DISPLAY "crawv1 reported    " WS-REPORT-COUNT
           DISPLAY "crawv1 domestic    " WS-DOMESTIC-COUNT
           DISPLAY "crawv1 reversed    " WS-REVERSED-COUNT
           DISPLAY "crawv1 exceptions  " WS-EXCP-COUNT
           set RUNLOG-FUNC-END to true
           move WS-READ-COUNT   to RUNLOG-INPUT-COUNT
           move WS-REPORT-COUNT to RUNLOG-ACCEPT-COUNT
           move WS-EXCP-COUNT   to RUNLOG-REJECT-COUNT
           move RETURN-CODE     to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crawv1 awv z4 report ende "
           GOBACK.
      *------------------------------
      *    THE MONTH COMES FROM PARMIN WHEN A CARD IS THERE, OTHERWISE
      *    IT IS THE MONTH BEFORE THE BUSINESS DATE - THE JOB RUNS IN
      *    THE FIRST DAYS OF THE MONTH AFTER THE ONE IT REPORTS.
       W0001-INITIALIZE.
           move spaces to ws-z4-tab
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
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
               move WS-BUS-YYYY to WS-PER-YYYY
               move WS-BUS-MM   to WS-PER-MM
               if WS-PER-MM = 01
                 move 12 to WS-PER-MM
                 subtract 1 from WS-PER-YYYY
               else
                 subtract 1 from WS-PER-MM
               end-if
             when PARM-PERIOD not numeric
               DISPLAY "CRAWV1 BAD PARMIN PERIOD '" PARM-PERIOD
                       "' - RUN REFUSED"
               set WS-FATAL to true
             when other
               move PARM-PERIOD to WS-PERIOD
               if WS-PER-MM < 01 or WS-PER-MM > 12
                 DISPLAY "CRAWV1 BAD PARMIN PERIOD '" PARM-PERIOD
                         "' - RUN REFUSED"
                 set WS-FATAL to true
               end-if
           end-evaluate
           move WS-PER-YYYY to WS-NEXT-YYYY
           if WS-PER-MM = 12
             move 01 to WS-NEXT-MM
             add 1 to WS-NEXT-YYYY
           else
             compute WS-NEXT-MM = WS-PER-MM + 1
           end-if
           move spaces to WS-FROM-ISO
           string WS-PER-YYYY "-" WS-PER-MM "-01"
             delimited by size into WS-FROM-ISO
           move spaces to WS-TO-ISO
           string WS-NEXT-YYYY "-" WS-NEXT-MM "-01"
             delimited by size into WS-TO-ISO
           OPEN OUTPUT Z4-FILE
           if not WS-Z4-OK
             DISPLAY "CRAWV1 CANNOT OPEN Z4OUT " WS-Z4-STATUS
             set WS-FATAL to true
           end-if
           OPEN OUTPUT RPT-FILE
           move spaces to RPT-LINE
           string "AWV Z4 CROSS-BORDER PAYMENTS  PERIOD " WS-PERIOD
                  "  EXCEPTIONS FOR OPS"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           string "MSG ID       DATE       D CT CCY   EUR BOOK AMOUNT"
                  "  COUNTERPARTY                   REASON"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           .
      *------------------------------
      *    LIVE AND ARCHIVED POSTINGS OF THE MONTH ABOVE THE
      *    THRESHOLD.  THE "#" SECOND LEG OF AN ON-US TRANSFER IS
      *    NEVER READ - THE CAPTURED LEG STANDS FOR THE PAYMENT.
       W0002-OPEN-CURSOR.
           exec sql
             declare CSRZ4 cursor for
               select T.TXN_MSG_ID, coalesce(T.TXN_ORIG_MSG_ID, ' '),
                      T.TXN_INDC_CRE_DB, T.TXN_AMT, T.TXN_BOOK_AMT,
                      T.TXN_CURRENCY,
                      T.DEBTOR_IBAN, T.DEBTOR_BIC, T.DEBTOR_NAME,
                      T.CREDITOR_IBAN, T.CREDITOR_BIC, T.CREDITOR_NAME,
                      char(date(T.TXN_TIMESTAMP), ISO),
                      coalesce(P.AWV_PURPOSE_CD, ' ')
                 from TBC_TXN T
                 left outer join TBC_AWV_PURPOSE P
                   on P.AWV_MSG_ID = T.TXN_MSG_ID
                where date(T.TXN_TIMESTAMP) >= :WS-FROM-ISO
                  and date(T.TXN_TIMESTAMP) <  :WS-TO-ISO
                  and T.TXN_BOOK_AMT > :WS-AWV-THRESHOLD
                  and substr(T.TXN_MSG_ID, 1, 1) <> '#'
               union all
               select A.TXN_MSG_ID, coalesce(A.TXN_ORIG_MSG_ID, ' '),
                      A.TXN_INDC_CRE_DB, A.TXN_AMT, A.TXN_BOOK_AMT,
                      A.TXN_CURRENCY,
                      A.DEBTOR_IBAN, A.DEBTOR_BIC, A.DEBTOR_NAME,
                      A.CREDITOR_IBAN, A.CREDITOR_BIC, A.CREDITOR_NAME,
                      char(date(A.TXN_TIMESTAMP), ISO),
                      coalesce(P.AWV_PURPOSE_CD, ' ')
                 from TBC_TXN_ARCHIVE A
                 left outer join TBC_AWV_PURPOSE P
                   on P.AWV_MSG_ID = A.TXN_MSG_ID
                where date(A.TXN_TIMESTAMP) >= :WS-FROM-ISO
                  and date(A.TXN_TIMESTAMP) <  :WS-TO-ISO
                  and A.TXN_BOOK_AMT > :WS-AWV-THRESHOLD
                  and substr(A.TXN_MSG_ID, 1, 1) <> '#'
                order by 1
           end-exec
           exec sql
             open CSRZ4
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRAWV1 OPEN CURSOR FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-FATAL to true
             set WS-EOF to true
           end-if
           .
      *------------------------------
      *    THE COUNTERPARTY OF A DEBIT IS THE CREDITOR, OF A CREDIT
      *    THE DEBTOR.  IT IS A NON-RESIDENT WHEN ITS IBAN OR ITS BIC
      *    CARRIES A COUNTRY OTHER THAN DE; THE IBAN'S COUNTRY IS
      *    REPORTED UNLESS ONLY THE BIC IS FOREIGN.
       W0003-PROCESS-ROW.
           add 1 to WS-READ-COUNT
           if WS-CSR-INDC = "D"
             move WS-CSR-CRE-IBAN to WS-CP-IBAN
             move WS-CSR-CRE-BIC  to WS-CP-BIC
             move WS-CSR-CRE-NAME to WS-CP-NAME
             move "A"             to WS-CP-DIRECTION
           else
             move WS-CSR-DEB-IBAN to WS-CP-IBAN
             move WS-CSR-DEB-BIC  to WS-CP-BIC
             move WS-CSR-DEB-NAME to WS-CP-NAME
             move "E"             to WS-CP-DIRECTION
           end-if
           move spaces to WS-CP-COUNTRY
           if WS-CP-IBAN(1:2) not = "DE" and WS-CP-IBAN not = spaces
             move WS-CP-IBAN(1:2) to WS-CP-COUNTRY
           else
             if WS-CP-BIC(5:2) not = "DE" and WS-CP-BIC not = spaces
               move WS-CP-BIC(5:2) to WS-CP-COUNTRY
             end-if
           end-if
           evaluate true
             when WS-CP-COUNTRY = spaces
               add 1 to WS-DOMESTIC-COUNT
             when WS-CSR-ORIG-ID not = spaces
               PERFORM W0005-CHK-REVERSAL-ROW
             when other
               PERFORM W0004-CHK-REVERSED
               evaluate true
                 when WS-FATAL
                   continue
                 when WS-REV-COUNT > zero
                   add 1 to WS-REVERSED-COUNT
                 when WS-CSR-PURPOSE = spaces
                   move "NO PURPOSE CODE" to WS-EXCP-REASON
                   PERFORM W0007-WRITE-EXCEPTION
                 when other
                   PERFORM W0006-ADD-TO-Z4
               end-evaluate
           end-evaluate
           PERFORM W0009-FETCH-ROW
           .
      *------------------------------
      *    A PAYMENT REVERSED BEFORE THE END OF ITS MONTH NEVER
      *    HAPPENED AS FAR AS THE REPORT IS CONCERNED.  A REVERSAL
      *    AFTER THE MONTH END LEAVES THE PAYMENT REPORTED HERE; THE
      *    REVERSAL SHOWS UP ON ITS OWN MONTH'S EXCEPTIONS LIST.
       W0004-CHK-REVERSED.
           move zero to WS-REV-COUNT
           exec sql
             select count(*)
               into :WS-REV-COUNT
               from (select TXN_MSG_ID
                       from TBC_TXN
                      where TXN_ORIG_MSG_ID = :WS-CSR-MSG-ID
                        and date(TXN_TIMESTAMP) < :WS-TO-ISO
                     union all
                     select TXN_MSG_ID
                       from TBC_TXN_ARCHIVE
                      where TXN_ORIG_MSG_ID = :WS-CSR-MSG-ID
                        and date(TXN_TIMESTAMP) < :WS-TO-ISO) as R
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRAWV1 REVERSAL LOOKUP FAILED " WS-CSR-MSG-ID
                     " SQLCODE " WS-SQLCODE-DISP
             set WS-FATAL to true
             set WS-EOF to true
           end-if
           .
      *------------------------------
      *    A REVERSAL IS NEVER A NEW PAYMENT.  IF ITS ORIGINAL FELL IN
      *    THIS MONTH BOTH ARE LEFT OUT (W0004 DROPS THE ORIGINAL);
      *    IF THE ORIGINAL FELL IN AN EARLIER MONTH IT WAS REPORTED
      *    THERE, AND OPS MUST CORRECT THAT MONTH'S REPORT.  A
      *    REVERSAL OF AN ON-US "#" LEG IS INTERNAL AND IS SKIPPED.
       W0005-CHK-REVERSAL-ROW.
           move spaces to WS-ORIG-DATE
           if WS-CSR-ORIG-ID(1:1) = "#"
             add 1 to WS-REVERSED-COUNT
           else
             exec sql
               select coalesce(min(char(date(TXN_TIMESTAMP), ISO)),
                               ' ')
                 into :WS-ORIG-DATE
                 from (select TXN_TIMESTAMP
                         from TBC_TXN
                        where TXN_MSG_ID = :WS-CSR-ORIG-ID
                       union all
                       select TXN_TIMESTAMP
                         from TBC_TXN_ARCHIVE
                        where TXN_MSG_ID = :WS-CSR-ORIG-ID) as O
             end-exec
             evaluate true
               when SQLCODE not = zero
                 move SQLCODE to WS-SQLCODE-DISP
                 DISPLAY "CRAWV1 ORIGINAL LOOKUP FAILED "
                         WS-CSR-ORIG-ID " SQLCODE " WS-SQLCODE-DISP
                 set WS-FATAL to true
                 set WS-EOF to true
               when WS-ORIG-DATE not = spaces
                and WS-ORIG-DATE >= WS-FROM-ISO
                 add 1 to WS-REVERSED-COUNT
               when other
                 move spaces to WS-EXCP-REASON
                 string "REVERSES " WS-CSR-ORIG-ID " OF "
                        WS-ORIG-DATE
                   delimited by size into WS-EXCP-REASON
                 PERFORM W0007-WRITE-EXCEPTION
             end-evaluate
           end-if
           .
      *------------------------------
       W0006-ADD-TO-Z4.
           move WS-CP-DIRECTION to WS-Z4K-DIRECTION
           move WS-CP-COUNTRY   to WS-Z4K-COUNTRY
           move WS-CSR-CURRENCY to WS-Z4K-CURRENCY
           move WS-CSR-PURPOSE  to WS-Z4K-PURPOSE
           set WS-Z4-MISS to true
           set Z4-IDX to 1
           SEARCH WS-Z4-ENTRY
             AT END
               continue
             WHEN WS-Z4T-KEY(Z4-IDX) = WS-Z4-KEY
               set WS-Z4-HIT to true
             WHEN WS-Z4T-KEY(Z4-IDX) = spaces
               move WS-Z4-KEY to WS-Z4T-KEY(Z4-IDX)
               move zero to WS-Z4T-TXN-COUNT(Z4-IDX)
               move zero to WS-Z4T-BOOK-TOT(Z4-IDX)
               move zero to WS-Z4T-CCY-TOT(Z4-IDX)
               set WS-Z4-HIT to true
               add 1 to WS-Z4-COUNT
           END-SEARCH
           if WS-Z4-MISS
             DISPLAY "CRAWV1 Z4 TABLE FULL AT " WS-Z4-MAX
                     " ENTRIES - RUN STOPPED, RAISE WS-Z4-MAX"
             set WS-FATAL to true
             set WS-EOF to true
           else
             add 1 to WS-Z4T-TXN-COUNT(Z4-IDX)
             add WS-CSR-BOOK-AMT to WS-Z4T-BOOK-TOT(Z4-IDX)
             add WS-CSR-AMT      to WS-Z4T-CCY-TOT(Z4-IDX)
             add 1 to WS-REPORT-COUNT
           end-if
           .
      *------------------------------
       W0007-WRITE-EXCEPTION.
           add 1 to WS-EXCP-COUNT
           add WS-CSR-BOOK-AMT to WS-EXCP-BOOK-TOT
           move WS-CSR-MSG-ID   to WS-XL-MSG-ID
           move WS-CSR-DATE     to WS-XL-DATE
           move WS-CP-DIRECTION to WS-XL-DIRECTION
           move WS-CP-COUNTRY   to WS-XL-COUNTRY
           move WS-CSR-CURRENCY to WS-XL-CURRENCY
           compute WS-XL-BOOK-AMT = WS-CSR-BOOK-AMT / 100
           move WS-CP-NAME      to WS-XL-NAME
           move WS-EXCP-REASON  to WS-XL-REASON
           WRITE RPT-LINE FROM ws-excp-line
           .
      *------------------------------
       W0009-FETCH-ROW.
           exec sql
             fetch CSRZ4 into :WS-CSR-MSG-ID, :WS-CSR-ORIG-ID,
                              :WS-CSR-INDC, :WS-CSR-AMT,
                              :WS-CSR-BOOK-AMT, :WS-CSR-CURRENCY,
                              :WS-CSR-DEB-IBAN, :WS-CSR-DEB-BIC,
                              :WS-CSR-DEB-NAME,
                              :WS-CSR-CRE-IBAN, :WS-CSR-CRE-BIC,
                              :WS-CSR-CRE-NAME,
                              :WS-CSR-DATE, :WS-CSR-PURPOSE
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRAWV1 FETCH FAILED SQLCODE " WS-SQLCODE-DISP
               set WS-FATAL to true
               set WS-EOF to true
           end-evaluate
           .
      *------------------------------
       W0010-CLOSE-CURSOR.
           exec sql
             close CSRZ4
           end-exec
           .
      *------------------------------
      *    THE Z4 RECORDS AND THEIR PRINTED SUMMARY UNDER THE
      *    EXCEPTIONS, THEN THE TRAILER.
       W0011-WRITE-Z4.
           move spaces to RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           move WS-EXCP-COUNT to WS-EXCP-COUNT-DISP
           compute WS-EXCP-TOT-DISP = WS-EXCP-BOOK-TOT / 100
           string "EXCEPTIONS " WS-EXCP-COUNT-DISP
                  "   EUR BOOK AMOUNT " WS-EXCP-TOT-DISP
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           string "DIR COUNTRY CCY   PURP       COUNT"
                  "         AMOUNT EUR    AMOUNT CCY MINOR"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           perform W0012-WRITE-ONE-Z4
             varying Z4-IDX from 1 by 1
             until Z4-IDX > WS-Z4-COUNT
           move spaces to Z4-RECORD
           move "ZT"             to Z4T-REC-TYPE
           move WS-PERIOD        to Z4T-PERIOD
           move WS-TOT-REC-COUNT to Z4T-REC-COUNT
           move WS-TOT-TXN-COUNT to Z4T-TXN-COUNT
           move WS-TOT-EUR       to Z4T-AMT-EUR
           WRITE Z4-RECORD
           move spaces to ws-z4-line
           move "TOTAL" to WS-ZL-DIRECTION
           move WS-TOT-TXN-COUNT to WS-ZL-COUNT
           move WS-TOT-EUR       to WS-ZL-EUR
           move zero             to WS-ZL-CCY
           WRITE RPT-LINE FROM ws-z4-line
           .
      *------------------------------
       W0012-WRITE-ONE-Z4.
           move WS-Z4T-KEY(Z4-IDX) to WS-Z4V-KEY
           compute WS-EUR-WHOLE rounded =
                   WS-Z4T-BOOK-TOT(Z4-IDX) / 100
           move spaces to Z4-RECORD
           move "Z4"                     to Z4-REC-TYPE
           move WS-PERIOD                to Z4-PERIOD
           move WS-Z4V-DIRECTION         to Z4-DIRECTION
           move WS-Z4V-COUNTRY           to Z4-COUNTRY
           move WS-Z4V-CURRENCY          to Z4-CURRENCY
           move WS-Z4V-PURPOSE           to Z4-PURPOSE
           move WS-Z4T-TXN-COUNT(Z4-IDX) to Z4-TXN-COUNT
           move WS-EUR-WHOLE             to Z4-AMT-EUR
           move WS-Z4T-CCY-TOT(Z4-IDX)   to Z4-AMT-CCY
           WRITE Z4-RECORD
           add 1 to WS-TOT-REC-COUNT
           add WS-Z4T-TXN-COUNT(Z4-IDX) to WS-TOT-TXN-COUNT
           add WS-EUR-WHOLE to WS-TOT-EUR
           move spaces to ws-z4-line
           move WS-Z4V-DIRECTION         to WS-ZL-DIRECTION
           move WS-Z4V-COUNTRY           to WS-ZL-COUNTRY
           move WS-Z4V-CURRENCY          to WS-ZL-CURRENCY
           move WS-Z4V-PURPOSE           to WS-ZL-PURPOSE
           move WS-Z4T-TXN-COUNT(Z4-IDX) to WS-ZL-COUNT
           move WS-EUR-WHOLE             to WS-ZL-EUR
           move WS-Z4T-CCY-TOT(Z4-IDX)   to WS-ZL-CCY
           WRITE RPT-LINE FROM ws-z4-line
           .
      *------------------------------
       W0013-CLOSE-FILES.
           CLOSE Z4-FILE
           CLOSE RPT-FILE
           .
