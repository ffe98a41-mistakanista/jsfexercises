      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crintrpt .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - interest accrual report.  for one month it
      *             lists every account that accrued interest
      *             (TBC_INT_ACCRUAL, CRINTA1), per side - credit,
      *             debit, penalty - with the days accrued, the
      *             accrued total to six decimals and what CRINTC1
      *             capitalised for it on TBC_INT_CAP: amount, msg id
      *             and whether it posted, sits in review or in
      *             suspense, or was killed in review.  each line is
      *             tied: the capitalised amount must be the accrual
      *             rounded, and the accrual recorded at
      *             capitalisation must still be the accrual on file.
      *             totals per side close the report, with the
      *             rounding difference.  the month
      *             comes from PARMIN (YYYYMM, columns 1-6); without
      *             a card it is the latest month capitalised, or the
      *             business date's month before the first one - a
      *             month-to-date accrual listing.  a month that is
      *             over or capitalised must tie completely: any line
      *             that does not ends the run RC 8.
      *    2026-10  rejected - an interest posting CRSUSP1 rejected on
      *             re-drive ('J') shows as REJECTED and counts as an
      *             exception instead of UNKNOWN CAP STATUS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS .
           SELECT RPT-FILE         ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL .
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    PARMIN - OPTIONAL MONTH, YYYYMM IN COLUMNS 1-6.
       FD  PARM-FILE
           RECORDING MODE IS F .
       01  PARM-RECORD.
           03  PARM-PERIOD         PIC X(06).
           03  FILLER              PIC X(74).
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
         01 ws-intr-vars .
            02 WS-PARM-STATUS       pic x(02) value spaces .
              88  WS-PARM-OK           value "00" .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-FATAL-SW          pic x(01) value "N" .
              88  WS-FATAL             value "Y" .
            02 WS-CLOSED-SW         pic x(01) value "N" .
              88  WS-PERIOD-CLOSED     value "Y" .
              88  WS-PERIOD-OPEN       value "N" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-COUNT             pic s9(9) comp value zero .
            02 WS-ACCT-COUNT        pic 9(9) comp value zero .
            02 WS-LINE-COUNT        pic 9(9) comp value zero .
            02 WS-EXCP-COUNT        pic 9(9) comp value zero .
      *
         01 ws-period-vars .
            02 WS-PERIOD            pic 9(06) value zero .
            02 WS-PERIOD-R redefines WS-PERIOD .
               03 WS-PER-YYYY       pic 9(04) .
               03 WS-PER-MM         pic 9(02) .
            02 WS-PER-FROM          pic 9(08) value zero .
            02 WS-PER-TO            pic 9(08) value zero .
      *
         01 ws-cursor-vars .
            02 WS-CSR-IBAN          pic x(35) .
            02 WS-CSR-DAYS          pic s9(9) comp .
            02 WS-CSR-CREDIT        pic s9(13)v9(6) comp-3 .
            02 WS-CSR-DEBIT         pic s9(13)v9(6) comp-3 .
            02 WS-CSR-PENALTY       pic s9(13)v9(6) comp-3 .
      *
      *    ONE SIDE OF ONE ACCOUNT AND ITS TBC_INT_CAP ROW, IF ANY.
         01 ws-side-vars .
            02 WS-SIDE              pic x(01) value space .
            02 WS-SIDE-NAME         pic x(08) value spaces .
            02 WS-SIDE-IDX          pic 9(01) value zero .
            02 WS-SIDE-ACCRUED      pic s9(13)v9(6) comp-3 value zero .
            02 WS-SIDE-ROUNDED      pic s9(13) comp-3 value zero .
            02 WS-CAP-FOUND-SW      pic x(01) value "N" .
              88  WS-CAP-FOUND         value "Y" .
              88  WS-CAP-NOT-FOUND     value "N" .
            02 WS-CAP-MSG-ID        pic x(12) value spaces .
            02 WS-CAP-ACCRUED       pic s9(13)v9(6) comp-3 value zero .
            02 WS-CAP-AMT           pic s9(13) comp-3 value zero .
            02 WS-CAP-STATUS        pic x(01) value space .
      *
      *    TOTALS PER SIDE - 1 CREDIT, 2 DEBIT, 3 PENALTY.
         01 ws-side-totals .
            02 WS-SIDE-TOT occurs 3 times .
               03 WS-TOT-ACCRUED    pic s9(15)v9(6) comp-3 .
               03 WS-TOT-CAP        pic s9(15) comp-3 .
      *
         01 ws-print-line .
            02 WS-PR-IBAN           pic x(35) .
            02 filler               pic x(01) value spaces .
            02 WS-PR-SIDE           pic x(08) .
            02 WS-PR-DAYS           pic zz9 .
            02 filler               pic x(01) value spaces .
            02 WS-PR-ACCRUED        pic z,zzz,zzz,zz9.999999- .
            02 filler               pic x(01) value spaces .
            02 WS-PR-CAP            pic z,zzz,zzz,zz9- .
            02 filler               pic x(01) value spaces .
            02 WS-PR-MSG-ID         pic x(12) .
            02 filler               pic x(01) value spaces .
            02 WS-PR-STATE          pic x(28) .
         01 ws-total-line .
            02 filler               pic x(06) value "TOTAL " .
            02 WS-TL-SIDE           pic x(08) .
            02 filler               pic x(09) value " ACCRUED " .
            02 WS-TL-ACCRUED        pic zzz,zzz,zzz,zz9.999999- .
            02 filler               pic x(13) value "  CAPITALISED" .
            02 WS-TL-CAP            pic zzz,zzz,zzz,zz9- .
            02 filler               pic x(11) value "  ROUNDING " .
            02 WS-TL-DIFF           pic zzz,zz9.999999- .
         01 ws-sum-line .
            02 WS-SL-LABEL          pic x(30) .
            02 WS-SL-COUNT          pic zzz,zzz,zz9 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crintrpt interest accrual report start"
           move "CRINTRPT" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM U0001-INITIALIZE
           if not WS-FATAL
             PERFORM U0002-OPEN-CURSOR
           end-if
           if not WS-FATAL
             PERFORM U0003-FETCH-ACCOUNT
             PERFORM U0004-PROCESS-ACCOUNT UNTIL WS-EOF
             exec sql
               close CSRU1
             end-exec
           end-if
           PERFORM U0007-WRITE-TOTALS
           CLOSE RPT-FILE
           if WS-FATAL
             move 16 to RETURN-CODE
           else
             if WS-EXCP-COUNT > zero and RETURN-CODE < 08
               move 08 to RETURN-CODE
             end-if
           end-if
           DISPLAY "crintrpt period     " WS-PERIOD
           DISPLAY "crintrpt accounts   " WS-ACCT-COUNT
           DISPLAY "crintrpt exceptions " WS-EXCP-COUNT
           set RUNLOG-FUNC-END to true
           move WS-ACCT-COUNT  to RUNLOG-INPUT-COUNT
           move WS-LINE-COUNT  to RUNLOG-ACCEPT-COUNT
           move WS-EXCP-COUNT  to RUNLOG-REJECT-COUNT
           move RETURN-CODE    to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crintrpt interest accrual report ende "
           GOBACK.
      *------------------------------
      *    THE MONTH IS CLOSED - MUST TIE - WHEN IT LIES BEFORE THE
      *    BUSINESS DATE'S MONTH OR CRINTC1 HAS ALREADY CAPITALISED
      *    IT.  AN OPEN MONTH IS ACCRUAL TO DATE ONLY.
       U0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move zero to RETURN-CODE
           initialize ws-side-totals
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
               move zero to WS-COUNT
               exec sql
                 select coalesce(max(CAP_PERIOD), 0)
                   into :WS-COUNT
                   from TBC_INT_CAP
               end-exec
               if SQLCODE = zero and WS-COUNT > zero
                 move WS-COUNT to WS-PERIOD
               else
                 move WS-BUS-DATE-NUM(1:6) to WS-PERIOD
               end-if
             when PARM-PERIOD not numeric
               DISPLAY "CRINTRPT BAD PARMIN PERIOD '" PARM-PERIOD
                       "' - RUN REFUSED"
               set WS-FATAL to true
             when other
               move PARM-PERIOD to WS-PERIOD
               if WS-PER-MM < 01 or WS-PER-MM > 12
                 DISPLAY "CRINTRPT BAD PARMIN PERIOD '" PARM-PERIOD
                         "' - RUN REFUSED"
                 set WS-FATAL to true
               end-if
           end-evaluate
           compute WS-PER-FROM = WS-PERIOD * 100 + 1
           compute WS-PER-TO   = WS-PERIOD * 100 + 31
           if WS-PERIOD < WS-BUS-DATE-NUM(1:6)
             set WS-PERIOD-CLOSED to true
           else
             move zero to WS-COUNT
             exec sql
               select count(*)
                 into :WS-COUNT
                 from TBC_INT_CAP
                where CAP_PERIOD = :WS-PERIOD
             end-exec
             if WS-COUNT > zero
               set WS-PERIOD-CLOSED to true
             end-if
           end-if
           OPEN OUTPUT RPT-FILE
           move spaces to RPT-LINE
           if WS-PERIOD-CLOSED
             string "INTEREST ACCRUAL AND CAPITALISATION  PERIOD "
                    WS-PERIOD "  BUSINESS DATE " WS-BUS-DATE-NUM
               delimited by size into RPT-LINE
           else
             string "INTEREST ACCRUAL TO DATE  PERIOD "
                    WS-PERIOD "  BUSINESS DATE " WS-BUS-DATE-NUM
                    "  NOT YET CAPITALISED"
               delimited by size into RPT-LINE
           end-if
           WRITE RPT-LINE
           move spaces to RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           string "IBAN                                SIDE    DAYS"
                  "              ACCRUED     CAPITALISED"
                  " MSG ID       STATE"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           .
      *------------------------------
       U0002-OPEN-CURSOR.
           exec sql
             declare CSRU1 cursor for
               select ACCT_IBAN, count(*),
                      sum(ACCR_CREDIT_AMT),
                      sum(ACCR_DEBIT_AMT),
                      sum(ACCR_PENALTY_AMT)
                 from TBC_INT_ACCRUAL
                where ACCR_DATE between :WS-PER-FROM and :WS-PER-TO
                group by ACCT_IBAN
                order by ACCT_IBAN
           end-exec
           exec sql
             open CSRU1
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRINTRPT OPEN CSRU1 FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-FATAL to true
           end-if
           .
      *------------------------------
       U0003-FETCH-ACCOUNT.
           exec sql
             fetch CSRU1 into :WS-CSR-IBAN, :WS-CSR-DAYS,
                              :WS-CSR-CREDIT, :WS-CSR-DEBIT,
                              :WS-CSR-PENALTY
           end-exec
           if SQLCODE not = zero
             set WS-EOF to true
             if SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRINTRPT FETCH CSRU1 FAILED SQLCODE "
                       WS-SQLCODE-DISP
               set WS-FATAL to true
             end-if
           end-if
           .
      *------------------------------
       U0004-PROCESS-ACCOUNT.
           add 1 to WS-ACCT-COUNT
           move "C"        to WS-SIDE
           move "CREDIT  " to WS-SIDE-NAME
           move 1          to WS-SIDE-IDX
           move WS-CSR-CREDIT to WS-SIDE-ACCRUED
           PERFORM U0005-REPORT-SIDE
           move "D"        to WS-SIDE
           move "DEBIT   " to WS-SIDE-NAME
           move 2          to WS-SIDE-IDX
           move WS-CSR-DEBIT to WS-SIDE-ACCRUED
           PERFORM U0005-REPORT-SIDE
           move "P"        to WS-SIDE
           move "PENALTY " to WS-SIDE-NAME
           move 3          to WS-SIDE-IDX
           move WS-CSR-PENALTY to WS-SIDE-ACCRUED
           PERFORM U0005-REPORT-SIDE
           PERFORM U0003-FETCH-ACCOUNT
           .
      *------------------------------
      *    A SIDE THAT NEVER ACCRUED IS NOT PRINTED.  THE TIE: THE
      *    CAPITALISED AMOUNT IS THE ACCRUAL ROUNDED, AND THE ACCRUAL
      *    CRINTC1 SAW IS STILL THE ACCRUAL ON FILE.
       U0005-REPORT-SIDE.
           if WS-SIDE-ACCRUED not = zero
             add 1 to WS-LINE-COUNT
             PERFORM U0006-READ-CAP-ROW
             compute WS-SIDE-ROUNDED rounded = WS-SIDE-ACCRUED
             add WS-SIDE-ACCRUED to WS-TOT-ACCRUED(WS-SIDE-IDX)
             move WS-CSR-IBAN     to WS-PR-IBAN
             move WS-SIDE-NAME    to WS-PR-SIDE
             move WS-CSR-DAYS     to WS-PR-DAYS
             move WS-SIDE-ACCRUED to WS-PR-ACCRUED
             move spaces to WS-PR-STATE
             if WS-CAP-FOUND
               add WS-CAP-AMT to WS-TOT-CAP(WS-SIDE-IDX)
               move WS-CAP-AMT    to WS-PR-CAP
               move WS-CAP-MSG-ID to WS-PR-MSG-ID
               evaluate true
                 when WS-CAP-ACCRUED not = WS-SIDE-ACCRUED
                   move "ACCRUAL CHANGED SINCE CAP" to WS-PR-STATE
                   add 1 to WS-EXCP-COUNT
                 when WS-CAP-AMT not = WS-SIDE-ROUNDED
                   move "AMOUNT DOES NOT TIE" to WS-PR-STATE
                   add 1 to WS-EXCP-COUNT
                 when WS-CAP-STATUS = "P"
                   move "POSTED" to WS-PR-STATE
                 when WS-CAP-STATUS = "R"
                   move "HELD IN REVIEW" to WS-PR-STATE
                 when WS-CAP-STATUS = "S"
                   move "IN SUSPENSE" to WS-PR-STATE
                 when WS-CAP-STATUS = "Z"
                   move "ROUNDS TO ZERO" to WS-PR-STATE
                 when WS-CAP-STATUS = "K"
                   move "KILLED IN REVIEW" to WS-PR-STATE
                   add 1 to WS-EXCP-COUNT
                 when WS-CAP-STATUS = "J"
                   move "REJECTED" to WS-PR-STATE
                   add 1 to WS-EXCP-COUNT
                 when other
                   move "UNKNOWN CAP STATUS" to WS-PR-STATE
                   add 1 to WS-EXCP-COUNT
               end-evaluate
             else
               move zero   to WS-PR-CAP
               move spaces to WS-PR-MSG-ID
               if WS-PERIOD-CLOSED
                 move "NOT CAPITALISED" to WS-PR-STATE
                 add 1 to WS-EXCP-COUNT
               else
                 move "ACCRUING" to WS-PR-STATE
               end-if
             end-if
             WRITE RPT-LINE FROM ws-print-line
           end-if
           .
      *------------------------------
       U0006-READ-CAP-ROW.
           set WS-CAP-NOT-FOUND to true
           exec sql
             select coalesce(CAP_MSG_ID, ' '), CAP_ACCRUED, CAP_AMT,
                    CAP_STATUS
               into :WS-CAP-MSG-ID, :WS-CAP-ACCRUED, :WS-CAP-AMT,
                    :WS-CAP-STATUS
               from TBC_INT_CAP
              where CAP_PERIOD = :WS-PERIOD
                and ACCT_IBAN  = :WS-CSR-IBAN
                and CAP_SIDE   = :WS-SIDE
           end-exec
           evaluate SQLCODE
             when zero
               set WS-CAP-FOUND to true
             when 100
               continue
             when other
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRINTRPT TBC_INT_CAP READ FAILED SQLCODE "
                       WS-SQLCODE-DISP " " WS-CSR-IBAN
               set WS-FATAL to true
           end-evaluate
           .
      *------------------------------
       U0007-WRITE-TOTALS.
           move spaces to RPT-LINE
           WRITE RPT-LINE
           move "CREDIT  " to WS-SIDE-NAME
           move 1 to WS-SIDE-IDX
           PERFORM U0008-WRITE-SIDE-TOTAL
           move "DEBIT   " to WS-SIDE-NAME
           move 2 to WS-SIDE-IDX
           PERFORM U0008-WRITE-SIDE-TOTAL
           move "PENALTY " to WS-SIDE-NAME
           move 3 to WS-SIDE-IDX
           PERFORM U0008-WRITE-SIDE-TOTAL
           move spaces to RPT-LINE
           WRITE RPT-LINE
           move "ACCOUNTS ACCRUED"     to WS-SL-LABEL
           move WS-ACCT-COUNT          to WS-SL-COUNT
           WRITE RPT-LINE FROM ws-sum-line
           move "LINES NOT TYING"      to WS-SL-LABEL
           move WS-EXCP-COUNT          to WS-SL-COUNT
           WRITE RPT-LINE FROM ws-sum-line
           .
      *------------------------------
       U0008-WRITE-SIDE-TOTAL.
           move WS-SIDE-NAME to WS-TL-SIDE
           move WS-TOT-ACCRUED(WS-SIDE-IDX) to WS-TL-ACCRUED
           move WS-TOT-CAP(WS-SIDE-IDX)     to WS-TL-CAP
           compute WS-TL-DIFF = WS-TOT-CAP(WS-SIDE-IDX)
                              - WS-TOT-ACCRUED(WS-SIDE-IDX)
           WRITE RPT-LINE FROM ws-total-line
           .
