      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crrtnrpt .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - overdue return report.  inbound clearing
      *             credits we could not apply are returned to the
      *             sending bank automatically (TBC_CLR_RETURN, see
      *             A0025), but the scheme only allows a few business
      *             days for it.  this report lists every return
      *             raised more than the limit of business days before
      *             the business date that has still not been settled
      *             by the clearing house - not yet sent, sent but not
      *             acknowledged, or refused - with the inbound msg
      *             id, reason and amount, so ops can chase it before
      *             the deadline passes.  the limit is two business
      *             days, one inside the three-day SCT return window;
      *             PARMIN may give another (two digits, columns 1-2).
      *             business days skip weekends and TBC_BANK_CALENDAR
      *             holidays, the same test as A0018.  anything listed
      *             ends the run RC 8.
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
      *    PARMIN - OPTIONAL BUSINESS-DAY LIMIT IN COLUMNS 1-2.
       FD  PARM-FILE
           RECORDING MODE IS F .
       01  PARM-RECORD.
           03  PARM-LIMIT-DAYS     PIC X(02).
           03  FILLER              PIC X(78).
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
         01 ws-rtn-rpt-vars .
            02 WS-PARM-STATUS       pic x(02) value spaces .
              88  WS-PARM-OK           value "00" .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-LIMIT-DAYS        pic 9(02) value 2 .
            02 WS-LIMIT-DATE        pic 9(08) value zero .
            02 WS-BACK-COUNT        pic 9(02) comp value zero .
            02 WS-OVERDUE-COUNT     pic 9(9) comp value zero .
            02 WS-OVERDUE-AMT       pic 9(15) comp-3 value zero .
      *
      *    BUSINESS-DAY WORK FIELDS - SAME WEEKEND ARITHMETIC AND
      *    CALENDAR LOOKUP AS THE CHAIN'S A0018, WALKING BACKWARDS.
      *    THIRTY STRAIGHT NON-BUSINESS DAYS MEANS THE CALENDAR LOAD
      *    IS WRONG, AS IN A0019.
         01 ws-cal-work .
            02 WS-CAL-CHK-DATE      pic 9(08) value zero .
            02 WS-CAL-INTEGER       pic s9(9) comp value zero .
            02 WS-CAL-DOW           pic s9(4) comp value zero .
            02 WS-CAL-HOL-COUNT     pic s9(9) comp value zero .
            02 WS-CAL-ROLL-COUNT    pic s9(4) comp value zero .
            02 WS-CAL-ROLL-LIMIT    pic s9(4) comp value 30 .
            02 WS-CAL-BUS-DAY-SW    pic x(01) value "Y" .
              88  WS-CAL-BUS-DAY       value "Y" .
              88  WS-CAL-NON-BUS-DAY   value "N" .
      *
         01 ws-cursor-vars .
            02 WS-CSR-MSG-ID        pic x(12) .
            02 WS-CSR-ORIG-MSG-ID   pic x(12) .
            02 WS-CSR-CREATED       pic 9(08) .
            02 WS-CSR-REASON        pic x(04) .
            02 WS-CSR-AMT           pic 9(12) .
            02 WS-CSR-CURRENCY      pic x(03) .
            02 WS-CSR-CRE-IBAN      pic x(35) .
            02 WS-CSR-EXTR-DATE     pic x(10) .
            02 WS-CSR-EXTR-CYCLE    pic 9(02) .
            02 WS-CSR-SETL-STATUS   pic x(01) .
            02 WS-CSR-SETL-REASON   pic x(04) .
      *
         01 ws-print-line .
            02 WS-PR-MSG-ID         pic x(12) .
            02 filler               pic x(01) value spaces .
            02 WS-PR-ORIG-MSG-ID    pic x(12) .
            02 filler               pic x(01) value spaces .
            02 WS-PR-CREATED        pic 9(08) .
            02 filler               pic x(01) value spaces .
            02 WS-PR-REASON         pic x(04) .
            02 filler               pic x(01) value spaces .
            02 WS-PR-AMT            pic z,zzz,zzz,zzz,zz9 .
            02 filler               pic x(01) value spaces .
            02 WS-PR-CURRENCY       pic x(03) .
            02 filler               pic x(01) value spaces .
            02 WS-PR-CRE-IBAN       pic x(35) .
            02 filler               pic x(01) value spaces .
            02 WS-PR-STATE          pic x(30) .
         01 ws-total-line .
            02 filler               pic x(15) value "OVERDUE RETURNS".
            02 WS-TL-COUNT          pic zzz,zzz,zz9 .
            02 filler               pic x(02) value spaces .
            02 WS-TL-AMT            pic z,zzz,zzz,zzz,zz9 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crrtnrpt overdue return report start"
           move "CRRTNRPT" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM R0001-INITIALIZE
           PERFORM R0003-OPEN-CURSOR
           PERFORM R0004-FETCH-ROW
           PERFORM R0005-PROCESS-ROW UNTIL WS-EOF
           exec sql
             close CSRRT
           end-exec
           move WS-OVERDUE-COUNT to WS-TL-COUNT
           move WS-OVERDUE-AMT   to WS-TL-AMT
           move spaces to RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM ws-total-line
           CLOSE RPT-FILE
           if WS-OVERDUE-COUNT > zero and RETURN-CODE < 08
             move 08 to RETURN-CODE
           end-if
           DISPLAY "crrtnrpt overdue " WS-OVERDUE-COUNT
           set RUNLOG-FUNC-END to true
           move WS-OVERDUE-COUNT to RUNLOG-INPUT-COUNT
           move WS-OVERDUE-COUNT to RUNLOG-ACCEPT-COUNT
           move zero             to RUNLOG-REJECT-COUNT
           move RETURN-CODE      to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crrtnrpt overdue return report ende "
           GOBACK.
      *------------------------------
      *    THE LIMIT COMES FROM PARMIN WHEN A CARD IS THERE.  A RETURN
      *    RAISED ON OR BEFORE WS-LIMIT-DATE - THE LIMIT'S WORTH OF
      *    BUSINESS DAYS BEFORE THE BUSINESS DATE - IS OVERDUE.
       R0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move zero to RETURN-CODE
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
             when PARM-LIMIT-DAYS = spaces
               continue
             when PARM-LIMIT-DAYS numeric
               move PARM-LIMIT-DAYS to WS-LIMIT-DAYS
             when other
               DISPLAY "CRRTNRPT BAD PARMIN LIMIT '" PARM-LIMIT-DAYS
                       "' - DEFAULT " WS-LIMIT-DAYS " USED"
           end-evaluate
           move WS-BUS-DATE-NUM to WS-CAL-CHK-DATE
           compute WS-CAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-CHK-DATE)
           move zero to WS-BACK-COUNT
           move zero to WS-CAL-ROLL-COUNT
           PERFORM R0002-BACK-ONE-BUS-DAY
             UNTIL WS-BACK-COUNT >= WS-LIMIT-DAYS
                or WS-CAL-ROLL-COUNT >= WS-CAL-ROLL-LIMIT
           if WS-CAL-ROLL-COUNT >= WS-CAL-ROLL-LIMIT
             DISPLAY "CRRTNRPT ROLL LIMIT HIT AT " WS-CAL-CHK-DATE
                     " - CHECK TBC_BANK_CALENDAR"
           end-if
           move WS-CAL-CHK-DATE to WS-LIMIT-DATE
           DISPLAY "CRRTNRPT LIMIT " WS-LIMIT-DAYS " BUSINESS DAYS -"
                   " RAISED ON OR BEFORE " WS-LIMIT-DATE
           OPEN OUTPUT RPT-FILE
           move spaces to RPT-LINE
           string "RETURNS OF INBOUND CREDITS NOT SETTLED AFTER "
                  WS-LIMIT-DAYS " BUSINESS DAYS  " WS-BUS-DATE-NUM
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           string "RETURN ID    INBOUND ID   RAISED   RSN "
                  "           AMOUNT CCY RETURNED FROM"
                  "                        STATE"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           .
      *------------------------------
      *    ONE CALENDAR DAY BACK; ONLY A BUSINESS DAY COUNTS.  A
      *    NON-BUSINESS DAY EATS INTO THE ROLL LIMIT, A BUSINESS DAY
      *    RESETS IT.
       R0002-BACK-ONE-BUS-DAY.
           subtract 1 from WS-CAL-INTEGER
           move FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
             to WS-CAL-CHK-DATE
           set WS-CAL-BUS-DAY to true
           compute WS-CAL-DOW = FUNCTION MOD(WS-CAL-INTEGER, 7)
           if WS-CAL-DOW = 6 or WS-CAL-DOW = 0
             set WS-CAL-NON-BUS-DAY to true
           else
             move zero to WS-CAL-HOL-COUNT
             exec sql
               select count(*)
                 into :WS-CAL-HOL-COUNT
                 from TBC_BANK_CALENDAR
                where CAL_DATE = :WS-CAL-CHK-DATE
             end-exec
             if WS-CAL-HOL-COUNT > zero
               set WS-CAL-NON-BUS-DAY to true
             end-if
           end-if
           if WS-CAL-BUS-DAY
             add 1 to WS-BACK-COUNT
             move zero to WS-CAL-ROLL-COUNT
           else
             add 1 to WS-CAL-ROLL-COUNT
           end-if
           .
      *------------------------------
       R0003-OPEN-CURSOR.
           exec sql
             declare CSRRT cursor for
               select RTN_MSG_ID, RTN_ORIG_MSG_ID, RTN_CREATED_DATE,
                      RTN_REASON, TXN_AMT, TXN_CURRENCY,
                      CREDITOR_IBAN,
                      coalesce(char(RTN_EXTRACT_DATE, ISO), ' '),
                      coalesce(RTN_EXTRACT_CYCLE, 0),
                      coalesce(RTN_SETL_STATUS, ' '),
                      coalesce(RTN_SETL_REASON, ' ')
                 from TBC_CLR_RETURN
                where RTN_CREATED_DATE <= :WS-LIMIT-DATE
                  and coalesce(RTN_SETL_STATUS, ' ') <> 'S'
                order by RTN_CREATED_DATE, RTN_MSG_ID
           end-exec
           exec sql
             open CSRRT
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRRTNRPT OPEN CURSOR FAILED SQLCODE "
                     WS-SQLCODE-DISP
             move 16 to RETURN-CODE
             set WS-EOF to true
           end-if
           .
      *------------------------------
       R0004-FETCH-ROW.
           exec sql
             fetch CSRRT into :WS-CSR-MSG-ID, :WS-CSR-ORIG-MSG-ID,
                              :WS-CSR-CREATED, :WS-CSR-REASON,
                              :WS-CSR-AMT, :WS-CSR-CURRENCY,
                              :WS-CSR-CRE-IBAN, :WS-CSR-EXTR-DATE,
                              :WS-CSR-EXTR-CYCLE, :WS-CSR-SETL-STATUS,
                              :WS-CSR-SETL-REASON
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRRTNRPT FETCH FAILED SQLCODE "
                       WS-SQLCODE-DISP
               move 16 to RETURN-CODE
               set WS-EOF to true
           end-evaluate
           .
      *------------------------------
       R0005-PROCESS-ROW.
           add 1 to WS-OVERDUE-COUNT
           add WS-CSR-AMT to WS-OVERDUE-AMT
           move WS-CSR-MSG-ID      to WS-PR-MSG-ID
           move WS-CSR-ORIG-MSG-ID to WS-PR-ORIG-MSG-ID
           move WS-CSR-CREATED     to WS-PR-CREATED
           move WS-CSR-REASON      to WS-PR-REASON
           move WS-CSR-AMT         to WS-PR-AMT
           move WS-CSR-CURRENCY    to WS-PR-CURRENCY
           move WS-CSR-CRE-IBAN    to WS-PR-CRE-IBAN
           move spaces to WS-PR-STATE
           evaluate true
             when WS-CSR-EXTR-DATE = spaces
               move "NOT YET SENT" to WS-PR-STATE
             when WS-CSR-SETL-STATUS = "R"
               string "REFUSED BY CLEARING " WS-CSR-SETL-REASON
                 delimited by size into WS-PR-STATE
             when other
               string "SENT " WS-CSR-EXTR-DATE " CYC "
                      WS-CSR-EXTR-CYCLE " NO ACK"
                 delimited by size into WS-PR-STATE
           end-evaluate
           WRITE RPT-LINE FROM ws-print-line
           PERFORM R0004-FETCH-ROW
           .
