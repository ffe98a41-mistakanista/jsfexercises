      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crbdrl1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - end-of-day business-date rollover.  the last
      *             step of the nightly suite advances the TBC_BUS_DATE
      *             control row (see CRBDAT1) to the next banking day
      *             off TBC_BANK_CALENDAR - weekends and holidays are
      *             skipped the same way A0018/A0019 skip them for a
      *             value date.  the roll is refused (RC 8, nothing
      *             moved) while any job listed on TBC_EOD_MANDATORY
      *             has not run for the day, is still RUNNING, or
      *             ended above its allowed return code on
      *             TBC_BATCH_RUNLOG - the day is not closed until its
      *             mandatory work is.  the PARMIN card also lets ops
      *             PIN a past business date for a controlled rerun
      *             and UNPIN it afterwards; no roll happens while a
      *             date is pinned.
      *    2026-10  return code - a refused roll no longer lowers the
      *             RC 16 of a failed TBC_EOD_MANDATORY read to 8,
      *             and a fetch failure on it refuses the roll rather
      *             than ending the check early.
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
      *    PARMIN - "ROLL" (OR NO CARD AT ALL) FOR THE NIGHTLY RUN,
      *    "PIN" WITH A YYYYMMDD DATE, OR "UNPIN".
       FD  PARM-FILE
           RECORDING MODE IS F .
       01  PARM-RECORD.
           03  PARM-FUNCTION       PIC X(08).
           03  FILLER              PIC X(01).
           03  PARM-DATE           PIC X(08).
           03  FILLER              PIC X(63).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY CRRNBLK.
      *
         01 ws-bdrl-vars .
            02 WS-PARM-STATUS       pic x(02) value spaces .
              88  WS-PARM-OK           value "00" .
            02 WS-FUNCTION          pic x(08) value spaces .
              88  WS-FUNC-ROLL         value "ROLL    " .
              88  WS-FUNC-PIN          value "PIN     " .
              88  WS-FUNC-UNPIN        value "UNPIN   " .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-CSR-EOF-SW        pic x(01) value "N" .
              88  WS-CSR-EOF           value "Y" .
            02 WS-BLOCKED-SW        pic x(01) value "N" .
              88  WS-ROLL-BLOCKED      value "Y" .
            02 WS-JOB-COUNT         pic 9(9) comp value zero .
            02 WS-BLOCK-COUNT       pic 9(9) comp value zero .
            02 WS-ROLL-DONE-COUNT   pic 9(9) comp value zero .
      *
      *    THE CONTROL ROW AS IT STANDS BEFORE THIS RUN TOUCHES IT.
         01 ws-ctl-row .
            02 WS-CTL-CUR-DATE      pic 9(08) value zero .
            02 WS-CTL-PREV-DATE     pic 9(08) value zero .
            02 WS-CTL-PIN-DATE      pic 9(08) value zero .
            02 WS-NEW-CUR-DATE      pic 9(08) value zero .
      *
      *    ONE TBC_EOD_MANDATORY ENTRY AND ITS LATEST RUN-LOG ROW FOR
      *    THE BUSINESS DATE BEING CLOSED.
         01 ws-mand-row .
            02 WS-MAND-PGM          pic x(08) value spaces .
            02 WS-MAND-MAX-RC       pic s9(4) comp value zero .
            02 WS-RUN-STATUS        pic x(08) value spaces .
            02 WS-RUN-RC            pic s9(4) comp value zero .
            02 WS-RUN-RC-NULL       pic s9(4) comp value zero .
            02 WS-RUN-RC-DISP       pic -9(4) value zero .
            02 WS-MAX-RC-DISP       pic -9(4) value zero .
      *
      *    NEXT-BANKING-DAY WORK FIELDS - SAME WEEKEND ARITHMETIC AND
      *    CALENDAR LOOKUP AS THE CHAIN'S A0018, SAME ROLL LIMIT AS
      *    A0019: THIRTY STRAIGHT NON-BUSINESS DAYS MEANS THE
      *    CALENDAR LOAD IS WRONG, AND THE DATE IS NOT MOVED.
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
      *    CALENDAR-VALIDITY EDIT FOR A PIN DATE - SAME MONTH/DAY/LEAP
      *    TEST THE CHAIN'S A0021 USES.
         01 ws-date-edit .
            02 WS-EDIT-DATE         pic 9(08) value zero .
            02 WS-EDIT-DATE-R redefines WS-EDIT-DATE .
               03 WS-EDIT-YYYY      pic 9(04) .
               03 WS-EDIT-MM        pic 9(02) .
               03 WS-EDIT-DD        pic 9(02) .
            02 WS-EDIT-MONTH-LEN    pic 9(02) comp value zero .
            02 WS-EDIT-LEAP-WORK    pic 9(04) comp value zero .
         01 ws-date-edit-sw         pic x(01) value "Y" .
            88  WS-DATE-OK          value "Y" .
            88  WS-DATE-BAD         value "N" .
         01 ws-month-len-vals .
            02 filler  pic x(24) value "312831303130313130313031" .
         01 ws-month-len-tab redefines ws-month-len-vals .
            02 WS-MONTH-LEN occurs 12 times pic 9(02) .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crbdrl1 business date rollover start"
           move "CRBDRL1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM M0001-INITIALIZE
           if RETURN-CODE = zero
             evaluate true
               when WS-FUNC-ROLL
                 PERFORM M0003-ROLL-DATE
               when WS-FUNC-PIN
                 PERFORM M0009-PIN-DATE
               when WS-FUNC-UNPIN
                 PERFORM M0010-UNPIN-DATE
             end-evaluate
           end-if
           if RETURN-CODE = zero
             exec sql
               commit
             end-exec
           else
             exec sql
               rollback
             end-exec
           end-if
           DISPLAY "crbdrl1 mandatory jobs " WS-JOB-COUNT
           DISPLAY "crbdrl1 blocking jobs  " WS-BLOCK-COUNT
           set RUNLOG-FUNC-END to true
           move WS-JOB-COUNT       to RUNLOG-INPUT-COUNT
           move WS-ROLL-DONE-COUNT to RUNLOG-ACCEPT-COUNT
           move WS-BLOCK-COUNT     to RUNLOG-REJECT-COUNT
           move RETURN-CODE        to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crbdrl1 business date rollover ende "
           GOBACK.
      *------------------------------
      *    NO PARMIN CARD, OR A BLANK ONE, IS THE NIGHTLY ROLL.  AN
      *    UNKNOWN FUNCTION REFUSES THE RUN - A MISTYPED PIN MUST NOT
      *    TURN INTO A ROLL.
       M0001-INITIALIZE.
           move spaces to PARM-RECORD
           OPEN INPUT PARM-FILE
           if WS-PARM-OK
             READ PARM-FILE
               AT END
                 continue
             end-read
             CLOSE PARM-FILE
           end-if
           move PARM-FUNCTION to WS-FUNCTION
           if WS-FUNCTION = spaces
             set WS-FUNC-ROLL to true
           end-if
           if not WS-FUNC-ROLL and not WS-FUNC-PIN
              and not WS-FUNC-UNPIN
             DISPLAY "CRBDRL1 BAD PARMIN FUNCTION '" PARM-FUNCTION
                     "' - RUN REFUSED"
             move 16 to RETURN-CODE
           else
             PERFORM M0002-READ-CONTROL-ROW
           end-if
           .
      *------------------------------
       M0002-READ-CONTROL-ROW.
           exec sql
             select BD_CUR_DATE,
                    coalesce(BD_PREV_DATE, 0),
                    coalesce(BD_PIN_DATE, 0)
               into :WS-CTL-CUR-DATE,
                    :WS-CTL-PREV-DATE,
                    :WS-CTL-PIN-DATE
               from TBC_BUS_DATE
              where BD_SYSTEM = 'CR'
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRBDRL1 NO TBC_BUS_DATE CONTROL ROW - SQLCODE "
                     WS-SQLCODE-DISP
             move 16 to RETURN-CODE
           else
             DISPLAY "CRBDRL1 BUSINESS DATE " WS-CTL-CUR-DATE
                     " PREVIOUS " WS-CTL-PREV-DATE
                     " PINNED " WS-CTL-PIN-DATE
           end-if
           .
      *------------------------------
      *    THE NIGHTLY ROLL.  A PINNED DATE MEANS A RERUN IS STILL IN
      *    HAND - ROLLING UNDERNEATH IT WOULD LEAVE THE RERUN AND THE
      *    NEW DAY FIGHTING OVER THE SAME ROW, SO OPS UNPIN FIRST.
       M0003-ROLL-DATE.
           if WS-CTL-PIN-DATE > zero
             DISPLAY "CRBDRL1 DATE PINNED TO " WS-CTL-PIN-DATE
                     " - UNPIN BEFORE ROLLING"
             move 08 to RETURN-CODE
           else
             PERFORM M0004-CHK-MANDATORY-JOBS
             if WS-ROLL-BLOCKED
               DISPLAY "CRBDRL1 ROLL REFUSED - " WS-BLOCK-COUNT
                       " MANDATORY JOB(S) NOT COMPLETE FOR "
                       WS-CTL-CUR-DATE
               if RETURN-CODE < 08
                 move 08 to RETURN-CODE
               end-if
             else
               PERFORM M0007-NEXT-BUS-DAY
               if WS-CAL-BUS-DAY
                 PERFORM M0008-UPDATE-CONTROL-ROW
               end-if
             end-if
           end-if
           .
      *------------------------------
      *    EVERY MANDATORY JOB IS CHECKED, NOT JUST THE FIRST BAD ONE,
      *    SO THE OPERATOR SEES THE WHOLE LIST IN ONE GO.
       M0004-CHK-MANDATORY-JOBS.
           exec sql
             declare CSRM1 cursor for
               select EOD_PGM, EOD_MAX_RC
                 from TBC_EOD_MANDATORY
                order by EOD_PGM
           end-exec
           exec sql
             open CSRM1
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRBDRL1 OPEN CSRM1 FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-ROLL-BLOCKED to true
             set WS-CSR-EOF to true
             move 16 to RETURN-CODE
           end-if
           PERFORM M0005-FETCH-MANDATORY UNTIL WS-CSR-EOF
           .
      *------------------------------
       M0005-FETCH-MANDATORY.
           exec sql
             fetch CSRM1 into :WS-MAND-PGM, :WS-MAND-MAX-RC
           end-exec
           evaluate true
             when SQLCODE = zero
               add 1 to WS-JOB-COUNT
               PERFORM M0006-CHK-ONE-JOB
             when SQLCODE = 100
               set WS-CSR-EOF to true
               exec sql
                 close CSRM1
               end-exec
             when other
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRBDRL1 FETCH CSRM1 FAILED SQLCODE "
                       WS-SQLCODE-DISP
               set WS-ROLL-BLOCKED to true
               set WS-CSR-EOF to true
               move 16 to RETURN-CODE
               exec sql
                 close CSRM1
               end-exec
           end-evaluate
           .
      *------------------------------
      *    THE LATEST RUN-LOG ROW FOR THE DAY DECIDES - A FAILED RUN
      *    FOLLOWED BY A GOOD RERUN IS A GOOD DAY.
       M0006-CHK-ONE-JOB.
           move spaces to WS-RUN-STATUS
           move zero   to WS-RUN-RC
           exec sql
             select RUN_STATUS, RUN_RETURN_CODE
               into :WS-RUN-STATUS,
                    :WS-RUN-RC :WS-RUN-RC-NULL
               from TBC_BATCH_RUNLOG
              where RUN_PGM      = :WS-MAND-PGM
                and RUN_BUS_DATE = :WS-CTL-CUR-DATE
              order by RUN_START_TS desc
              fetch first 1 row only
           end-exec
           move WS-RUN-RC      to WS-RUN-RC-DISP
           move WS-MAND-MAX-RC to WS-MAX-RC-DISP
           evaluate true
             when SQLCODE = 100
               add 1 to WS-BLOCK-COUNT
               set WS-ROLL-BLOCKED to true
               DISPLAY "CRBDRL1 " WS-MAND-PGM " HAS NOT RUN FOR "
                       WS-CTL-CUR-DATE
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               add 1 to WS-BLOCK-COUNT
               set WS-ROLL-BLOCKED to true
               DISPLAY "CRBDRL1 " WS-MAND-PGM " RUN-LOG READ FAILED"
                       " SQLCODE " WS-SQLCODE-DISP
             when WS-RUN-STATUS = "RUNNING "
               add 1 to WS-BLOCK-COUNT
               set WS-ROLL-BLOCKED to true
               DISPLAY "CRBDRL1 " WS-MAND-PGM " IS STILL RUNNING"
             when WS-RUN-RC > WS-MAND-MAX-RC
               add 1 to WS-BLOCK-COUNT
               set WS-ROLL-BLOCKED to true
               DISPLAY "CRBDRL1 " WS-MAND-PGM " ENDED RC "
                       WS-RUN-RC-DISP " - ALLOWED " WS-MAX-RC-DISP
             when other
               continue
           end-evaluate
           .
      *------------------------------
       M0007-NEXT-BUS-DAY.
           compute WS-CAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CTL-CUR-DATE)
           move zero to WS-CAL-ROLL-COUNT
           set WS-CAL-NON-BUS-DAY to true
           PERFORM M0011-ROLL-ONE-DAY
             UNTIL WS-CAL-BUS-DAY
                or WS-CAL-ROLL-COUNT >= WS-CAL-ROLL-LIMIT
           if WS-CAL-NON-BUS-DAY
             DISPLAY "CRBDRL1 ROLL LIMIT HIT AFTER " WS-CTL-CUR-DATE
                     " - CHECK TBC_BANK_CALENDAR, DATE NOT MOVED"
             move 16 to RETURN-CODE
           else
             move WS-CAL-CHK-DATE to WS-NEW-CUR-DATE
           end-if
           .
      *------------------------------
       M0008-UPDATE-CONTROL-ROW.
           exec sql
             update TBC_BUS_DATE
                set BD_PREV_DATE = :WS-CTL-CUR-DATE
                   ,BD_CUR_DATE  = :WS-NEW-CUR-DATE
                   ,BD_ROLL_TS   = current timestamp
              where BD_SYSTEM   = 'CR'
                and BD_CUR_DATE = :WS-CTL-CUR-DATE
           end-exec
           if SQLCODE = zero
             add 1 to WS-ROLL-DONE-COUNT
             DISPLAY "CRBDRL1 BUSINESS DATE ROLLED " WS-CTL-CUR-DATE
                     " TO " WS-NEW-CUR-DATE
           else
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRBDRL1 CONTROL ROW UPDATE FAILED SQLCODE "
                     WS-SQLCODE-DISP
             move 16 to RETURN-CODE
           end-if
           .
      *------------------------------
      *    A PIN DATE MUST BE A REAL CALENDAR DATE NO LATER THAN THE
      *    CURRENT BUSINESS DATE - A RERUN REPEATS A DAY THAT HAS
      *    HAPPENED, IT NEVER RUNS AHEAD OF THE CALENDAR.
       M0009-PIN-DATE.
           set WS-DATE-BAD to true
           if PARM-DATE numeric
             move PARM-DATE to WS-EDIT-DATE
             PERFORM M0012-CHK-DATE-VALID
           end-if
           if WS-DATE-OK and WS-EDIT-DATE > WS-CTL-CUR-DATE
             set WS-DATE-BAD to true
           end-if
           if WS-DATE-BAD
             DISPLAY "CRBDRL1 BAD PIN DATE '" PARM-DATE
                     "' - RUN REFUSED"
             move 16 to RETURN-CODE
           else
             exec sql
               update TBC_BUS_DATE
                  set BD_PIN_DATE = :WS-EDIT-DATE
                where BD_SYSTEM = 'CR'
             end-exec
             if SQLCODE = zero
               DISPLAY "CRBDRL1 BUSINESS DATE PINNED TO "
                       WS-EDIT-DATE
             else
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRBDRL1 PIN UPDATE FAILED SQLCODE "
                       WS-SQLCODE-DISP
               move 16 to RETURN-CODE
             end-if
           end-if
           .
      *------------------------------
       M0010-UNPIN-DATE.
           exec sql
             update TBC_BUS_DATE
                set BD_PIN_DATE = 0
              where BD_SYSTEM = 'CR'
           end-exec
           if SQLCODE = zero
             DISPLAY "CRBDRL1 PIN REMOVED - BUSINESS DATE IS "
                     WS-CTL-CUR-DATE
           else
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRBDRL1 UNPIN UPDATE FAILED SQLCODE "
                     WS-SQLCODE-DISP
             move 16 to RETURN-CODE
           end-if
           .
      *------------------------------
      *    ONE CALENDAR DAY FORWARD, THEN THE A0018 TEST - SATURDAY
      *    AND SUNDAY BY ARITHMETIC, HOLIDAYS OFF TBC_BANK_CALENDAR.
       M0011-ROLL-ONE-DAY.
           add 1 to WS-CAL-ROLL-COUNT
           add 1 to WS-CAL-INTEGER
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
           .
      *------------------------------
      *    MONTH 01-12, DAY WITHIN THE MONTH, LEAP YEARS HONOURED -
      *    SAME TEST THE CHAIN RUNS ON A MESSAGE'S VALUE DATE.
       M0012-CHK-DATE-VALID.
           set WS-DATE-OK to true
           evaluate true
             when WS-EDIT-YYYY < 1601
               set WS-DATE-BAD to true
             when WS-EDIT-MM < 01 or WS-EDIT-MM > 12
               set WS-DATE-BAD to true
             when other
               move WS-MONTH-LEN(WS-EDIT-MM) to WS-EDIT-MONTH-LEN
               if WS-EDIT-MM = 2
                 compute WS-EDIT-LEAP-WORK =
                         FUNCTION MOD(WS-EDIT-YYYY, 4)
                 if WS-EDIT-LEAP-WORK = zero
                   compute WS-EDIT-LEAP-WORK =
                           FUNCTION MOD(WS-EDIT-YYYY, 100)
                   if WS-EDIT-LEAP-WORK not = zero
                     move 29 to WS-EDIT-MONTH-LEN
                   else
                     compute WS-EDIT-LEAP-WORK =
                             FUNCTION MOD(WS-EDIT-YYYY, 400)
                     if WS-EDIT-LEAP-WORK = zero
                       move 29 to WS-EDIT-MONTH-LEN
                     end-if
                   end-if
                 end-if
               end-if
               if WS-EDIT-DD < 01
                  or WS-EDIT-DD > WS-EDIT-MONTH-LEN
                 set WS-DATE-BAD to true
               end-if
           end-evaluate
           .
