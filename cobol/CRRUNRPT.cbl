      *             job still shown RUNNING with no end timestamp
      *             (or missing from the list entirely) stands out
      *             at a glance.
      *    2026-10  business date - "since yesterday" is now since
      *             the previous business date off the TBC_BUS_DATE
      *             control row (CRBDAT1), so monday's checklist
      *             still shows friday night's suite.
      *    2026-10  job dependencies - a second section lists every
      *             job on TBC_JOB_DEPEND for the night's suite (the
      *             current business date, or the previous one once
      *             the rollover has run) with its state: ENDED,
      *             RUNNING, BLOCKED with the reason CRRUNLG1 wrote,
      *             WAITING on the first prerequisite not yet met, or
      *             READY.  RC 08 when anything is blocked or waiting.
      *    2026-10  clearing acks - a third section lists every cycle
      *             on TBC_CLR_EXTRACT up to the business date that
      *             still has no ack once its TBC_CLR_CYCLE cut-off
      *             plus WS-ACK-TOLERANCE-MIN has passed.  CRSETL1
      *             only notices a missing ack when a later cycle's
      *             ack arrives, which never happens for the day's
      *             last cycle or a day whose acks never come.  RC 08
      *             when anything is listed.
      *    2026-10  read checks - a dependency, run-log or clearing
      *             register read that fails is printed as READ
      *             FAILED and counted with the waiting jobs or the
      *             missing acks, so the report ends RC 08 instead of
      *             showing a short list.  a job whose prerequisites
      *             cannot be read shows WAITING, never READY.
      *
       ENVIRONMENT DIVISION.
      *
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY CRBDBLK.
      *
         01 ws-bus-date .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
      *    DATE VALUE - DB2 ACCEPTS AN ISO CHARACTER STRING WHEREVER
      *    A DATE IS EXPECTED, BUT NOT A PLAIN NUMERIC HOST VARIABLE.
         01 WS-BUS-DATE-ISO         pic x(10) value spaces .
      *    THE REPORT COVERS RUNS STARTED SINCE THE PREVIOUS BUSINESS
      *    DAY, SO THE OVERNIGHT SUITE IS ON IT WHETHER IT STARTED
      *    BEFORE OR AFTER MIDNIGHT, AND WHETHER OR NOT THE END-OF-DAY
      *    ROLLOVER HAS RUN YET.
         01 ws-eof-sw               pic x(01) value "N" .
            88  WS-EOF                 value "Y" .
         01 ws-cursor-vars .
            02 WS-PR-REJ-COUNT      pic zzz,zzz,zz9 .
            02 filler               pic x(04) value spaces .
            02 WS-PR-RC             pic 9(04) .
      *
      *    DEPENDENCY SECTION - THE SUITE'S BUSINESS DATE, ONE JOB
      *    FROM TBC_JOB_DEPEND, ITS LATEST RUN-LOG ROW AND ITS
      *    PREREQUISITES.
         01 ws-dep-vars .
            02 WS-SUITE-DATE        pic 9(08) value zero .
            02 WS-SUITE-ROWS        pic 9(9) comp value zero .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-DEP-PGM           pic x(08) value spaces .
            02 WS-DEP-PREREQ        pic x(08) value spaces .
            02 WS-DEP-MAX-RC        pic s9(4) comp value zero .
            02 WS-DEP-RUN-STATUS    pic x(08) value spaces .
            02 WS-DEP-RUN-RC        pic s9(4) comp value zero .
            02 WS-DEP-RUN-RC-NULL   pic s9(4) comp value zero .
            02 WS-DEP-RUN-REASON    pic x(60) value spaces .
            02 WS-DEP-RC-DISP       pic -9(4) value zero .
            02 WS-DEP-MAX-DISP      pic -9(4) value zero .
            02 WS-DEP-JOB-EOF-SW    pic x(01) value "N" .
              88  WS-DEP-JOB-EOF       value "Y" .
            02 WS-DEP-PRE-EOF-SW    pic x(01) value "N" .
              88  WS-DEP-PRE-EOF       value "Y" .
            02 WS-DEP-FOUND-SW      pic x(01) value "N" .
              88  WS-DEP-RUN-FOUND     value "Y" .
              88  WS-DEP-RUN-NOT-FOUND value "N" .
              88  WS-DEP-RUN-READ-FAILED value "E" .
            02 WS-DEP-TEXT          pic x(60) value spaces .
            02 WS-DEP-FIRST-UNMET   pic x(60) value spaces .
            02 WS-DEP-BLOCK-COUNT   pic 9(9) comp value zero .
            02 WS-DEP-WAIT-COUNT    pic 9(9) comp value zero .
            02 WS-DEP-COUNT-DISP    pic zzz,zz9 .
      *
      *    CLEARING ACK SECTION - A CYCLE IS OVERDUE WHEN ITS CUT-OFF
      *    IS EARLIER THAN NOW LESS THE TOLERANCE.  BOTH ARE HELD AS
      *    DB2 TIMESTAMP STRINGS, WHICH COMPARE CORRECTLY AS TEXT.
         01 ws-ack-vars .
            02 WS-ACK-TOLERANCE-MIN pic s9(4) comp value 60 .
            02 WS-ACK-BUS-DATE      pic 9(08) value zero .
            02 WS-ACK-DUE-TS        pic x(26) value spaces .
            02 WS-ACK-CUTOFF-TS     pic x(26) value spaces .
            02 WS-ACK-DATE          pic 9(08) value zero .
            02 WS-ACK-CYCLE         pic 9(02) value zero .
            02 WS-ACK-COUNT         pic 9(09) value zero .
            02 WS-ACK-CUTOFF        pic 9(06) value zero .
            02 WS-ACK-EOF-SW        pic x(01) value "N" .
              88  WS-ACK-EOF           value "Y" .
            02 WS-ACK-MISS-COUNT    pic 9(9) comp value zero .
            02 WS-ACK-COUNT-DISP    pic zzz,zzz,zz9 .
         01 ws-dep-line .
            02 WS-DL-PGM            pic x(09) .
            02 WS-DL-STATE          pic x(09) .
            02 WS-DL-TEXT           pic x(60) .
      *
       PROCEDURE DIVISION.
      *
           PERFORM U0006-FETCH-ROW
           PERFORM U0003-PROCESS-ROW UNTIL WS-EOF
           PERFORM U0005-CLOSE-CURSOR
           PERFORM U0007-DEPEND-SECTION
           PERFORM U0013-ACK-SECTION
           CLOSE RPT-FILE
           if WS-DEP-BLOCK-COUNT > zero or WS-DEP-WAIT-COUNT > zero
             move 8 to RETURN-CODE
           end-if
           if WS-ACK-MISS-COUNT > zero
             move 8 to RETURN-CODE
           end-if
           DISPLAY "crrunrpt run-control report ende "
           GOBACK.
      *------------------------------
       U0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-PREV-DATE to WS-BUS-DATE-NUM
           string WS-BUS-DATE-NUM(1:4) "-" WS-BUS-DATE-NUM(5:2) "-"
                  WS-BUS-DATE-NUM(7:2)
             delimited by size into WS-BUS-DATE-ISO
             close CSRU
           end-exec
           .
      *------------------------------
      *    THE NIGHT'S SUITE IS THE CURRENT BUSINESS DATE WHILE ANY
      *    RUN-LOG ROW CARRIES IT; ONCE CRBDRL1 HAS ROLLED THE DATE
      *    AND NOTHING HAS RUN FOR THE NEW DAY YET, IT IS THE
      *    PREVIOUS ONE.
       U0007-DEPEND-SECTION.
           move BUSDATE-DATE to WS-SUITE-DATE
           move zero to WS-SUITE-ROWS
           exec sql
             select count(*)
               into :WS-SUITE-ROWS
               from TBC_BATCH_RUNLOG
              where RUN_BUS_DATE = :WS-SUITE-DATE
           end-exec
           if WS-SUITE-ROWS = zero
             move BUSDATE-PREV-DATE to WS-SUITE-DATE
           end-if
           move spaces to RPT-LINE
           WRITE RPT-LINE
           string "JOB DEPENDENCIES  SUITE FOR BUSINESS DATE "
                  WS-SUITE-DATE
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           string "PROGRAM  STATE    DETAIL"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           exec sql
             declare CSRU2 cursor for
               select distinct DEP_PGM
                 from TBC_JOB_DEPEND
                order by DEP_PGM
           end-exec
           exec sql
             open CSRU2
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             move spaces to RPT-LINE
             string "DEPENDENCY TABLE READ FAILED SQLCODE "
                    WS-SQLCODE-DISP
               delimited by size into RPT-LINE
             WRITE RPT-LINE
             set WS-DEP-JOB-EOF to true
           end-if
           PERFORM U0008-FETCH-DEP-JOB UNTIL WS-DEP-JOB-EOF
           move spaces to RPT-LINE
           WRITE RPT-LINE
           move WS-DEP-BLOCK-COUNT to WS-DEP-COUNT-DISP
           string "BLOCKED JOBS  " WS-DEP-COUNT-DISP
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           move WS-DEP-WAIT-COUNT to WS-DEP-COUNT-DISP
           string "WAITING JOBS  " WS-DEP-COUNT-DISP
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           .
      *------------------------------
       U0008-FETCH-DEP-JOB.
           exec sql
             fetch CSRU2 into :WS-DEP-PGM
           end-exec
           if SQLCODE not = zero
             set WS-DEP-JOB-EOF to true
             if SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               move spaces to RPT-LINE
               string "DEPENDENCY TABLE READ FAILED SQLCODE "
                      WS-SQLCODE-DISP
                 delimited by size into RPT-LINE
               WRITE RPT-LINE
               add 1 to WS-DEP-WAIT-COUNT
             end-if
             exec sql
               close CSRU2
             end-exec
           else
             PERFORM U0009-FORMAT-DEP-JOB
           end-if
           .
      *------------------------------
      *    A JOB THAT HAS RUN SHOWS ITS LATEST ROW; ONE THAT HAS NOT
      *    IS WAITING IF ANY PREREQUISITE IS STILL UNMET - THE SAME
      *    TEST CRRUNLG1 WILL APPLY WHEN IT STARTS - AND READY IF
      *    NOT.
       U0009-FORMAT-DEP-JOB.
           move spaces to ws-dep-line
           move WS-DEP-PGM to WS-DL-PGM
           move WS-DEP-PGM to WS-DEP-PREREQ
           PERFORM U0010-GET-LATEST-RUN
           evaluate true
             when WS-DEP-RUN-READ-FAILED
               add 1 to WS-DEP-WAIT-COUNT
               move "UNKNOWN"          to WS-DL-STATE
               string "RUN LOG READ FAILED SQLCODE " WS-SQLCODE-DISP
                 delimited by size into WS-DL-TEXT
             when WS-DEP-RUN-FOUND
                  and WS-DEP-RUN-STATUS = "BLOCKED "
               add 1 to WS-DEP-BLOCK-COUNT
               move "BLOCKED"          to WS-DL-STATE
               move WS-DEP-RUN-REASON  to WS-DL-TEXT
             when WS-DEP-RUN-FOUND
                  and WS-DEP-RUN-STATUS = "RUNNING "
               move "RUNNING"          to WS-DL-STATE
             when WS-DEP-RUN-FOUND
               move "ENDED"            to WS-DL-STATE
               string "RC " WS-DEP-RC-DISP
                 delimited by size into WS-DL-TEXT
             when other
               PERFORM U0011-CHK-PREREQS
               if WS-DEP-FIRST-UNMET = spaces
                 move "READY"          to WS-DL-STATE
                 move "ALL PREREQUISITES MET - NOT YET STARTED"
                   to WS-DL-TEXT
               else
                 add 1 to WS-DEP-WAIT-COUNT
                 move "WAITING"        to WS-DL-STATE
                 move WS-DEP-FIRST-UNMET to WS-DL-TEXT
               end-if
           end-evaluate
           WRITE RPT-LINE FROM ws-dep-line
           .
      *------------------------------
      *    LATEST RUN-LOG ROW FOR WS-DEP-PREREQ ON THE SUITE DATE.
       U0010-GET-LATEST-RUN.
           set WS-DEP-RUN-NOT-FOUND to true
           move spaces to WS-DEP-RUN-STATUS
           move spaces to WS-DEP-RUN-REASON
           move zero   to WS-DEP-RUN-RC
           exec sql
             select RUN_STATUS, RUN_RETURN_CODE,
                    coalesce(RUN_BLOCK_REASON, ' ')
               into :WS-DEP-RUN-STATUS,
                    :WS-DEP-RUN-RC :WS-DEP-RUN-RC-NULL,
                    :WS-DEP-RUN-REASON
               from TBC_BATCH_RUNLOG
              where RUN_PGM      = :WS-DEP-PREREQ
                and RUN_BUS_DATE = :WS-SUITE-DATE
              order by RUN_START_TS desc
              fetch first 1 row only
           end-exec
           evaluate true
             when SQLCODE = zero
               set WS-DEP-RUN-FOUND to true
             when SQLCODE = 100
               continue
             when other
               move SQLCODE to WS-SQLCODE-DISP
               set WS-DEP-RUN-READ-FAILED to true
           end-evaluate
           move WS-DEP-RUN-RC to WS-DEP-RC-DISP
           .
      *------------------------------
       U0011-CHK-PREREQS.
           move spaces to WS-DEP-FIRST-UNMET
           move "N" to WS-DEP-PRE-EOF-SW
           exec sql
             declare CSRU3 cursor for
               select DEP_PREREQ_PGM, DEP_MAX_RC
                 from TBC_JOB_DEPEND
                where DEP_PGM = :WS-DEP-PGM
                order by DEP_PREREQ_PGM
           end-exec
           exec sql
             open CSRU3
           end-exec
      *    PREREQUISITES THAT CANNOT BE READ ARE NOT MET - THE JOB
      *    WAITS, AS IT WOULD IN CRRUNLG1.
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             string "PREREQUISITE READ FAILED SQLCODE "
                    WS-SQLCODE-DISP
               delimited by size into WS-DEP-FIRST-UNMET
             set WS-DEP-PRE-EOF to true
           end-if
           PERFORM U0012-FETCH-PREREQ
             UNTIL WS-DEP-PRE-EOF or WS-DEP-FIRST-UNMET not = spaces
           if not WS-DEP-PRE-EOF
             exec sql
               close CSRU3
             end-exec
           end-if
           .
      *------------------------------
       U0012-FETCH-PREREQ.
           exec sql
             fetch CSRU3 into :WS-DEP-PREREQ, :WS-DEP-MAX-RC
           end-exec
           if SQLCODE not = zero
             set WS-DEP-PRE-EOF to true
             if SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               string "PREREQUISITE READ FAILED SQLCODE "
                      WS-SQLCODE-DISP
                 delimited by size into WS-DEP-FIRST-UNMET
             end-if
             exec sql
               close CSRU3
             end-exec
           else
             PERFORM U0010-GET-LATEST-RUN
             move WS-DEP-MAX-RC to WS-DEP-MAX-DISP
             move spaces to WS-DEP-TEXT
             evaluate true
               when WS-DEP-RUN-READ-FAILED
                 string "ON " WS-DEP-PREREQ
                        " - RUN LOG READ FAILED SQLCODE "
                        WS-SQLCODE-DISP
                   delimited by size into WS-DEP-TEXT
               when WS-DEP-RUN-NOT-FOUND
                 string "ON " WS-DEP-PREREQ " - HAS NOT RUN"
                   delimited by size into WS-DEP-TEXT
               when WS-DEP-RUN-STATUS = "RUNNING "
                 string "ON " WS-DEP-PREREQ " - STILL RUNNING"
                   delimited by size into WS-DEP-TEXT
               when WS-DEP-RUN-STATUS = "BLOCKED "
                 string "ON " WS-DEP-PREREQ " - ITSELF BLOCKED"
                   delimited by size into WS-DEP-TEXT
               when WS-DEP-RUN-RC > WS-DEP-MAX-RC
                 string "ON " WS-DEP-PREREQ " - ENDED RC "
                        WS-DEP-RC-DISP " ALLOWED " WS-DEP-MAX-DISP
                   delimited by size into WS-DEP-TEXT
             end-evaluate
             move WS-DEP-TEXT to WS-DEP-FIRST-UNMET
           end-if
           .
      *------------------------------
      *    EVERY EXTRACTED CYCLE UP TO THE BUSINESS DATE STILL
      *    WITHOUT AN ACK, WHETHER OR NOT A LATER ACK HAS COME IN.
      *    ONE WHOSE CUT-OFF IS LESS THAN THE TOLERANCE AGO IS STILL
      *    IN FLIGHT AND IS NOT LISTED.  A CYCLE NO LONGER ON
      *    TBC_CLR_CYCLE COUNTS FROM MIDNIGHT OF ITS DATE.
       U0013-ACK-SECTION.
           move BUSDATE-DATE to WS-ACK-BUS-DATE
           exec sql
             set :WS-ACK-DUE-TS =
                 char(current timestamp - :WS-ACK-TOLERANCE-MIN minutes)
           end-exec
           move spaces to RPT-LINE
           WRITE RPT-LINE
           string "CLEARING CYCLES WITHOUT ACK  UP TO BUSINESS DATE "
                  WS-ACK-BUS-DATE "  CUT-OFF BEFORE "
                  WS-ACK-DUE-TS(1:19)
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           string "DATE     CYCLE CUT-OFF              PAYMENTS SENT"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           exec sql
             declare CSRU4 cursor for
               select E.EXT_DATE, E.EXT_CYCLE, E.EXT_COUNT,
                      coalesce(C.CYC_CUTOFF, 0)
                 from TBC_CLR_EXTRACT E
                 left outer join TBC_CLR_CYCLE C
                   on C.CYC_NO = E.EXT_CYCLE
                where E.EXT_ACK_TIMESTAMP is null
                  and E.EXT_DATE <= :WS-ACK-BUS-DATE
                order by E.EXT_DATE, E.EXT_CYCLE
           end-exec
           exec sql
             open CSRU4
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             move spaces to RPT-LINE
             string "CLEARING REGISTER READ FAILED SQLCODE "
                    WS-SQLCODE-DISP
               delimited by size into RPT-LINE
             WRITE RPT-LINE
             add 1 to WS-ACK-MISS-COUNT
             set WS-ACK-EOF to true
           end-if
           PERFORM U0014-FETCH-ACK UNTIL WS-ACK-EOF
           move spaces to RPT-LINE
           WRITE RPT-LINE
           move WS-ACK-MISS-COUNT to WS-ACK-COUNT-DISP
           string "CYCLES WITHOUT ACK  " WS-ACK-COUNT-DISP
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           .
      *------------------------------
       U0014-FETCH-ACK.
           exec sql
             fetch CSRU4 into :WS-ACK-DATE, :WS-ACK-CYCLE,
                              :WS-ACK-COUNT, :WS-ACK-CUTOFF
           end-exec
           if SQLCODE not = zero
             set WS-ACK-EOF to true
             if SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               move spaces to RPT-LINE
               string "CLEARING REGISTER READ FAILED SQLCODE "
                      WS-SQLCODE-DISP
                 delimited by size into RPT-LINE
               WRITE RPT-LINE
               add 1 to WS-ACK-MISS-COUNT
             end-if
             exec sql
               close CSRU4
             end-exec
           else
             PERFORM U0015-FORMAT-ACK
           end-if
           .
      *------------------------------
      *    CUT-OFF AS A TIMESTAMP STRING THE SAME WAY CREXTR1 BUILDS
      *    IT FOR ITS SWEEP.
       U0015-FORMAT-ACK.
           move spaces to WS-ACK-CUTOFF-TS
           string WS-ACK-DATE(1:4) "-" WS-ACK-DATE(5:2) "-"
                  WS-ACK-DATE(7:2) "-"
                  WS-ACK-CUTOFF(1:2) "." WS-ACK-CUTOFF(3:2) "."
                  WS-ACK-CUTOFF(5:2) ".000000"
             delimited by size into WS-ACK-CUTOFF-TS
           if WS-ACK-CUTOFF-TS < WS-ACK-DUE-TS
             add 1 to WS-ACK-MISS-COUNT
             move WS-ACK-COUNT to WS-ACK-COUNT-DISP
             move spaces to RPT-LINE
             string WS-ACK-DATE " " WS-ACK-CYCLE "    "
                    WS-ACK-CUTOFF-TS(1:19) "  " WS-ACK-COUNT-DISP
                    "  NO ACK RECEIVED"
               delimited by size into RPT-LINE
             WRITE RPT-LINE
           end-if
           .
