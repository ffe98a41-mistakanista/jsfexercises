      *             code.  the start timestamp is remembered across
      *             the two calls in working storage, which batch
      *             keeps alive for the life of the run unit.
      *    2026-10  business date - the "S" row also carries the
      *             business date the job ran for (RUN_BUS_DATE, from
      *             CRBDAT1), so the end-of-day rollover CRBDRL1 can
      *             tell whether the day's mandatory jobs have run.
      *    2026-10  job dependencies - "S" first checks the job's
      *             prerequisites on TBC_JOB_DEPEND: each listed job
      *             must have a latest run-log row for the business
      *             date that ENDED at or below its allowed return
      *             code.  if one does not, the job is not started -
      *             the row goes in as BLOCKED with RC 16 and the
      *             reason, every unmet prerequisite is displayed, and
      *             the run unit ends here with RC 16 before the job
      *             has opened anything.
      *    2026-10  fetch check - a TBC_JOB_DEPEND fetch that fails
      *             blocks the job like a failed open, instead of
      *             ending the check with nothing unmet.
      *
       ENVIRONMENT DIVISION.
      *
      *
         01 ws-runlog-vars .
            02 WS-RUN-START-TS      pic x(26) value spaces .
            02 WS-RUN-BUS-DATE      pic 9(08) value zero .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
      *
      *    ONE TBC_JOB_DEPEND ENTRY FOR THE STARTING JOB AND ITS
      *    PREREQUISITE'S LATEST RUN-LOG ROW FOR THE BUSINESS DATE.
         01 ws-dep-vars .
            02 WS-DEP-PREREQ        pic x(08) value spaces .
            02 WS-DEP-MAX-RC        pic s9(4) comp value zero .
            02 WS-DEP-RUN-STATUS    pic x(08) value spaces .
            02 WS-DEP-RUN-RC        pic s9(4) comp value zero .
            02 WS-DEP-RUN-RC-NULL   pic s9(4) comp value zero .
            02 WS-DEP-RC-DISP       pic -9(4) value zero .
            02 WS-DEP-MAX-DISP      pic -9(4) value zero .
            02 WS-DEP-EOF-SW        pic x(01) value "N" .
              88  WS-DEP-EOF           value "Y" .
            02 WS-DEP-UNMET-COUNT   pic 9(4) comp value zero .
            02 WS-DEP-TEXT          pic x(60) value spaces .
      *    THE FIRST UNMET PREREQUISITE - GOES ON THE BLOCKED ROW.
            02 WS-DEP-REASON        pic x(60) value spaces .
      *
           COPY CRBDBLK.
      *
       LINKAGE SECTION.
           COPY CRRNBLK.
           GOBACK.
      *------------------------------
       G0001-WRITE-START-ROW.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           END-CALL
           move BUSDATE-DATE to WS-RUN-BUS-DATE
           PERFORM G0003-CHK-PREREQS
           if WS-DEP-UNMET-COUNT > zero
             PERFORM G0006-WRITE-BLOCKED-ROW
           end-if
           exec sql
             set :WS-RUN-START-TS = current timestamp
           end-exec
                    RUN_PGM
                   ,RUN_START_TS
                   ,RUN_STATUS
                   ,RUN_BUS_DATE
             )
             values (
                    :RUNLOG-PGM-NAME
                   ,:WS-RUN-START-TS
                   ,'RUNNING '
                   ,:WS-RUN-BUS-DATE
             )
           end-exec
           if SQLCODE not = zero
             commit
           end-exec
           .
      *------------------------------
      *    EVERY PREREQUISITE IS CHECKED, NOT JUST THE FIRST BAD ONE,
      *    SO THE JOB LOG SHOWS THE WHOLE LIST IN ONE GO.  A JOB WITH
      *    NO TBC_JOB_DEPEND ENTRIES STARTS AS BEFORE.  A TABLE THAT
      *    CANNOT BE READ BLOCKS THE JOB - THE CONTROL FAILS CLOSED,
      *    THE SAME AS THE CRBDRL1 MANDATORY-JOB CHECK.
       G0003-CHK-PREREQS.
           move zero   to WS-DEP-UNMET-COUNT
           move spaces to WS-DEP-REASON
           move "N"    to WS-DEP-EOF-SW
           exec sql
             declare CSRG1 cursor for
               select DEP_PREREQ_PGM, DEP_MAX_RC
                 from TBC_JOB_DEPEND
                where DEP_PGM = :RUNLOG-PGM-NAME
                order by DEP_PREREQ_PGM
           end-exec
           exec sql
             open CSRG1
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             move spaces to WS-DEP-TEXT
             string "DEPENDENCY TABLE READ FAILED SQLCODE "
                    WS-SQLCODE-DISP
               delimited by size into WS-DEP-TEXT
             PERFORM G0007-NOTE-UNMET
             set WS-DEP-EOF to true
           end-if
           PERFORM G0004-FETCH-PREREQ UNTIL WS-DEP-EOF
           .
      *------------------------------
       G0004-FETCH-PREREQ.
           exec sql
             fetch CSRG1 into :WS-DEP-PREREQ, :WS-DEP-MAX-RC
           end-exec
           evaluate true
             when SQLCODE = zero
               PERFORM G0005-CHK-ONE-PREREQ
             when SQLCODE = 100
               set WS-DEP-EOF to true
               exec sql
                 close CSRG1
               end-exec
             when other
               move SQLCODE to WS-SQLCODE-DISP
               move spaces to WS-DEP-TEXT
               string "DEPENDENCY TABLE READ FAILED SQLCODE "
                      WS-SQLCODE-DISP
                 delimited by size into WS-DEP-TEXT
               PERFORM G0007-NOTE-UNMET
               set WS-DEP-EOF to true
               exec sql
                 close CSRG1
               end-exec
           end-evaluate
           .
      *------------------------------
      *    THE LATEST RUN-LOG ROW FOR THE DAY DECIDES - A FAILED RUN
      *    FOLLOWED BY A GOOD RERUN SATISFIES THE DEPENDENCY.
       G0005-CHK-ONE-PREREQ.
           move spaces to WS-DEP-RUN-STATUS
           move zero   to WS-DEP-RUN-RC
           exec sql
             select RUN_STATUS, RUN_RETURN_CODE
               into :WS-DEP-RUN-STATUS,
                    :WS-DEP-RUN-RC :WS-DEP-RUN-RC-NULL
               from TBC_BATCH_RUNLOG
              where RUN_PGM      = :WS-DEP-PREREQ
                and RUN_BUS_DATE = :WS-RUN-BUS-DATE
              order by RUN_START_TS desc
              fetch first 1 row only
           end-exec
           move WS-DEP-RUN-RC to WS-DEP-RC-DISP
           move WS-DEP-MAX-RC to WS-DEP-MAX-DISP
           move spaces to WS-DEP-TEXT
           evaluate true
             when SQLCODE = 100
               string WS-DEP-PREREQ " HAS NOT RUN FOR "
                      WS-RUN-BUS-DATE
                 delimited by size into WS-DEP-TEXT
               PERFORM G0007-NOTE-UNMET
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               string WS-DEP-PREREQ " RUN-LOG READ FAILED SQLCODE "
                      WS-SQLCODE-DISP
                 delimited by size into WS-DEP-TEXT
               PERFORM G0007-NOTE-UNMET
             when WS-DEP-RUN-STATUS = "RUNNING "
               string WS-DEP-PREREQ " IS STILL RUNNING"
                 delimited by size into WS-DEP-TEXT
               PERFORM G0007-NOTE-UNMET
             when WS-DEP-RUN-STATUS = "BLOCKED "
               string WS-DEP-PREREQ " WAS ITSELF BLOCKED"
                 delimited by size into WS-DEP-TEXT
               PERFORM G0007-NOTE-UNMET
             when WS-DEP-RUN-RC > WS-DEP-MAX-RC
               string WS-DEP-PREREQ " ENDED RC " WS-DEP-RC-DISP
                      " - ALLOWED " WS-DEP-MAX-DISP
                 delimited by size into WS-DEP-TEXT
               PERFORM G0007-NOTE-UNMET
             when other
               continue
           end-evaluate
           .
      *------------------------------
       G0007-NOTE-UNMET.
           add 1 to WS-DEP-UNMET-COUNT
           if WS-DEP-REASON = spaces
             move WS-DEP-TEXT to WS-DEP-REASON
           end-if
           DISPLAY "CRRUNLG1 " RUNLOG-PGM-NAME
                   " PREREQUISITE NOT MET - " WS-DEP-TEXT
           .
      *------------------------------
      *    THE JOB IS NOT ALLOWED TO START.  ITS RUN-LOG ROW GOES IN
      *    ALREADY ENDED - STATUS BLOCKED, RC 16, THE FIRST UNMET
      *    PREREQUISITE AS THE REASON - SO CRRUNRPT AND THE CRBDRL1
      *    ROLLOVER CHECK BOTH SEE IT, AND THE RUN UNIT ENDS HERE.
      *    EVERY JOB CALLS "S" BEFORE IT OPENS A FILE OR TOUCHES A
      *    TABLE, SO THERE IS NOTHING OF ITS OWN TO CLOSE OR BACK OUT.
       G0006-WRITE-BLOCKED-ROW.
           exec sql
             set :WS-RUN-START-TS = current timestamp
           end-exec
           exec sql
             insert into TBC_BATCH_RUNLOG (
                    RUN_PGM
                   ,RUN_START_TS
                   ,RUN_END_TS
                   ,RUN_INPUT_COUNT
                   ,RUN_ACCEPT_COUNT
                   ,RUN_REJECT_COUNT
                   ,RUN_RETURN_CODE
                   ,RUN_STATUS
                   ,RUN_BUS_DATE
                   ,RUN_BLOCK_REASON
             )
             values (
                    :RUNLOG-PGM-NAME
                   ,:WS-RUN-START-TS
                   ,current timestamp
                   ,0
                   ,0
                   ,0
                   ,16
                   ,'BLOCKED '
                   ,:WS-RUN-BUS-DATE
                   ,:WS-DEP-REASON
             )
           end-exec
           if SQLCODE not = zero
             DISPLAY "CRRUNLG1 BLOCKED INSERT FAILED " SQLCODE
           end-if
           exec sql
             commit
           end-exec
           DISPLAY "CRRUNLG1 " RUNLOG-PGM-NAME " NOT STARTED - "
                   WS-DEP-UNMET-COUNT " PREREQUISITE(S) NOT MET"
           move 16 to RETURN-CODE
           STOP RUN
           .
