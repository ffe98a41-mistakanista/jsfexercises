      *             run does not drift the schedule.  an execution
      *             the chain rejects is advanced too and shouted for
      *             ops - it must not re-reject silently every night.
      *    2026-10  business date - due orders and the run date in
      *             the message id come off the business date
      *             (A0023/CRBDAT1), not the system clock, so a late
      *             run or a pinned rerun generates the right day.
      *
       ENVIRONMENT DIVISION.
      *
           move "CRSTOG1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM A0023-GET-BUS-DATE
           move BUSDATE-DATE to WS-TODAY-DATE
           PERFORM Y0001-OPEN-CURSOR
           PERFORM Y0002-FETCH-ROW
           PERFORM Y0003-PROCESS-ROW UNTIL WS-EOF
