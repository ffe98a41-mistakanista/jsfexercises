      *             the weekend arithmetic); on a non-business day it
      *             logs its run and releases nothing, and the due
      *             payments go out with the next business morning.
      *    2026-10  business date - "today" is the business date off
      *             the TBC_BUS_DATE control row (A0023/CRBDAT1), not
      *             the system clock, so a release run after midnight
      *             or a rerun next morning releases the right day.
      *
       ENVIRONMENT DIVISION.
      *
           move "CRWHRL1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM A0023-GET-BUS-DATE
           move BUSDATE-DATE to WS-VDT-TODAY
      *    NO RELEASE ON A NON-BUSINESS DAY - THERE IS NO SETTLEMENT
      *    TO RELEASE INTO, AND A PAYMENT POSTED ON A SATURDAY ONLY
      *    SITS IN THE EXTRACT QUEUE LOOKING STUCK UNTIL MONDAY.
