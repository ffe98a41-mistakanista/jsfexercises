      *    2026-08  run-control - start and end of every run are now
      *             recorded in TBC_BATCH_RUNLOG through CRRUNLG1
      *             (see CRRNBLK) for the morning checklist.
      *    2026-10  business date - items are aged against the
      *             business date off the TBC_BUS_DATE control row
      *             (CRBDAT1), not the system clock.
      *
       ENVIRONMENT DIVISION.
      *
           END-EXEC.

           COPY CRRNBLK.

           COPY CRBDBLK.
      *
         01 ws-today-date .
            02 WS-TODAY-DATE-NUM    pic 9(08) value zero .
           GOBACK.
      *------------------------------
       E0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-TODAY-DATE-NUM
           compute WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           OPEN OUTPUT RPT-FILE
