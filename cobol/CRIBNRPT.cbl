      *    2026-08  run-control - start and end of every run are now
      *             recorded in TBC_BATCH_RUNLOG through CRRUNLG1
      *             (see CRRNBLK) for the morning checklist.
      *    2026-10  business date - "yesterday" is now the previous
      *             business date off the TBC_BUS_DATE control row
      *             (CRBDAT1) instead of the clock date minus one, so
      *             monday's run reports friday, not sunday.
      *
       ENVIRONMENT DIVISION.
      *
           END-EXEC.

           COPY CRRNBLK.

           COPY CRBDBLK.
      *
         01 ws-bus-date .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
      *    DATE VALUE - DB2 ACCEPTS AN ISO CHARACTER STRING WHEREVER
      *    A DATE IS EXPECTED, BUT NOT A PLAIN NUMERIC HOST VARIABLE.
         01 WS-BUS-DATE-ISO         pic x(10) value spaces .
      *    THE REPORT COVERS THE PREVIOUS BUSINESS DAY'S EXCEPTIONS -
      *    IT RUNS AS A MORNING JOB, AFTER THE END-OF-DAY ROLLOVER HAS
      *    CLOSED THE DAY IT REPORTS ON.
         01 ws-eof-sw               pic x(01) value "N" .
            88  WS-EOF                 value "Y" .
         01 ws-rpt-counts .
           GOBACK.
      *------------------------------
       I0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-PREV-DATE to WS-BUS-DATE-NUM
           string WS-BUS-DATE-NUM(1:4) "-" WS-BUS-DATE-NUM(5:2) "-"
                  WS-BUS-DATE-NUM(7:2)
             delimited by size into WS-BUS-DATE-ISO
