      *             their own group (money that never left the
      *             house), so the grand total covers every posting
      *             and reconciles to CRPYRPT's figures.
      *    2026-10  business date - the report date is the business
      *             date off the TBC_BUS_DATE control row (CRBDAT1),
      *             not the system clock, so a late or rerun report
      *             still prints the day it belongs to.
      *
       ENVIRONMENT DIVISION.
      *
           END-EXEC.

           COPY CRRNBLK.

           COPY CRBDBLK.
      *
         01 ws-bus-date .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
      *------------------------------
       D0001-INITIALIZE.
           move spaces to ws-pos-tab
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move BUSDATE-ISO  to WS-BUS-DATE-ISO
           OPEN OUTPUT RPT-FILE
           move spaces to RPT-LINE
           string "SETTLEMENT POSITION BY COUNTERPARTY  "
