      *             re-sent ahead a full year whenever the TARGET
      *             calendar for the next year is published and the
      *             year-end holidays hold no surprises.
      *    2026-10  business date - "already past" and the two-year
      *             ceiling are measured from the business date off
      *             the TBC_BUS_DATE control row (CRBDAT1), not the
      *             system clock.
      *
       ENVIRONMENT DIVISION.
      *
           END-EXEC.

           COPY CRRNBLK.

           COPY CRBDBLK.
      *
         01 ws-call-vars .
            02 WS-HOL-IN-STATUS     pic x(02) value spaces .
           GOBACK.
      *------------------------------
       K0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-TODAY-DATE
      *    TWO YEARS OUT IS THE SANITY CEILING - THE TARGET LIST IS
      *    PUBLISHED ABOUT A YEAR AHEAD, SO ANYTHING FURTHER IS A
      *    MISTYPED YEAR, NOT A HOLIDAY.
