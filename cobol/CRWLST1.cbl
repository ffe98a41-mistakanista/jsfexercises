      *             review queue as SANCTIONS HIT, review rows that
      *             match get the reason appended - so a list update
      *             catches what arrived before it.
      *    2026-10  business date - a card with no effective date is
      *             effective from the business date off the
      *             TBC_BUS_DATE control row (CRBDAT1), the same date
      *             A0013 screens against, not the system clock.
      *
       ENVIRONMENT DIVISION.
      *
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY CRBDBLK.
      *
      *    OPERATOR COMMAND LINE - ACTION, OPERATOR, EFFECTIVE DATE,
      *    NAME, ADDRESS AND REASON IN FIXED SLOTS.  UPDATE AND
             end-if
           else
      *      NO DATE ON THE CARD MEANS EFFECTIVE IMMEDIATELY
             CALL LT-CRBDAT1 USING BUSDATE-BLOCK
             move BUSDATE-DATE to WS-EFF-DATE-NUM
           end-if
           .
      *------------------------------
