      *             currency, so one period's closing always agrees
      *             with the next period's opening.  no parm card
      *             means all accounts for the prior calendar month.
      *    2026-10  business date - the default prior month is the
      *             month before the business date off the
      *             TBC_BUS_DATE control row (CRBDAT1), so a month-end
      *             run that slips past midnight on the 1st still
      *             prints the right month.
      *
       ENVIRONMENT DIVISION.
      *
           END-EXEC.

           COPY CRRNBLK.

           COPY CRBDBLK.
      *
         01 ws-stmt-vars .
            02 WS-PARM-STATUS       pic x(02) value spaces .
      *    CRPYMB1 REFUSES A BAD PARMIN CARD - IT MUST NOT QUIETLY
      *    PRINT EMPTY STATEMENTS OFF A MALFORMED PERIOD.
       H0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-TODAY-DATE
           move spaces to PARM-RECORD
           OPEN INPUT PARM-FILE
           if WS-PARM-OK
