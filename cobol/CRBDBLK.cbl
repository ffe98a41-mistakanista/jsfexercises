      *****************************************************************
      *    CRBDBLK  -  BUSDATE-BLOCK LINKAGE LAYOUT FOR THE CRBDAT1
      *    BUSINESS-DATE SUBPROGRAM.  EVERY JOB, REPORT AND THE SHARED
      *    CHAIN TAKE "TODAY" FROM HERE INSTEAD OF THE SYSTEM CLOCK,
      *    SO A SUITE THAT RUNS PAST MIDNIGHT, OR A RERUN NEXT
      *    MORNING, STILL WORKS AGAINST THE DAY IT BELONGS TO.  THE
      *    DATE ONLY MOVES WHEN THE END-OF-DAY ROLLOVER (CRBDRL1)
      *    ADVANCES THE TBC_BUS_DATE CONTROL ROW, OR WHEN OPS PIN A
      *    PAST DAY FOR A CONTROLLED RERUN.
      *
      *    BUSDATE-DATE STARTS AT ZERO - A CALLER THAT FINDS IT
      *    NON-ZERO ALREADY HAS THE DATE FOR THIS RUN AND NEED NOT
      *    CALL AGAIN (SEE A0023 IN CRPYMPRC).
      *    RETURN CODE 00 - DATE FROM THE CONTROL ROW
      *                04 - NO CONTROL ROW, SYSTEM CLOCK USED
      *****************************************************************
       01 BUSDATE-BLOCK.
        03 LT-CRBDAT1              PIC X(8) VALUE "CRBDAT1 ".
        03 BUSDATE-RETURN-BLOCK.
          05 BUSDATE-DATE          PIC 9(08) VALUE ZERO.
          05 BUSDATE-ISO           PIC X(10) VALUE SPACES.
          05 BUSDATE-PREV-DATE     PIC 9(08) VALUE ZERO.
          05 BUSDATE-PINNED-SW     PIC X(01) VALUE "N".
            88 BUSDATE-PINNED        VALUE "Y".
            88 BUSDATE-NOT-PINNED    VALUE "N".
          05 BUSDATE-RETURN-CODE   PIC 9(02) VALUE ZERO.
