      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crbdat1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - central business-date reader.  every job
      *             used to take its date from the system clock with
      *             its own ACCEPT FROM DATE, so a suite running late
      *             past midnight, or a rerun the next morning,
      *             quietly worked against the wrong business day.
      *             the business date now lives on one control row,
      *             TBC_BUS_DATE (BD_SYSTEM 'CR'), holding the
      *             current and previous business dates, the pinned
      *             rerun date (zero when not pinned) and the last
      *             rollover timestamp.  this subprogram hands it to
      *             the caller (see CRBDBLK) - the pinned date wins
      *             while ops have one set.  only the end-of-day
      *             rollover CRBDRL1 ever moves the row.  a missing
      *             control row falls back to the system clock with
      *             return code 04 and a loud message, so the online
      *             chain keeps working while ops restore the row.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *
         01 ws-bdat-vars .
            02 WS-BD-CUR-DATE       pic 9(08) value zero .
            02 WS-BD-PREV-DATE      pic 9(08) value zero .
            02 WS-BD-PIN-DATE       pic 9(08) value zero .
            02 WS-BD-INTEGER        pic s9(9) comp value zero .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
      *
       LINKAGE SECTION.
           COPY CRBDBLK.
      *
       PROCEDURE DIVISION USING BUSDATE-BLOCK.
       MAIN-LOGIC.
           PERFORM N0001-READ-CONTROL-ROW
           string BUSDATE-DATE(1:4) "-" BUSDATE-DATE(5:2) "-"
                  BUSDATE-DATE(7:2)
             delimited by size into BUSDATE-ISO
           GOBACK.
      *------------------------------
       N0001-READ-CONTROL-ROW.
           move zero to BUSDATE-RETURN-CODE
           set BUSDATE-NOT-PINNED to true
           exec sql
             select BD_CUR_DATE,
                    coalesce(BD_PREV_DATE, 0),
                    coalesce(BD_PIN_DATE, 0)
               into :WS-BD-CUR-DATE,
                    :WS-BD-PREV-DATE,
                    :WS-BD-PIN-DATE
               from TBC_BUS_DATE
              where BD_SYSTEM = 'CR'
           end-exec
           if SQLCODE = zero
             if WS-BD-PIN-DATE > zero
      *        A PINNED RERUN DAY IS "TODAY" AND "SINCE" ALIKE - THE
      *        RERUN ONLY EVER LOOKS AT THE ONE DAY BEING REPEATED.
               set BUSDATE-PINNED to true
               move WS-BD-PIN-DATE  to BUSDATE-DATE
               move WS-BD-PIN-DATE  to BUSDATE-PREV-DATE
             else
               move WS-BD-CUR-DATE  to BUSDATE-DATE
               move WS-BD-PREV-DATE to BUSDATE-PREV-DATE
             end-if
           else
             PERFORM N0002-CLOCK-FALLBACK
           end-if
           .
      *------------------------------
      *    NO CONTROL ROW (OR DB2 TROUBLE READING IT) - THE CLOCK IS
      *    THE ONLY DATE LEFT, AND THE PREVIOUS DAY IS SIMPLY THE
      *    CALENDAR DAY BEFORE.  SHOUTED ON EVERY CALL SO THE MORNING
      *    CHECK CANNOT MISS IT.
       N0002-CLOCK-FALLBACK.
           move SQLCODE to WS-SQLCODE-DISP
           DISPLAY "CRBDAT1 NO TBC_BUS_DATE CONTROL ROW - SQLCODE "
                   WS-SQLCODE-DISP " - SYSTEM CLOCK USED"
           move 04 to BUSDATE-RETURN-CODE
           ACCEPT BUSDATE-DATE FROM DATE YYYYMMDD
           compute WS-BD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(BUSDATE-DATE) - 1
           move FUNCTION DATE-OF-INTEGER(WS-BD-INTEGER)
             to BUSDATE-PREV-DATE
           .
