      *             disposition, so a sender can prove a file clean in
      *             the afternoon and the live overnight import holds
      *             no surprises.  no PARMIN card means a live run.
      *    2026-10  business date - the response header date is the
      *             business date (A0023/CRBDAT1), the same date the
      *             chain's value-date compare uses, not the clock.
      *
       ENVIRONMENT DIVISION.
      *
           .
      *------------------------------
       B0018-WRITE-RESP-HEADER.
           PERFORM A0023-GET-BUS-DATE
           move BUSDATE-DATE to WS-RESP-DATE-NUM
           move WS-BH-FILE-ID   to WS-RH-FILE-ID
           move WS-BH-SENDER-ID to WS-RH-SENDER-ID
           move WS-RESP-DATE-NUM to WS-RH-RESP-DATE
