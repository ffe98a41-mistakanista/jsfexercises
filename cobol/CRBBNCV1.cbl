      *    2026-08  run-control - start and end of every run are now
      *             recorded in TBC_BATCH_RUNLOG through CRRUNLG1
      *             (see CRRNBLK) for the morning checklist.
      *    2026-10  bank directory - every DE bank code is now looked
      *             up in the Bundesbank directory through CHKBLZ
      *             before its IBAN is written.  a code the directory
      *             does not know, or has deleted without a successor,
      *             goes to the exception file instead of producing an
      *             IBAN nobody can pay to; otherwise the bank's BIC
      *             (the successor's for a merged bank) is written in
      *             the new CNV-BIC beside the IBAN.  other countries
      *             get a blank BIC.
      *
       ENVIRONMENT DIVISION.
      *
           03  CNV-CUST-KEY        PIC X(10) .
           03  CNV-CTRY-CODE       PIC X(02) .
           03  CNV-IBAN            PIC X(30) .
           03  CNV-BIC             PIC X(11) .
           03  FILLER              PIC X(27) .
      *
       FD  EXCP-OUT-FILE
           RECORDING MODE IS F .
      *    THE CALLED CRRUNLG1, WHICH OWNS ITS OWN SQLCA.
           COPY CHKBLK.

           COPY CHKZBLK.

           COPY CRRNBLK.
      *
         01 ws-cnv-vars .
           CALL LT-CHKIBN USING CHKIBN-BLOCK
           END-CALL
           if CHKIBN-RETURN-CODE = zero
             move spaces to CHKBLZ-DIR-BIC
             if LEG-CTRY-CODE = "DE"
               PERFORM C0012-DERIVE-BIC
             end-if
           else
             move CHKIBN-REASON-CODE to ws-edit-reason
             set WS-EDIT-FAILED to true
           end-if
           if WS-EDIT-FAILED
             PERFORM C0011-WRITE-EXCEPTION
           else
             move spaces to CNV-RECORD
             move LEG-CUST-KEY       to CNV-CUST-KEY
             move LEG-CTRY-CODE      to CNV-CTRY-CODE
             move CHKIBN-RETURN-IBAN to CNV-IBAN
             move CHKBLZ-DIR-BIC     to CNV-BIC
             WRITE CNV-RECORD
             add 1 to WS-CNV-GOOD-COUNT
           end-if
           .
      *------------------------------
      *    A MERGED BANK CODE (CHKBLZ 04) STILL CONVERTS - THE OLD
      *    IBAN KEEPS WORKING AND CHKBLZ HANDS BACK THE SUCCESSOR'S
      *    BIC.  UNKNOWN, DELETED OR UNREADABLE IS AN EXCEPTION.
       C0012-DERIVE-BIC.
           move LEG-BANK-CODE to CHKBLZ-BANK-CODE
           move spaces        to CHKBLZ-BIC
           CALL LT-CHKBLZ USING CHKBLZ-BLOCK
           END-CALL
           evaluate true
             when CHKBLZ-RETURN-CODE <= 04
               continue
             when CHKBLZ-REASON-CODE = "BLZDELET"
               move "BLZ DELETED" to ws-edit-reason
               set WS-EDIT-FAILED to true
             when CHKBLZ-REASON-CODE = "BLZUNKN "
               move "BLZ NOT IN DIRECTORY" to ws-edit-reason
               set WS-EDIT-FAILED to true
             when other
               move "BANK DIR UNAVAILABLE" to ws-edit-reason
               set WS-EDIT-FAILED to true
           end-evaluate
           .
      *------------------------------
       C0011-WRITE-EXCEPTION.
           move spaces to EXC-RECORD
