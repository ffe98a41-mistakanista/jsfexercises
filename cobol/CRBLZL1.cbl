      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crblzl1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - Bundesbank bank-code directory load.  the
      *             quarterly Bankleitzahlendatei (168-byte records,
      *             one per bank code and branch) is loaded into
      *             TBC_BANK_DIR keyed on its record number, honouring
      *             each record's change code - A new, M changed,
      *             U unchanged, D deleted (kept with status 'D' and
      *             its successor bank code, so a payment to a merged
      *             bank can still be routed).  CHKBLZ reads the table
      *             for the chain and the IBAN conversion.  records
      *             failing the edits are rejected and end the run
      *             RC 8; a database error rolls back the open
      *             checkpoint and ends RC 16.  every record is an
      *             upsert, so a rerun of the same file is harmless.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLZ-IN-FILE      ASSIGN TO BLZIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BLZ-IN-STATUS .
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    BLZIN - THE BUNDESBANK FILE AS DELIVERED, FIXED 168 BYTES.
       FD  BLZ-IN-FILE
           RECORDING MODE IS F .
       01  BLZ-IN-RECORD.
           03  BLZ-BANK-CODE       PIC X(08).
      *    MERKMAL - 1 THE BANK ITSELF, 2 A BRANCH UNDER THE SAME CODE
           03  BLZ-MERKMAL         PIC X(01).
           03  BLZ-NAME            PIC X(58).
           03  BLZ-PLZ             PIC X(05).
           03  BLZ-CITY            PIC X(35).
           03  BLZ-SHORT-NAME      PIC X(27).
           03  BLZ-PAN             PIC X(05).
           03  BLZ-BIC             PIC X(11).
           03  BLZ-CHK-METHOD      PIC X(02).
           03  BLZ-REC-NO          PIC X(06).
           03  BLZ-REC-NO-NUM redefines BLZ-REC-NO
                                   PIC 9(06).
           03  BLZ-CHANGE-CD       PIC X(01).
             88  BLZ-CHG-NEW          VALUE "A".
             88  BLZ-CHG-DELETED      VALUE "D".
             88  BLZ-CHG-MODIFIED     VALUE "M".
             88  BLZ-CHG-UNCHANGED    VALUE "U".
             88  BLZ-CHG-VALID        VALUE "A" "D" "M" "U".
      *    DELETION ANNOUNCED FOR THE NEXT ISSUE - THE CODE IS STILL
      *    LIVE UNTIL THE D RECORD ARRIVES.
           03  BLZ-DEL-FLAG        PIC X(01).
           03  BLZ-SUCCESSOR       PIC X(08).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY CRRNBLK.
           COPY CRBDBLK.
      *
         01 ws-blzl-vars .
            02 WS-BLZ-IN-STATUS     pic x(02) value spaces .
              88  WS-BLZ-IN-OK        value "00" .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-SQL-FAILED-SW     pic x(01) value "N" .
              88  WS-SQL-FAILED        value "Y" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-READ-COUNT        pic 9(9) comp value zero .
            02 WS-NEW-COUNT         pic 9(9) comp value zero .
            02 WS-MOD-COUNT         pic 9(9) comp value zero .
            02 WS-UNCH-COUNT        pic 9(9) comp value zero .
            02 WS-DEL-COUNT         pic 9(9) comp value zero .
            02 WS-REJ-COUNT         pic 9(9) comp value zero .
            02 WS-ACCEPT-COUNT      pic 9(9) comp value zero .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-REC-NO-NUM        pic 9(06) value zero .
            02 WS-BNK-STATUS        pic x(01) value spaces .
         01 ws-commit-parms .
            02 WS-COMMIT-FREQ       pic 9(6) comp value 1000 .
            02 WS-COMMIT-COUNT      pic 9(6) comp value zero .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crblzl1 bank directory load start"
           move "CRBLZL1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM L0001-INITIALIZE
           PERFORM L0002-PROCESS-FILE UNTIL WS-EOF
           if WS-SQL-FAILED
             exec sql
               rollback
             end-exec
             move 16 to RETURN-CODE
           else
             exec sql
               commit
             end-exec
             if WS-REJ-COUNT > zero and RETURN-CODE < 08
               move 08 to RETURN-CODE
             end-if
           end-if
           CLOSE BLZ-IN-FILE
           compute WS-ACCEPT-COUNT = WS-NEW-COUNT + WS-MOD-COUNT
                                   + WS-UNCH-COUNT + WS-DEL-COUNT
           DISPLAY "crblzl1 read      " WS-READ-COUNT
           DISPLAY "crblzl1 new       " WS-NEW-COUNT
           DISPLAY "crblzl1 changed   " WS-MOD-COUNT
           DISPLAY "crblzl1 unchanged " WS-UNCH-COUNT
           DISPLAY "crblzl1 deleted   " WS-DEL-COUNT
           DISPLAY "crblzl1 rejected  " WS-REJ-COUNT
           set RUNLOG-FUNC-END to true
           move WS-READ-COUNT   to RUNLOG-INPUT-COUNT
           move WS-ACCEPT-COUNT to RUNLOG-ACCEPT-COUNT
           move WS-REJ-COUNT    to RUNLOG-REJECT-COUNT
           move RETURN-CODE     to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crblzl1 bank directory load ende "
           GOBACK.
      *------------------------------
       L0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move zero to RETURN-CODE
           OPEN INPUT BLZ-IN-FILE
           if not WS-BLZ-IN-OK
             DISPLAY "CRBLZL1 CANNOT OPEN BLZIN " WS-BLZ-IN-STATUS
             set WS-EOF to true
             move 16 to RETURN-CODE
           end-if
           .
      *------------------------------
       L0002-PROCESS-FILE.
           READ BLZ-IN-FILE
             AT END
               set WS-EOF to true
           end-read
           if not WS-EOF
             add 1 to WS-READ-COUNT
             PERFORM L0003-PROCESS-ONE-RECORD
           end-if
           .
      *------------------------------
      *    A RECORD NEEDS A NUMERIC BANK CODE AND RECORD NUMBER AND A
      *    KNOWN CHANGE CODE; ANYTHING ELSE IS A DAMAGED FILE LINE AND
      *    IS NOT GUESSED AT.
       L0003-PROCESS-ONE-RECORD.
           evaluate true
             when BLZ-BANK-CODE not numeric
               add 1 to WS-REJ-COUNT
               DISPLAY "CRBLZL1 REJECTED RECORD " WS-READ-COUNT
                       " - BANK CODE NOT NUMERIC '" BLZ-BANK-CODE "'"
             when BLZ-REC-NO not numeric
               add 1 to WS-REJ-COUNT
               DISPLAY "CRBLZL1 REJECTED RECORD " WS-READ-COUNT
                       " - RECORD NUMBER NOT NUMERIC '" BLZ-REC-NO
                       "'"
             when not BLZ-CHG-VALID
               add 1 to WS-REJ-COUNT
               DISPLAY "CRBLZL1 REJECTED " BLZ-BANK-CODE
                       " - UNKNOWN CHANGE CODE '" BLZ-CHANGE-CD "'"
             when other
               move BLZ-REC-NO-NUM to WS-REC-NO-NUM
               PERFORM L0004-APPLY-RECORD
               if not WS-SQL-FAILED
                 PERFORM L0007-COMMIT-CHECKPOINT
               end-if
           end-evaluate
           .
      *------------------------------
      *    EVERY CHANGE CODE IS AN UPSERT ON THE RECORD NUMBER - AN
      *    A RECORD ALREADY ON FILE (A RERUN) IS REFRESHED, AN M OR
      *    U RECORD NOT YET ON FILE (FIRST LOAD) IS INSERTED, AND A
      *    D RECORD LANDS WITH STATUS 'D' EITHER WAY.
       L0004-APPLY-RECORD.
           if BLZ-CHG-DELETED
             move "D" to WS-BNK-STATUS
           else
             move "A" to WS-BNK-STATUS
           end-if
           PERFORM L0005-UPDATE-ROW
           if SQLCODE = 100
             PERFORM L0006-INSERT-ROW
           end-if
           if SQLCODE = zero
             evaluate true
               when BLZ-CHG-NEW
                 add 1 to WS-NEW-COUNT
               when BLZ-CHG-MODIFIED
                 add 1 to WS-MOD-COUNT
               when BLZ-CHG-UNCHANGED
                 add 1 to WS-UNCH-COUNT
               when other
                 add 1 to WS-DEL-COUNT
             end-evaluate
           else
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRBLZL1 TBC_BANK_DIR WRITE FAILED "
                     BLZ-BANK-CODE " RECORD " BLZ-REC-NO
                     " SQLCODE " WS-SQLCODE-DISP
             set WS-SQL-FAILED to true
             set WS-EOF to true
           end-if
           .
      *------------------------------
       L0005-UPDATE-ROW.
           exec sql
             update TBC_BANK_DIR
                set BNK_CODE        = :BLZ-BANK-CODE
                   ,BNK_MERKMAL     = :BLZ-MERKMAL
                   ,BNK_NAME        = :BLZ-NAME
                   ,BNK_PLZ         = :BLZ-PLZ
                   ,BNK_CITY        = :BLZ-CITY
                   ,BNK_SHORT_NAME  = :BLZ-SHORT-NAME
                   ,BNK_PAN         = :BLZ-PAN
                   ,BNK_BIC         = :BLZ-BIC
                   ,BNK_CHK_METHOD  = :BLZ-CHK-METHOD
                   ,BNK_CHANGE_CD   = :BLZ-CHANGE-CD
                   ,BNK_DEL_FLAG    = :BLZ-DEL-FLAG
                   ,BNK_SUCCESSOR   = :BLZ-SUCCESSOR
                   ,BNK_STATUS      = :WS-BNK-STATUS
                   ,BNK_LOAD_DATE   = :WS-BUS-DATE-NUM
                   ,BNK_UPD_TS      = current timestamp
              where BNK_REC_NO = :WS-REC-NO-NUM
           end-exec
           .
      *------------------------------
       L0006-INSERT-ROW.
           exec sql
             insert into TBC_BANK_DIR (
                    BNK_REC_NO
                   ,BNK_CODE
                   ,BNK_MERKMAL
                   ,BNK_NAME
                   ,BNK_PLZ
                   ,BNK_CITY
                   ,BNK_SHORT_NAME
                   ,BNK_PAN
                   ,BNK_BIC
                   ,BNK_CHK_METHOD
                   ,BNK_CHANGE_CD
                   ,BNK_DEL_FLAG
                   ,BNK_SUCCESSOR
                   ,BNK_STATUS
                   ,BNK_LOAD_DATE
                   ,BNK_UPD_TS
             )
             values (
                    :WS-REC-NO-NUM
                   ,:BLZ-BANK-CODE
                   ,:BLZ-MERKMAL
                   ,:BLZ-NAME
                   ,:BLZ-PLZ
                   ,:BLZ-CITY
                   ,:BLZ-SHORT-NAME
                   ,:BLZ-PAN
                   ,:BLZ-BIC
                   ,:BLZ-CHK-METHOD
                   ,:BLZ-CHANGE-CD
                   ,:BLZ-DEL-FLAG
                   ,:BLZ-SUCCESSOR
                   ,:WS-BNK-STATUS
                   ,:WS-BUS-DATE-NUM
                   ,current timestamp
             )
           end-exec
           .
      *------------------------------
       L0007-COMMIT-CHECKPOINT.
           add 1 to WS-COMMIT-COUNT
           if WS-COMMIT-COUNT >= WS-COMMIT-FREQ
             exec sql
               commit
             end-exec
             move zero to WS-COMMIT-COUNT
           end-if
           .
