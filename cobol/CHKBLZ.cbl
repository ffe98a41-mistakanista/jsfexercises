      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              chkblz .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - bank-directory lookup for german bank codes.
      *             CHKBIC can only tell that a BIC is well-formed and
      *             in the IBAN's country; it cannot tell that a DE
      *             IBAN's bank code does not exist, or that the BIC
      *             beside it belongs to some other bank.  this
      *             subprogram answers both off TBC_BANK_DIR, the
      *             Bundesbank directory CRBLZL1 loads, and hands back
      *             the bank's own BIC so a caller can fill in a
      *             missing one (see CHKZBLK).  a deleted bank code
      *             with a successor answers with the successor's BIC
      *             and a warning rather than an error - the money
      *             still has somewhere to go.
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
         01 ws-blz-vars .
            02 WS-BLZ-ACTIVE-COUNT  pic 9(9) comp value zero .
            02 WS-BLZ-DEL-COUNT     pic 9(9) comp value zero .
            02 WS-BLZ-BIC-COUNT     pic 9(9) comp value zero .
            02 WS-BLZ-MATCH-COUNT   pic 9(9) comp value zero .
            02 WS-BLZ-LOOKUP-CODE   pic x(08) value spaces .
            02 WS-BLZ-FOUND-BIC     pic x(11) value spaces .
            02 WS-BLZ-SUCCESSOR     pic x(08) value spaces .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
      *
       LINKAGE SECTION.
           COPY CHKZBLK.
      *
       PROCEDURE DIVISION USING CHKBLZ-BLOCK.
       MAIN-LOGIC.
           move zero   to CHKBLZ-RETURN-CODE
           move spaces to CHKBLZ-REASON-CODE
           move spaces to CHKBLZ-DIR-BIC
           move spaces to CHKBLZ-SUCCESSOR
           move CHKBLZ-BANK-CODE to WS-BLZ-LOOKUP-CODE
           PERFORM Z0001-COUNT-ROWS
           evaluate true
             when CHKBLZ-RETURN-CODE not = zero
               continue
             when WS-BLZ-ACTIVE-COUNT > zero
               PERFORM Z0002-GET-DIR-BIC
               move WS-BLZ-FOUND-BIC to CHKBLZ-DIR-BIC
               if CHKBLZ-RETURN-CODE = zero
                  and CHKBLZ-BIC not = spaces
                 PERFORM Z0003-CHK-BIC-BELONGS
               end-if
             when WS-BLZ-DEL-COUNT > zero
               PERFORM Z0004-CHK-SUCCESSOR
             when other
               move 08 to CHKBLZ-RETURN-CODE
               move "BLZUNKN " to CHKBLZ-REASON-CODE
           end-evaluate
           GOBACK.
      *------------------------------
      *    A BANK CODE CAN HAVE SEVERAL ROWS - THE HEAD OFFICE
      *    (MERKMAL 1) AND ITS BRANCHES (MERKMAL 2).  ANY ACTIVE ROW
      *    MAKES THE CODE GOOD.
       Z0001-COUNT-ROWS.
           move zero to WS-BLZ-ACTIVE-COUNT
           move zero to WS-BLZ-DEL-COUNT
           exec sql
             select coalesce(sum(case when BNK_STATUS = 'A'
                                      then 1 else 0 end), 0),
                    coalesce(sum(case when BNK_STATUS = 'D'
                                      then 1 else 0 end), 0)
               into :WS-BLZ-ACTIVE-COUNT, :WS-BLZ-DEL-COUNT
               from TBC_BANK_DIR
              where BNK_CODE = :WS-BLZ-LOOKUP-CODE
           end-exec
           if SQLCODE not = zero
             PERFORM Z0009-SQL-FAILED
           end-if
           .
      *------------------------------
      *    THE BANK'S BIC IS THE HEAD-OFFICE ROW'S; BRANCH ROWS
      *    USUALLY CARRY NONE, BUT ONE OF THEM WILL DO IF THE HEAD
      *    OFFICE ROW HAS NO BIC.
       Z0002-GET-DIR-BIC.
           move spaces to WS-BLZ-FOUND-BIC
           exec sql
             select coalesce(max(case when BNK_MERKMAL = '1'
                                      then BNK_BIC end),
                             max(BNK_BIC), ' ')
               into :WS-BLZ-FOUND-BIC
               from TBC_BANK_DIR
              where BNK_CODE   = :WS-BLZ-LOOKUP-CODE
                and BNK_STATUS = 'A'
                and BNK_BIC   <> ' '
           end-exec
           if SQLCODE not = zero and SQLCODE not = 100
             PERFORM Z0009-SQL-FAILED
           end-if
           .
      *------------------------------
      *    THE CALLER'S BIC BELONGS TO THE BANK WHEN ITS FIRST EIGHT
      *    POSITIONS (INSTITUTION, COUNTRY, LOCATION) MATCH A BIC ON
      *    ONE OF THE BANK CODE'S ROWS - THE BRANCH PART IS NOT HELD
      *    PER BANK CODE AND IS NOT JUDGED.  A BANK THE DIRECTORY
      *    HOLDS NO BIC FOR CANNOT BE JUDGED EITHER, SO IT PASSES.
       Z0003-CHK-BIC-BELONGS.
           move zero to WS-BLZ-BIC-COUNT
           move zero to WS-BLZ-MATCH-COUNT
           exec sql
             select count(*),
                    coalesce(sum(case when substr(BNK_BIC, 1, 8) =
                                           substr(:CHKBLZ-BIC, 1, 8)
                                      then 1 else 0 end), 0)
               into :WS-BLZ-BIC-COUNT, :WS-BLZ-MATCH-COUNT
               from TBC_BANK_DIR
              where BNK_CODE   = :WS-BLZ-LOOKUP-CODE
                and BNK_STATUS = 'A'
                and BNK_BIC   <> ' '
           end-exec
           evaluate true
             when SQLCODE not = zero
               PERFORM Z0009-SQL-FAILED
             when WS-BLZ-BIC-COUNT > zero
              and WS-BLZ-MATCH-COUNT = zero
               move 04 to CHKBLZ-RETURN-CODE
               move "BICMISM " to CHKBLZ-REASON-CODE
             when other
               continue
           end-evaluate
           .
      *------------------------------
      *    ONLY DELETED ROWS.  WITH A SUCCESSOR BANK CODE ON FILE THE
      *    PAYMENT CAN STILL BE ROUTED - WARN AND ANSWER WITH THE
      *    SUCCESSOR'S BIC; WITHOUT ONE THE CODE IS DEAD.
       Z0004-CHK-SUCCESSOR.
           move spaces to WS-BLZ-SUCCESSOR
           exec sql
             select coalesce(max(BNK_SUCCESSOR), ' ')
               into :WS-BLZ-SUCCESSOR
               from TBC_BANK_DIR
              where BNK_CODE   = :WS-BLZ-LOOKUP-CODE
                and BNK_STATUS = 'D'
                and BNK_SUCCESSOR <> '00000000'
                and BNK_SUCCESSOR <> ' '
           end-exec
           if SQLCODE not = zero and SQLCODE not = 100
             PERFORM Z0009-SQL-FAILED
           else
             if WS-BLZ-SUCCESSOR = spaces
               move 08 to CHKBLZ-RETURN-CODE
               move "BLZDELET" to CHKBLZ-REASON-CODE
             else
               move 04 to CHKBLZ-RETURN-CODE
               move "BLZMERGD" to CHKBLZ-REASON-CODE
               move WS-BLZ-SUCCESSOR to CHKBLZ-SUCCESSOR
               move WS-BLZ-SUCCESSOR to WS-BLZ-LOOKUP-CODE
               PERFORM Z0002-GET-DIR-BIC
               move WS-BLZ-FOUND-BIC to CHKBLZ-DIR-BIC
             end-if
           end-if
           .
      *------------------------------
       Z0009-SQL-FAILED.
           move SQLCODE to WS-SQLCODE-DISP
           DISPLAY "CHKBLZ TBC_BANK_DIR READ FAILED SQLCODE "
                   WS-SQLCODE-DISP " BLZ " CHKBLZ-BANK-CODE
           move 12 to CHKBLZ-RETURN-CODE
           move "BLZSQLER" to CHKBLZ-REASON-CODE
           .
