       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              cracmt1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - account master maintenance transaction.
      *             TBC_ACCOUNT drives A0012/A0012A, on-us detection
      *             in A0017 and the CRSTMT1 statements, yet opening,
      *             blocking, unblocking and closing accounts and
      *             changing ACCT_OD_LIMIT was raw SQL - the way the
      *             watch list was before CRWLST1.  OPEN, BLOCK,
      *             UNBLOCK, CLOSE, ODLIMIT and APPROVE now go through
      *             here, every one needing a TBC_OPERATOR profile
      *             and a reason.  a CLOSE is refused while the
      *             account still has a balance or payments sitting
      *             in the warehouse or the review queue.  raising
      *             the overdraft limit past the four-eyes threshold
      *             only marks the request pending on the account
      *             row - a second, different operator must APPROVE
      *             it, the same rule CRPYMR1 applies to an
      *             over-limit release.  every change goes to
      *             TBC_ACCOUNT_HIST with the old and new value, both
      *             operator ids and the reason.
      *    2026-10  legal hold - LEGALHLD and LEGALREL set and lift
      *             ACCT_LEGAL_HOLD.  an account under a legal hold
      *             is left alone by the personal-data anonymisation
      *             job CRANON1, as is every payment, audit and
      *             suspense row on either side of it.  a hold can be
      *             set on a closed account - that is usually when
      *             one is needed.  SHOW gives the flag.
      *    2026-10  iban check - OPEN runs the IBAN through CHKIBN
      *             (check digits only) and refuses it on anything
      *             but a clean answer, warning included - a mistyped
      *             IBAN on the master would make a stranger's
      *             payments look on-us to A0017.
      *    2026-10  read checks - a failed operator, warehouse or
      *             review-queue count refuses the command instead of
      *             reading as zero, which let an unknown operator in
      *             or closed an account with payments still pending.
      *             an account master read that fails is no longer
      *             taken as "not on file".  SHOW gives the legal
      *             hold beside a pending overdraft change as well.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY CHKBLK.
      *
      *    OPERATOR COMMAND LINE - ACTION, OPERATOR, IBAN, NEW
      *    OVERDRAFT LIMIT (ODLIMIT ONLY, BOOK-CURRENCY MINOR UNITS
      *    LIKE ACCT_OD_LIMIT) AND REASON IN FIXED SLOTS, E.G.
      *    ODLIMIT  OPS1     DE89370400440532013000 ... 000000000500000
         01 ws-cmd-input .
            02 WS-CMD-ACTION        pic x(08) value spaces .
              88  WS-CMD-SHOW          value "SHOW" .
              88  WS-CMD-OPEN          value "OPEN" .
              88  WS-CMD-BLOCK         value "BLOCK" .
              88  WS-CMD-UNBLOCK       value "UNBLOCK" .
              88  WS-CMD-CLOSE         value "CLOSE" .
              88  WS-CMD-ODLIMIT       value "ODLIMIT" .
              88  WS-CMD-APPROVE       value "APPROVE" .
              88  WS-CMD-LEGALHLD      value "LEGALHLD" .
              88  WS-CMD-LEGALREL      value "LEGALREL" .
            02 filler               pic x(01) .
            02 WS-CMD-OPERATOR      pic x(08) .
            02 filler               pic x(01) .
            02 WS-CMD-IBAN          pic x(35) .
            02 filler               pic x(01) .
            02 WS-CMD-OD-LIMIT      pic x(15) .
            02 WS-CMD-OD-LIMIT-NUM redefines WS-CMD-OD-LIMIT
                                    pic 9(15) .
            02 filler               pic x(01) .
            02 WS-CMD-REASON        pic x(40) .
         01 ws-cmd-len              pic 9(4) comp value 110 .
      *
         01 ws-acmt-vars .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-OPER-COUNT        pic 9(4) comp value zero .
            02 WS-WHSE-COUNT        pic 9(4) value zero .
            02 WS-REVW-COUNT        pic 9(4) value zero .
            02 WS-ACCT-FOUND-SW     pic x(01) value "N" .
              88  WS-ACCT-FOUND        value "Y" .
              88  WS-ACCT-NOT-FOUND    value "N" .
            02 WS-READ-SW           pic x(01) value "N" .
              88  WS-READ-FAILED       value "Y" .
              88  WS-READ-OK           value "N" .
            02 WS-READ-TABLE        pic x(18) value spaces .
         01 ws-acmt-line            pic x(79) value spaces .
      *
      *    THE ACCOUNT ROW AS READ BEFORE THE CHANGE.  STATUS CODES
      *    ARE THE ONES A0012 ACTS ON.
         01 ws-acct-row .
            02 WS-ACCT-STATUS       pic x(01) value spaces .
              88  WS-ACCT-OPEN         value "O" .
              88  WS-ACCT-BLOCKED      value "B" .
              88  WS-ACCT-CLOSED       value "C" .
              88  WS-ACCT-DORMANT      value "D" .
            02 WS-ACCT-BALANCE      pic s9(15) comp-3 value zero .
            02 WS-ACCT-OD-LIMIT     pic 9(15) comp-3 value zero .
            02 WS-PEND-OD-LIMIT     pic 9(15) comp-3 value zero .
            02 WS-PEND-OPERATOR     pic x(08) value spaces .
            02 WS-LEGAL-HOLD        pic x(01) value "N" .
              88  WS-ACCT-LEGAL-HOLD   value "Y" .
            02 WS-NEW-LEGAL-HOLD    pic x(01) value "N" .
            02 WS-NEW-STATUS        pic x(01) value spaces .
            02 WS-NEW-OD-LIMIT      pic 9(15) comp-3 value zero .
            02 WS-BAL-DISP          pic -9(15) value zero .
            02 WS-LIMIT-DISP        pic 9(15) value zero .
            02 WS-PEND-DISP         pic 9(15) value zero .
      *
      *    FOUR-EYES THRESHOLD FOR OVERDRAFT INCREASES, BOOK-CURRENCY
      *    MINOR UNITS - A RAISE TO A LIMIT ABOVE THIS NEEDS A SECOND
      *    OPERATOR.  LOWERING A LIMIT NEVER DOES.
         01 ws-acmt-parms .
            02 WS-OD-APPROVAL-LIMIT pic 9(15) comp-3
                                    value 1000000 .
      *
      *    HISTORY ROW - OLD AND NEW VALUE AS TEXT SO ONE TABLE
      *    CARRIES BOTH STATUS AND LIMIT CHANGES.  THE APPROVER STAYS
      *    SPACES FOR A ONE-OPERATOR CHANGE.
         01 ws-hist-vars .
            02 WS-HIST-FIELD        pic x(08) value spaces .
            02 WS-HIST-OLD-VALUE    pic x(15) value spaces .
            02 WS-HIST-NEW-VALUE    pic x(15) value spaces .
            02 WS-HIST-OPER-1       pic x(08) value spaces .
            02 WS-HIST-OPER-2       pic x(08) value spaces .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "cracmt1 account maintenance start"
           PERFORM K0001-RECEIVE-COMMAND
           move WS-CMD-OPERATOR to WS-HIST-OPER-1
           move spaces to WS-HIST-OPER-2
           evaluate true
             when WS-CMD-OPERATOR = spaces
               move "OPERATOR ID REQUIRED" to ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when WS-CMD-IBAN = spaces
               move "ACCOUNT IBAN REQUIRED" to ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when not WS-CMD-SHOW and WS-CMD-REASON = spaces
               move "REASON REQUIRED" to ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when other
               PERFORM K0002-CHK-OPERATOR
               evaluate true
                 when WS-READ-FAILED
                   PERFORM K0014-SEND-READ-FAILED
                 when WS-OPER-COUNT = zero
                   move spaces to ws-acmt-line
                   string "NO OPERATOR PROFILE : " WS-CMD-OPERATOR
                     delimited by size into ws-acmt-line
                   PERFORM K0011-SEND-ONE-LINE
                 when other
                   PERFORM K0012-DO-ACTION
               end-evaluate
           end-evaluate
           DISPLAY "cracmt1 account maintenance ende "
           EXEC CICS RETURN
           END-EXEC.
      *------------------------------
       K0001-RECEIVE-COMMAND.
           move spaces to ws-cmd-input
           EXEC CICS RECEIVE
                     INTO(WS-CMD-INPUT)
                     LENGTH(WS-CMD-LEN)
           END-EXEC
           .
      *------------------------------
      *    NO PROFILE, NO CHANGE - THE SAME TBC_OPERATOR TABLE THE
      *    REVIEW WORKSTATION CHECKS.  A TABLE THAT CANNOT BE READ
      *    IS NO PROFILE EITHER.
       K0002-CHK-OPERATOR.
           move zero to WS-OPER-COUNT
           set WS-READ-OK to true
           exec sql
             select count(*)
               into :WS-OPER-COUNT
               from TBC_OPERATOR
              where OPER_ID = :WS-CMD-OPERATOR
           end-exec
           if SQLCODE not = zero
             set WS-READ-FAILED to true
             move SQLCODE to WS-SQLCODE-DISP
             move "TBC_OPERATOR" to WS-READ-TABLE
           end-if
           .
      *------------------------------
       K0012-DO-ACTION.
           PERFORM K0003-FETCH-ACCOUNT
           evaluate true
             when WS-READ-FAILED
               PERFORM K0014-SEND-READ-FAILED
             when WS-CMD-OPEN
               PERFORM K0004-OPEN-ACCOUNT
             when not WS-CMD-SHOW and not WS-CMD-BLOCK
                  and not WS-CMD-UNBLOCK and not WS-CMD-CLOSE
                  and not WS-CMD-ODLIMIT and not WS-CMD-APPROVE
                  and not WS-CMD-LEGALHLD and not WS-CMD-LEGALREL
               move spaces to ws-acmt-line
               string "ENTER SHOW/OPEN/BLOCK/UNBLOCK/CLOSE/ODLIMIT/"
                      "APPROVE/LEGALHLD/LEGALREL"
                 delimited by size into ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when WS-ACCT-NOT-FOUND
               move spaces to ws-acmt-line
               string "NOT ON THE ACCOUNT MASTER : " WS-CMD-IBAN
                 delimited by size into ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when WS-CMD-SHOW
               PERFORM K0009-SHOW-ACCOUNT
      *      A LEGAL HOLD OUTLIVES THE ACCOUNT, SO IT IS MAINTAINED
      *      WHATEVER THE STATUS.
             when WS-CMD-LEGALHLD or WS-CMD-LEGALREL
               PERFORM K0013-CHANGE-LEGAL-HOLD
      *      A CLOSED ACCOUNT IS FINAL - A0012 HARD-REJECTS ITS DEBITS
      *      AND CRSTMT1 HAS PRINTED ITS LAST STATEMENT.  A CUSTOMER
      *      COMING BACK GETS A NEW ACCOUNT.
             when WS-ACCT-CLOSED
               move "ACCOUNT IS CLOSED - NO FURTHER CHANGES"
                 to ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when WS-CMD-BLOCK
               if WS-ACCT-BLOCKED
                 move "ACCOUNT IS ALREADY BLOCKED" to ws-acmt-line
                 PERFORM K0011-SEND-ONE-LINE
               else
                 move "B" to WS-NEW-STATUS
                 PERFORM K0005-CHANGE-STATUS
               end-if
      *      UNBLOCK LIFTS A BLOCK OR REACTIVATES A DORMANT ACCOUNT -
      *      THE TWO HOLDS A0012 SENDS TO REVIEW RATHER THAN REJECTS.
             when WS-CMD-UNBLOCK
               if WS-ACCT-OPEN
                 move "ACCOUNT IS ALREADY OPEN" to ws-acmt-line
                 PERFORM K0011-SEND-ONE-LINE
               else
                 move "O" to WS-NEW-STATUS
                 PERFORM K0005-CHANGE-STATUS
               end-if
             when WS-CMD-CLOSE
               PERFORM K0006-CHK-CLOSE
             when WS-CMD-ODLIMIT
               PERFORM K0007-CHANGE-OD-LIMIT
             when WS-CMD-APPROVE
               PERFORM K0008-APPROVE-OD-LIMIT
           end-evaluate
           .
      *------------------------------
       K0003-FETCH-ACCOUNT.
           set WS-ACCT-NOT-FOUND to true
           exec sql
             select ACCT_STATUS,
                    coalesce(ACCT_BALANCE, 0),
                    coalesce(ACCT_OD_LIMIT, 0),
                    coalesce(ACCT_PEND_OD_LIMIT, 0),
                    coalesce(ACCT_PEND_OPERATOR, ' '),
                    coalesce(ACCT_LEGAL_HOLD, 'N')
               into :WS-ACCT-STATUS,
                    :WS-ACCT-BALANCE,
                    :WS-ACCT-OD-LIMIT,
                    :WS-PEND-OD-LIMIT,
                    :WS-PEND-OPERATOR,
                    :WS-LEGAL-HOLD
               from TBC_ACCOUNT
              where ACCT_IBAN = :WS-CMD-IBAN
           end-exec
           evaluate true
             when SQLCODE = zero
               set WS-ACCT-FOUND to true
             when SQLCODE = 100
               continue
             when other
               set WS-READ-FAILED to true
               move SQLCODE to WS-SQLCODE-DISP
               move "TBC_ACCOUNT" to WS-READ-TABLE
           end-evaluate
           .
      *------------------------------
      *    A NEW ACCOUNT STARTS OPEN WITH A ZERO BALANCE AND NO
      *    OVERDRAFT - A LIMIT IS A SEPARATE, SEPARATELY APPROVED
      *    DECISION.  THE IBAN MUST PASS CHKIBN'S CHECK-DIGIT TEST
      *    CLEANLY - A WARNING THERE MEANS THE DIGITS DO NOT ADD UP.
       K0004-OPEN-ACCOUNT.
           if WS-ACCT-NOT-FOUND
             move "Y" to CHKIBN-FLAG-CHECK
             move "N" to CHKIBN-FLAG-BUILD
             move WS-CMD-IBAN to CHKIBN-IBAN
             CALL LT-CHKIBN USING CHKIBN-BLOCK
             END-CALL
           end-if
           evaluate true
             when WS-ACCT-FOUND
               move "ALREADY ON THE ACCOUNT MASTER" to ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when CHKIBN-RETURN-CODE not = zero
               move spaces to ws-acmt-line
               string "IBAN NOT VALID : " WS-CMD-IBAN(1:34)
                      " " CHKIBN-REASON-CODE
                 delimited by size into ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when other
               exec sql
                 insert into TBC_ACCOUNT (
                        ACCT_IBAN
                       ,ACCT_STATUS
                       ,ACCT_BALANCE
                       ,ACCT_OD_LIMIT
                 )
                 values (
                        :WS-CMD-IBAN
                       ,'O'
                       ,0
                       ,0
                 )
               end-exec
               move "STATUS  " to WS-HIST-FIELD
               move spaces to WS-HIST-OLD-VALUE
               move "O" to WS-HIST-NEW-VALUE
               PERFORM K0010-FINISH-CHANGE
           end-evaluate
           .
      *------------------------------
       K0005-CHANGE-STATUS.
           exec sql
             update TBC_ACCOUNT
                set ACCT_STATUS = :WS-NEW-STATUS
              where ACCT_IBAN = :WS-CMD-IBAN
           end-exec
           move "STATUS  " to WS-HIST-FIELD
           move WS-ACCT-STATUS to WS-HIST-OLD-VALUE
           move WS-NEW-STATUS to WS-HIST-NEW-VALUE
           PERFORM K0010-FINISH-CHANGE
           .
      *------------------------------
      *    AN ACCOUNT CLOSES EMPTY.  MONEY STILL ON IT, OR A PAYMENT
      *    STILL WAITING IN THE WAREHOUSE OR THE REVIEW QUEUE ON
      *    EITHER SIDE, WOULD BE LEFT STRANDED AGAINST A CLOSED
      *    ACCOUNT - THE OPERATOR SETTLES THOSE FIRST.  IF EITHER
      *    QUEUE CANNOT BE COUNTED THE CLOSE IS REFUSED.
       K0006-CHK-CLOSE.
           move zero to WS-WHSE-COUNT
           move zero to WS-REVW-COUNT
           set WS-READ-OK to true
           exec sql
             select count(*)
               into :WS-WHSE-COUNT
               from TBC_TXN_WAREHOUSE
              where DEBTOR_IBAN   = :WS-CMD-IBAN
                 or CREDITOR_IBAN = :WS-CMD-IBAN
           end-exec
           if SQLCODE not = zero
             set WS-READ-FAILED to true
             move SQLCODE to WS-SQLCODE-DISP
             move "TBC_TXN_WAREHOUSE" to WS-READ-TABLE
           else
             exec sql
               select count(*)
                 into :WS-REVW-COUNT
                 from TBC_TXN_REVIEW
                where DEBTOR_IBAN   = :WS-CMD-IBAN
                   or CREDITOR_IBAN = :WS-CMD-IBAN
             end-exec
             if SQLCODE not = zero
               set WS-READ-FAILED to true
               move SQLCODE to WS-SQLCODE-DISP
               move "TBC_TXN_REVIEW" to WS-READ-TABLE
             end-if
           end-if
           evaluate true
             when WS-READ-FAILED
               PERFORM K0014-SEND-READ-FAILED
             when WS-ACCT-BALANCE not = zero
               move WS-ACCT-BALANCE to WS-BAL-DISP
               move spaces to ws-acmt-line
               string "CLOSE REFUSED - BALANCE " WS-BAL-DISP
                 delimited by size into ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when WS-WHSE-COUNT > zero or WS-REVW-COUNT > zero
               move spaces to ws-acmt-line
               string "CLOSE REFUSED - WAREHOUSE " WS-WHSE-COUNT
                      " REVIEW " WS-REVW-COUNT " PAYMENTS PENDING"
                 delimited by size into ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when other
               move "C" to WS-NEW-STATUS
               PERFORM K0005-CHANGE-STATUS
           end-evaluate
           .
      *------------------------------
      *    A NEW LIMIT AT OR BELOW THE CURRENT ONE, OR AT OR BELOW
      *    THE FOUR-EYES THRESHOLD, APPLIES AT ONCE AND DROPS ANY
      *    PENDING REQUEST.  A RAISE PAST THE THRESHOLD ONLY MARKS
      *    THE ACCOUNT PENDING UNDER THIS OPERATOR; A RE-REQUEST
      *    WHILE PENDING JUST REPLACES THE REQUEST.
       K0007-CHANGE-OD-LIMIT.
           if WS-CMD-OD-LIMIT not numeric
             move "NEW OVERDRAFT LIMIT MUST BE 15 DIGITS"
               to ws-acmt-line
             PERFORM K0011-SEND-ONE-LINE
           else
             move WS-CMD-OD-LIMIT-NUM to WS-NEW-OD-LIMIT
             move WS-ACCT-OD-LIMIT to WS-LIMIT-DISP
             move "OD_LIMIT" to WS-HIST-FIELD
             move WS-LIMIT-DISP to WS-HIST-OLD-VALUE
             move WS-CMD-OD-LIMIT to WS-HIST-NEW-VALUE
             if WS-NEW-OD-LIMIT > WS-ACCT-OD-LIMIT
                and WS-NEW-OD-LIMIT > WS-OD-APPROVAL-LIMIT
               exec sql
                 update TBC_ACCOUNT
                    set ACCT_PEND_OD_LIMIT = :WS-NEW-OD-LIMIT
                       ,ACCT_PEND_OPERATOR = :WS-CMD-OPERATOR
                       ,ACCT_PEND_TS       = current timestamp
                  where ACCT_IBAN = :WS-CMD-IBAN
               end-exec
               move "PENDING " to WS-CMD-ACTION
             else
               exec sql
                 update TBC_ACCOUNT
                    set ACCT_OD_LIMIT      = :WS-NEW-OD-LIMIT
                       ,ACCT_PEND_OD_LIMIT = null
                       ,ACCT_PEND_OPERATOR = null
                       ,ACCT_PEND_TS       = null
                  where ACCT_IBAN = :WS-CMD-IBAN
               end-exec
             end-if
             PERFORM K0010-FINISH-CHANGE
           end-if
           .
      *------------------------------
      *    SECOND-OPERATOR CONFIRMATION OF A PENDING RAISE.  THE
      *    APPROVER MUST BE A DIFFERENT OPERATOR FROM THE ONE WHO
      *    ASKED, AND BOTH IDS GO ON THE HISTORY ROW.
       K0008-APPROVE-OD-LIMIT.
           evaluate true
             when WS-PEND-OPERATOR = spaces
               move spaces to ws-acmt-line
               string "NO OVERDRAFT CHANGE PENDING : " WS-CMD-IBAN
                 delimited by size into ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when WS-PEND-OPERATOR = WS-CMD-OPERATOR
               move "APPROVER MUST BE A DIFFERENT OPERATOR"
                 to ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             when other
               move WS-PEND-OPERATOR to WS-HIST-OPER-1
               move WS-CMD-OPERATOR  to WS-HIST-OPER-2
               move WS-ACCT-OD-LIMIT to WS-LIMIT-DISP
               move WS-PEND-OD-LIMIT to WS-PEND-DISP
               move "OD_LIMIT" to WS-HIST-FIELD
               move WS-LIMIT-DISP to WS-HIST-OLD-VALUE
               move WS-PEND-DISP to WS-HIST-NEW-VALUE
               exec sql
                 update TBC_ACCOUNT
                    set ACCT_OD_LIMIT      = ACCT_PEND_OD_LIMIT
                       ,ACCT_PEND_OD_LIMIT = null
                       ,ACCT_PEND_OPERATOR = null
                       ,ACCT_PEND_TS       = null
                  where ACCT_IBAN          = :WS-CMD-IBAN
                    and ACCT_PEND_OPERATOR = :WS-PEND-OPERATOR
               end-exec
               PERFORM K0010-FINISH-CHANGE
           end-evaluate
           .
      *------------------------------
       K0009-SHOW-ACCOUNT.
           move WS-ACCT-BALANCE to WS-BAL-DISP
           move WS-ACCT-OD-LIMIT to WS-LIMIT-DISP
           move spaces to ws-acmt-line
           if WS-PEND-OPERATOR = spaces
             string "STATUS " WS-ACCT-STATUS " BAL " WS-BAL-DISP
                    " OD " WS-LIMIT-DISP " LEGAL HOLD " WS-LEGAL-HOLD
               delimited by size into ws-acmt-line
           else
             move WS-PEND-OD-LIMIT to WS-PEND-DISP
             string "ST " WS-ACCT-STATUS " BAL " WS-BAL-DISP
                    " OD " WS-LIMIT-DISP " PD " WS-PEND-DISP
                    "/" WS-PEND-OPERATOR " HOLD " WS-LEGAL-HOLD
               delimited by size into ws-acmt-line
           end-if
           PERFORM K0011-SEND-ONE-LINE
           .
      *------------------------------
      *    COMMON TAIL FOR EVERY CHANGE - THE HISTORY ROW AND THE
      *    SYNCPOINT.  A CHANGE WITHOUT ITS HISTORY ROW IS THE OLD
      *    UNTRACEABLE RAW SQL ALL OVER, SO EITHER BOTH COMMIT OR
      *    NEITHER DOES.
       K0010-FINISH-CHANGE.
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             EXEC CICS SYNCPOINT ROLLBACK
             END-EXEC
             move spaces to ws-acmt-line
             string WS-CMD-ACTION " FAILED SQLCODE " WS-SQLCODE-DISP
               delimited by size into ws-acmt-line
             PERFORM K0011-SEND-ONE-LINE
           else
             exec sql
               insert into TBC_ACCOUNT_HIST (
                      HIST_TIMESTAMP
                     ,ACCT_IBAN
                     ,HIST_ACTION
                     ,HIST_FIELD
                     ,HIST_OLD_VALUE
                     ,HIST_NEW_VALUE
                     ,HIST_OPERATOR
                     ,HIST_APPROVER
                     ,HIST_REASON
               )
               values (
                      current timestamp
                     ,:WS-CMD-IBAN
                     ,:WS-CMD-ACTION
                     ,:WS-HIST-FIELD
                     ,:WS-HIST-OLD-VALUE
                     ,:WS-HIST-NEW-VALUE
                     ,:WS-HIST-OPER-1
                     ,:WS-HIST-OPER-2
                     ,:WS-CMD-REASON
               )
             end-exec
             if SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               move spaces to ws-acmt-line
               string "HISTORY INSERT FAILED SQLCODE "
                      WS-SQLCODE-DISP " - NOTHING CHANGED"
                 delimited by size into ws-acmt-line
               PERFORM K0011-SEND-ONE-LINE
             else
               EXEC CICS SYNCPOINT
               END-EXEC
               move spaces to ws-acmt-line
               if WS-CMD-ACTION = "PENDING "
                 string "OVER THE FOUR-EYES LIMIT - PENDING APPROVAL : "
                        WS-CMD-IBAN
                   delimited by size into ws-acmt-line
               else
                 string WS-CMD-ACTION " DONE : " WS-CMD-IBAN
                   delimited by size into ws-acmt-line
               end-if
               PERFORM K0011-SEND-ONE-LINE
             end-if
           end-if
           .
      *------------------------------
      *    LEGAL HOLD ON OR OFF.  SETTING IT TWICE OR LIFTING A HOLD
      *    THAT IS NOT THERE IS TOLD, NOT RECORDED.
       K0013-CHANGE-LEGAL-HOLD.
           if WS-CMD-LEGALHLD
             move "Y" to WS-NEW-LEGAL-HOLD
           else
             move "N" to WS-NEW-LEGAL-HOLD
           end-if
           if WS-NEW-LEGAL-HOLD = WS-LEGAL-HOLD
             move spaces to ws-acmt-line
             string "LEGAL HOLD IS ALREADY " WS-LEGAL-HOLD " : "
                    WS-CMD-IBAN
               delimited by size into ws-acmt-line
             PERFORM K0011-SEND-ONE-LINE
           else
             exec sql
               update TBC_ACCOUNT
                  set ACCT_LEGAL_HOLD = :WS-NEW-LEGAL-HOLD
                where ACCT_IBAN = :WS-CMD-IBAN
             end-exec
             move "LGL_HOLD" to WS-HIST-FIELD
             move WS-LEGAL-HOLD to WS-HIST-OLD-VALUE
             move WS-NEW-LEGAL-HOLD to WS-HIST-NEW-VALUE
             PERFORM K0010-FINISH-CHANGE
           end-if
           .
      *------------------------------
       K0014-SEND-READ-FAILED.
           move spaces to ws-acmt-line
           string WS-READ-TABLE delimited by space
                  " READ FAILED SQLCODE " WS-SQLCODE-DISP
                  " - " WS-CMD-ACTION " REFUSED"
             delimited by size into ws-acmt-line
           PERFORM K0011-SEND-ONE-LINE
           .
      *------------------------------
       K0011-SEND-ONE-LINE.
           EXEC CICS SEND TEXT
                     FROM(WS-ACMT-LINE)
                     LENGTH(LENGTH OF WS-ACMT-LINE)
                     ERASE
           END-EXEC
           .
