                move "INVALID DEBTOR IBAN" to ws-new-err-detail
                PERFORM A0002C-ADD-ERR-DETAIL
           end-evaluate
      *    A DE IBAN'S BANK CODE MUST BE IN THE BUNDESBANK DIRECTORY.
      *    A BIC BELONGING TO ANOTHER BANK IS REVIEWED, A MISSING ONE
      *    IS FILLED FROM THE DIRECTORY BEFORE THE BIC CHECKS BELOW.
           if DEBTOR-IBAN(1:2) = "DE" and CHKIBN-RETURN-CODE <= 04
             move DEBTOR-IBAN(5:8) to CHKBLZ-BANK-CODE
             move DEBTOR-BIC to CHKBLZ-BIC
             perform A0024-CALL-CHCK-BLZ
             evaluate true
               when CHKBLZ-RETURN-CODE > 08
                  set ws-review-required to true
                  move "BANK DIR CHECK FAIL" to ws-new-review-reason
                  PERFORM A0002B-ADD-REVIEW-REASON
               when CHKBLZ-REASON-CODE = "BLZDELET"
                  set ws-err-inv-deb-blz to true
                  move "DEBTOR BLZ DELETED" to ws-new-err-detail
                  PERFORM A0002C-ADD-ERR-DETAIL
               when CHKBLZ-RETURN-CODE = 08
                  set ws-err-inv-deb-blz to true
                  move "UNKNOWN DEBTOR BLZ" to ws-new-err-detail
                  PERFORM A0002C-ADD-ERR-DETAIL
               when CHKBLZ-REASON-CODE = "BICMISM "
                  set ws-review-required to true
                  move "DEBTOR BIC NOT BANK" to ws-new-review-reason
                  PERFORM A0002B-ADD-REVIEW-REASON
               when CHKBLZ-REASON-CODE = "BLZMERGD"
                  set ws-review-required to true
                  move "DEBTOR BLZ MERGED" to ws-new-review-reason
                  PERFORM A0002B-ADD-REVIEW-REASON
             end-evaluate
             if DEBTOR-BIC = spaces and CHKBLZ-RETURN-CODE <= 04
               move CHKBLZ-DIR-BIC to DEBTOR-BIC
             end-if
           end-if
           PERFORM A0012-CHK-DEBTOR-ACCT
           MOVE CREDITOR-IBAN TO CHKIBN-IBAN
           perform A0005-CALL-CHCK-IBAN
                move "INVALID CREDITOR IBAN" to ws-new-err-detail
                PERFORM A0002C-ADD-ERR-DETAIL
           end-evaluate
      *    SAME DIRECTORY CHECK FOR THE CREDITOR'S BANK.
           if CREDITOR-IBAN(1:2) = "DE" and CHKIBN-RETURN-CODE <= 04
             move CREDITOR-IBAN(5:8) to CHKBLZ-BANK-CODE
             move CREDITOR-BIC to CHKBLZ-BIC
             perform A0024-CALL-CHCK-BLZ
             evaluate true
               when CHKBLZ-RETURN-CODE > 08
                  set ws-review-required to true
                  move "BANK DIR CHECK FAIL" to ws-new-review-reason
                  PERFORM A0002B-ADD-REVIEW-REASON
               when CHKBLZ-REASON-CODE = "BLZDELET"
                  set ws-err-inv-cre-blz to true
                  move "CRED BLZ DELETED" to ws-new-err-detail
                  PERFORM A0002C-ADD-ERR-DETAIL
               when CHKBLZ-RETURN-CODE = 08
                  set ws-err-inv-cre-blz to true
                  move "UNKNOWN CRED BLZ" to ws-new-err-detail
                  PERFORM A0002C-ADD-ERR-DETAIL
               when CHKBLZ-REASON-CODE = "BICMISM "
                  set ws-review-required to true
                  move "CRED BIC NOT BANK" to ws-new-review-reason
                  PERFORM A0002B-ADD-REVIEW-REASON
               when CHKBLZ-REASON-CODE = "BLZMERGD"
                  set ws-review-required to true
                  move "CRED BLZ MERGED" to ws-new-review-reason
                  PERFORM A0002B-ADD-REVIEW-REASON
             end-evaluate
             if CREDITOR-BIC = spaces and CHKBLZ-RETURN-CODE <= 04
               move CHKBLZ-DIR-BIC to CREDITOR-BIC
             end-if
           end-if
      *    A STRUCTURALLY BAD BIC REJECTS; A BIC WHOSE COUNTRY DOES
      *    NOT AGREE WITH ITS PARTY'S IBAN GOES TO THE REVIEW QUEUE.
      *    A BIC STILL BLANK AFTER THE DIRECTORY LOOKUP ABOVE IS LEFT
      *    ALONE - THE FIELD IS OPTIONAL.
           if DEBTOR-BIC not = spaces
             move DEBTOR-BIC to CHKBIC-BIC
             move DEBTOR-IBAN(1:2) to CHKBIC-IBAN-CTRY
      *        SO A "KILL" DECISION LEAVES NO TRACE IN TBC_TXN AT ALL.
               PERFORM A0009-WRITE-REVIEW-QUEUE
             else
               PERFORM A0023-GET-BUS-DATE
               move BUSDATE-DATE to WS-VDT-TODAY
               if TXN-VALUE-DATE > WS-VDT-TODAY
      *          FUTURE VALUE DATE - WAREHOUSED, NOT POSTED.  THE
      *          DAILY RELEASE JOB CRWHRL1 MOVES IT INTO TBC_TXN ON
      *    ARRIVE BEFORE OPS WORK THE HOLD.  THE COMPARISON IS IN
      *    BOOK CURRENCY, AGAINST THE WS-BOOK-AMT A0011 DERIVED.  A
      *    REVERSAL IS EXEMPT: THE OFFSETTING ENTRY GIVES BACK MONEY
      *    THE CUSTOMER IS OWED AND POSTS EVEN INTO OVERDRAFT.  SO
      *    DOES A BANK CHARGE (WS-BANKCHG-SW).
       A0012A-CHK-FUNDS .
           if TXN-INDC-DB and WS-RVSL-NOT-REVERSAL
              and not WS-ACCT-CLOSED and ws-customer-payment
             compute WS-ACCT-AVAIL =
                     WS-ACCT-BALANCE + WS-ACCT-OD-LIMIT - WS-BOOK-AMT
             if WS-ACCT-AVAIL < zero
           DISPLAY "A0010 CALL CHECK BIC EXIT"
           .
      *------------------------------
      *    BANK-CODE DIRECTORY LOOKUP FOR A DE IBAN - SEE CHKZBLK.
       A0024-CALL-CHCK-BLZ .
           DISPLAY "A0024 CALL CHECK BLZ START"
            CALL LT-CHKBLZ USING CHKBLZ-BLOCK
            END-CALL
           DISPLAY  LT-CHKBLZ ' RC ' CHKBLZ-RETURN-CODE
                    ' ' CHKBLZ-REASON-CODE ' ' CHKBLZ-DIR-BIC
           DISPLAY "A0024 CALL CHECK BLZ EXIT"
           .
      *------------------------------
      *    SCREEN ONE PARTY'S NAME AND ADDRESS AGAINST THE COMPLIANCE
      *    WATCH LIST.  WATCH-LIST ENTRIES ARE STORED UPPERCASE AND
      *    MATCHED AS SUBSTRINGS; A BLANK WLST_NAME OR WLST_ADDRESS
      *    ONLY ACTIVE ENTRIES WHOSE EFFECTIVE DATE HAS ARRIVED
      *    SCREEN - CRWLST1 MAINTAINS BOTH FIELDS, AND ENTRIES FROM
      *    BEFORE THE MAINTENANCE TRANSACTION (NULLS) READ AS ACTIVE
      *    AND ALWAYS-EFFECTIVE.  "ARRIVED" MEANS BY THE BUSINESS
      *    DATE, NOT THE CLOCK.
           PERFORM A0023-GET-BUS-DATE
           move BUSDATE-DATE to WS-SCRN-EFF-DATE
           exec sql
             select count(*)
               into :WS-SCRN-HIT-COUNT
      *    REPORT TIES BACK TO THE EXACT POSTINGS THAT EARNED IT.
      *    NO SCHEDULE ROW MEANS A FREE PAYMENT TYPE, NOT AN ERROR.
      *    AN OFFSETTING ENTRY (TXN-ORIG-MSG-ID SET) GIVES THE
      *    ORIGINAL'S FEE BACK INSTEAD OF BEING PRICED AGAIN.  A
      *    BANK CHARGE (WS-BANKCHG-SW) IS NEVER PRICED.
       A0020-CALC-FEE .
           DISPLAY "A0020 CALC FEE START"
           move zero to WS-FEE-AMT
           if TXN-ORIG-MSG-ID not = spaces
             PERFORM A0020B-REVERSE-FEE
           else
             if ws-bank-charge
               set WS-FEE-NOT-FOUND to true
             else
               PERFORM A0020A-LOOKUP-SCHEDULE
             end-if
             if WS-FEE-FOUND
               compute WS-FEE-AMT rounded = WS-FEE-FLAT-AMT
                     + (WS-BOOK-AMT * WS-FEE-RATE-PCT / 100)
      *    SWITCH TRAVELS WITH THE MESSAGE THROUGH THE HOLDING
      *    TABLES (SEE CRPYMS2/S3/S4 AND WS-NOEXTR-SW), SO A HELD
      *    INBOUND CREDIT CAN NEVER BE SHIPPED BACK TO THE CLEARING
      *    HOUSE BY X0002 IN CREXTR1.  THE STAMP IS THE BUSINESS
      *    DATE, THE SAME DATE CREXTR1 STAMPS AND CRSETL1 MATCHES ON,
      *    NOT THE CLOCK - A LATE-SUITE POST AFTER MIDNIGHT STAYS ON
      *    ITS BUSINESS DAY.
       A0022-STAMP-NO-EXTRACT .
           if ws-noextr-payment
             PERFORM A0023-GET-BUS-DATE
             exec sql
               update TBC_TXN
                  set TXN_EXTRACT_DATE = :BUSDATE-ISO
                where TXN_MSG_ID = :TXN-MSG-ID
             end-exec
             if SQLCODE not = zero
           PERFORM A0018-CHK-BUS-DAY
           .
      *------------------------------
      *    A REVIEW-QUEUE ROW THAT CANNOT BE WRITTEN IS AN INSERT
      *    FAILURE LIKE ANY OTHER - SUSPENDED, AND FLAGGED SO A DRIVER
      *    THAT HAS ALREADY MOVED THE PAYMENT OUT OF SOMEWHERE ELSE
      *    (CRWHAM1) BACKS THAT OUT RATHER THAN LOSE IT.
       A0009-WRITE-REVIEW-QUEUE .
           DISPLAY "A0009 WRITE REVIEW QUEUE START"
           if ws-live-run
             exec sql
               include CRPYMS3
             end-exec
             if SQLCODE not = zero
               set ws-err-sql-ins-fail to true
               move SQLCODE to WS-SQLCODE-DISP
               move SQLCODE to WS-SAVE-SQLCODE
               PERFORM A0007-WRITE-SUSPENSE
             end-if
           end-if
           DISPLAY "A0009 WRITE REVIEW QUEUE EXIT"
           .
      *------------------------------
      *    BUSINESS DATE FOR THE RUN, OFF THE TBC_BUS_DATE CONTROL ROW
      *    THROUGH CRBDAT1.  READ ONCE AND KEPT - A BATCH RUN THAT
      *    CROSSES MIDNIGHT STAYS ON THE DAY IT STARTED, AND AN
      *    ONLINE TASK GETS FRESH WORKING STORAGE (AND SO A FRESH
      *    READ) EVERY TIME.
       A0023-GET-BUS-DATE .
           if BUSDATE-DATE = zero
             CALL LT-CRBDAT1 USING BUSDATE-BLOCK
             END-CALL
             DISPLAY "A0023 BUSINESS DATE " BUSDATE-DATE
                     " RC " BUSDATE-RETURN-CODE
           end-if
           .
      *------------------------------
      *    RETURN AN INBOUND CLEARING CREDIT THAT CANNOT BE APPLIED -
      *    ONE TBC_CLR_RETURN ROW, LINKED TO THE INBOUND TXN-MSG-ID,
      *    FOR CREXTR1 TO SEND BACK IN ITS NEXT CYCLE.  THE CALLER
      *    SETS WS-RTN-REASON AND WS-RTN-REASON-TEXT.  AN INBOUND ID
      *    ALREADY RETURNED IS LEFT ALONE, SO A RE-RUN OF THE SAME
      *    CLEARING FILE CANNOT SEND THE MONEY BACK TWICE.
       A0025-WRITE-CLR-RETURN .
           DISPLAY "A0025 WRITE CLR RETURN START " TXN-MSG-ID
                   " " WS-RTN-REASON
           move spaces to WS-RTN-RESULT
           if ws-live-run
             move zero to WS-RTN-COUNT
             exec sql
               select count(*)
                 into :WS-RTN-COUNT
                 from TBC_CLR_RETURN
                where RTN_ORIG_MSG_ID = :TXN-MSG-ID
             end-exec
             evaluate true
               when SQLCODE not = zero
                 set WS-RTN-FAILED to true
               when WS-RTN-COUNT > zero
                 set WS-RTN-EXISTS to true
               when other
                 PERFORM A0023-GET-BUS-DATE
                 move TXN-MSG-ID to WS-RTN-MSG-ID
                 move "Z"        to WS-RTN-MSG-ID(1:1)
                 exec sql
                   include CRPYMS5
                 end-exec
                 if SQLCODE = zero
                   set WS-RTN-WRITTEN to true
                 else
                   set WS-RTN-FAILED to true
                 end-if
             end-evaluate
             if WS-RTN-FAILED
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "A0025 RETURN WRITE FAILED " WS-SQLCODE-DISP
                       " FOR " TXN-MSG-ID
             end-if
           end-if
           DISPLAY "A0025 WRITE CLR RETURN EXIT " WS-RTN-RESULT
           .
      *------------------------------
      *    A HELD OR SUSPENDED MESSAGE COMING BACK THROUGH THE REVIEW
      *    WORKSTATION OR THE SUSPENSE RE-DRIVE HAS LOST ITS DRIVER'S
      *    SWITCHES.  AN INTEREST POSTING IS RECOGNISED BY ITS
      *    TBC_INT_CAP ROW (CRINTC1) AND IS A BANK CHARGE AGAIN.
       A0026-CHK-BANK-CHARGE .
           set ws-customer-payment to true
           move zero to WS-INTCAP-COUNT
           exec sql
             select count(*)
               into :WS-INTCAP-COUNT
               from TBC_INT_CAP
              where CAP_MSG_ID = :TXN-MSG-ID
           end-exec
           if SQLCODE = zero and WS-INTCAP-COUNT > zero
             set ws-bank-charge to true
           end-if
           .
      *------------------------------
      *    CARRY THE OUTCOME OF A HELD OR SUSPENDED INTEREST POSTING
      *    BACK TO ITS TBC_INT_CAP ROW - 'P' POSTED, 'R' HELD IN
      *    REVIEW, 'K' KILLED BY OPS, 'J' REJECTED ON RE-DRIVE - SO
      *    THE ACCRUAL REPORT SHOWS WHERE THE MONEY WENT.  ONLY FOR A
      *    BANK CHARGE (A0026).
       A0027-SET-CAP-STATUS .
           if ws-bank-charge and ws-live-run
             exec sql
               update TBC_INT_CAP
                  set CAP_STATUS = :WS-INTCAP-STATUS
                where CAP_MSG_ID = :TXN-MSG-ID
             end-exec
             if SQLCODE not = zero and SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "A0027 CAP STATUS UPDATE FAILED "
                       WS-SQLCODE-DISP " FOR " TXN-MSG-ID
             end-if
           end-if
           .
