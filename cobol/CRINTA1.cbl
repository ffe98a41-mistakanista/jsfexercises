      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crinta1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - daily interest accrual.  A0012A lets an
      *             account run into overdraft up to ACCT_OD_LIMIT,
      *             but nothing ever charged for it or paid credit
      *             interest - finance worked it out on a spreadsheet
      *             from statement printouts.  every open own-bank
      *             account now accrues interest on its end-of-day
      *             balance: the CRBALP1 snapshot on TBC_BAL_HIST for
      *             the business date, so this job runs after the
      *             balance proof.  a credit balance earns the credit
      *             rate; a debit balance pays the debit rate up to
      *             the agreed limit and the penalty rate on whatever
      *             lies beyond it.  rates are effective-dated on
      *             TBC_INT_RATE, keyed either by account (type 'A',
      *             the IBAN) or by product (type 'P', the account's
      *             ACCT_PRODUCT, 'STANDARD' where none is set); an
      *             account row wins over the product row.  an
      *             account with no rate at all accrues nothing.
      *             the balance holds until the next business day, so
      *             each run accrues one TBC_INT_ACCRUAL row per
      *             calendar day from the business date up to the day
      *             before the next business day - friday's balance
      *             earns saturday and sunday too.  amounts are kept
      *             in minor units to six decimals; CRINTC1 rounds
      *             once per month when it capitalises.  the bank's
      *             own interest accounts on TBC_INT_CONTROL never
      *             accrue.  a rerun for the same business date
      *             replaces that run's rows, unless the month has
      *             already been capitalised - then it stops RC 16
      *             and changes nothing.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY CRRNBLK.

           COPY CRBDBLK.
      *
         01 ws-bus-date .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-BUS-PERIOD        pic 9(06) value zero .
            02 WS-NEXT-BUS-DATE     pic 9(08) value zero .
            02 WS-BUS-INTEGER       pic s9(9) comp value zero .
            02 WS-NEXT-INTEGER      pic s9(9) comp value zero .
            02 WS-DAY-INTEGER       pic s9(9) comp value zero .
            02 WS-ACCR-DATE         pic 9(08) value zero .
         01 ws-eof-sw               pic x(01) value "N" .
            88  WS-EOF                 value "Y" .
         01 ws-inta-vars .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-COUNT             pic s9(9) comp value zero .
            02 WS-ACCT-COUNT        pic 9(9) comp value zero .
            02 WS-ACCRUED-COUNT     pic 9(9) comp value zero .
            02 WS-NORATE-COUNT      pic 9(9) comp value zero .
            02 WS-ROW-COUNT         pic 9(9) comp value zero .
            02 WS-FAIL-SW           pic x(01) value "N" .
              88  WS-RUN-OK            value "N" .
              88  WS-RUN-FAILED        value "Y" .
      *
      *    THE BANK'S OWN INTEREST ACCOUNTS (TBC_INT_CONTROL) - THE
      *    COUNTER-SIDE OF EVERY CAPITALISATION, NEVER ACCRUED ON.
         01 ws-control-vars .
            02 WS-CTL-EXP-IBAN      pic x(35) value spaces .
            02 WS-CTL-INC-IBAN      pic x(35) value spaces .
      *
         01 ws-cursor-vars .
            02 WS-CSR-IBAN          pic x(35) .
            02 WS-CSR-BALANCE       pic s9(15) comp-3 .
            02 WS-CSR-OD-LIMIT      pic s9(15) comp-3 .
            02 WS-CSR-PRODUCT       pic x(08) .
      *
      *    RATES IN PERCENT PER ANNUM, DAY BASIS 360 OR 365.  THE
      *    SOURCE IS 'A' (ACCOUNT ROW) OR 'P' (PRODUCT ROW).
         01 ws-rate-vars .
            02 WS-RATE-SOURCE       pic x(01) value space .
              88  WS-RATE-FOUND        value "A" "P" .
              88  WS-RATE-NONE         value space .
            02 WS-RATE-CREDIT       pic s9(3)v9(4) comp-3 value zero .
            02 WS-RATE-DEBIT        pic s9(3)v9(4) comp-3 value zero .
            02 WS-RATE-PENALTY      pic s9(3)v9(4) comp-3 value zero .
            02 WS-RATE-BASIS        pic s9(4) comp value zero .
      *
      *    ONE DAY'S INTEREST, MINOR UNITS TO SIX DECIMALS.  THE
      *    OVERDRAWN AMOUNT SPLITS INTO THE PART WITHIN THE LIMIT
      *    (DEBIT RATE) AND THE PART BEYOND IT (PENALTY RATE).
         01 ws-accr-vars .
            02 WS-OVERDRAWN         pic s9(15) comp-3 value zero .
            02 WS-WITHIN-LIMIT      pic s9(15) comp-3 value zero .
            02 WS-BEYOND-LIMIT      pic s9(15) comp-3 value zero .
            02 WS-DAY-CREDIT        pic s9(13)v9(6) comp-3 value zero .
            02 WS-DAY-DEBIT         pic s9(13)v9(6) comp-3 value zero .
            02 WS-DAY-PENALTY       pic s9(13)v9(6) comp-3 value zero .
      *
      *    BUSINESS-DAY WORK FIELDS - SAME WEEKEND ARITHMETIC AND
      *    CALENDAR LOOKUP AS THE CHAIN'S A0018.  THIRTY STRAIGHT
      *    NON-BUSINESS DAYS MEANS THE CALENDAR LOAD IS WRONG.
         01 ws-cal-work .
            02 WS-CAL-CHK-DATE      pic 9(08) value zero .
            02 WS-CAL-INTEGER       pic s9(9) comp value zero .
            02 WS-CAL-DOW           pic s9(4) comp value zero .
            02 WS-CAL-HOL-COUNT     pic s9(9) comp value zero .
            02 WS-CAL-ROLL-COUNT    pic s9(4) comp value zero .
            02 WS-CAL-ROLL-LIMIT    pic s9(4) comp value 30 .
            02 WS-CAL-BUS-DAY-SW    pic x(01) value "Y" .
              88  WS-CAL-BUS-DAY       value "Y" .
              88  WS-CAL-NON-BUS-DAY   value "N" .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crinta1 interest accrual start"
           move "CRINTA1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM I0001-INITIALIZE
           if WS-RUN-OK
             PERFORM I0002-OPEN-CURSOR
           end-if
           if WS-RUN-OK
             PERFORM I0003-FETCH-ACCOUNT
             PERFORM I0004-ACCRUE-ACCOUNT UNTIL WS-EOF
             exec sql
               close CSRI1
             end-exec
           end-if
           if WS-RUN-FAILED
             exec sql
               rollback
             end-exec
             move 16 to RETURN-CODE
           else
             exec sql
               commit
             end-exec
           end-if
           DISPLAY "crinta1 accounts  " WS-ACCT-COUNT
           DISPLAY "crinta1 accrued   " WS-ACCRUED-COUNT
           DISPLAY "crinta1 no rate   " WS-NORATE-COUNT
           DISPLAY "crinta1 rows      " WS-ROW-COUNT
           set RUNLOG-FUNC-END to true
           move WS-ACCT-COUNT    to RUNLOG-INPUT-COUNT
           move WS-ACCRUED-COUNT to RUNLOG-ACCEPT-COUNT
           move WS-NORATE-COUNT  to RUNLOG-REJECT-COUNT
           move RETURN-CODE      to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crinta1 interest accrual ende "
           GOBACK.
      *------------------------------
      *    BUSINESS DATE, THE NEXT BUSINESS DAY AFTER IT, AND THE
      *    GUARDS: THE MONTH MUST NOT BE CAPITALISED YET AND THE
      *    BALANCE SNAPSHOT MUST BE THERE.  THEN A RERUN CLEARS THE
      *    ROWS THIS BUSINESS DATE WROTE BEFORE.
       I0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move zero to RETURN-CODE
           move WS-BUS-DATE-NUM(1:6) to WS-BUS-PERIOD
           compute WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM)
           move WS-BUS-INTEGER to WS-CAL-INTEGER
           move zero to WS-CAL-ROLL-COUNT
           set WS-CAL-NON-BUS-DAY to true
           PERFORM I0009-ROLL-ONE-DAY
             UNTIL WS-CAL-BUS-DAY
                or WS-CAL-ROLL-COUNT >= WS-CAL-ROLL-LIMIT
           if WS-CAL-NON-BUS-DAY
             DISPLAY "CRINTA1 ROLL LIMIT HIT AFTER " WS-BUS-DATE-NUM
                     " - CHECK TBC_BANK_CALENDAR"
             set WS-RUN-FAILED to true
           end-if
           move WS-CAL-CHK-DATE to WS-NEXT-BUS-DATE
           move WS-CAL-INTEGER  to WS-NEXT-INTEGER
           DISPLAY "CRINTA1 BUSINESS DATE " WS-BUS-DATE-NUM
                   " NEXT BUSINESS DAY " WS-NEXT-BUS-DATE
           if WS-RUN-OK
             move zero to WS-COUNT
             exec sql
               select count(*)
                 into :WS-COUNT
                 from TBC_INT_CAP
                where CAP_PERIOD = :WS-BUS-PERIOD
             end-exec
             if SQLCODE not = zero
               PERFORM I0010-SQL-FAILED
             end-if
             if WS-COUNT > zero
               DISPLAY "CRINTA1 PERIOD " WS-BUS-PERIOD
                       " ALREADY CAPITALISED - ACCRUAL NOT CHANGED"
               set WS-RUN-FAILED to true
             end-if
           end-if
           if WS-RUN-OK
             move zero to WS-COUNT
             exec sql
               select count(*)
                 into :WS-COUNT
                 from TBC_BAL_HIST
                where BAL_DATE = :WS-BUS-DATE-NUM
             end-exec
             if SQLCODE not = zero
               PERFORM I0010-SQL-FAILED
             end-if
             if WS-COUNT = zero
               DISPLAY "CRINTA1 NO BALANCE SNAPSHOT FOR "
                       WS-BUS-DATE-NUM " - CRBALP1 MUST RUN FIRST"
               set WS-RUN-FAILED to true
             end-if
           end-if
           if WS-RUN-OK
             exec sql
               select coalesce(CTL_EXP_IBAN, ' '),
                      coalesce(CTL_INC_IBAN, ' ')
                 into :WS-CTL-EXP-IBAN, :WS-CTL-INC-IBAN
                 from TBC_INT_CONTROL
             end-exec
             if SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRINTA1 NO TBC_INT_CONTROL ROW SQLCODE "
                       WS-SQLCODE-DISP " - NO ACCOUNT EXCLUDED"
               move spaces to WS-CTL-EXP-IBAN
               move spaces to WS-CTL-INC-IBAN
             end-if
             exec sql
               delete from TBC_INT_ACCRUAL
                where ACCR_RUN_DATE = :WS-BUS-DATE-NUM
             end-exec
             if SQLCODE not = zero and SQLCODE not = 100
               PERFORM I0010-SQL-FAILED
             end-if
           end-if
           .
      *------------------------------
      *    OPEN ACCOUNTS WITH A SNAPSHOT FOR THE BUSINESS DATE.  A
      *    CLOSED ACCOUNT STOPS ACCRUING THE DAY IT CLOSES.
       I0002-OPEN-CURSOR.
           exec sql
             declare CSRI1 cursor for
               select h.ACCT_IBAN, h.BAL_CLOSING,
                      coalesce(a.ACCT_OD_LIMIT, 0),
                      coalesce(a.ACCT_PRODUCT, 'STANDARD')
                 from TBC_BAL_HIST h, TBC_ACCOUNT a
                where h.BAL_DATE  = :WS-BUS-DATE-NUM
                  and a.ACCT_IBAN = h.ACCT_IBAN
                  and a.ACCT_STATUS <> 'C'
                  and a.ACCT_IBAN <> :WS-CTL-EXP-IBAN
                  and a.ACCT_IBAN <> :WS-CTL-INC-IBAN
                order by h.ACCT_IBAN
           end-exec
           exec sql
             open CSRI1
           end-exec
           if SQLCODE not = zero
             PERFORM I0010-SQL-FAILED
           end-if
           .
      *------------------------------
       I0003-FETCH-ACCOUNT.
           exec sql
             fetch CSRI1 into :WS-CSR-IBAN, :WS-CSR-BALANCE,
                              :WS-CSR-OD-LIMIT, :WS-CSR-PRODUCT
           end-exec
           if SQLCODE not = zero
             set WS-EOF to true
             if SQLCODE not = 100
               PERFORM I0010-SQL-FAILED
             end-if
           end-if
           .
      *------------------------------
       I0004-ACCRUE-ACCOUNT.
           add 1 to WS-ACCT-COUNT
           PERFORM I0005-LOOKUP-RATE
           if WS-RATE-FOUND
             PERFORM I0006-CALC-DAY-INTEREST
             move WS-BUS-INTEGER to WS-DAY-INTEGER
             PERFORM I0007-WRITE-ACCRUAL
               UNTIL WS-DAY-INTEGER >= WS-NEXT-INTEGER
                  or WS-RUN-FAILED
             add 1 to WS-ACCRUED-COUNT
           else
             add 1 to WS-NORATE-COUNT
           end-if
           if WS-RUN-FAILED
             set WS-EOF to true
           else
             PERFORM I0003-FETCH-ACCOUNT
           end-if
           .
      *------------------------------
      *    THE ACCOUNT'S OWN RATE ROW FIRST, THEN ITS PRODUCT'S - IN
      *    EACH CASE THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER
      *    THE BUSINESS DATE.  A DAY BASIS OTHER THAN 360 OR 365 IS
      *    TAKEN AS 365.
       I0005-LOOKUP-RATE.
           set WS-RATE-NONE to true
           exec sql
             select RATE_CREDIT_PCT, RATE_DEBIT_PCT, RATE_PENALTY_PCT,
                    coalesce(RATE_DAY_BASIS, 365)
               into :WS-RATE-CREDIT, :WS-RATE-DEBIT,
                    :WS-RATE-PENALTY, :WS-RATE-BASIS
               from TBC_INT_RATE r
              where r.RATE_KEY_TYPE = 'A'
                and r.RATE_KEY      = :WS-CSR-IBAN
                and r.RATE_EFF_DATE =
                    (select max(x.RATE_EFF_DATE)
                       from TBC_INT_RATE x
                      where x.RATE_KEY_TYPE = 'A'
                        and x.RATE_KEY      = :WS-CSR-IBAN
                        and x.RATE_EFF_DATE <= :WS-BUS-DATE-NUM)
           end-exec
           evaluate SQLCODE
             when zero
               move "A" to WS-RATE-SOURCE
             when 100
               continue
             when other
               PERFORM I0010-SQL-FAILED
           end-evaluate
           if WS-RATE-NONE and WS-RUN-OK
             exec sql
               select RATE_CREDIT_PCT, RATE_DEBIT_PCT,
                      RATE_PENALTY_PCT, coalesce(RATE_DAY_BASIS, 365)
                 into :WS-RATE-CREDIT, :WS-RATE-DEBIT,
                      :WS-RATE-PENALTY, :WS-RATE-BASIS
                 from TBC_INT_RATE r
                where r.RATE_KEY_TYPE = 'P'
                  and r.RATE_KEY      = :WS-CSR-PRODUCT
                  and r.RATE_EFF_DATE =
                      (select max(x.RATE_EFF_DATE)
                         from TBC_INT_RATE x
                        where x.RATE_KEY_TYPE = 'P'
                          and x.RATE_KEY      = :WS-CSR-PRODUCT
                          and x.RATE_EFF_DATE <= :WS-BUS-DATE-NUM)
             end-exec
             evaluate SQLCODE
               when zero
                 move "P" to WS-RATE-SOURCE
               when 100
                 continue
               when other
                 PERFORM I0010-SQL-FAILED
             end-evaluate
           end-if
           if WS-RATE-BASIS not = 360 and WS-RATE-BASIS not = 365
             move 365 to WS-RATE-BASIS
           end-if
           .
      *------------------------------
       I0006-CALC-DAY-INTEREST.
           move zero to WS-DAY-CREDIT
           move zero to WS-DAY-DEBIT
           move zero to WS-DAY-PENALTY
           if WS-CSR-BALANCE >= zero
             compute WS-DAY-CREDIT rounded =
                     WS-CSR-BALANCE * WS-RATE-CREDIT
                     / 100 / WS-RATE-BASIS
           else
             compute WS-OVERDRAWN = zero - WS-CSR-BALANCE
             if WS-CSR-OD-LIMIT < zero
               move zero to WS-CSR-OD-LIMIT
             end-if
             if WS-OVERDRAWN > WS-CSR-OD-LIMIT
               move WS-CSR-OD-LIMIT to WS-WITHIN-LIMIT
             else
               move WS-OVERDRAWN to WS-WITHIN-LIMIT
             end-if
             compute WS-BEYOND-LIMIT = WS-OVERDRAWN - WS-WITHIN-LIMIT
             compute WS-DAY-DEBIT rounded =
                     WS-WITHIN-LIMIT * WS-RATE-DEBIT
                     / 100 / WS-RATE-BASIS
             compute WS-DAY-PENALTY rounded =
                     WS-BEYOND-LIMIT * WS-RATE-PENALTY
                     / 100 / WS-RATE-BASIS
           end-if
           .
      *------------------------------
      *    ONE ROW PER CALENDAR DAY, KEYED ON IBAN AND ACCRUAL DATE.
      *    THE RATES AND BALANCE RIDE ALONG SO THE ACCRUAL REPORT
      *    CAN SHOW HOW EVERY FIGURE WAS ARRIVED AT.
       I0007-WRITE-ACCRUAL.
           move FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
             to WS-ACCR-DATE
           exec sql
             insert into TBC_INT_ACCRUAL (
                    ACCT_IBAN
                   ,ACCR_DATE
                   ,ACCR_RUN_DATE
                   ,ACCR_BALANCE
                   ,ACCR_OD_LIMIT
                   ,ACCR_RATE_SOURCE
                   ,ACCR_CREDIT_PCT
                   ,ACCR_DEBIT_PCT
                   ,ACCR_PENALTY_PCT
                   ,ACCR_DAY_BASIS
                   ,ACCR_CREDIT_AMT
                   ,ACCR_DEBIT_AMT
                   ,ACCR_PENALTY_AMT
                   ,ACCR_TS
             )
             values (
                    :WS-CSR-IBAN
                   ,:WS-ACCR-DATE
                   ,:WS-BUS-DATE-NUM
                   ,:WS-CSR-BALANCE
                   ,:WS-CSR-OD-LIMIT
                   ,:WS-RATE-SOURCE
                   ,:WS-RATE-CREDIT
                   ,:WS-RATE-DEBIT
                   ,:WS-RATE-PENALTY
                   ,:WS-RATE-BASIS
                   ,:WS-DAY-CREDIT
                   ,:WS-DAY-DEBIT
                   ,:WS-DAY-PENALTY
                   ,current timestamp
             )
           end-exec
           if SQLCODE = zero
             add 1 to WS-ROW-COUNT
           else
      *      -803: ANOTHER RUN DATE ALREADY ACCRUED THIS DAY (A
      *      HOLIDAY ADDED TO THE CALENDAR AFTER THE EVENT).  THE
      *      EARLIER ROW STANDS.
             if SQLCODE = -803
               DISPLAY "CRINTA1 " WS-CSR-IBAN " " WS-ACCR-DATE
                       " ALREADY ACCRUED - KEPT"
             else
               PERFORM I0010-SQL-FAILED
             end-if
           end-if
           add 1 to WS-DAY-INTEGER
           .
      *------------------------------
       I0009-ROLL-ONE-DAY.
           add 1 to WS-CAL-ROLL-COUNT
           add 1 to WS-CAL-INTEGER
           move FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
             to WS-CAL-CHK-DATE
           set WS-CAL-BUS-DAY to true
           compute WS-CAL-DOW = FUNCTION MOD(WS-CAL-INTEGER, 7)
           if WS-CAL-DOW = 6 or WS-CAL-DOW = 0
             set WS-CAL-NON-BUS-DAY to true
           else
             move zero to WS-CAL-HOL-COUNT
             exec sql
               select count(*)
                 into :WS-CAL-HOL-COUNT
                 from TBC_BANK_CALENDAR
                where CAL_DATE = :WS-CAL-CHK-DATE
             end-exec
             if WS-CAL-HOL-COUNT > zero
               set WS-CAL-NON-BUS-DAY to true
             end-if
           end-if
           .
      *------------------------------
       I0010-SQL-FAILED.
           move SQLCODE to WS-SQLCODE-DISP
           DISPLAY "CRINTA1 SQL FAILED SQLCODE " WS-SQLCODE-DISP
                   " ACCOUNT " WS-CSR-IBAN
           set WS-RUN-FAILED to true
           .
