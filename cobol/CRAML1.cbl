      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              craml1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - nightly AML transaction monitoring.  A0013
      *             screens names, but nothing looked at behaviour
      *             across payments.  for every debtor IBAN with
      *             outgoing payments on the business date this job
      *             runs the rules on TBC_AML_RULE over a rolling
      *             window of that debtor's TBC_TXN debits -
      *               STRUCT   many amounts just under a ceiling
      *               VELOCITY the day's volume against the debtor's
      *                        own daily average
      *               FANOUT   payments to many creditors never paid
      *                        before the window (optionally round
      *                        amounts only)
      *               CTRYRISK payments to creditors in countries on
      *                        TBC_AML_CTRY_RISK
      *             each rule row carries its window, thresholds and
      *             base score and can be switched off.  a hit writes
      *             a TBC_AML_ALERT row with the rule, the score and
      *             the figures behind it, and the contributing
      *             TXN_MSG_IDs to TBC_AML_ALERT_TXN.  a debtor/rule
      *             pair with an alert still open is not alerted
      *             again, and a rerun of the same business date does
      *             not duplicate.  CRAMLRPT prints the worklist and
      *             compliance close alerts through CRAMLC1.
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
         01 ws-aml-vars .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-FATAL-SW          pic x(01) value "N" .
              88  WS-FATAL             value "Y" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-DEBTOR-COUNT      pic 9(9) comp value zero .
            02 WS-ALERT-COUNT       pic 9(9) comp value zero .
            02 WS-SUPPRESS-COUNT    pic 9(9) comp value zero .
            02 WS-OPEN-COUNT        pic s9(9) comp value zero .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-BUS-DATE-ISO      pic x(10) value spaces .
            02 WS-CSR-DEBTOR        pic x(35) value spaces .
      *
      *    THE FOUR RULES IN A FIXED ORDER.  A RULE WITH NO ROW ON
      *    TBC_AML_RULE, OR ONE NOT ACTIVE, IS NOT RUN.
         01 ws-rule-id-vals .
            02 filler  pic x(08) value "STRUCT  " .
            02 filler  pic x(08) value "VELOCITY" .
            02 filler  pic x(08) value "FANOUT  " .
            02 filler  pic x(08) value "CTRYRISK" .
         01 ws-rule-id-tab redefines ws-rule-id-vals .
            02 WS-RULE-ID-VAL occurs 4 times pic x(08) .
         01 ws-rule-tab .
            02 WS-RULE-ENTRY occurs 4 times indexed by RULE-IDX .
               03 WS-RT-ACTIVE      pic x(01) .
                 88  WS-RT-RUN         value "Y" .
               03 WS-RT-WIN-DAYS    pic s9(9) comp .
               03 WS-RT-MIN-COUNT   pic s9(9) comp .
               03 WS-RT-PCT         pic 9(03)v99 comp-3 .
               03 WS-RT-FACTOR      pic 9(03)v99 comp-3 .
               03 WS-RT-AMT         pic 9(15) comp-3 .
               03 WS-RT-SCORE       pic s9(4) comp .
      *
      *    THE RULE BEING RUN - DB2 TAKES NO SUBSCRIPTED HOST
      *    VARIABLES, SO THE TABLE ENTRY IS COPIED OUT FIRST.
         01 ws-rule-cur .
            02 WS-R-ID              pic x(08) value spaces .
            02 WS-R-ACTIVE          pic x(01) value spaces .
            02 WS-R-WIN-DAYS        pic s9(9) comp value zero .
            02 WS-R-WIN-BACK        pic s9(9) comp value zero .
            02 WS-R-MIN-COUNT       pic s9(9) comp value zero .
            02 WS-R-PCT             pic 9(03)v99 comp-3 value zero .
            02 WS-R-FACTOR          pic 9(03)v99 comp-3 value zero .
            02 WS-R-AMT             pic 9(15) comp-3 value zero .
            02 WS-R-SCORE           pic s9(4) comp value zero .
            02 WS-R-FLOOR           pic 9(15) comp-3 value zero .
      *
      *    WHAT THE RULE FOUND FOR THE CURRENT DEBTOR.
         01 ws-hit-vars .
            02 WS-HIT-SW            pic x(01) value "N" .
              88  WS-HIT               value "Y" .
              88  WS-NO-HIT            value "N" .
            02 WS-HIT-COUNT         pic s9(9) comp value zero .
            02 WS-HIT-CPTY-COUNT    pic s9(9) comp value zero .
            02 WS-HIT-AMT           pic 9(17) comp-3 value zero .
            02 WS-HIT-CTRY-SCORE    pic s9(4) comp value zero .
            02 WS-HIT-SCORE         pic s9(9) comp value zero .
            02 WS-HIST-AMT          pic 9(17) comp-3 value zero .
            02 WS-VEL-LIMIT         pic 9(17) comp-3 value zero .
            02 WS-VEL-RATIO         pic 9(9) comp value zero .
            02 WS-ALERT-SCORE       pic s9(4) comp value zero .
            02 WS-ALERT-ID          pic 9(13) value zero .
            02 WS-ALERT-DETAIL      pic x(60) value spaces .
            02 WS-DISP-COUNT        pic zzzz9 .
            02 WS-DISP-AMT          pic zzz,zzz,zzz,zz9.99 .
            02 WS-DISP-RATIO        pic zzzz9 .
            02 WS-DISP-DAYS         pic zzz9 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "craml1 aml monitoring start"
           move "CRAML1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM H0001-INITIALIZE
           if not WS-FATAL
             PERFORM H0004-OPEN-CURSOR
             PERFORM H0005-FETCH-DEBTOR
             PERFORM H0006-PROCESS-DEBTOR UNTIL WS-EOF
             exec sql
               close CSRAML
             end-exec
           end-if
           if WS-FATAL
             exec sql
               rollback
             end-exec
             move 16 to RETURN-CODE
           else
             exec sql
               commit
             end-exec
             move zero to RETURN-CODE
           end-if
           DISPLAY "craml1 debtors     " WS-DEBTOR-COUNT
           DISPLAY "craml1 alerts      " WS-ALERT-COUNT
           DISPLAY "craml1 suppressed  " WS-SUPPRESS-COUNT
           set RUNLOG-FUNC-END to true
           move WS-DEBTOR-COUNT   to RUNLOG-INPUT-COUNT
           move WS-ALERT-COUNT    to RUNLOG-ACCEPT-COUNT
           move WS-SUPPRESS-COUNT to RUNLOG-REJECT-COUNT
           move RETURN-CODE       to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "craml1 aml monitoring ende "
           GOBACK.
      *------------------------------
      *    BUSINESS DATE, THE RULE SET AND THE NEXT FREE ALERT ID.
      *    ALERT IDS ARE THE BUSINESS DATE FOLLOWED BY A FIVE-DIGIT
      *    SEQUENCE, SO A RERUN CARRIES ON WHERE THE LAST RUN ENDED.
       H0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move BUSDATE-ISO  to WS-BUS-DATE-ISO
           perform H0002-LOAD-ONE-RULE
             varying RULE-IDX from 1 by 1
             until RULE-IDX > 4
           compute WS-ALERT-ID = WS-BUS-DATE-NUM * 100000
           exec sql
             select coalesce(max(ALERT_ID), :WS-ALERT-ID)
               into :WS-ALERT-ID
               from TBC_AML_ALERT
              where ALERT_DATE = :WS-BUS-DATE-NUM
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRAML1 TBC_AML_ALERT READ FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-FATAL to true
           end-if
           .
      *------------------------------
       H0002-LOAD-ONE-RULE.
           move WS-RULE-ID-VAL(RULE-IDX) to WS-R-ID
           move "N" to WS-R-ACTIVE
           exec sql
             select RULE_ACTIVE,
                    RULE_WINDOW_DAYS,
                    RULE_MIN_COUNT,
                    RULE_PCT,
                    RULE_FACTOR,
                    RULE_AMT,
                    RULE_BASE_SCORE
               into :WS-R-ACTIVE,
                    :WS-R-WIN-DAYS,
                    :WS-R-MIN-COUNT,
                    :WS-R-PCT,
                    :WS-R-FACTOR,
                    :WS-R-AMT,
                    :WS-R-SCORE
               from TBC_AML_RULE
              where RULE_ID = :WS-R-ID
           end-exec
           evaluate true
             when SQLCODE = 100
               move "N" to WS-R-ACTIVE
               DISPLAY "CRAML1 RULE " WS-R-ID " NOT ON TBC_AML_RULE"
                       " - NOT RUN"
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRAML1 RULE " WS-R-ID " READ FAILED SQLCODE "
                       WS-SQLCODE-DISP
               set WS-FATAL to true
             when WS-R-ACTIVE not = "Y"
               DISPLAY "CRAML1 RULE " WS-R-ID " INACTIVE - NOT RUN"
      *      A WINDOW OF LESS THAN A DAY MEASURES NOTHING
             when WS-R-WIN-DAYS < 1
               move "N" to WS-R-ACTIVE
               DISPLAY "CRAML1 RULE " WS-R-ID " WINDOW < 1 DAY"
                       " - NOT RUN"
           end-evaluate
           move WS-R-ACTIVE    to WS-RT-ACTIVE(RULE-IDX)
           move WS-R-WIN-DAYS  to WS-RT-WIN-DAYS(RULE-IDX)
           move WS-R-MIN-COUNT to WS-RT-MIN-COUNT(RULE-IDX)
           move WS-R-PCT       to WS-RT-PCT(RULE-IDX)
           move WS-R-FACTOR    to WS-RT-FACTOR(RULE-IDX)
           move WS-R-AMT       to WS-RT-AMT(RULE-IDX)
           move WS-R-SCORE     to WS-RT-SCORE(RULE-IDX)
           .
      *------------------------------
      *    EVERY DEBTOR WITH AN OUTGOING PAYMENT TODAY - A REVERSAL
      *    IS NOT BEHAVIOUR AND DOES NOT COUNT.  WITH HOLD, BECAUSE
      *    EACH DEBTOR'S ALERTS ARE COMMITTED AS THEY ARE WRITTEN.
       H0004-OPEN-CURSOR.
           exec sql
             declare CSRAML cursor with hold for
               select distinct DEBTOR_IBAN
                 from TBC_TXN
                where date(TXN_TIMESTAMP) = :WS-BUS-DATE-ISO
                  and TXN_INDC_CRE_DB = 'D'
                  and coalesce(TXN_ORIG_MSG_ID, ' ') = ' '
                order by DEBTOR_IBAN
           end-exec
           exec sql
             open CSRAML
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRAML1 OPEN CURSOR FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-FATAL to true
             set WS-EOF to true
           end-if
           .
      *------------------------------
       H0005-FETCH-DEBTOR.
           exec sql
             fetch CSRAML into :WS-CSR-DEBTOR
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRAML1 FETCH FAILED SQLCODE " WS-SQLCODE-DISP
               set WS-FATAL to true
               set WS-EOF to true
           end-evaluate
           .
      *------------------------------
       H0006-PROCESS-DEBTOR.
           add 1 to WS-DEBTOR-COUNT
           perform H0007-RUN-ONE-RULE
             varying RULE-IDX from 1 by 1
             until RULE-IDX > 4 or WS-FATAL
           if WS-FATAL
             set WS-EOF to true
           else
             exec sql
               commit
             end-exec
             PERFORM H0005-FETCH-DEBTOR
           end-if
           .
      *------------------------------
       H0007-RUN-ONE-RULE.
           if WS-RT-RUN(RULE-IDX)
             move WS-RULE-ID-VAL(RULE-IDX)  to WS-R-ID
             move WS-RT-WIN-DAYS(RULE-IDX)  to WS-R-WIN-DAYS
             compute WS-R-WIN-BACK = WS-R-WIN-DAYS - 1
             move WS-RT-MIN-COUNT(RULE-IDX) to WS-R-MIN-COUNT
             move WS-RT-PCT(RULE-IDX)       to WS-R-PCT
             move WS-RT-FACTOR(RULE-IDX)    to WS-R-FACTOR
             move WS-RT-AMT(RULE-IDX)       to WS-R-AMT
             move WS-RT-SCORE(RULE-IDX)     to WS-R-SCORE
             move WS-R-WIN-DAYS             to WS-DISP-DAYS
             set WS-NO-HIT to true
             move zero to WS-HIT-COUNT
             move zero to WS-HIT-CPTY-COUNT
             move zero to WS-HIT-AMT
             move zero to WS-HIT-SCORE
             move spaces to WS-ALERT-DETAIL
             evaluate RULE-IDX
               when 1
                 PERFORM H0011-RULE-STRUCT
               when 2
                 PERFORM H0012-RULE-VELOCITY
               when 3
                 PERFORM H0013-RULE-FANOUT
               when 4
                 PERFORM H0014-RULE-CTRYRISK
             end-evaluate
             if WS-HIT and not WS-FATAL
               PERFORM H0020-RAISE-ALERT
             end-if
           end-if
           .
      *------------------------------
      *    STRUCTURING - AT LEAST RULE_MIN_COUNT DEBITS IN THE WINDOW
      *    BETWEEN RULE_PCT PERCENT OF THE CEILING (RULE_AMT, SET TO
      *    THE CHAIN'S LARGE-VALUE LIMIT) AND THE CEILING ITSELF.
      *    EVERY PAYMENT PAST THE MINIMUM ADDS TEN POINTS.
       H0011-RULE-STRUCT.
           compute WS-R-FLOOR = WS-R-AMT * WS-R-PCT / 100
           exec sql
             select count(*), coalesce(sum(TXN_BOOK_AMT), 0)
               into :WS-HIT-COUNT, :WS-HIT-AMT
               from TBC_TXN
              where DEBTOR_IBAN = :WS-CSR-DEBTOR
                and TXN_INDC_CRE_DB = 'D'
                and coalesce(TXN_ORIG_MSG_ID, ' ') = ' '
                and date(TXN_TIMESTAMP) between
                    date(:WS-BUS-DATE-ISO) - :WS-R-WIN-BACK days
                    and date(:WS-BUS-DATE-ISO)
                and TXN_BOOK_AMT >= :WS-R-FLOOR
                and TXN_BOOK_AMT <= :WS-R-AMT
           end-exec
           if SQLCODE not = zero
             PERFORM H0029-SQL-FAILED
           else
             if WS-HIT-COUNT >= WS-R-MIN-COUNT and WS-HIT-COUNT > zero
               set WS-HIT to true
               compute WS-HIT-SCORE = WS-R-SCORE
                     + (WS-HIT-COUNT - WS-R-MIN-COUNT) * 10
               move WS-HIT-COUNT to WS-DISP-COUNT
               string WS-DISP-COUNT " PAYMENTS JUST UNDER THE "
                      "LIMIT IN " WS-DISP-DAYS " DAYS"
                 delimited by size into WS-ALERT-DETAIL
             end-if
           end-if
           .
      *------------------------------
      *    VELOCITY - THE DAY'S DEBITS AGAINST THE DEBTOR'S OWN DAILY
      *    AVERAGE OVER THE RULE_WINDOW_DAYS BEFORE IT.  A HIT NEEDS
      *    AT LEAST RULE_AMT TODAY AND MORE THAN RULE_FACTOR TIMES
      *    THE AVERAGE.  A DEBTOR WITH NO HISTORY HAS AN AVERAGE OF
      *    ZERO, SO ANY DAY PAST RULE_AMT IS A JUMP.
       H0012-RULE-VELOCITY.
           move zero to WS-HIST-AMT
           exec sql
             select coalesce(sum(case
                      when date(TXN_TIMESTAMP) = date(:WS-BUS-DATE-ISO)
                      then 1 else 0 end), 0),
                    coalesce(sum(case
                      when date(TXN_TIMESTAMP) = date(:WS-BUS-DATE-ISO)
                      then TXN_BOOK_AMT else 0 end), 0),
                    coalesce(sum(case
                      when date(TXN_TIMESTAMP) < date(:WS-BUS-DATE-ISO)
                      then TXN_BOOK_AMT else 0 end), 0)
               into :WS-HIT-COUNT, :WS-HIT-AMT, :WS-HIST-AMT
               from TBC_TXN
              where DEBTOR_IBAN = :WS-CSR-DEBTOR
                and TXN_INDC_CRE_DB = 'D'
                and coalesce(TXN_ORIG_MSG_ID, ' ') = ' '
                and date(TXN_TIMESTAMP) between
                    date(:WS-BUS-DATE-ISO) - :WS-R-WIN-DAYS days
                    and date(:WS-BUS-DATE-ISO)
           end-exec
           if SQLCODE not = zero
             PERFORM H0029-SQL-FAILED
           else
             compute WS-VEL-LIMIT =
                     WS-HIST-AMT * WS-R-FACTOR / WS-R-WIN-DAYS
             if WS-HIT-AMT >= WS-R-AMT and WS-HIT-AMT > WS-VEL-LIMIT
               set WS-HIT to true
               if WS-HIST-AMT = zero
                 compute WS-HIT-SCORE = WS-R-SCORE + 50
                 move WS-HIT-AMT to WS-DISP-AMT
                 string "DAY TOTAL " WS-DISP-AMT " WITH NO HISTORY"
                   delimited by size into WS-ALERT-DETAIL
               else
                 compute WS-VEL-RATIO =
                         WS-HIT-AMT * WS-R-WIN-DAYS / WS-HIST-AMT
                 compute WS-HIT-SCORE = WS-R-SCORE + WS-VEL-RATIO * 10
                 move WS-HIT-AMT to WS-DISP-AMT
                 move WS-VEL-RATIO to WS-DISP-RATIO
                 string "DAY TOTAL " WS-DISP-AMT " IS " WS-DISP-RATIO
                        " X THE DAILY AVERAGE"
                   delimited by size into WS-ALERT-DETAIL
               end-if
             end-if
           end-if
           .
      *------------------------------
      *    FAN-OUT - AT LEAST RULE_MIN_COUNT DIFFERENT CREDITORS PAID
      *    IN THE WINDOW THAT THIS DEBTOR NEVER PAID BEFORE IT (LIVE
      *    OR ARCHIVED).  A NON-ZERO RULE_AMT COUNTS ONLY ROUND
      *    AMOUNTS - PAYMENTS THAT ARE A WHOLE MULTIPLE OF RULE_AMT
      *    IN THE PAYMENT CURRENCY'S MINOR UNITS.  EVERY CREDITOR
      *    PAST THE MINIMUM ADDS FIVE POINTS.
       H0013-RULE-FANOUT.
           exec sql
             select count(distinct T.CREDITOR_IBAN), count(*),
                    coalesce(sum(T.TXN_BOOK_AMT), 0)
               into :WS-HIT-CPTY-COUNT, :WS-HIT-COUNT, :WS-HIT-AMT
               from TBC_TXN T
              where T.DEBTOR_IBAN = :WS-CSR-DEBTOR
                and T.TXN_INDC_CRE_DB = 'D'
                and coalesce(T.TXN_ORIG_MSG_ID, ' ') = ' '
                and date(T.TXN_TIMESTAMP) between
                    date(:WS-BUS-DATE-ISO) - :WS-R-WIN-BACK days
                    and date(:WS-BUS-DATE-ISO)
                and (:WS-R-AMT = 0
                     or mod(T.TXN_AMT, :WS-R-AMT) = 0)
                and not exists
                    (select 1 from TBC_TXN H
                      where H.DEBTOR_IBAN   = T.DEBTOR_IBAN
                        and H.CREDITOR_IBAN = T.CREDITOR_IBAN
                        and date(H.TXN_TIMESTAMP) <
                            date(:WS-BUS-DATE-ISO) - :WS-R-WIN-BACK
                            days)
                and not exists
                    (select 1 from TBC_TXN_ARCHIVE A
                      where A.DEBTOR_IBAN   = T.DEBTOR_IBAN
                        and A.CREDITOR_IBAN = T.CREDITOR_IBAN)
           end-exec
           if SQLCODE not = zero
             PERFORM H0029-SQL-FAILED
           else
             if WS-HIT-CPTY-COUNT >= WS-R-MIN-COUNT
                and WS-HIT-CPTY-COUNT > zero
               set WS-HIT to true
               compute WS-HIT-SCORE = WS-R-SCORE
                     + (WS-HIT-CPTY-COUNT - WS-R-MIN-COUNT) * 5
               move WS-HIT-CPTY-COUNT to WS-DISP-COUNT
               string WS-DISP-COUNT " NEW CREDITORS IN "
                      WS-DISP-DAYS " DAYS"
                 delimited by size into WS-ALERT-DETAIL
             end-if
           end-if
           .
      *------------------------------
      *    COUNTRY RISK - DEBITS OF AT LEAST RULE_AMT TO A CREDITOR
      *    WHOSE IBAN COUNTRY (BIC COUNTRY WHEN THERE IS NO IBAN) IS
      *    ON TBC_AML_CTRY_RISK.  THE RISKIEST COUNTRY'S SCORE IS
      *    ADDED TO THE RULE'S.
       H0014-RULE-CTRYRISK.
           move zero to WS-HIT-CTRY-SCORE
           exec sql
             select count(*), coalesce(sum(T.TXN_BOOK_AMT), 0),
                    coalesce(max(R.CTRY_RISK_SCORE), 0)
               into :WS-HIT-COUNT, :WS-HIT-AMT, :WS-HIT-CTRY-SCORE
               from TBC_TXN T
               join TBC_AML_CTRY_RISK R
                 on R.CTRY_CODE =
                    case when T.CREDITOR_IBAN <> ' '
                         then substr(T.CREDITOR_IBAN, 1, 2)
                         else substr(T.CREDITOR_BIC, 5, 2) end
              where T.DEBTOR_IBAN = :WS-CSR-DEBTOR
                and T.TXN_INDC_CRE_DB = 'D'
                and coalesce(T.TXN_ORIG_MSG_ID, ' ') = ' '
                and date(T.TXN_TIMESTAMP) between
                    date(:WS-BUS-DATE-ISO) - :WS-R-WIN-BACK days
                    and date(:WS-BUS-DATE-ISO)
                and T.TXN_BOOK_AMT >= :WS-R-AMT
           end-exec
           if SQLCODE not = zero
             PERFORM H0029-SQL-FAILED
           else
             if WS-HIT-COUNT >= WS-R-MIN-COUNT and WS-HIT-COUNT > zero
               set WS-HIT to true
               compute WS-HIT-SCORE = WS-R-SCORE + WS-HIT-CTRY-SCORE
               move WS-HIT-COUNT to WS-DISP-COUNT
               string WS-DISP-COUNT " PAYMENTS TO RISK COUNTRIES IN "
                      WS-DISP-DAYS " DAYS"
                 delimited by size into WS-ALERT-DETAIL
             end-if
           end-if
           .
      *------------------------------
      *    ONE ALERT PER DEBTOR AND RULE WHILE COMPLIANCE IS STILL
      *    WORKING THE LAST ONE, AND NEVER TWO FOR THE SAME DAY.
      *    SCORES ARE CAPPED AT 999.
       H0020-RAISE-ALERT.
           move zero to WS-OPEN-COUNT
           exec sql
             select count(*)
               into :WS-OPEN-COUNT
               from TBC_AML_ALERT
              where DEBTOR_IBAN = :WS-CSR-DEBTOR
                and RULE_ID     = :WS-R-ID
                and (ALERT_STATUS = 'O'
                     or ALERT_DATE = :WS-BUS-DATE-NUM)
           end-exec
           evaluate true
             when SQLCODE not = zero
               PERFORM H0029-SQL-FAILED
             when WS-OPEN-COUNT > zero
               add 1 to WS-SUPPRESS-COUNT
             when other
               if WS-HIT-SCORE > 999
                 move 999 to WS-ALERT-SCORE
               else
                 move WS-HIT-SCORE to WS-ALERT-SCORE
               end-if
               add 1 to WS-ALERT-ID
               PERFORM H0021-INSERT-ALERT
               if not WS-FATAL
                 evaluate RULE-IDX
                   when 1
                     PERFORM H0022-TXNS-STRUCT
                   when 2
                     PERFORM H0023-TXNS-VELOCITY
                   when 3
                     PERFORM H0024-TXNS-FANOUT
                   when 4
                     PERFORM H0025-TXNS-CTRYRISK
                 end-evaluate
                 if SQLCODE not = zero
                   PERFORM H0029-SQL-FAILED
                 else
                   add 1 to WS-ALERT-COUNT
                   DISPLAY "CRAML1 ALERT " WS-ALERT-ID " " WS-R-ID
                           " " WS-CSR-DEBTOR " SCORE " WS-ALERT-SCORE
                 end-if
               end-if
           end-evaluate
           .
      *------------------------------
       H0021-INSERT-ALERT.
           exec sql
             insert into TBC_AML_ALERT (
                    ALERT_ID
                   ,ALERT_DATE
                   ,DEBTOR_IBAN
                   ,RULE_ID
                   ,ALERT_SCORE
                   ,ALERT_TXN_COUNT
                   ,ALERT_AMT
                   ,ALERT_DETAIL
                   ,ALERT_STATUS
                   ,ALERT_CREATED_TS
             )
             values (
                    :WS-ALERT-ID
                   ,:WS-BUS-DATE-NUM
                   ,:WS-CSR-DEBTOR
                   ,:WS-R-ID
                   ,:WS-ALERT-SCORE
                   ,:WS-HIT-COUNT
                   ,:WS-HIT-AMT
                   ,:WS-ALERT-DETAIL
                   ,'O'
                   ,current timestamp
             )
           end-exec
           if SQLCODE not = zero
             PERFORM H0029-SQL-FAILED
           end-if
           .
      *------------------------------
      *    THE CONTRIBUTING PAYMENTS - THE SAME SELECTION AS THE
      *    RULE THAT FIRED, ONE TBC_AML_ALERT_TXN ROW EACH.
       H0022-TXNS-STRUCT.
           exec sql
             insert into TBC_AML_ALERT_TXN (ALERT_ID, TXN_MSG_ID)
               select :WS-ALERT-ID, TXN_MSG_ID
                 from TBC_TXN
                where DEBTOR_IBAN = :WS-CSR-DEBTOR
                  and TXN_INDC_CRE_DB = 'D'
                  and coalesce(TXN_ORIG_MSG_ID, ' ') = ' '
                  and date(TXN_TIMESTAMP) between
                      date(:WS-BUS-DATE-ISO) - :WS-R-WIN-BACK days
                      and date(:WS-BUS-DATE-ISO)
                  and TXN_BOOK_AMT >= :WS-R-FLOOR
                  and TXN_BOOK_AMT <= :WS-R-AMT
           end-exec
           .
      *------------------------------
       H0023-TXNS-VELOCITY.
           exec sql
             insert into TBC_AML_ALERT_TXN (ALERT_ID, TXN_MSG_ID)
               select :WS-ALERT-ID, TXN_MSG_ID
                 from TBC_TXN
                where DEBTOR_IBAN = :WS-CSR-DEBTOR
                  and TXN_INDC_CRE_DB = 'D'
                  and coalesce(TXN_ORIG_MSG_ID, ' ') = ' '
                  and date(TXN_TIMESTAMP) = date(:WS-BUS-DATE-ISO)
           end-exec
           .
      *------------------------------
       H0024-TXNS-FANOUT.
           exec sql
             insert into TBC_AML_ALERT_TXN (ALERT_ID, TXN_MSG_ID)
               select :WS-ALERT-ID, T.TXN_MSG_ID
                 from TBC_TXN T
                where T.DEBTOR_IBAN = :WS-CSR-DEBTOR
                  and T.TXN_INDC_CRE_DB = 'D'
                  and coalesce(T.TXN_ORIG_MSG_ID, ' ') = ' '
                  and date(T.TXN_TIMESTAMP) between
                      date(:WS-BUS-DATE-ISO) - :WS-R-WIN-BACK days
                      and date(:WS-BUS-DATE-ISO)
                  and (:WS-R-AMT = 0
                       or mod(T.TXN_AMT, :WS-R-AMT) = 0)
                  and not exists
                      (select 1 from TBC_TXN H
                        where H.DEBTOR_IBAN   = T.DEBTOR_IBAN
                          and H.CREDITOR_IBAN = T.CREDITOR_IBAN
                          and date(H.TXN_TIMESTAMP) <
                              date(:WS-BUS-DATE-ISO) - :WS-R-WIN-BACK
                              days)
                  and not exists
                      (select 1 from TBC_TXN_ARCHIVE A
                        where A.DEBTOR_IBAN   = T.DEBTOR_IBAN
                          and A.CREDITOR_IBAN = T.CREDITOR_IBAN)
           end-exec
           .
      *------------------------------
       H0025-TXNS-CTRYRISK.
           exec sql
             insert into TBC_AML_ALERT_TXN (ALERT_ID, TXN_MSG_ID)
               select :WS-ALERT-ID, T.TXN_MSG_ID
                 from TBC_TXN T
                 join TBC_AML_CTRY_RISK R
                   on R.CTRY_CODE =
                      case when T.CREDITOR_IBAN <> ' '
                           then substr(T.CREDITOR_IBAN, 1, 2)
                           else substr(T.CREDITOR_BIC, 5, 2) end
                where T.DEBTOR_IBAN = :WS-CSR-DEBTOR
                  and T.TXN_INDC_CRE_DB = 'D'
                  and coalesce(T.TXN_ORIG_MSG_ID, ' ') = ' '
                  and date(T.TXN_TIMESTAMP) between
                      date(:WS-BUS-DATE-ISO) - :WS-R-WIN-BACK days
                      and date(:WS-BUS-DATE-ISO)
                  and T.TXN_BOOK_AMT >= :WS-R-AMT
           end-exec
           .
      *------------------------------
      *    ANY DATABASE ERROR STOPS THE RUN; THE DEBTOR IN HAND IS
      *    BACKED OUT AND EVERY DEBTOR BEFORE IT IS ALREADY COMMITTED,
      *    SO A RERUN PICKS UP CLEANLY.
       H0029-SQL-FAILED.
           move SQLCODE to WS-SQLCODE-DISP
           DISPLAY "CRAML1 RULE " WS-R-ID " FAILED FOR "
                   WS-CSR-DEBTOR " SQLCODE " WS-SQLCODE-DISP
           set WS-FATAL to true
           .
