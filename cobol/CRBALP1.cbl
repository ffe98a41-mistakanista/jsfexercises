      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crbalp1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - nightly account balance proof and end-of-day
      *             balance snapshot.  ACCT_BALANCE is a running total
      *             that A0016 moves one posting at a time, while
      *             CRSTMT1 derives balances from the whole posting
      *             history - and nothing ever checked that the two
      *             agree, so a failed A0016 update or a manual SQL
      *             fix went unnoticed.  every own-bank account on
      *             TBC_ACCOUNT now has its balance recomputed from
      *             TBC_TXN plus TBC_TXN_ARCHIVE with exactly the
      *             CRSTMT1 sign rules and compared with the stored
      *             ACCT_BALANCE; every difference is printed on the
      *             break report and the run ends RC 8.  each
      *             account's closing balance for the business date
      *             goes to TBC_BAL_HIST (recomputed and stored
      *             figure plus a proven switch), so statements and
      *             audits can start from a proven snapshot.  a rerun
      *             for the same business date replaces that date's
      *             snapshot rows.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE         ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL .
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-LINE                PIC X(132) .
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
         01 ws-eof-sw               pic x(01) value "N" .
            88  WS-EOF                 value "Y" .
         01 ws-balp-vars .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-ACCT-COUNT        pic 9(9) comp value zero .
            02 WS-PROVEN-COUNT      pic 9(9) comp value zero .
            02 WS-BREAK-COUNT       pic 9(9) comp value zero .
            02 WS-FAIL-SW           pic x(01) value "N" .
              88  WS-RUN-OK            value "N" .
              88  WS-RUN-FAILED        value "Y" .
      *
         01 ws-cursor-vars .
            02 WS-CSR-IBAN          pic x(35) .
            02 WS-CSR-STORED-BAL    pic s9(15) comp-3 .
      *
         01 ws-proof-vars .
            02 WS-CALC-BAL          pic s9(15) comp-3 value zero .
            02 WS-ARCH-MOVE         pic s9(15) comp-3 value zero .
            02 WS-BAL-DIFF          pic s9(15) comp-3 value zero .
            02 WS-PROOF-SW          pic x(01) value "Y" .
              88  WS-PROVEN            value "Y" .
              88  WS-BREAK             value "N" .
      *
         01 ws-break-totals .
            02 WS-TOT-ABS-DIFF      pic 9(15) comp-3 value zero .
      *
         01 ws-head-line .
            02 filler               pic x(37)
                 value "ACCOUNT BALANCE PROOF  BUSINESS DATE ".
            02 WS-HL-DATE           pic 9(08) .
         01 ws-col-line .
            02 filler               pic x(37) value "IBAN" .
            02 filler               pic x(20) value
                                    "     STORED BALANCE".
            02 filler               pic x(20) value
                                    " RECOMPUTED BALANCE".
            02 filler               pic x(20) value
                                    "         DIFFERENCE".
         01 ws-print-line .
            02 WS-PR-IBAN           pic x(37) .
            02 WS-PR-STORED         pic z,zzz,zzz,zzz,zz9- .
            02 filler               pic x(01) value spaces .
            02 WS-PR-CALC           pic z,zzz,zzz,zzz,zz9- .
            02 filler               pic x(01) value spaces .
            02 WS-PR-DIFF           pic z,zzz,zzz,zzz,zz9- .
         01 ws-total-line .
            02 WS-TL-LABEL          pic x(30) .
            02 WS-TL-COUNT          pic zzz,zzz,zz9 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crbalp1 balance proof start"
           move "CRBALP1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM B0001-INITIALIZE
           if WS-RUN-OK
             PERFORM B0002-OPEN-CURSOR
           end-if
           if WS-RUN-OK
             PERFORM B0003-FETCH-ACCOUNT
             PERFORM B0004-PROVE-ACCOUNT UNTIL WS-EOF
             exec sql
               close CSRB1
             end-exec
           end-if
           PERFORM B0008-WRITE-TOTALS
           CLOSE RPT-FILE
           if WS-RUN-FAILED
             exec sql
               rollback
             end-exec
             move 16 to RETURN-CODE
           else
             exec sql
               commit
             end-exec
             if WS-BREAK-COUNT > zero
               move 08 to RETURN-CODE
             end-if
           end-if
           DISPLAY "crbalp1 accounts " WS-ACCT-COUNT
           DISPLAY "crbalp1 proven   " WS-PROVEN-COUNT
           DISPLAY "crbalp1 breaks   " WS-BREAK-COUNT
           set RUNLOG-FUNC-END to true
           move WS-ACCT-COUNT   to RUNLOG-INPUT-COUNT
           move WS-PROVEN-COUNT to RUNLOG-ACCEPT-COUNT
           move WS-BREAK-COUNT  to RUNLOG-REJECT-COUNT
           move RETURN-CODE     to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crbalp1 balance proof ende "
           GOBACK.
      *------------------------------
      *    THE PROOF RUNS BEFORE THE END-OF-DAY ROLLOVER, SO THE
      *    SNAPSHOT IS TAKEN FOR THE BUSINESS DATE STILL CURRENT.  A
      *    RERUN CLEARS THAT DATE'S SNAPSHOT FIRST - ONE ROW PER
      *    ACCOUNT PER DAY, WHATEVER HAPPENED EARLIER IN THE NIGHT.
       B0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           OPEN OUTPUT RPT-FILE
           move WS-BUS-DATE-NUM to WS-HL-DATE
           WRITE RPT-LINE FROM ws-head-line
           move spaces to RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM ws-col-line
           exec sql
             delete from TBC_BAL_HIST
              where BAL_DATE = :WS-BUS-DATE-NUM
           end-exec
           if SQLCODE not = zero and SQLCODE not = 100
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRBALP1 SNAPSHOT CLEAR FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-RUN-FAILED to true
           end-if
           .
      *------------------------------
       B0002-OPEN-CURSOR.
           exec sql
             declare CSRB1 cursor for
               select ACCT_IBAN, coalesce(ACCT_BALANCE, 0)
                 from TBC_ACCOUNT
                order by ACCT_IBAN
           end-exec
           exec sql
             open CSRB1
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRBALP1 OPEN CSRB1 FAILED SQLCODE "
                     WS-SQLCODE-DISP
             set WS-RUN-FAILED to true
           end-if
           .
      *------------------------------
       B0003-FETCH-ACCOUNT.
           exec sql
             fetch CSRB1 into :WS-CSR-IBAN, :WS-CSR-STORED-BAL
           end-exec
           if SQLCODE not = zero
             set WS-EOF to true
             if SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRBALP1 FETCH CSRB1 FAILED SQLCODE "
                       WS-SQLCODE-DISP
               set WS-RUN-FAILED to true
             end-if
           end-if
           .
      *------------------------------
       B0004-PROVE-ACCOUNT.
           add 1 to WS-ACCT-COUNT
           PERFORM B0005-CALC-BALANCE
           compute WS-BAL-DIFF = WS-CSR-STORED-BAL - WS-CALC-BAL
           if WS-BAL-DIFF = zero
             set WS-PROVEN to true
             add 1 to WS-PROVEN-COUNT
           else
             set WS-BREAK to true
             add 1 to WS-BREAK-COUNT
             PERFORM B0006-PRINT-BREAK
           end-if
           PERFORM B0007-WRITE-SNAPSHOT
           PERFORM B0003-FETCH-ACCOUNT
           .
      *------------------------------
      *    THE SIGNED SUM OF EVERY POSTING THE ACCOUNT HAS EVER HAD,
      *    LIVE TABLE PLUS ARCHIVE, WITH THE SAME ROLE RULES AS
      *    H0005 IN CRSTMT1 AND A0016 IN THE CHAIN: AN ORDINARY ROW
      *    COUNTS FOR THE PARTY ITS INDICATOR PAYS, AN OFFSETTING
      *    ENTRY (TXN_ORIG_MSG_ID SET) FOR THE ORIGINAL'S OWN PARTY.
      *    FEES LIVE ON TBC_TXN_FEE AND NEVER MOVE ACCT_BALANCE, SO
      *    THEY ARE NOT PART OF THE PROOF.
       B0005-CALC-BALANCE.
           move zero to WS-CALC-BAL
           move zero to WS-ARCH-MOVE
           exec sql
             select coalesce(sum(
                      case when TXN_INDC_CRE_DB = 'C'
                           then TXN_BOOK_AMT
                           else - TXN_BOOK_AMT end), 0)
               into :WS-CALC-BAL
               from TBC_TXN
              where (coalesce(TXN_ORIG_MSG_ID, ' ') = ' '
                      and ((TXN_INDC_CRE_DB = 'D'
                            and DEBTOR_IBAN = :WS-CSR-IBAN)
                        or (TXN_INDC_CRE_DB = 'C'
                            and CREDITOR_IBAN = :WS-CSR-IBAN)))
                 or (coalesce(TXN_ORIG_MSG_ID, ' ') <> ' '
                      and ((TXN_INDC_CRE_DB = 'C'
                            and DEBTOR_IBAN = :WS-CSR-IBAN)
                        or (TXN_INDC_CRE_DB = 'D'
                            and CREDITOR_IBAN = :WS-CSR-IBAN)))
           end-exec
           if SQLCODE not = zero
             PERFORM B0009-SQL-FAILED
           end-if
           exec sql
             select coalesce(sum(
                      case when TXN_INDC_CRE_DB = 'C'
                           then TXN_BOOK_AMT
                           else - TXN_BOOK_AMT end), 0)
               into :WS-ARCH-MOVE
               from TBC_TXN_ARCHIVE
              where (coalesce(TXN_ORIG_MSG_ID, ' ') = ' '
                      and ((TXN_INDC_CRE_DB = 'D'
                            and DEBTOR_IBAN = :WS-CSR-IBAN)
                        or (TXN_INDC_CRE_DB = 'C'
                            and CREDITOR_IBAN = :WS-CSR-IBAN)))
                 or (coalesce(TXN_ORIG_MSG_ID, ' ') <> ' '
                      and ((TXN_INDC_CRE_DB = 'C'
                            and DEBTOR_IBAN = :WS-CSR-IBAN)
                        or (TXN_INDC_CRE_DB = 'D'
                            and CREDITOR_IBAN = :WS-CSR-IBAN)))
           end-exec
           if SQLCODE not = zero
             PERFORM B0009-SQL-FAILED
           end-if
           add WS-ARCH-MOVE to WS-CALC-BAL
           .
      *------------------------------
       B0006-PRINT-BREAK.
           move WS-CSR-IBAN       to WS-PR-IBAN
           move WS-CSR-STORED-BAL to WS-PR-STORED
           move WS-CALC-BAL       to WS-PR-CALC
           move WS-BAL-DIFF       to WS-PR-DIFF
           WRITE RPT-LINE FROM ws-print-line
           if WS-BAL-DIFF < zero
             compute WS-TOT-ABS-DIFF = WS-TOT-ABS-DIFF - WS-BAL-DIFF
           else
             add WS-BAL-DIFF to WS-TOT-ABS-DIFF
           end-if
           .
      *------------------------------
      *    THE CLOSING BALANCE ON THE SNAPSHOT IS THE RECOMPUTED ONE -
      *    THE FIGURE THE POSTINGS SUPPORT.  THE STORED FIGURE AND
      *    THE PROVEN SWITCH RIDE ALONG, SO A BREAK DAY IS VISIBLE ON
      *    THE SNAPSHOT ITSELF AND NOBODY STARTS FROM IT UNAWARE.
       B0007-WRITE-SNAPSHOT.
           exec sql
             insert into TBC_BAL_HIST (
                    BAL_DATE
                   ,ACCT_IBAN
                   ,BAL_CLOSING
                   ,BAL_STORED
                   ,BAL_PROVEN_SW
                   ,BAL_TIMESTAMP
             )
             values (
                    :WS-BUS-DATE-NUM
                   ,:WS-CSR-IBAN
                   ,:WS-CALC-BAL
                   ,:WS-CSR-STORED-BAL
                   ,:WS-PROOF-SW
                   ,current timestamp
             )
           end-exec
           if SQLCODE not = zero
             PERFORM B0009-SQL-FAILED
           end-if
           .
      *------------------------------
       B0008-WRITE-TOTALS.
           move spaces to RPT-LINE
           WRITE RPT-LINE
           if WS-BREAK-COUNT = zero and WS-RUN-OK
             move "NO BREAKS - ALL ACCOUNTS PROVEN" to RPT-LINE
             WRITE RPT-LINE
           end-if
           move "ACCOUNTS PROVED" to WS-TL-LABEL
           move WS-ACCT-COUNT to WS-TL-COUNT
           WRITE RPT-LINE FROM ws-total-line
           move "ACCOUNTS AGREEING" to WS-TL-LABEL
           move WS-PROVEN-COUNT to WS-TL-COUNT
           WRITE RPT-LINE FROM ws-total-line
           move "ACCOUNTS WITH A BREAK" to WS-TL-LABEL
           move WS-BREAK-COUNT to WS-TL-COUNT
           WRITE RPT-LINE FROM ws-total-line
           move spaces to ws-print-line
           move "TOTAL ABSOLUTE DIFFERENCE" to WS-PR-IBAN
           move WS-TOT-ABS-DIFF to WS-PR-DIFF
           WRITE RPT-LINE FROM ws-print-line
           if WS-RUN-FAILED
             move "*** RUN FAILED - SEE JOB LOG, SNAPSHOT NOT WRITTEN"
               to RPT-LINE
             WRITE RPT-LINE
           end-if
           .
      *------------------------------
      *    A DB2 FAILURE MID-PROOF MAKES EVERY FIGURE AFTER IT
      *    SUSPECT - THE RUN STOPS, NOTHING IS COMMITTED, RC 16.
       B0009-SQL-FAILED.
           move SQLCODE to WS-SQLCODE-DISP
           DISPLAY "CRBALP1 SQL FAILED FOR " WS-CSR-IBAN
                   " SQLCODE " WS-SQLCODE-DISP
           set WS-RUN-FAILED to true
           set WS-EOF to true
           .
