      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              cranon1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - personal-data anonymisation job.  CRARCH1
      *             keeps payments in TBC_TXN_ARCHIVE for good, and
      *             the archive, the screening audit (TBC_SCREEN_AUDIT),
      *             the review and warehouse decision histories
      *             (TBC_TXN_REVIEW_HIST, TBC_TXN_WHSE_HIST) and dead
      *             suspense rows (TBC_TXN_SUSPENSE) went on holding
      *             names, addresses and remittance text long after
      *             the retention period.  this job overwrites those
      *             fields - names become ANONYMISED, addresses,
      *             subjects and free-text comments are blanked or
      *             marked - and leaves amounts, currencies, IBANs,
      *             BICs, message ids and timestamps alone, so every
      *             reconciliation still ties.
      *             retention runs from the end of the calendar year
      *             a record was made in, ten years by default
      *             (PARMIN columns 3-4 may give another), so a record
      *             is anonymised from 1 January of the year after the
      *             period ends.
      *             erasure mode (PARMIN "E" with an IBAN in columns
      *             6-40) anonymises one customer's records in the
      *             same tables whatever their age.  payments still in
      *             the live TBC_TXN are not touched - they are counted
      *             on the certificate and the erasure is run again
      *             after CRARCH1 has moved them.
      *             a record with either IBAN on an account under a
      *             legal hold (ACCT_LEGAL_HOLD, set on CRACMT1) is
      *             skipped and counted as held; an erasure for an
      *             account under a legal hold is refused outright.
      *             suspense rows are only touched once CRSUSP1 has
      *             given up on them (retry limit reached) - a row it
      *             still re-drives must keep the real names.
      *             every run writes a certificate on RPTOUT - rows
      *             anonymised per table and calendar year, held rows
      *             per table - and each table and year is committed
      *             on its own, so a failed run restarts where it
      *             stopped: an anonymised row is recognised by its
      *             marker and never counted twice.
      *    2026-10  clearing returns - TBC_CLR_RETURN carries both
      *             parties' names as well and now goes the same way,
      *             aged on RTN_CREATED_DATE.  a return CREXTR1 has
      *             not yet sent to the clearing house keeps its
      *             names until it has been.
      *    2026-10  read checks - a failed legal-hold, held-row or
      *             live-payment count stops the run RC 16 instead of
      *             being taken as zero; an erasure whose legal hold
      *             cannot be read is refused.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS .
           SELECT RPT-FILE         ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL .
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    PARMIN - OPTIONAL.  COLUMN 1 MODE (SPACE OR "R" RETENTION,
      *    "E" ERASURE), COLUMNS 3-4 RETENTION YEARS, COLUMNS 6-40 THE
      *    IBAN TO ERASE, E.G.
      *    R 10
      *    E    DE89370400440532013000
       FD  PARM-FILE
           RECORDING MODE IS F .
       01  PARM-RECORD.
           03  PARM-MODE           PIC X(01).
           03  FILLER              PIC X(01).
           03  PARM-RETN-YEARS     PIC X(02).
           03  FILLER              PIC X(01).
           03  PARM-ERASE-IBAN     PIC X(35).
           03  FILLER              PIC X(40).
      *
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
         01 ws-anon-vars .
            02 WS-PARM-STATUS       pic x(02) value spaces .
              88  WS-PARM-OK           value "00" .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-ANON-STATE-SW     pic x(01) value "G" .
              88  WS-ANON-GOOD         value "G" .
              88  WS-ANON-REFUSED      value "R" .
              88  WS-ANON-FAILED       value "F" .
            02 WS-MODE-SW           pic x(01) value "R" .
              88  WS-MODE-RETENTION    value "R" .
              88  WS-MODE-ERASURE      value "E" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-RETN-YEARS        pic 9(02) value 10 .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-BUS-DATE-R redefines WS-BUS-DATE-NUM .
               03 WS-BUS-YEAR       pic 9(04) .
               03 filler            pic 9(04) .
            02 WS-CUTOFF-YEAR       pic 9(04) value zero .
            02 WS-RUN-DATE          pic 9(08) value zero .
            02 WS-RUN-TIME          pic 9(08) value zero .
            02 WS-ACCT-HOLD         pic x(01) value "N" .
      *    HOST VARIABLES SHARED BY EVERY TABLE'S SQL.  A RECORD IS
      *    IN SCOPE WHEN IT IS DATED BEFORE WS-CUTOFF-ISO AND, IN
      *    ERASURE MODE, CARRIES WS-ERASE-IBAN - SPACES MATCH ALL.
      *    IN ERASURE MODE THE CUTOFF IS THE END OF TIME.
            02 WS-CUTOFF-ISO        pic x(10) value spaces .
      *    THE SAME CUTOFF AS YYYYMMDD FOR TABLES DATED THAT WAY.
            02 WS-CUTOFF-NUM        pic 9(08) value zero .
            02 WS-ERASE-IBAN        pic x(35) value spaces .
            02 WS-ANON-MARK         pic x(10) value "ANONYMISED" .
      *    CRSUSP1'S WS-RETRY-LIMIT - KEEP IN STEP.  A SUSPENSE ROW
      *    BELOW IT IS STILL BEING RE-DRIVEN.
            02 WS-SUSP-RETRY-LIMIT  pic 9(4) comp value 5 .
      *
         01 ws-anon-counts .
            02 WS-TABLE-NAME        pic x(20) value spaces .
            02 WS-CSR-YEAR          pic s9(9) comp value zero .
            02 WS-CSR-COUNT         pic s9(9) comp value zero .
            02 WS-ROWS-DONE         pic s9(9) comp value zero .
            02 WS-TABLE-DONE        pic 9(9) comp value zero .
            02 WS-TABLE-HELD        pic s9(9) comp value zero .
            02 WS-TOTAL-DONE        pic 9(9) comp value zero .
            02 WS-TOTAL-HELD        pic 9(9) comp value zero .
            02 WS-LIVE-COUNT        pic s9(9) comp value zero .
            02 WS-YEAR-DISP         pic 9(04) value zero .
            02 WS-DONE-DISP         pic zzz,zzz,zz9 .
            02 WS-HELD-DISP         pic zzz,zzz,zz9 .
      *
         01 ws-cert-line .
            02 WS-CL-TABLE          pic x(20) .
            02 filler               pic x(01) value spaces .
            02 WS-CL-PERIOD         pic x(05) .
            02 filler               pic x(01) value spaces .
            02 WS-CL-DONE           pic zzz,zzz,zz9 .
            02 filler               pic x(02) value spaces .
            02 WS-CL-TEXT           pic x(20) .
            02 WS-CL-HELD           pic zzz,zzz,zz9 .
         01 ws-cert-head .
            02 filler               pic x(20) value "TABLE" .
            02 filler               pic x(01) value spaces .
            02 filler               pic x(05) value "YEAR" .
            02 filler               pic x(01) value spaces .
            02 filler               pic x(11) value " ANONYMISED" .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "cranon1 personal-data anonymisation start"
           move "CRANON1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM N0001-INITIALIZE
           if WS-ANON-GOOD
             PERFORM N0010-ANON-ARCHIVE
           end-if
           if WS-ANON-GOOD
             PERFORM N0020-ANON-SCREEN-AUDIT
           end-if
           if WS-ANON-GOOD
             PERFORM N0030-ANON-REVIEW-HIST
           end-if
           if WS-ANON-GOOD
             PERFORM N0040-ANON-WHSE-HIST
           end-if
           if WS-ANON-GOOD
             PERFORM N0050-ANON-SUSPENSE
           end-if
           if WS-ANON-GOOD
             PERFORM N0070-ANON-CLR-RETURN
           end-if
           if WS-ANON-GOOD and WS-MODE-ERASURE
             PERFORM N0060-CHK-LIVE
           end-if
           PERFORM N0007-WRITE-TRAILER
           CLOSE RPT-FILE
           DISPLAY "cranon1 anonymised " WS-TOTAL-DONE
                   " held " WS-TOTAL-HELD
           set RUNLOG-FUNC-END to true
           compute RUNLOG-INPUT-COUNT = WS-TOTAL-DONE + WS-TOTAL-HELD
           move WS-TOTAL-DONE    to RUNLOG-ACCEPT-COUNT
           move WS-TOTAL-HELD    to RUNLOG-REJECT-COUNT
           move RETURN-CODE      to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "cranon1 personal-data anonymisation ende "
           GOBACK.
      *------------------------------
      *    MODE AND RETENTION FROM PARMIN, THE CUTOFF FROM THE
      *    BUSINESS DATE, AND THE CERTIFICATE HEADING.  A CARD THAT
      *    CANNOT BE READ SAFELY ANONYMISES NOTHING - A BAD NUMBER OF
      *    YEARS FALLS BACK TO THE DEFAULT, BUT AN UNKNOWN MODE OR AN
      *    ERASURE WITHOUT AN IBAN IS REFUSED.
       N0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           move zero to RETURN-CODE
           move spaces to PARM-RECORD
           OPEN INPUT PARM-FILE
           if WS-PARM-OK
             READ PARM-FILE
               AT END
                 continue
             end-read
             CLOSE PARM-FILE
           end-if
           evaluate true
             when PARM-RETN-YEARS = spaces
               continue
             when PARM-RETN-YEARS numeric and PARM-RETN-YEARS > "00"
               move PARM-RETN-YEARS to WS-RETN-YEARS
             when other
               DISPLAY "CRANON1 BAD PARMIN RETENTION '" PARM-RETN-YEARS
                       "' - DEFAULT " WS-RETN-YEARS " USED"
           end-evaluate
           evaluate PARM-MODE
             when space
             when "R"
               set WS-MODE-RETENTION to true
               move spaces to WS-ERASE-IBAN
               compute WS-CUTOFF-YEAR = WS-BUS-YEAR - WS-RETN-YEARS
               string WS-CUTOFF-YEAR "-01-01"
                 delimited by size into WS-CUTOFF-ISO
               compute WS-CUTOFF-NUM = WS-CUTOFF-YEAR * 10000 + 0101
             when "E"
               set WS-MODE-ERASURE to true
               move PARM-ERASE-IBAN to WS-ERASE-IBAN
               move "9999-12-31" to WS-CUTOFF-ISO
               move 99991231 to WS-CUTOFF-NUM
             when other
               DISPLAY "CRANON1 BAD PARMIN MODE '" PARM-MODE
                       "' - NOTHING ANONYMISED"
               set WS-ANON-REFUSED to true
           end-evaluate
           OPEN OUTPUT RPT-FILE
           move spaces to RPT-LINE
           string "PERSONAL-DATA ANONYMISATION CERTIFICATE  "
                  "BUSINESS DATE " WS-BUS-DATE-NUM
                  "  RUN " WS-RUN-DATE " " WS-RUN-TIME(1:6)
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           evaluate true
             when WS-ANON-REFUSED
               string "REFUSED - PARMIN MODE '" PARM-MODE
                      "' IS NEITHER R NOR E"
                 delimited by size into RPT-LINE
             when WS-MODE-RETENTION
               string "RETENTION RUN - RECORDS DATED BEFORE "
                      WS-CUTOFF-ISO " (" WS-RETN-YEARS
                      " YEARS AFTER THE END OF THE YEAR MADE)"
                 delimited by size into RPT-LINE
             when other
               string "ERASURE RUN - ALL RECORDS OF IBAN "
                      WS-ERASE-IBAN
                 delimited by size into RPT-LINE
           end-evaluate
           WRITE RPT-LINE
           if WS-MODE-ERASURE and not WS-ANON-REFUSED
             PERFORM N0008-CHK-ERASURE
           end-if
           if WS-ANON-REFUSED
             move 08 to RETURN-CODE
           end-if
           if WS-ANON-GOOD
             move spaces to RPT-LINE
             string "NAMES, ADDRESSES, SUBJECTS AND COMMENTS REPLACED -"
                    " AMOUNTS, IBANS, BICS, MESSAGE IDS AND TIMESTAMPS"
                    " UNCHANGED"
               delimited by size into RPT-LINE
             WRITE RPT-LINE
             move spaces to RPT-LINE
             WRITE RPT-LINE
             WRITE RPT-LINE FROM ws-cert-head
           end-if
           .
      *------------------------------
      *    AN ERASURE NEEDS AN IBAN, AND NEVER RUNS AGAINST AN
      *    ACCOUNT UNDER A LEGAL HOLD.  AN IBAN NOT ON THE ACCOUNT
      *    MASTER (AN ACCOUNT LONG GONE) IS ALLOWED.
       N0008-CHK-ERASURE.
           move "N" to WS-ACCT-HOLD
           if WS-ERASE-IBAN not = spaces
             exec sql
               select coalesce(ACCT_LEGAL_HOLD, 'N')
                 into :WS-ACCT-HOLD
                 from TBC_ACCOUNT
                where ACCT_IBAN = :WS-ERASE-IBAN
             end-exec
             if SQLCODE not = zero and SQLCODE not = 100
               move "TBC_ACCOUNT" to WS-TABLE-NAME
               PERFORM N0004-SQL-FAILED
             end-if
           end-if
           move spaces to RPT-LINE
           evaluate true
             when WS-ERASE-IBAN = spaces
               set WS-ANON-REFUSED to true
               move "REFUSED - ERASURE CARD WITHOUT AN IBAN"
                 to RPT-LINE
               WRITE RPT-LINE
             when WS-ANON-FAILED
               move "REFUSED - LEGAL HOLD COULD NOT BE CHECKED"
                 to RPT-LINE
               WRITE RPT-LINE
             when WS-ACCT-HOLD = "Y"
               set WS-ANON-REFUSED to true
               move "REFUSED - ACCOUNT IS UNDER A LEGAL HOLD"
                 to RPT-LINE
               WRITE RPT-LINE
           end-evaluate
           if WS-ANON-REFUSED or WS-ANON-FAILED
             DISPLAY "CRANON1 ERASURE REFUSED " WS-ERASE-IBAN
           end-if
           .
      *------------------------------
      *    ONE CERTIFICATE LINE PER TABLE AND CALENDAR YEAR, WRITTEN
      *    AFTER THE YEAR'S UPDATE HAS BEEN COMMITTED.
       N0002-WRITE-YEAR-LINE.
           add WS-ROWS-DONE to WS-TABLE-DONE
           move spaces to ws-cert-line
           move WS-TABLE-NAME to WS-CL-TABLE
           move WS-CSR-YEAR   to WS-YEAR-DISP
           move WS-YEAR-DISP  to WS-CL-PERIOD
           move WS-ROWS-DONE  to WS-CL-DONE
           WRITE RPT-LINE FROM ws-cert-line
           .
      *------------------------------
       N0003-WRITE-TABLE-TOTAL.
           add WS-TABLE-DONE to WS-TOTAL-DONE
           add WS-TABLE-HELD to WS-TOTAL-HELD
           move spaces to ws-cert-line
           move WS-TABLE-NAME to WS-CL-TABLE
           move "TOTAL" to WS-CL-PERIOD
           move WS-TABLE-DONE to WS-CL-DONE
           move "HELD (LEGAL HOLD)" to WS-CL-TEXT
           move WS-TABLE-HELD to WS-CL-HELD
           WRITE RPT-LINE FROM ws-cert-line
           move spaces to RPT-LINE
           WRITE RPT-LINE
           .
      *------------------------------
      *    ANY SQL FAILURE BACKS OUT THE YEAR IN HAND AND STOPS THE
      *    RUN.  WHAT WAS COMMITTED BEFORE STAYS DONE AND IS ON THE
      *    CERTIFICATE; A RERUN PICKS UP THE REST.
       N0004-SQL-FAILED.
           move SQLCODE to WS-SQLCODE-DISP
           exec sql
             rollback
           end-exec
           set WS-ANON-FAILED to true
           set WS-EOF to true
           move 16 to RETURN-CODE
           DISPLAY "CRANON1 " WS-TABLE-NAME " FAILED SQLCODE "
                   WS-SQLCODE-DISP
           move WS-CSR-YEAR to WS-YEAR-DISP
           move spaces to RPT-LINE
           string WS-TABLE-NAME " FAILED SQLCODE " WS-SQLCODE-DISP
                  " - YEAR " WS-YEAR-DISP " BACKED OUT"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           .
      *------------------------------
      *    COMMON TAIL OF EACH YEAR'S UPDATE - SQLCODE 100 IS A YEAR
      *    SOMEBODY ELSE FINISHED MEANWHILE.
       N0005-FINISH-YEAR.
           evaluate SQLCODE
             when zero
               move SQLERRD(3) to WS-ROWS-DONE
             when 100
               move zero to WS-ROWS-DONE
             when other
               PERFORM N0004-SQL-FAILED
           end-evaluate
           if WS-ANON-GOOD
             exec sql
               commit
             end-exec
             PERFORM N0002-WRITE-YEAR-LINE
           end-if
           .
      *------------------------------
       N0006-START-TABLE.
           move zero to WS-TABLE-DONE
           move zero to WS-TABLE-HELD
           move zero to WS-CSR-YEAR
           move "N" to WS-EOF-SW
           .
      *------------------------------
       N0007-WRITE-TRAILER.
           move WS-TOTAL-DONE to WS-DONE-DISP
           move WS-TOTAL-HELD to WS-HELD-DISP
           move spaces to RPT-LINE
           evaluate true
             when WS-ANON-REFUSED
               move "RESULT - NOTHING ANONYMISED" to RPT-LINE
             when WS-ANON-FAILED
               string "RESULT - INCOMPLETE, RERUN AFTER THE FAILURE "
                      "IS CLEARED.  ROWS ANONYMISED SO FAR "
                      WS-DONE-DISP
                 delimited by size into RPT-LINE
             when other
               string "RESULT - COMPLETE.  ROWS ANONYMISED "
                      WS-DONE-DISP "  HELD (LEGAL HOLD) "
                      WS-HELD-DISP
                 delimited by size into RPT-LINE
           end-evaluate
           WRITE RPT-LINE
           .
      *------------------------------
      *    TBC_TXN_ARCHIVE - BOTH PARTIES' NAME AND ADDRESS AND THE
      *    SUBJECT.  THE DEBTOR NAME CARRIES THE MARKER.
       N0010-ANON-ARCHIVE.
           move "TBC_TXN_ARCHIVE" to WS-TABLE-NAME
           PERFORM N0006-START-TABLE
           exec sql
             declare CSRN1 cursor with hold for
               select year(A.TXN_TIMESTAMP), count(*)
                 from TBC_TXN_ARCHIVE A
                where date(A.TXN_TIMESTAMP) < :WS-CUTOFF-ISO
                  and (:WS-ERASE-IBAN = ' '
                       or A.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or A.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(A.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                  and not exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (A.DEBTOR_IBAN,
                                              A.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
                group by year(A.TXN_TIMESTAMP)
                order by 1
           end-exec
           exec sql
             open CSRN1
           end-exec
           if SQLCODE not = zero
             PERFORM N0004-SQL-FAILED
           else
             PERFORM N0012-FETCH-ARCHIVE
             PERFORM N0011-ANON-ARCHIVE-YEAR UNTIL WS-EOF
             exec sql
               close CSRN1
             end-exec
           end-if
           if WS-ANON-GOOD
             exec sql
               select count(*)
                 into :WS-TABLE-HELD
                 from TBC_TXN_ARCHIVE A
                where date(A.TXN_TIMESTAMP) < :WS-CUTOFF-ISO
                  and (:WS-ERASE-IBAN = ' '
                       or A.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or A.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(A.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                  and exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (A.DEBTOR_IBAN,
                                              A.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
             end-exec
             if SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
             else
               PERFORM N0003-WRITE-TABLE-TOTAL
             end-if
           end-if
           .
      *------------------------------
       N0011-ANON-ARCHIVE-YEAR.
           exec sql
             update TBC_TXN_ARCHIVE A
                set DEBTOR_NAME      = :WS-ANON-MARK
                   ,DEBTOR_ADDRESS   = ' '
                   ,CREDITOR_NAME    = :WS-ANON-MARK
                   ,CREDITOR_ADDRESS = ' '
                   ,TXN_SUBJECT      = ' '
              where year(A.TXN_TIMESTAMP) = :WS-CSR-YEAR
                and date(A.TXN_TIMESTAMP) < :WS-CUTOFF-ISO
                and (:WS-ERASE-IBAN = ' '
                     or A.DEBTOR_IBAN   = :WS-ERASE-IBAN
                     or A.CREDITOR_IBAN = :WS-ERASE-IBAN)
                and coalesce(A.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                and not exists
                    (select 1 from TBC_ACCOUNT C
                      where C.ACCT_IBAN in (A.DEBTOR_IBAN,
                                            A.CREDITOR_IBAN)
                        and C.ACCT_LEGAL_HOLD = 'Y')
           end-exec
           PERFORM N0005-FINISH-YEAR
           if WS-ANON-GOOD
             PERFORM N0012-FETCH-ARCHIVE
           end-if
           .
      *------------------------------
       N0012-FETCH-ARCHIVE.
           exec sql
             fetch CSRN1 into :WS-CSR-YEAR, :WS-CSR-COUNT
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
           end-evaluate
           .
      *------------------------------
      *    TBC_SCREEN_AUDIT - THE SCREENED NAME.  THE ROW HAS NO IBAN,
      *    SO IT IS TIED TO A CUSTOMER THROUGH ITS PAYMENT, LIVE OR
      *    ARCHIVED; A HOLD ON EITHER PARTY OF THAT PAYMENT HOLDS THE
      *    AUDIT ROW TOO.
       N0020-ANON-SCREEN-AUDIT.
           move "TBC_SCREEN_AUDIT" to WS-TABLE-NAME
           PERFORM N0006-START-TABLE
           exec sql
             declare CSRN2 cursor with hold for
               select year(S.SCRN_TIMESTAMP), count(*)
                 from TBC_SCREEN_AUDIT S
                where date(S.SCRN_TIMESTAMP) < :WS-CUTOFF-ISO
                  and (:WS-ERASE-IBAN = ' '
                       or S.TXN_MSG_ID in
                          (select A.TXN_MSG_ID from TBC_TXN_ARCHIVE A
                            where A.DEBTOR_IBAN   = :WS-ERASE-IBAN
                               or A.CREDITOR_IBAN = :WS-ERASE-IBAN
                           union
                           select T.TXN_MSG_ID from TBC_TXN T
                            where T.DEBTOR_IBAN   = :WS-ERASE-IBAN
                               or T.CREDITOR_IBAN = :WS-ERASE-IBAN))
                  and coalesce(S.SCRN_NAME, ' ') <> :WS-ANON-MARK
                  and S.TXN_MSG_ID not in
                      (select A.TXN_MSG_ID
                         from TBC_TXN_ARCHIVE A, TBC_ACCOUNT C
                        where C.ACCT_IBAN in (A.DEBTOR_IBAN,
                                              A.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y'
                       union
                       select T.TXN_MSG_ID
                         from TBC_TXN T, TBC_ACCOUNT C
                        where C.ACCT_IBAN in (T.DEBTOR_IBAN,
                                              T.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
                group by year(S.SCRN_TIMESTAMP)
                order by 1
           end-exec
           exec sql
             open CSRN2
           end-exec
           if SQLCODE not = zero
             PERFORM N0004-SQL-FAILED
           else
             PERFORM N0022-FETCH-SCREEN-AUDIT
             PERFORM N0021-ANON-SCREEN-AUDIT-YEAR UNTIL WS-EOF
             exec sql
               close CSRN2
             end-exec
           end-if
           if WS-ANON-GOOD
             exec sql
               select count(*)
                 into :WS-TABLE-HELD
                 from TBC_SCREEN_AUDIT S
                where date(S.SCRN_TIMESTAMP) < :WS-CUTOFF-ISO
                  and (:WS-ERASE-IBAN = ' '
                       or S.TXN_MSG_ID in
                          (select A.TXN_MSG_ID from TBC_TXN_ARCHIVE A
                            where A.DEBTOR_IBAN   = :WS-ERASE-IBAN
                               or A.CREDITOR_IBAN = :WS-ERASE-IBAN
                           union
                           select T.TXN_MSG_ID from TBC_TXN T
                            where T.DEBTOR_IBAN   = :WS-ERASE-IBAN
                               or T.CREDITOR_IBAN = :WS-ERASE-IBAN))
                  and coalesce(S.SCRN_NAME, ' ') <> :WS-ANON-MARK
                  and S.TXN_MSG_ID in
                      (select A.TXN_MSG_ID
                         from TBC_TXN_ARCHIVE A, TBC_ACCOUNT C
                        where C.ACCT_IBAN in (A.DEBTOR_IBAN,
                                              A.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y'
                       union
                       select T.TXN_MSG_ID
                         from TBC_TXN T, TBC_ACCOUNT C
                        where C.ACCT_IBAN in (T.DEBTOR_IBAN,
                                              T.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
             end-exec
             if SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
             else
               PERFORM N0003-WRITE-TABLE-TOTAL
             end-if
           end-if
           .
      *------------------------------
       N0021-ANON-SCREEN-AUDIT-YEAR.
           exec sql
             update TBC_SCREEN_AUDIT S
                set SCRN_NAME = :WS-ANON-MARK
              where year(S.SCRN_TIMESTAMP) = :WS-CSR-YEAR
                and date(S.SCRN_TIMESTAMP) < :WS-CUTOFF-ISO
                and (:WS-ERASE-IBAN = ' '
                     or S.TXN_MSG_ID in
                        (select A.TXN_MSG_ID from TBC_TXN_ARCHIVE A
                          where A.DEBTOR_IBAN   = :WS-ERASE-IBAN
                             or A.CREDITOR_IBAN = :WS-ERASE-IBAN
                         union
                         select T.TXN_MSG_ID from TBC_TXN T
                          where T.DEBTOR_IBAN   = :WS-ERASE-IBAN
                             or T.CREDITOR_IBAN = :WS-ERASE-IBAN))
                and coalesce(S.SCRN_NAME, ' ') <> :WS-ANON-MARK
                and S.TXN_MSG_ID not in
                    (select A.TXN_MSG_ID
                       from TBC_TXN_ARCHIVE A, TBC_ACCOUNT C
                      where C.ACCT_IBAN in (A.DEBTOR_IBAN,
                                            A.CREDITOR_IBAN)
                        and C.ACCT_LEGAL_HOLD = 'Y'
                     union
                     select T.TXN_MSG_ID
                       from TBC_TXN T, TBC_ACCOUNT C
                      where C.ACCT_IBAN in (T.DEBTOR_IBAN,
                                            T.CREDITOR_IBAN)
                        and C.ACCT_LEGAL_HOLD = 'Y')
           end-exec
           PERFORM N0005-FINISH-YEAR
           if WS-ANON-GOOD
             PERFORM N0022-FETCH-SCREEN-AUDIT
           end-if
           .
      *------------------------------
       N0022-FETCH-SCREEN-AUDIT.
           exec sql
             fetch CSRN2 into :WS-CSR-YEAR, :WS-CSR-COUNT
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
           end-evaluate
           .
      *------------------------------
      *    TBC_TXN_REVIEW_HIST - THE OPERATOR'S FREE-TEXT COMMENT,
      *    WHICH OFTEN NAMES THE CUSTOMER.  THE COMMENT CARRIES THE
      *    MARKER; THE ACTION, OPERATORS AND REASON CODE STAY.
       N0030-ANON-REVIEW-HIST.
           move "TBC_TXN_REVIEW_HIST" to WS-TABLE-NAME
           PERFORM N0006-START-TABLE
           exec sql
             declare CSRN3 cursor with hold for
               select year(H.HIST_TIMESTAMP), count(*)
                 from TBC_TXN_REVIEW_HIST H
                where date(H.HIST_TIMESTAMP) < :WS-CUTOFF-ISO
                  and (:WS-ERASE-IBAN = ' '
                       or H.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or H.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(H.HIST_COMMENT, ' ') <> :WS-ANON-MARK
                  and not exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (H.DEBTOR_IBAN,
                                              H.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
                group by year(H.HIST_TIMESTAMP)
                order by 1
           end-exec
           exec sql
             open CSRN3
           end-exec
           if SQLCODE not = zero
             PERFORM N0004-SQL-FAILED
           else
             PERFORM N0032-FETCH-REVIEW-HIST
             PERFORM N0031-ANON-REVIEW-HIST-YEAR UNTIL WS-EOF
             exec sql
               close CSRN3
             end-exec
           end-if
           if WS-ANON-GOOD
             exec sql
               select count(*)
                 into :WS-TABLE-HELD
                 from TBC_TXN_REVIEW_HIST H
                where date(H.HIST_TIMESTAMP) < :WS-CUTOFF-ISO
                  and (:WS-ERASE-IBAN = ' '
                       or H.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or H.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(H.HIST_COMMENT, ' ') <> :WS-ANON-MARK
                  and exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (H.DEBTOR_IBAN,
                                              H.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
             end-exec
             if SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
             else
               PERFORM N0003-WRITE-TABLE-TOTAL
             end-if
           end-if
           .
      *------------------------------
       N0031-ANON-REVIEW-HIST-YEAR.
           exec sql
             update TBC_TXN_REVIEW_HIST H
                set HIST_COMMENT = :WS-ANON-MARK
              where year(H.HIST_TIMESTAMP) = :WS-CSR-YEAR
                and date(H.HIST_TIMESTAMP) < :WS-CUTOFF-ISO
                and (:WS-ERASE-IBAN = ' '
                     or H.DEBTOR_IBAN   = :WS-ERASE-IBAN
                     or H.CREDITOR_IBAN = :WS-ERASE-IBAN)
                and coalesce(H.HIST_COMMENT, ' ') <> :WS-ANON-MARK
                and not exists
                    (select 1 from TBC_ACCOUNT C
                      where C.ACCT_IBAN in (H.DEBTOR_IBAN,
                                            H.CREDITOR_IBAN)
                        and C.ACCT_LEGAL_HOLD = 'Y')
           end-exec
           PERFORM N0005-FINISH-YEAR
           if WS-ANON-GOOD
             PERFORM N0032-FETCH-REVIEW-HIST
           end-if
           .
      *------------------------------
       N0032-FETCH-REVIEW-HIST.
           exec sql
             fetch CSRN3 into :WS-CSR-YEAR, :WS-CSR-COUNT
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
           end-evaluate
           .
      *------------------------------
      *    TBC_TXN_WHSE_HIST - THE OLD AND NEW SUBJECT OF AN AMENDED
      *    WAREHOUSE PAYMENT AND THE OPERATOR'S COMMENT.  THE COMMENT
      *    CARRIES THE MARKER.
       N0040-ANON-WHSE-HIST.
           move "TBC_TXN_WHSE_HIST" to WS-TABLE-NAME
           PERFORM N0006-START-TABLE
           exec sql
             declare CSRN4 cursor with hold for
               select year(W.HIST_TIMESTAMP), count(*)
                 from TBC_TXN_WHSE_HIST W
                where date(W.HIST_TIMESTAMP) < :WS-CUTOFF-ISO
                  and (:WS-ERASE-IBAN = ' '
                       or W.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or W.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(W.HIST_COMMENT, ' ') <> :WS-ANON-MARK
                  and not exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (W.DEBTOR_IBAN,
                                              W.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
                group by year(W.HIST_TIMESTAMP)
                order by 1
           end-exec
           exec sql
             open CSRN4
           end-exec
           if SQLCODE not = zero
             PERFORM N0004-SQL-FAILED
           else
             PERFORM N0042-FETCH-WHSE-HIST
             PERFORM N0041-ANON-WHSE-HIST-YEAR UNTIL WS-EOF
             exec sql
               close CSRN4
             end-exec
           end-if
           if WS-ANON-GOOD
             exec sql
               select count(*)
                 into :WS-TABLE-HELD
                 from TBC_TXN_WHSE_HIST W
                where date(W.HIST_TIMESTAMP) < :WS-CUTOFF-ISO
                  and (:WS-ERASE-IBAN = ' '
                       or W.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or W.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(W.HIST_COMMENT, ' ') <> :WS-ANON-MARK
                  and exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (W.DEBTOR_IBAN,
                                              W.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
             end-exec
             if SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
             else
               PERFORM N0003-WRITE-TABLE-TOTAL
             end-if
           end-if
           .
      *------------------------------
       N0041-ANON-WHSE-HIST-YEAR.
           exec sql
             update TBC_TXN_WHSE_HIST W
                set HIST_COMMENT = :WS-ANON-MARK
                   ,OLD_SUBJECT  = ' '
                   ,NEW_SUBJECT  = ' '
              where year(W.HIST_TIMESTAMP) = :WS-CSR-YEAR
                and date(W.HIST_TIMESTAMP) < :WS-CUTOFF-ISO
                and (:WS-ERASE-IBAN = ' '
                     or W.DEBTOR_IBAN   = :WS-ERASE-IBAN
                     or W.CREDITOR_IBAN = :WS-ERASE-IBAN)
                and coalesce(W.HIST_COMMENT, ' ') <> :WS-ANON-MARK
                and not exists
                    (select 1 from TBC_ACCOUNT C
                      where C.ACCT_IBAN in (W.DEBTOR_IBAN,
                                            W.CREDITOR_IBAN)
                        and C.ACCT_LEGAL_HOLD = 'Y')
           end-exec
           PERFORM N0005-FINISH-YEAR
           if WS-ANON-GOOD
             PERFORM N0042-FETCH-WHSE-HIST
           end-if
           .
      *------------------------------
       N0042-FETCH-WHSE-HIST.
           exec sql
             fetch CSRN4 into :WS-CSR-YEAR, :WS-CSR-COUNT
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
           end-evaluate
           .
      *------------------------------
      *    TBC_TXN_SUSPENSE - SAME FIELDS AS THE ARCHIVE, BUT ONLY ON
      *    ROWS CRSUSP1 NO LONGER RE-DRIVES.
       N0050-ANON-SUSPENSE.
           move "TBC_TXN_SUSPENSE" to WS-TABLE-NAME
           PERFORM N0006-START-TABLE
           exec sql
             declare CSRN5 cursor with hold for
               select year(P.SUSP_TIMESTAMP), count(*)
                 from TBC_TXN_SUSPENSE P
                where date(P.SUSP_TIMESTAMP) < :WS-CUTOFF-ISO
                  and P.SUSP_RETRY_COUNT >= :WS-SUSP-RETRY-LIMIT
                  and (:WS-ERASE-IBAN = ' '
                       or P.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or P.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(P.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                  and not exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (P.DEBTOR_IBAN,
                                              P.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
                group by year(P.SUSP_TIMESTAMP)
                order by 1
           end-exec
           exec sql
             open CSRN5
           end-exec
           if SQLCODE not = zero
             PERFORM N0004-SQL-FAILED
           else
             PERFORM N0052-FETCH-SUSPENSE
             PERFORM N0051-ANON-SUSPENSE-YEAR UNTIL WS-EOF
             exec sql
               close CSRN5
             end-exec
           end-if
           if WS-ANON-GOOD
             exec sql
               select count(*)
                 into :WS-TABLE-HELD
                 from TBC_TXN_SUSPENSE P
                where date(P.SUSP_TIMESTAMP) < :WS-CUTOFF-ISO
                  and P.SUSP_RETRY_COUNT >= :WS-SUSP-RETRY-LIMIT
                  and (:WS-ERASE-IBAN = ' '
                       or P.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or P.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(P.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                  and exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (P.DEBTOR_IBAN,
                                              P.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
             end-exec
             if SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
             else
               PERFORM N0003-WRITE-TABLE-TOTAL
             end-if
           end-if
           .
      *------------------------------
       N0051-ANON-SUSPENSE-YEAR.
           exec sql
             update TBC_TXN_SUSPENSE P
                set DEBTOR_NAME      = :WS-ANON-MARK
                   ,DEBTOR_ADDRESS   = ' '
                   ,CREDITOR_NAME    = :WS-ANON-MARK
                   ,CREDITOR_ADDRESS = ' '
                   ,TXN_SUBJECT      = ' '
              where year(P.SUSP_TIMESTAMP) = :WS-CSR-YEAR
                and date(P.SUSP_TIMESTAMP) < :WS-CUTOFF-ISO
                and P.SUSP_RETRY_COUNT >= :WS-SUSP-RETRY-LIMIT
                and (:WS-ERASE-IBAN = ' '
                     or P.DEBTOR_IBAN   = :WS-ERASE-IBAN
                     or P.CREDITOR_IBAN = :WS-ERASE-IBAN)
                and coalesce(P.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                and not exists
                    (select 1 from TBC_ACCOUNT C
                      where C.ACCT_IBAN in (P.DEBTOR_IBAN,
                                            P.CREDITOR_IBAN)
                        and C.ACCT_LEGAL_HOLD = 'Y')
           end-exec
           PERFORM N0005-FINISH-YEAR
           if WS-ANON-GOOD
             PERFORM N0052-FETCH-SUSPENSE
           end-if
           .
      *------------------------------
       N0052-FETCH-SUSPENSE.
           exec sql
             fetch CSRN5 into :WS-CSR-YEAR, :WS-CSR-COUNT
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
           end-evaluate
           .
      *------------------------------
      *    TBC_CLR_RETURN - BOTH PARTIES' NAMES, DATED BY THE
      *    BUSINESS DATE THE RETURN WAS RAISED ON.  ONLY RETURNS
      *    CREXTR1 HAS ALREADY SENT - AN UNSENT ONE STILL GOES TO THE
      *    CLEARING HOUSE WITH THE REAL NAMES.
       N0070-ANON-CLR-RETURN.
           move "TBC_CLR_RETURN" to WS-TABLE-NAME
           PERFORM N0006-START-TABLE
           exec sql
             declare CSRN6 cursor with hold for
               select integer(R.RTN_CREATED_DATE / 10000), count(*)
                 from TBC_CLR_RETURN R
                where R.RTN_CREATED_DATE < :WS-CUTOFF-NUM
                  and R.RTN_EXTRACT_DATE is not null
                  and (:WS-ERASE-IBAN = ' '
                       or R.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or R.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(R.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                  and not exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (R.DEBTOR_IBAN,
                                              R.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
                group by integer(R.RTN_CREATED_DATE / 10000)
                order by 1
           end-exec
           exec sql
             open CSRN6
           end-exec
           if SQLCODE not = zero
             PERFORM N0004-SQL-FAILED
           else
             PERFORM N0072-FETCH-CLR-RETURN
             PERFORM N0071-ANON-CLR-RETURN-YEAR UNTIL WS-EOF
             exec sql
               close CSRN6
             end-exec
           end-if
           if WS-ANON-GOOD
             exec sql
               select count(*)
                 into :WS-TABLE-HELD
                 from TBC_CLR_RETURN R
                where R.RTN_CREATED_DATE < :WS-CUTOFF-NUM
                  and R.RTN_EXTRACT_DATE is not null
                  and (:WS-ERASE-IBAN = ' '
                       or R.DEBTOR_IBAN   = :WS-ERASE-IBAN
                       or R.CREDITOR_IBAN = :WS-ERASE-IBAN)
                  and coalesce(R.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                  and exists
                      (select 1 from TBC_ACCOUNT C
                        where C.ACCT_IBAN in (R.DEBTOR_IBAN,
                                              R.CREDITOR_IBAN)
                          and C.ACCT_LEGAL_HOLD = 'Y')
             end-exec
             if SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
             else
               PERFORM N0003-WRITE-TABLE-TOTAL
             end-if
           end-if
           .
      *------------------------------
       N0071-ANON-CLR-RETURN-YEAR.
           exec sql
             update TBC_CLR_RETURN R
                set DEBTOR_NAME   = :WS-ANON-MARK
                   ,CREDITOR_NAME = :WS-ANON-MARK
              where integer(R.RTN_CREATED_DATE / 10000) = :WS-CSR-YEAR
                and R.RTN_CREATED_DATE < :WS-CUTOFF-NUM
                and R.RTN_EXTRACT_DATE is not null
                and (:WS-ERASE-IBAN = ' '
                     or R.DEBTOR_IBAN   = :WS-ERASE-IBAN
                     or R.CREDITOR_IBAN = :WS-ERASE-IBAN)
                and coalesce(R.DEBTOR_NAME, ' ') <> :WS-ANON-MARK
                and not exists
                    (select 1 from TBC_ACCOUNT C
                      where C.ACCT_IBAN in (R.DEBTOR_IBAN,
                                            R.CREDITOR_IBAN)
                        and C.ACCT_LEGAL_HOLD = 'Y')
           end-exec
           PERFORM N0005-FINISH-YEAR
           if WS-ANON-GOOD
             PERFORM N0072-FETCH-CLR-RETURN
           end-if
           .
      *------------------------------
       N0072-FETCH-CLR-RETURN.
           exec sql
             fetch CSRN6 into :WS-CSR-YEAR, :WS-CSR-COUNT
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               PERFORM N0004-SQL-FAILED
           end-evaluate
           .
      *------------------------------
      *    ERASURE ONLY - PAYMENTS OF THE CUSTOMER STILL IN THE LIVE
      *    TABLE ARE NOT TOUCHED.  THEY GO ON THE CERTIFICATE SO THE
      *    ERASURE IS RUN AGAIN ONCE CRARCH1 HAS MOVED THEM, AND THE
      *    RUN ENDS RC 4 AS A REMINDER.
       N0060-CHK-LIVE.
           move zero to WS-LIVE-COUNT
           exec sql
             select count(*)
               into :WS-LIVE-COUNT
               from TBC_TXN
              where DEBTOR_IBAN   = :WS-ERASE-IBAN
                 or CREDITOR_IBAN = :WS-ERASE-IBAN
           end-exec
           if SQLCODE not = zero
             move "TBC_TXN" to WS-TABLE-NAME
             PERFORM N0004-SQL-FAILED
           end-if
           if WS-ANON-GOOD and WS-LIVE-COUNT > zero
             move spaces to ws-cert-line
             move "TBC_TXN" to WS-CL-TABLE
             move "LIVE" to WS-CL-PERIOD
             move "NOT YET ARCHIVED" to WS-CL-TEXT
             move WS-LIVE-COUNT to WS-CL-HELD
             WRITE RPT-LINE FROM ws-cert-line
             move spaces to RPT-LINE
             string "RERUN THIS ERASURE AFTER CRARCH1 HAS ARCHIVED THE "
                    "PAYMENTS ABOVE"
               delimited by size into RPT-LINE
             WRITE RPT-LINE
             move spaces to RPT-LINE
             WRITE RPT-LINE
             if RETURN-CODE < 04
               move 04 to RETURN-CODE
             end-if
           end-if
           .
