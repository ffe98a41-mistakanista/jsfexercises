      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              cramlrpt .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - AML alert worklist.  lists every alert
      *             CRAML1 raised that compliance has not yet closed,
      *             highest score first and oldest first within a
      *             score, with the rule, the debtor, the figures
      *             behind the hit and the contributing TXN_MSG_IDs
      *             off TBC_AML_ALERT_TXN, so the morning review can
      *             start at the top of the list.  a closing summary
      *             gives open alerts per rule.  alerts are closed
      *             through CRAMLC1.
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
         01 ws-rpt-vars .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-TXN-EOF-SW        pic x(01) value "N" .
              88  WS-TXN-EOF           value "Y" .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-BUS-DATE-NUM      pic 9(08) value zero .
            02 WS-ALERT-COUNT       pic 9(9) comp value zero .
            02 WS-TXN-COUNT         pic 9(9) comp value zero .
            02 WS-ID-SLOT           pic 9(4) comp value zero .
      *
         01 ws-cursor-vars .
            02 WS-CSR-ALERT-ID      pic 9(13) .
            02 WS-CSR-ALERT-DATE    pic 9(08) .
            02 WS-CSR-DEBTOR        pic x(35) .
            02 WS-CSR-RULE-ID       pic x(08) .
            02 WS-CSR-SCORE         pic s9(4) comp .
            02 WS-CSR-TXN-COUNT     pic s9(9) comp .
            02 WS-CSR-AMT           pic 9(17) comp-3 .
            02 WS-CSR-DETAIL        pic x(60) .
            02 WS-CSR-MSG-ID        pic x(12) .
      *
      *    OPEN ALERTS PER RULE FOR THE SUMMARY - THE SAME FIXED
      *    ORDER CRAML1 RUNS THEM IN.
         01 ws-rule-id-vals .
            02 filler  pic x(08) value "STRUCT  " .
            02 filler  pic x(08) value "VELOCITY" .
            02 filler  pic x(08) value "FANOUT  " .
            02 filler  pic x(08) value "CTRYRISK" .
         01 ws-rule-id-tab redefines ws-rule-id-vals .
            02 WS-RULE-ID-VAL occurs 4 times indexed by RULE-IDX
                              pic x(08) .
         01 ws-rule-counts .
            02 WS-RULE-COUNT  occurs 4 times pic 9(9) comp .
      *
         01 ws-alert-line .
            02 WS-AL-ID             pic 9(13) .
            02 filler               pic x(02) value spaces .
            02 WS-AL-DATE           pic 9(08) .
            02 filler               pic x(02) value spaces .
            02 WS-AL-RULE           pic x(08) .
            02 filler               pic x(02) value spaces .
            02 WS-AL-SCORE          pic zz9 .
            02 filler               pic x(02) value spaces .
            02 WS-AL-DEBTOR         pic x(35) .
            02 WS-AL-COUNT          pic zzz,zz9 .
            02 filler               pic x(02) value spaces .
            02 WS-AL-AMT            pic zzz,zzz,zzz,zzz,zz9.99 .
         01 ws-detail-line .
            02 filler               pic x(15) value spaces .
            02 WS-DL-DETAIL         pic x(60) .
         01 ws-msgid-line .
            02 filler               pic x(15) value "  PAYMENTS" .
            02 WS-ML-SLOT occurs 8 times .
               03 WS-ML-MSG-ID      pic x(12) .
               03 filler            pic x(01) .
         01 ws-summary-line .
            02 WS-SL-RULE           pic x(13) .
            02 WS-SL-COUNT          pic zzz,zzz,zz9 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "cramlrpt aml alert worklist start"
           move "CRAMLRPT" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM E0001-INITIALIZE
           PERFORM E0002-OPEN-CURSOR
           PERFORM E0003-FETCH-ALERT
           PERFORM E0004-PROCESS-ALERT UNTIL WS-EOF
           exec sql
             close CSRE
           end-exec
           PERFORM E0008-WRITE-SUMMARY
           CLOSE RPT-FILE
           set RUNLOG-FUNC-END to true
           move WS-ALERT-COUNT to RUNLOG-INPUT-COUNT
           move WS-ALERT-COUNT to RUNLOG-ACCEPT-COUNT
           move zero           to RUNLOG-REJECT-COUNT
           move RETURN-CODE    to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "cramlrpt aml alert worklist ende "
           GOBACK.
      *------------------------------
       E0001-INITIALIZE.
           CALL LT-CRBDAT1 USING BUSDATE-BLOCK
           move BUSDATE-DATE to WS-BUS-DATE-NUM
           move zero to RETURN-CODE
           perform E0001A-CLEAR-COUNT
             varying RULE-IDX from 1 by 1
             until RULE-IDX > 4
           OPEN OUTPUT RPT-FILE
           move spaces to RPT-LINE
           string "AML ALERT WORKLIST - OPEN ALERTS  "
                  WS-BUS-DATE-NUM
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           move spaces to RPT-LINE
           string "ALERT ID       RAISED    RULE      SCORE  "
                  "DEBTOR IBAN                          PAYMENTS"
                  "                  AMOUNT"
             delimited by size into RPT-LINE
           WRITE RPT-LINE
           .
      *------------------------------
       E0001A-CLEAR-COUNT.
           move zero to WS-RULE-COUNT(RULE-IDX)
           .
      *------------------------------
       E0002-OPEN-CURSOR.
           exec sql
             declare CSRE cursor for
               select ALERT_ID, ALERT_DATE, DEBTOR_IBAN, RULE_ID,
                      ALERT_SCORE, ALERT_TXN_COUNT, ALERT_AMT,
                      ALERT_DETAIL
                 from TBC_AML_ALERT
                where ALERT_STATUS = 'O'
                order by ALERT_SCORE desc, ALERT_ID
           end-exec
           exec sql
             open CSRE
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRAMLRPT OPEN CURSOR FAILED SQLCODE "
                     WS-SQLCODE-DISP
             move 16 to RETURN-CODE
             set WS-EOF to true
           end-if
           .
      *------------------------------
       E0003-FETCH-ALERT.
           exec sql
             fetch CSRE into :WS-CSR-ALERT-ID, :WS-CSR-ALERT-DATE,
                             :WS-CSR-DEBTOR, :WS-CSR-RULE-ID,
                             :WS-CSR-SCORE, :WS-CSR-TXN-COUNT,
                             :WS-CSR-AMT, :WS-CSR-DETAIL
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-EOF to true
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRAMLRPT FETCH FAILED SQLCODE "
                       WS-SQLCODE-DISP
               move 16 to RETURN-CODE
               set WS-EOF to true
           end-evaluate
           .
      *------------------------------
       E0004-PROCESS-ALERT.
           add 1 to WS-ALERT-COUNT
           set RULE-IDX to 1
           SEARCH WS-RULE-ID-VAL
             AT END
               continue
             WHEN WS-RULE-ID-VAL(RULE-IDX) = WS-CSR-RULE-ID
               add 1 to WS-RULE-COUNT(RULE-IDX)
           END-SEARCH
           move WS-CSR-ALERT-ID   to WS-AL-ID
           move WS-CSR-ALERT-DATE to WS-AL-DATE
           move WS-CSR-RULE-ID    to WS-AL-RULE
           move WS-CSR-SCORE      to WS-AL-SCORE
           move WS-CSR-DEBTOR     to WS-AL-DEBTOR
           move WS-CSR-TXN-COUNT  to WS-AL-COUNT
           compute WS-AL-AMT = WS-CSR-AMT / 100
           move spaces to RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM ws-alert-line
           move WS-CSR-DETAIL to WS-DL-DETAIL
           WRITE RPT-LINE FROM ws-detail-line
           PERFORM E0005-LIST-PAYMENTS
           PERFORM E0003-FETCH-ALERT
           .
      *------------------------------
      *    THE CONTRIBUTING PAYMENTS, EIGHT MESSAGE IDS TO A LINE.
       E0005-LIST-PAYMENTS.
           move "N" to WS-TXN-EOF-SW
           move zero to WS-ID-SLOT
           move spaces to ws-msgid-line
           move "  PAYMENTS" to ws-msgid-line
           exec sql
             declare CSRE2 cursor for
               select TXN_MSG_ID
                 from TBC_AML_ALERT_TXN
                where ALERT_ID = :WS-CSR-ALERT-ID
                order by TXN_MSG_ID
           end-exec
           exec sql
             open CSRE2
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRAMLRPT OPEN CSRE2 FAILED SQLCODE "
                     WS-SQLCODE-DISP
             move 16 to RETURN-CODE
           else
             PERFORM E0006-FETCH-PAYMENT
             PERFORM E0007-ADD-PAYMENT UNTIL WS-TXN-EOF
             if WS-ID-SLOT > zero
               WRITE RPT-LINE FROM ws-msgid-line
             end-if
             exec sql
               close CSRE2
             end-exec
           end-if
           .
      *------------------------------
       E0006-FETCH-PAYMENT.
           exec sql
             fetch CSRE2 into :WS-CSR-MSG-ID
           end-exec
           evaluate true
             when SQLCODE = 100
               set WS-TXN-EOF to true
             when SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRAMLRPT FETCH CSRE2 FAILED SQLCODE "
                       WS-SQLCODE-DISP
               move 16 to RETURN-CODE
               set WS-TXN-EOF to true
           end-evaluate
           .
      *------------------------------
       E0007-ADD-PAYMENT.
           add 1 to WS-TXN-COUNT
           add 1 to WS-ID-SLOT
           move WS-CSR-MSG-ID to WS-ML-MSG-ID(WS-ID-SLOT)
           if WS-ID-SLOT = 8
             WRITE RPT-LINE FROM ws-msgid-line
             move spaces to ws-msgid-line
             move zero to WS-ID-SLOT
           end-if
           PERFORM E0006-FETCH-PAYMENT
           .
      *------------------------------
       E0008-WRITE-SUMMARY.
           move spaces to RPT-LINE
           WRITE RPT-LINE
           move "OPEN ALERTS BY RULE" to RPT-LINE
           WRITE RPT-LINE
           perform E0008A-WRITE-ONE-RULE
             varying RULE-IDX from 1 by 1
             until RULE-IDX > 4
           move "TOTAL" to WS-SL-RULE
           move WS-ALERT-COUNT to WS-SL-COUNT
           WRITE RPT-LINE FROM ws-summary-line
           move "PAYMENTS" to WS-SL-RULE
           move WS-TXN-COUNT to WS-SL-COUNT
           WRITE RPT-LINE FROM ws-summary-line
           .
      *------------------------------
       E0008A-WRITE-ONE-RULE.
           move WS-RULE-ID-VAL(RULE-IDX) to WS-SL-RULE
           move WS-RULE-COUNT(RULE-IDX)  to WS-SL-COUNT
           WRITE RPT-LINE FROM ws-summary-line
           .
