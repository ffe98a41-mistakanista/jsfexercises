       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              cramlc1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - AML alert case transaction for compliance.
      *             LIST shows the three highest-scoring open alerts
      *             CRAML1 raised, SHOW one alert with its
      *             contributing payments, and CLOSE closes it with a
      *             disposition -
      *               FALSEPOS no suspicion, the rule misfired
      *               EXPLAIND activity explained by the customer
      *               SARFILED suspicious activity report filed
      *             and a note.  every action needs a TBC_OPERATOR
      *             profile carrying the compliance entitlement, the
      *             same OPER_COMPLIANCE_SW CRPYMR1 checks for a
      *             sanctions hold.  the closing operator, time,
      *             disposition and note stay on the alert row; a
      *             closed alert is final and CRAML1 is free to raise
      *             the same rule for the debtor again.
      *    2026-10  read checks - an operator, alert or payment-list
      *             read that fails says so on the screen instead of
      *             showing as no profile, no such alert or the end
      *             of the list.
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
      *    OPERATOR COMMAND LINE - ACTION, OPERATOR, ALERT ID,
      *    DISPOSITION AND NOTE IN FIXED SLOTS, E.G.
      *    CLOSE    COMP1    2026101500003 FALSEPOS SALARY RUN ...
         01 ws-cmd-input .
            02 WS-CMD-ACTION        pic x(08) value spaces .
              88  WS-CMD-LIST          value "LIST" .
              88  WS-CMD-SHOW          value "SHOW" .
              88  WS-CMD-CLOSE         value "CLOSE" .
            02 filler               pic x(01) .
            02 WS-CMD-OPERATOR      pic x(08) .
            02 filler               pic x(01) .
            02 WS-CMD-ALERT-ID      pic x(13) .
            02 WS-CMD-ALERT-ID-NUM redefines WS-CMD-ALERT-ID
                                    pic 9(13) .
            02 filler               pic x(01) .
            02 WS-CMD-DISPOSITION   pic x(08) .
              88  WS-CMD-DISP-VALID    value "FALSEPOS" "EXPLAIND"
                                             "SARFILED" .
            02 filler               pic x(01) .
            02 WS-CMD-NOTE          pic x(40) .
         01 ws-cmd-len              pic 9(4) comp value 81 .
      *
         01 ws-amlc-vars .
            02 WS-SQLCODE-DISP      pic -9(4) value zero .
            02 WS-OPER-FOUND-SW     pic x(01) value "N" .
              88  WS-OPER-FOUND        value "Y" .
              88  WS-OPER-READ-FAILED  value "E" .
            02 WS-OPER-COMPL-SW     pic x(01) value "N" .
              88  WS-OPER-COMPLIANCE   value "Y" .
            02 WS-ALERT-FOUND-SW    pic x(01) value "N" .
              88  WS-ALERT-FOUND       value "Y" .
              88  WS-ALERT-NOT-FOUND   value "N" .
              88  WS-ALERT-READ-FAILED value "E" .
            02 WS-CSR-EOF-SW        pic x(01) value "N" .
              88  WS-CSR-EOF           value "Y" .
            02 WS-LIST-COUNT        pic 9(4) comp value zero .
            02 WS-LINE-IDX          pic 9(4) comp value zero .
            02 WS-ID-SLOT           pic 9(4) comp value zero .
            02 WS-ALERT-ID          pic 9(13) value zero .
      *
      *    THE ALERT ROW AS READ.
         01 ws-alert-row .
            02 WS-AL-ID             pic 9(13) value zero .
            02 WS-AL-DATE           pic 9(08) value zero .
            02 WS-AL-DEBTOR         pic x(35) value spaces .
            02 WS-AL-RULE           pic x(08) value spaces .
            02 WS-AL-SCORE          pic s9(4) comp value zero .
            02 WS-AL-TXN-COUNT      pic s9(9) comp value zero .
            02 WS-AL-AMT            pic 9(17) comp-3 value zero .
            02 WS-AL-DETAIL         pic x(60) value spaces .
            02 WS-AL-STATUS         pic x(01) value spaces .
              88  WS-AL-OPEN           value "O" .
            02 WS-AL-DISPOSITION    pic x(08) value spaces .
            02 WS-AL-CLOSED-BY      pic x(08) value spaces .
            02 WS-AL-MSG-ID         pic x(12) value spaces .
            02 WS-SCORE-DISP        pic zz9 .
            02 WS-COUNT-DISP        pic zzzz9 .
            02 WS-AMT-DISP          pic zzz,zzz,zzz,zz9.99 .
      *
         01 ws-amlc-map .
            02 WS-AMLC-LINE         pic x(79) occurs 8 .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "cramlc1 aml alert case start"
           PERFORM F0001-RECEIVE-COMMAND
           move spaces to ws-amlc-map
           evaluate true
             when not WS-CMD-LIST and not WS-CMD-SHOW
                  and not WS-CMD-CLOSE
               move "ENTER LIST/SHOW/CLOSE" to WS-AMLC-LINE(1)
               PERFORM F0009-SEND-ONE-LINE
             when WS-CMD-OPERATOR = spaces
               move "OPERATOR ID REQUIRED" to WS-AMLC-LINE(1)
               PERFORM F0009-SEND-ONE-LINE
             when other
               PERFORM F0002-CHK-OPERATOR
               evaluate true
                 when WS-OPER-READ-FAILED
                   string "OPERATOR READ FAILED SQLCODE "
                          WS-SQLCODE-DISP
                     delimited by size into WS-AMLC-LINE(1)
                   PERFORM F0009-SEND-ONE-LINE
                 when not WS-OPER-FOUND
                   string "NO OPERATOR PROFILE : " WS-CMD-OPERATOR
                     delimited by size into WS-AMLC-LINE(1)
                   PERFORM F0009-SEND-ONE-LINE
                 when not WS-OPER-COMPLIANCE
                   move "AML ALERTS - COMPLIANCE OPERATOR REQUIRED"
                     to WS-AMLC-LINE(1)
                   PERFORM F0009-SEND-ONE-LINE
                 when WS-CMD-LIST
                   PERFORM F0003-LIST-ALERTS
                 when WS-CMD-ALERT-ID not numeric
                   move "ALERT ID MUST BE 13 DIGITS"
                     to WS-AMLC-LINE(1)
                   PERFORM F0009-SEND-ONE-LINE
                 when other
                   move WS-CMD-ALERT-ID-NUM to WS-ALERT-ID
                   PERFORM F0005-FETCH-ALERT
                   evaluate true
                     when WS-ALERT-READ-FAILED
                       string "ALERT READ FAILED SQLCODE "
                              WS-SQLCODE-DISP
                         delimited by size into WS-AMLC-LINE(1)
                       PERFORM F0009-SEND-ONE-LINE
                     when WS-ALERT-NOT-FOUND
                       string "NO SUCH ALERT : " WS-CMD-ALERT-ID
                         delimited by size into WS-AMLC-LINE(1)
                       PERFORM F0009-SEND-ONE-LINE
                     when WS-CMD-SHOW
                       PERFORM F0006-SHOW-ALERT
                     when other
                       PERFORM F0008-CLOSE-ALERT
                   end-evaluate
               end-evaluate
           end-evaluate
           DISPLAY "cramlc1 aml alert case ende "
           EXEC CICS RETURN
           END-EXEC.
      *------------------------------
       F0001-RECEIVE-COMMAND.
           move spaces to ws-cmd-input
           EXEC CICS RECEIVE
                     INTO(WS-CMD-INPUT)
                     LENGTH(WS-CMD-LEN)
           END-EXEC
           .
      *------------------------------
      *    ALERTS NAME CUSTOMERS UNDER SUSPICION - EVEN LOOKING AT
      *    THEM TAKES THE COMPLIANCE ENTITLEMENT.
       F0002-CHK-OPERATOR.
           move "N" to WS-OPER-FOUND-SW
           move "N" to WS-OPER-COMPL-SW
           exec sql
             select OPER_COMPLIANCE_SW
               into :WS-OPER-COMPL-SW
               from TBC_OPERATOR
              where OPER_ID = :WS-CMD-OPERATOR
           end-exec
           evaluate true
             when SQLCODE = zero
               set WS-OPER-FOUND to true
             when SQLCODE = 100
               continue
             when other
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "F0002 OPERATOR READ FAILED SQLCODE "
                       WS-SQLCODE-DISP
               set WS-OPER-READ-FAILED to true
           end-evaluate
           .
      *------------------------------
      *    THE THREE HIGHEST-SCORING OPEN ALERTS, TWO LINES EACH -
      *    THE SAME ORDER AS THE CRAMLRPT WORKLIST.
       F0003-LIST-ALERTS.
           exec sql
             declare CSRF cursor for
               select ALERT_ID, ALERT_DATE, DEBTOR_IBAN, RULE_ID,
                      ALERT_SCORE, ALERT_DETAIL
                 from TBC_AML_ALERT
                where ALERT_STATUS = 'O'
                order by ALERT_SCORE desc, ALERT_ID
           end-exec
           exec sql
             open CSRF
           end-exec
           move "OPEN AML ALERTS - HIGHEST SCORE FIRST"
             to WS-AMLC-LINE(1)
           move 1 to WS-LINE-IDX
           move zero to WS-LIST-COUNT
           move "N" to WS-CSR-EOF-SW
           PERFORM F0004-FETCH-LIST-ROW
           PERFORM F0004A-FORMAT-LIST-ROW
             UNTIL WS-CSR-EOF OR WS-LIST-COUNT >= 3
           exec sql
             close CSRF
           end-exec
           if WS-LIST-COUNT = zero
             move "NO OPEN ALERTS" to WS-AMLC-LINE(2)
           end-if
           PERFORM F0010-SEND-MAP
           .
      *------------------------------
       F0004-FETCH-LIST-ROW.
           exec sql
             fetch CSRF into :WS-AL-ID, :WS-AL-DATE, :WS-AL-DEBTOR,
                             :WS-AL-RULE, :WS-AL-SCORE, :WS-AL-DETAIL
           end-exec
           if SQLCODE not = zero
             set WS-CSR-EOF to true
             if SQLCODE not = 100
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "F0004 FETCH FAILED SQLCODE " WS-SQLCODE-DISP
               move spaces to WS-AMLC-LINE(1)
               string "ALERT READ FAILED SQLCODE " WS-SQLCODE-DISP
                 delimited by size into WS-AMLC-LINE(1)
             end-if
           end-if
           .
      *------------------------------
       F0004A-FORMAT-LIST-ROW.
           add 1 to WS-LIST-COUNT
           move WS-AL-SCORE to WS-SCORE-DISP
           add 1 to WS-LINE-IDX
           string WS-AL-ID " " WS-AL-RULE " SCORE " WS-SCORE-DISP
                  " " WS-AL-DEBTOR
             delimited by size into WS-AMLC-LINE(WS-LINE-IDX)
           add 1 to WS-LINE-IDX
           string "  " WS-AL-DETAIL
             delimited by size into WS-AMLC-LINE(WS-LINE-IDX)
           PERFORM F0004-FETCH-LIST-ROW
           .
      *------------------------------
       F0005-FETCH-ALERT.
           set WS-ALERT-NOT-FOUND to true
           exec sql
             select ALERT_ID, ALERT_DATE, DEBTOR_IBAN, RULE_ID,
                    ALERT_SCORE, ALERT_TXN_COUNT, ALERT_AMT,
                    ALERT_DETAIL, ALERT_STATUS,
                    coalesce(ALERT_DISPOSITION, ' '),
                    coalesce(ALERT_CLOSED_BY, ' ')
               into :WS-AL-ID, :WS-AL-DATE, :WS-AL-DEBTOR,
                    :WS-AL-RULE, :WS-AL-SCORE, :WS-AL-TXN-COUNT,
                    :WS-AL-AMT, :WS-AL-DETAIL, :WS-AL-STATUS,
                    :WS-AL-DISPOSITION, :WS-AL-CLOSED-BY
               from TBC_AML_ALERT
              where ALERT_ID = :WS-ALERT-ID
           end-exec
           evaluate true
             when SQLCODE = zero
               set WS-ALERT-FOUND to true
             when SQLCODE = 100
               continue
             when other
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "F0005 ALERT READ FAILED SQLCODE "
                       WS-SQLCODE-DISP
               set WS-ALERT-READ-FAILED to true
           end-evaluate
           .
      *------------------------------
      *    THE ALERT AND UP TO THIRTY OF ITS CONTRIBUTING PAYMENTS,
      *    SIX MESSAGE IDS TO A LINE - THE FULL LIST IS ON CRAMLRPT.
       F0006-SHOW-ALERT.
           move WS-AL-SCORE to WS-SCORE-DISP
           string WS-AL-ID " " WS-AL-RULE " SCORE " WS-SCORE-DISP
                  " " WS-AL-DEBTOR
             delimited by size into WS-AMLC-LINE(1)
           move WS-AL-TXN-COUNT to WS-COUNT-DISP
           compute WS-AMT-DISP = WS-AL-AMT / 100
           if WS-AL-OPEN
             string "RAISED " WS-AL-DATE " PAYMENTS " WS-COUNT-DISP
                    " AMOUNT " WS-AMT-DISP " OPEN"
               delimited by size into WS-AMLC-LINE(2)
           else
             string "RAISED " WS-AL-DATE " PAYMENTS " WS-COUNT-DISP
                    " CLOSED " WS-AL-DISPOSITION " BY "
                    WS-AL-CLOSED-BY
               delimited by size into WS-AMLC-LINE(2)
           end-if
           move WS-AL-DETAIL to WS-AMLC-LINE(3)
           exec sql
             declare CSRF2 cursor for
               select TXN_MSG_ID
                 from TBC_AML_ALERT_TXN
                where ALERT_ID = :WS-ALERT-ID
                order by TXN_MSG_ID
           end-exec
           exec sql
             open CSRF2
           end-exec
           move 3 to WS-LINE-IDX
           move 6 to WS-ID-SLOT
           move "N" to WS-CSR-EOF-SW
           PERFORM F0007-FETCH-MSG-ID
           PERFORM F0007A-ADD-MSG-ID
             UNTIL WS-CSR-EOF
                OR (WS-LINE-IDX >= 8 AND WS-ID-SLOT >= 6)
           exec sql
             close CSRF2
           end-exec
           PERFORM F0010-SEND-MAP
           .
      *------------------------------
       F0007-FETCH-MSG-ID.
           exec sql
             fetch CSRF2 into :WS-AL-MSG-ID
           end-exec
           if SQLCODE not = zero
             set WS-CSR-EOF to true
             if SQLCODE not = 100
      *        A FETCH FAILURE IS NOT THE END OF THE LIST - SAY SO ON
      *        THE LAST LINE INSTEAD OF SHOWING A SHORT LIST.
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "F0007 FETCH FAILED SQLCODE " WS-SQLCODE-DISP
               move spaces to WS-AMLC-LINE(8)
               string "PAYMENT LIST READ FAILED SQLCODE "
                      WS-SQLCODE-DISP
                 delimited by size into WS-AMLC-LINE(8)
             end-if
           end-if
           .
      *------------------------------
       F0007A-ADD-MSG-ID.
           if WS-ID-SLOT >= 6
             add 1 to WS-LINE-IDX
             move zero to WS-ID-SLOT
           end-if
           add 1 to WS-ID-SLOT
           move WS-AL-MSG-ID
             to WS-AMLC-LINE(WS-LINE-IDX)(WS-ID-SLOT * 13 - 12:12)
           PERFORM F0007-FETCH-MSG-ID
           .
      *------------------------------
      *    ONLY AN OPEN ALERT CAN BE CLOSED, AND ONLY WITH ONE OF THE
      *    THREE DISPOSITIONS AND A NOTE SAYING WHY.  THE UPDATE
      *    RE-CHECKS THE STATUS SO TWO OFFICERS CLOSING THE SAME
      *    ALERT CANNOT BOTH SUCCEED.
       F0008-CLOSE-ALERT.
           evaluate true
             when not WS-AL-OPEN
               string "ALERT ALREADY CLOSED " WS-AL-DISPOSITION
                      " BY " WS-AL-CLOSED-BY
                 delimited by size into WS-AMLC-LINE(1)
               PERFORM F0009-SEND-ONE-LINE
             when not WS-CMD-DISP-VALID
               move "DISPOSITION MUST BE FALSEPOS/EXPLAIND/SARFILED"
                 to WS-AMLC-LINE(1)
               PERFORM F0009-SEND-ONE-LINE
             when WS-CMD-NOTE = spaces
               move "NOTE REQUIRED" to WS-AMLC-LINE(1)
               PERFORM F0009-SEND-ONE-LINE
             when other
               exec sql
                 update TBC_AML_ALERT
                    set ALERT_STATUS      = 'C'
                       ,ALERT_DISPOSITION = :WS-CMD-DISPOSITION
                       ,ALERT_CLOSED_BY   = :WS-CMD-OPERATOR
                       ,ALERT_CLOSED_TS   = current timestamp
                       ,ALERT_NOTE        = :WS-CMD-NOTE
                  where ALERT_ID     = :WS-ALERT-ID
                    and ALERT_STATUS = 'O'
               end-exec
               evaluate true
                 when SQLCODE = zero
                   EXEC CICS SYNCPOINT
                   END-EXEC
                   string "CLOSED " WS-CMD-DISPOSITION " : "
                          WS-CMD-ALERT-ID
                     delimited by size into WS-AMLC-LINE(1)
                 when SQLCODE = 100
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   move "ALERT CLOSED MEANWHILE BY ANOTHER OPERATOR"
                     to WS-AMLC-LINE(1)
                 when other
                   move SQLCODE to WS-SQLCODE-DISP
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   string "CLOSE FAILED SQLCODE " WS-SQLCODE-DISP
                     delimited by size into WS-AMLC-LINE(1)
               end-evaluate
               PERFORM F0009-SEND-ONE-LINE
           end-evaluate
           .
      *------------------------------
       F0009-SEND-ONE-LINE.
           EXEC CICS SEND TEXT
                     FROM(WS-AMLC-LINE(1))
                     LENGTH(LENGTH OF WS-AMLC-LINE(1))
                     ERASE
           END-EXEC
           .
      *------------------------------
       F0010-SEND-MAP.
           EXEC CICS SEND TEXT
                     FROM(WS-AMLC-MAP)
                     LENGTH(LENGTH OF WS-AMLC-MAP)
                     ERASE
           END-EXEC
           .
