       PROCESS XMLPARSE(XMLSS)

      *****************************************************************
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              crpain1 .
       DATE-WRITTEN.            Oct 2026
      *
      *    change history
      *    2026-10  new - ISO 20022 customer credit transfer import.
      *             corporates now send pain.001 XML instead of the
      *             fixed BULKIN layout, and the files were being
      *             retyped into GRP-TXN-DATA records by hand before
      *             CRPYMB1 could read them.  this job parses pain.001
      *             directly (XML PARSE, one file record at a time),
      *             maps every CdtTrfTxInf - end-to-end id, instructed
      *             amount and currency, debtor and creditor IBAN, BIC,
      *             name and address, remittance info, requested
      *             execution date - into a version "04" GRP-TXN-DATA
      *             message and drives it through the shared CRPYMPRC
      *             chain exactly as CRPYMB1 does.
      *             the file is registered in TBC_PAIN_FILE_REG under
      *             its GrpHdr MsgId with the same COMPLETED / FAILED /
      *             RESTARTED rules as TBC_BULK_FILE_REG, and NbOfTxs
      *             and CtrlSum (group and per PmtInf) are balanced
      *             against what was actually read - RC 16 on any
      *             mismatch, as for a bulk trailer.
      *             every transaction gets a TBC_PAIN_TXN row in the
      *             same unit of work as its posting: our TXN-MSG-ID
      *             against the sender's PmtInfId / InstrId /
      *             EndToEndId and the ACCP / RJCT / PDNG answer with
      *             its ISO reason code.  those rows are the restart
      *             checkpoint (a re-run of an unfinished file skips
      *             every transaction that already has one) and the
      *             source of the pain.002 status report written to
      *             STATOUT for the sender at end of run.
      *    2026-10  currency check - a currency missing from
      *             TBC_CURRENCY is rejected AM03 before the amount is
      *             scaled, instead of being taken as two decimals.
      *             a TBC_CURRENCY read failure backs out to the last
      *             checkpoint and stops the run RC 16.
      *    2026-10  status report - a fetch failure part way through
      *             the pain.002 report ends the run RC 16 instead of
      *             passing for the end of the file's transactions.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIN-IN-FILE     ASSIGN TO PAININ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PAIN-IN-STATUS .
           SELECT STAT-FILE        ASSIGN TO STATOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STAT-STATUS .
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    THE XML ARRIVES AS A VARIABLE-LENGTH FILE - ONE LINE PER
      *    RECORD, OR THE WHOLE DOCUMENT AS A FEW LONG ONES.  THE
      *    PARSER IS FED RECORD BY RECORD, SO NEITHER SHAPE MATTERS.
       FD  PAIN-IN-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 32000 CHARACTERS
                  DEPENDING ON WS-PAIN-REC-LEN .
       01  PAIN-IN-RECORD          PIC X(32000) .
      *
       FD  STAT-FILE
           RECORDING MODE IS F .
       01  STAT-RECORD             PIC X(256) .
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

           COPY GRPTXND.

           COPY CRPYMWS.

           COPY CRRNBLK.
      *
         01 ws-pain-vars .
            02 WS-PAIN-IN-STATUS    pic x(02) value spaces .
              88  WS-PAIN-IN-OK       value "00" .
            02 WS-STAT-STATUS       pic x(02) value spaces .
              88  WS-STAT-OK          value "00" .
            02 WS-EOF-SW            pic x(01) value "N" .
              88  WS-EOF               value "Y" .
            02 WS-READ-COUNT        pic 9(9) comp value zero .
            02 WS-ACCEPT-COUNT      pic 9(9) comp value zero .
            02 WS-PENDING-COUNT     pic 9(9) comp value zero .
            02 WS-REJECT-COUNT      pic 9(9) comp value zero .
            02 WS-SKIPPED-COUNT     pic 9(9) comp value zero .
            02 WS-TXN-SEQ           pic 9(9) comp value zero .
            02 WS-TXN-SEQ-MAX       pic 9(9) comp value 99999 .
      *
      *    ONE FILE RECORD AT A TIME IS THE PARSER'S INPUT SEGMENT.
      *    ON EVERY END-OF-INPUT EVENT P0019 MOVES THE NEXT RECORD IN
      *    AND ASKS THE PARSER TO CONTINUE.
         01 WS-PAIN-REC-LEN         pic 9(5) comp value zero .
         01 WS-XML-SEG-LEN          pic 9(5) comp value 1 .
         01 ws-xml-seg .
            02 WS-XML-SEG-CHAR      pic x(01)
                                    occurs 1 to 32000 times
                                    depending on WS-XML-SEG-LEN .
      *
      *    ELEMENT STACK - THE CURRENT ELEMENT, ITS PARENT AND ITS
      *    GRANDPARENT ARE ENOUGH TO PLACE EVERY FIELD WE MAP (A Nm
      *    UNDER Dbtr IS NOT A Nm UNDER Cdtr).  CONTENT IS COLLECTED
      *    UNTIL THE ELEMENT ENDS BECAUSE THE PARSER MAY HAND IT OVER
      *    IN PIECES WHERE IT SPANS TWO RECORDS.
         01 ws-xml-vars .
            02 WS-ELEM-DEPTH        pic 9(4) comp value zero .
            02 WS-ELEM-MAX          pic 9(4) comp value 30 .
            02 WS-ELEM-NAME         pic x(35) occurs 30 times .
            02 WS-CUR-ELEM          pic x(35) value spaces .
            02 WS-PAR-ELEM          pic x(35) value spaces .
            02 WS-GPA-ELEM          pic x(35) value spaces .
            02 WS-ATTR-NAME         pic x(35) value spaces .
            02 WS-CONTENT           pic x(256) value spaces .
            02 WS-CONTENT-PTR       pic 9(4) comp value 1 .
            02 WS-DOC-NS            pic x(80) value spaces .
            02 WS-NS-POS            pic 9(4) comp value zero .
            02 WS-MSG-NM-ID         pic x(15) value
                                    "pain.001.001.03" .
            02 WS-XML-STOP-SW       pic x(01) value "N" .
              88  WS-XML-STOPPED       value "Y" .
            02 WS-XML-CODE-DISP     pic -9(9) value zero .
      *
      *    GROUP HEADER AND FILE REGISTRATION (TBC_PAIN_FILE_REG).
      *    THE FILE NUMBER IS ALLOCATED ON FIRST REGISTRATION AND IS
      *    KEPT BY A RESTART, SO A RE-RUN GENERATES THE SAME MSG IDS.
         01 ws-grp-vars .
            02 WS-GH-MSG-ID         pic x(35) value spaces .
            02 WS-GH-INITG-NAME     pic x(70) value spaces .
            02 WS-GH-NB-TXS-TXT     pic x(20) value spaces .
            02 WS-GH-CTRL-SUM-TXT   pic x(20) value spaces .
            02 WS-GH-EXP-TXS        pic 9(13)v9(5) value zero .
            02 WS-GH-EXP-SUM        pic 9(13)v9(5) value zero .
            02 WS-GH-ACT-TXS        pic 9(9) comp value zero .
            02 WS-GH-ACT-SUM        pic 9(13)v9(5) comp-3 value zero .
            02 WS-FILE-NO           pic 9(6) value zero .
            02 WS-REG-DISPOSITION   pic x(10) value spaces .
            02 WS-HDR-SEEN-SW       pic x(01) value "N" .
              88  WS-HDR-SEEN          value "Y" .
            02 WS-FILE-REFUSED-SW   pic x(01) value "N" .
              88  WS-FILE-REFUSED      value "Y" .
            02 WS-FILE-DUP-SW       pic x(01) value "N" .
              88  WS-FILE-DUPLICATE    value "Y" .
            02 WS-RESTART-SW        pic x(01) value "N" .
              88  WS-RESTART-RUN       value "Y" .
            02 WS-BAL-FAIL-SW       pic x(01) value "N" .
              88  WS-BAL-FAILED        value "Y" .
            02 WS-BAL-TXS-SW        pic x(01) value "N" .
              88  WS-BAL-TXS-FAILED    value "Y" .
            02 WS-BAL-SUM-SW        pic x(01) value "N" .
              88  WS-BAL-SUM-FAILED    value "Y" .
      *
      *    PAYMENT INFORMATION BLOCK - THE DEBTOR SIDE AND EXECUTION
      *    DATE SHARED BY EVERY TRANSACTION UNDER IT.
         01 ws-pmtinf-vars .
            02 WS-PI-ID             pic x(35) value spaces .
            02 WS-PI-EXEC-DATE      pic x(10) value spaces .
            02 WS-PI-DBTR-NAME      pic x(50) value spaces .
            02 WS-PI-DBTR-ADDR      pic x(50) value spaces .
            02 WS-PI-DBTR-ADDR-PTR  pic 9(4) comp value 1 .
            02 WS-PI-DBTR-IBAN      pic x(35) value spaces .
            02 WS-PI-DBTR-BIC       pic x(11) value spaces .
            02 WS-PI-NB-TXS-TXT     pic x(20) value spaces .
            02 WS-PI-CTRL-SUM-TXT   pic x(20) value spaces .
            02 WS-PI-ACT-TXS        pic 9(9) comp value zero .
            02 WS-PI-ACT-SUM        pic 9(13)v9(5) comp-3 value zero .
      *
      *    ONE CREDIT TRANSFER TRANSACTION AND ITS ANSWER
         01 ws-cdttrf-vars .
            02 WS-CT-INSTR-ID       pic x(35) value spaces .
            02 WS-CT-E2E-ID         pic x(35) value spaces .
            02 WS-CT-AMT-TXT        pic x(20) value spaces .
            02 WS-CT-CCY            pic x(03) value spaces .
            02 WS-CT-CDTR-NAME      pic x(50) value spaces .
            02 WS-CT-CDTR-ADDR      pic x(50) value spaces .
            02 WS-CT-CDTR-ADDR-PTR  pic 9(4) comp value 1 .
            02 WS-CT-CDTR-IBAN      pic x(35) value spaces .
            02 WS-CT-CDTR-BIC       pic x(11) value spaces .
            02 WS-CT-RMT-INF        pic x(144) value spaces .
            02 WS-CT-RMT-PTR        pic 9(4) comp value 1 .
            02 WS-CT-AMT-VALUE      pic 9(13)v9(5) value zero .
            02 WS-CT-AMT-MINOR      pic 9(15)v9(5) value zero .
            02 WS-CT-AMT-MINOR-R redefines WS-CT-AMT-MINOR .
               03 WS-CT-AMT-MINOR-INT pic 9(15) .
               03 WS-CT-AMT-MINOR-DEC pic 9(05) .
            02 WS-CT-VALUE-DATE     pic 9(08) value zero .
            02 WS-CT-MSG-ID         pic x(12) value spaces .
            02 WS-CT-MSG-ID-R redefines WS-CT-MSG-ID .
               03 WS-CT-MSG-PFX     pic x(01) .
               03 WS-CT-MSG-FILE    pic 9(06) .
               03 WS-CT-MSG-SEQ     pic 9(05) .
            02 WS-CT-STATUS         pic x(04) value spaces .
            02 WS-CT-RSN-CD         pic x(04) value spaces .
            02 WS-CT-RSN-TXT        pic x(60) value spaces .
            02 WS-CT-DONE-COUNT     pic 9(4) comp value zero .
      *
      *    DECIMAL NUMBER SCAN FOR AMOUNTS, NbOfTxs AND CtrlSum -
      *    DIGITS WITH AT MOST ONE POINT AND FIVE DECIMALS, NOTHING
      *    ELSE.  THE CURRENCY'S DECIMAL PLACES (CCY_DEC_PLACES ON THE
      *    CURRENCY MASTER) THEN TURN THE AMOUNT INTO MINOR UNITS.
         01 ws-num-vars .
            02 WS-NUM-TXT           pic x(20) value spaces .
            02 WS-NUM-IDX           pic 9(4) comp value zero .
            02 WS-NUM-CHAR          pic x(01) value space .
            02 WS-NUM-DIGIT redefines WS-NUM-CHAR pic 9(01) .
            02 WS-NUM-INT           pic 9(13) value zero .
            02 WS-NUM-FRAC          pic 9(05) value zero .
            02 WS-NUM-FRAC-X redefines WS-NUM-FRAC pic x(05) .
            02 WS-NUM-FRAC-CNT      pic 9(4) comp value zero .
            02 WS-NUM-INT-CNT       pic 9(4) comp value zero .
            02 WS-NUM-VALUE         pic 9(13)v9(5) value zero .
            02 WS-NUM-POINT-SW      pic x(01) value "N" .
              88  WS-NUM-POINT-SEEN    value "Y" .
            02 WS-NUM-END-SW        pic x(01) value "N" .
              88  WS-NUM-END           value "Y" .
            02 WS-NUM-OK-SW         pic x(01) value "Y" .
              88  WS-NUM-OK            value "Y" .
              88  WS-NUM-BAD           value "N" .
            02 WS-CCY-DEC           pic 9(01) value 2 .
      *
      *    pain.002 OUTPUT - ONE ELEMENT PER LINE.  P0042 TRIMS TAG
      *    AND VALUE SO NO PADDING ENDS UP INSIDE AN ELEMENT.
         01 ws-stat-vars .
            02 WS-OUT-LINE          pic x(256) value spaces .
            02 WS-OUT-TAG           pic x(20) value spaces .
            02 WS-OUT-VAL           pic x(144) value spaces .
            02 WS-OUT-PTR           pic 9(4) comp value 1 .
            02 WS-TAG-LEN           pic 9(4) comp value zero .
            02 WS-VAL-LEN           pic 9(4) comp value zero .
            02 WS-STAT-MSG-ID       pic x(20) value spaces .
            02 WS-STAT-CRE-DTTM     pic x(19) value spaces .
            02 WS-STAT-TIME         pic 9(08) value zero .
            02 WS-STAT-TIME-R redefines WS-STAT-TIME .
               03 WS-STAT-HH        pic x(02) .
               03 WS-STAT-MI        pic x(02) .
               03 WS-STAT-SS        pic x(02) .
               03 filler            pic x(02) .
            02 WS-GRP-STATUS        pic x(04) value spaces .
            02 WS-CNT-ACCP          pic 9(9) comp value zero .
            02 WS-CNT-PDNG          pic 9(9) comp value zero .
            02 WS-CNT-RJCT          pic 9(9) comp value zero .
            02 WS-NB-TXS-DISP       pic z(8)9 value zero .
            02 WS-PREV-PMTINF-ID    pic x(35) value spaces .
            02 WS-RPT-EOF-SW        pic x(01) value "N" .
              88  WS-RPT-EOF           value "Y" .
         01 ws-rpt-row .
            02 WS-RR-PMTINF-ID      pic x(35) .
            02 WS-RR-INSTR-ID       pic x(35) .
            02 WS-RR-E2E-ID         pic x(35) .
            02 WS-RR-MSG-ID         pic x(12) .
            02 WS-RR-STATUS         pic x(04) .
            02 WS-RR-RSN-CD         pic x(04) .
            02 WS-RR-RSN-TXT        pic x(60) .
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
           DISPLAY "crpain1 pain.001 import start"
           move "CRPAIN1" to WS-CALLING-PGM
           move "CRPAIN1" to RUNLOG-PGM-NAME
           set RUNLOG-FUNC-START to true
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           PERFORM P0001-INITIALIZE
           if not WS-EOF
             XML PARSE ws-xml-seg
               PROCESSING PROCEDURE P0010-XML-EVENT
               ON EXCEPTION
                 PERFORM P0009-PARSE-ENDED-EARLY
             END-XML
           end-if
           exec sql
             commit
           end-exec
           CLOSE PAIN-IN-FILE
           if WS-HDR-SEEN and not WS-FILE-REFUSED
             PERFORM P0030-BALANCE-FILE
           end-if
           if WS-HDR-SEEN
             PERFORM P0040-WRITE-STATUS-REPORT
           end-if
           PERFORM P0035-CLOSE-FILE-REG
           CLOSE STAT-FILE
           DISPLAY "crpain1 read    " WS-READ-COUNT
           DISPLAY "crpain1 accepted" WS-ACCEPT-COUNT
           DISPLAY "crpain1 pending " WS-PENDING-COUNT
           DISPLAY "crpain1 rejected" WS-REJECT-COUNT
           DISPLAY "crpain1 skipped " WS-SKIPPED-COUNT
           set RUNLOG-FUNC-END to true
           move WS-READ-COUNT   to RUNLOG-INPUT-COUNT
           compute RUNLOG-ACCEPT-COUNT =
                   WS-ACCEPT-COUNT + WS-PENDING-COUNT
           move WS-REJECT-COUNT to RUNLOG-REJECT-COUNT
           move RETURN-CODE     to RUNLOG-RETURN-CODE
           CALL LT-CRRUNLG1 USING RUNLOG-BLOCK
           DISPLAY "crpain1 pain.001 import ende "
           GOBACK.
      *------------------------------
       P0001-INITIALIZE.
           PERFORM A0023-GET-BUS-DATE
           OPEN INPUT PAIN-IN-FILE
           if not WS-PAIN-IN-OK
             DISPLAY "CRPAIN1 CANNOT OPEN PAININ " WS-PAIN-IN-STATUS
             set WS-EOF to true
             move 16 to RETURN-CODE
           end-if
      *    NO STATUS REPORT, NO RUN - THE SENDER MUST GET ITS ANSWER.
           OPEN OUTPUT STAT-FILE
           if not WS-STAT-OK
             DISPLAY "CRPAIN1 CANNOT OPEN STATOUT " WS-STAT-STATUS
             set WS-EOF to true
             move 16 to RETURN-CODE
           end-if
           if not WS-EOF
             PERFORM P0002-READ-SEGMENT
             if WS-EOF
               DISPLAY "CRPAIN1 PAININ IS EMPTY"
               move 16 to RETURN-CODE
             end-if
           end-if
           .
      *------------------------------
       P0002-READ-SEGMENT.
           READ PAIN-IN-FILE
             AT END
               set WS-EOF to true
           end-read
           if not WS-EOF
             if WS-PAIN-REC-LEN = zero
               move 1 to WS-XML-SEG-LEN
               move space to WS-XML-SEG-CHAR(1)
             else
               move WS-PAIN-REC-LEN to WS-XML-SEG-LEN
               move PAIN-IN-RECORD(1:WS-PAIN-REC-LEN) to ws-xml-seg
             end-if
           end-if
           .
      *------------------------------
      *    THE PARSER STOPPED BEFORE THE END OF THE DOCUMENT - EITHER
      *    THIS PROGRAM ASKED IT TO (REFUSED FILE, FAILED CHECKPOINT)
      *    OR THE XML IS NOT WELL-FORMED.  WHAT POSTED BEFORE THE
      *    LAST COMMIT STAYS POSTED AND IS IN THE STATUS REPORT; THE
      *    RUN FAILS SO THE FILE GETS LOOKED AT.
       P0009-PARSE-ENDED-EARLY.
           if not WS-XML-STOPPED
             move XML-CODE to WS-XML-CODE-DISP
             DISPLAY "CRPAIN1 XML NOT WELL-FORMED - XML-CODE "
                     WS-XML-CODE-DISP " AT ELEMENT " WS-CUR-ELEM
             set WS-BAL-FAILED to true
             move 16 to RETURN-CODE
           end-if
           .
      *------------------------------
      *    PROCESSING PROCEDURE FOR THE PARSER - ONE CALL PER EVENT.
       P0010-XML-EVENT.
           evaluate XML-EVENT
             when "START-OF-ELEMENT"
               PERFORM P0011-START-ELEMENT
             when "NAMESPACE-DECLARATION"
               if WS-ELEM-DEPTH = 1
                 move XML-NAMESPACE to WS-DOC-NS
                 PERFORM P0018-CAPTURE-MSG-NM-ID
               end-if
             when "ATTRIBUTE-NAME"
               move XML-TEXT to WS-ATTR-NAME
             when "ATTRIBUTE-CHARACTERS"
               if WS-ATTR-NAME = "Ccy" and WS-CUR-ELEM = "InstdAmt"
                 move XML-TEXT to WS-CT-CCY
               end-if
             when "CONTENT-CHARACTERS"
               string XML-TEXT delimited by size
                 into WS-CONTENT with pointer WS-CONTENT-PTR
                 on overflow
                   continue
               end-string
             when "END-OF-ELEMENT"
               PERFORM P0012-END-ELEMENT
             when "END-OF-INPUT"
               PERFORM P0002-READ-SEGMENT
               if not WS-EOF
                 move 1 to XML-CODE
               end-if
             when other
               continue
           end-evaluate
           if WS-XML-STOPPED
             move -1 to XML-CODE
           end-if
           .
      *------------------------------
       P0011-START-ELEMENT.
           if WS-ELEM-DEPTH < WS-ELEM-MAX
             add 1 to WS-ELEM-DEPTH
             move XML-TEXT to WS-ELEM-NAME(WS-ELEM-DEPTH)
           end-if
           PERFORM P0017-SET-CONTEXT
           move spaces to WS-CONTENT
           move 1 to WS-CONTENT-PTR
           move spaces to WS-ATTR-NAME
           evaluate WS-CUR-ELEM
             when "PmtInf"
               initialize ws-pmtinf-vars
               move 1 to WS-PI-DBTR-ADDR-PTR
             when "CdtTrfTxInf"
               initialize ws-cdttrf-vars
               move 1 to WS-CT-CDTR-ADDR-PTR
               move 1 to WS-CT-RMT-PTR
             when other
               continue
           end-evaluate
           .
      *------------------------------
      *    AN ELEMENT HAS ENDED - FILE ITS CONTENT BY WHERE IT SITS,
      *    OR ACT ON THE END OF A WHOLE BLOCK.
       P0012-END-ELEMENT.
           evaluate true
             when WS-CUR-ELEM = "GrpHdr"
               PERFORM P0020-REGISTER-FILE
             when WS-CUR-ELEM = "CdtTrfTxInf"
               PERFORM P0021-PROCESS-TXN
             when WS-CUR-ELEM = "PmtInf"
               PERFORM P0028-BALANCE-PMTINF
             when WS-PAR-ELEM = "GrpHdr"
               PERFORM P0013-GRPHDR-FIELD
             when WS-PAR-ELEM = "InitgPty" and WS-CUR-ELEM = "Nm"
               move WS-CONTENT to WS-GH-INITG-NAME
             when WS-PAR-ELEM = "PmtInf"
               PERFORM P0014-PMTINF-FIELD
             when WS-PAR-ELEM = "ReqdExctnDt" and WS-CUR-ELEM = "Dt"
               move WS-CONTENT to WS-PI-EXEC-DATE
             when WS-PAR-ELEM = "Dbtr" and WS-CUR-ELEM = "Nm"
               move WS-CONTENT to WS-PI-DBTR-NAME
             when WS-GPA-ELEM = "Dbtr" and WS-PAR-ELEM = "PstlAdr"
               string WS-CONTENT delimited by "  "
                      " " delimited by size
                 into WS-PI-DBTR-ADDR
                 with pointer WS-PI-DBTR-ADDR-PTR
                 on overflow
                   continue
               end-string
             when WS-GPA-ELEM = "DbtrAcct" and WS-CUR-ELEM = "IBAN"
               move WS-CONTENT to WS-PI-DBTR-IBAN
             when WS-GPA-ELEM = "DbtrAgt"
              and (WS-CUR-ELEM = "BIC" or WS-CUR-ELEM = "BICFI")
               move WS-CONTENT to WS-PI-DBTR-BIC
             when WS-PAR-ELEM = "PmtId"
               PERFORM P0015-PMTID-FIELD
             when WS-CUR-ELEM = "InstdAmt"
               move WS-CONTENT to WS-CT-AMT-TXT
             when WS-PAR-ELEM = "Cdtr" and WS-CUR-ELEM = "Nm"
               move WS-CONTENT to WS-CT-CDTR-NAME
             when WS-GPA-ELEM = "Cdtr" and WS-PAR-ELEM = "PstlAdr"
               string WS-CONTENT delimited by "  "
                      " " delimited by size
                 into WS-CT-CDTR-ADDR
                 with pointer WS-CT-CDTR-ADDR-PTR
                 on overflow
                   continue
               end-string
             when WS-GPA-ELEM = "CdtrAcct" and WS-CUR-ELEM = "IBAN"
               move WS-CONTENT to WS-CT-CDTR-IBAN
             when WS-GPA-ELEM = "CdtrAgt"
              and (WS-CUR-ELEM = "BIC" or WS-CUR-ELEM = "BICFI")
               move WS-CONTENT to WS-CT-CDTR-BIC
             when (WS-PAR-ELEM = "RmtInf" and WS-CUR-ELEM = "Ustrd")
               or (WS-PAR-ELEM = "CdtrRefInf" and WS-CUR-ELEM = "Ref")
               string WS-CONTENT delimited by "  "
                      " " delimited by size
                 into WS-CT-RMT-INF
                 with pointer WS-CT-RMT-PTR
                 on overflow
                   continue
               end-string
             when other
               continue
           end-evaluate
           if WS-ELEM-DEPTH > zero
             subtract 1 from WS-ELEM-DEPTH
           end-if
           PERFORM P0017-SET-CONTEXT
           move spaces to WS-CONTENT
           move 1 to WS-CONTENT-PTR
           .
      *------------------------------
       P0013-GRPHDR-FIELD.
           evaluate WS-CUR-ELEM
             when "MsgId"
               move WS-CONTENT to WS-GH-MSG-ID
             when "NbOfTxs"
               move WS-CONTENT to WS-GH-NB-TXS-TXT
             when "CtrlSum"
               move WS-CONTENT to WS-GH-CTRL-SUM-TXT
             when other
               continue
           end-evaluate
           .
      *------------------------------
      *    ReqdExctnDt CARRIES THE DATE DIRECTLY UP TO pain.001.001.03
      *    AND AS A Dt CHILD FROM .09 ON - A BLANK CONTENT HERE IS THE
      *    NEWER SHAPE AND IS PICKED UP FROM THE Dt ELEMENT INSTEAD.
       P0014-PMTINF-FIELD.
           evaluate WS-CUR-ELEM
             when "PmtInfId"
               move WS-CONTENT to WS-PI-ID
             when "NbOfTxs"
               move WS-CONTENT to WS-PI-NB-TXS-TXT
             when "CtrlSum"
               move WS-CONTENT to WS-PI-CTRL-SUM-TXT
             when "ReqdExctnDt"
               if WS-CONTENT not = spaces
                 move WS-CONTENT to WS-PI-EXEC-DATE
               end-if
             when other
               continue
           end-evaluate
           .
      *------------------------------
       P0015-PMTID-FIELD.
           evaluate WS-CUR-ELEM
             when "InstrId"
               move WS-CONTENT to WS-CT-INSTR-ID
             when "EndToEndId"
               move WS-CONTENT to WS-CT-E2E-ID
             when other
               continue
           end-evaluate
           .
      *------------------------------
       P0017-SET-CONTEXT.
           move spaces to WS-CUR-ELEM
           move spaces to WS-PAR-ELEM
           move spaces to WS-GPA-ELEM
           if WS-ELEM-DEPTH > zero
             move WS-ELEM-NAME(WS-ELEM-DEPTH) to WS-CUR-ELEM
           end-if
           if WS-ELEM-DEPTH > 1
             move WS-ELEM-NAME(WS-ELEM-DEPTH - 1) to WS-PAR-ELEM
           end-if
           if WS-ELEM-DEPTH > 2
             move WS-ELEM-NAME(WS-ELEM-DEPTH - 2) to WS-GPA-ELEM
           end-if
           .
      *------------------------------
      *    THE MESSAGE NAME FOR OrgnlMsgNmId IS THE TAIL OF THE
      *    DOCUMENT NAMESPACE (urn:iso:std:iso:20022:tech:xsd:
      *    pain.001.001.nn).  WITHOUT ONE THE .03 DEFAULT STANDS.
       P0018-CAPTURE-MSG-NM-ID.
           move zero to WS-NS-POS
           INSPECT WS-DOC-NS TALLYING WS-NS-POS
             FOR CHARACTERS BEFORE INITIAL "pain."
           if WS-NS-POS < 66
             move WS-DOC-NS(WS-NS-POS + 1:15) to WS-MSG-NM-ID
           end-if
           .
      *------------------------------
      *    REGISTER THE FILE UNDER ITS GrpHdr MsgId - THE SAME RULES
      *    AS B0016 IN CRPYMB1.  A FILE ALREADY IMPORTED TO COMPLETED
      *    IS REFUSED BEFORE A SINGLE TRANSACTION POSTS; ANY OTHER
      *    PRIOR DISPOSITION MAKES THIS RUN A RESTART OF IT.
       P0020-REGISTER-FILE.
           set WS-HDR-SEEN to true
           DISPLAY "CRPAIN1 FILE " WS-GH-MSG-ID
           DISPLAY "CRPAIN1 FROM " WS-GH-INITG-NAME
           move WS-GH-NB-TXS-TXT to WS-NUM-TXT
           PERFORM P0050-PARSE-NUMBER
           if WS-NUM-BAD or WS-NUM-FRAC-CNT > zero
             DISPLAY "CRPAIN1 GrpHdr NbOfTxs NOT VALID '"
                     WS-GH-NB-TXS-TXT "'"
             set WS-BAL-FAILED to true
             set WS-BAL-TXS-FAILED to true
           else
             move WS-NUM-VALUE to WS-GH-EXP-TXS
           end-if
           if WS-GH-CTRL-SUM-TXT not = spaces
             move WS-GH-CTRL-SUM-TXT to WS-NUM-TXT
             PERFORM P0050-PARSE-NUMBER
             if WS-NUM-BAD
               DISPLAY "CRPAIN1 GrpHdr CtrlSum NOT VALID '"
                       WS-GH-CTRL-SUM-TXT "'"
               set WS-BAL-FAILED to true
               set WS-BAL-SUM-FAILED to true
             else
               move WS-NUM-VALUE to WS-GH-EXP-SUM
             end-if
           end-if
           if WS-GH-MSG-ID = spaces
             DISPLAY "CRPAIN1 GrpHdr HAS NO MsgId - RUN REFUSED"
             set WS-FILE-REFUSED to true
             set WS-XML-STOPPED to true
             move 16 to RETURN-CODE
           else
             PERFORM P0022-LOOKUP-FILE-REG
           end-if
           .
      *------------------------------
       P0022-LOOKUP-FILE-REG.
           move spaces to WS-REG-DISPOSITION
           move zero to WS-FILE-NO
           exec sql
             select PAIN_DISPOSITION, PAIN_FILE_NO
               into :WS-REG-DISPOSITION, :WS-FILE-NO
               from TBC_PAIN_FILE_REG
              where PAIN_MSG_ID = :WS-GH-MSG-ID
           end-exec
           evaluate true
             when SQLCODE = 100
               PERFORM P0023-INSERT-FILE-REG
             when SQLCODE not = zero
      *        IMPORTING AN UNREGISTERED FILE WOULD OPEN THE VERY
      *        DOUBLE-IMPORT HOLE THE REGISTER EXISTS TO BLOCK.
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRPAIN1 FILE REG LOOKUP FAILED SQLCODE "
                       WS-SQLCODE-DISP " - RUN REFUSED"
               set WS-FILE-REFUSED to true
               set WS-XML-STOPPED to true
               move 16 to RETURN-CODE
             when WS-REG-DISPOSITION = "COMPLETED"
               DISPLAY "CRPAIN1 FILE " WS-GH-MSG-ID
               DISPLAY "CRPAIN1 ALREADY IMPORTED - RUN REFUSED"
               set WS-FILE-REFUSED to true
               set WS-FILE-DUPLICATE to true
               set WS-XML-STOPPED to true
               move 16 to RETURN-CODE
             when other
               DISPLAY "CRPAIN1 FILE NO " WS-FILE-NO
                       " PRIOR DISPOSITION " WS-REG-DISPOSITION
                       " - RESTARTING"
               set WS-RESTART-RUN to true
               exec sql
                 update TBC_PAIN_FILE_REG
                    set PAIN_DISPOSITION = 'RESTARTED '
                  where PAIN_MSG_ID = :WS-GH-MSG-ID
               end-exec
           end-evaluate
           .
      *------------------------------
      *    A NEW FILE TAKES THE NEXT FILE NUMBER.  THE NUMBER GOES
      *    INTO EVERY GENERATED TXN-MSG-ID, SO IT MUST NOT WRAP.
       P0023-INSERT-FILE-REG.
           exec sql
             select coalesce(max(PAIN_FILE_NO), 0) + 1
               into :WS-FILE-NO
               from TBC_PAIN_FILE_REG
           end-exec
           if SQLCODE not = zero or WS-FILE-NO = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRPAIN1 NO FILE NUMBER AVAILABLE SQLCODE "
                     WS-SQLCODE-DISP " - RUN REFUSED"
             set WS-FILE-REFUSED to true
             set WS-XML-STOPPED to true
             move 16 to RETURN-CODE
           else
             exec sql
               insert into TBC_PAIN_FILE_REG (
                      PAIN_MSG_ID
                     ,PAIN_FILE_NO
                     ,PAIN_SENDER
                     ,PAIN_REG_TS
                     ,PAIN_NB_OF_TXS
                     ,PAIN_CTRL_SUM
                     ,PAIN_DISPOSITION
               )
               values (
                      :WS-GH-MSG-ID
                     ,:WS-FILE-NO
                     ,:WS-GH-INITG-NAME
                     ,current timestamp
                     ,:WS-GH-EXP-TXS
                     ,:WS-GH-EXP-SUM
                     ,'STARTED   '
               )
             end-exec
             if SQLCODE not = zero
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRPAIN1 FILE REG INSERT FAILED SQLCODE "
                       WS-SQLCODE-DISP " - RUN REFUSED"
               set WS-FILE-REFUSED to true
               set WS-XML-STOPPED to true
               move 16 to RETURN-CODE
             else
               DISPLAY "CRPAIN1 REGISTERED AS FILE NO " WS-FILE-NO
             end-if
           end-if
           .
      *------------------------------
      *    ONE CREDIT TRANSFER.  EVERY TRANSACTION COUNTS TOWARDS THE
      *    NbOfTxs / CtrlSum BALANCE, INCLUDING ONES A RESTART SKIPS -
      *    THEY ARE IN THE FILE, SO THE SENDER'S TOTALS COVER THEM.
       P0021-PROCESS-TXN.
           if not WS-HDR-SEEN
             DISPLAY "CRPAIN1 TRANSACTION BEFORE GrpHdr - RUN FAILED"
             set WS-FILE-REFUSED to true
             set WS-XML-STOPPED to true
             move 16 to RETURN-CODE
           else
             add 1 to WS-READ-COUNT
             add 1 to WS-TXN-SEQ
             add 1 to WS-GH-ACT-TXS
             add 1 to WS-PI-ACT-TXS
             move WS-CT-AMT-TXT to WS-NUM-TXT
             PERFORM P0050-PARSE-NUMBER
             if WS-NUM-OK
               move WS-NUM-VALUE to WS-CT-AMT-VALUE
               add WS-NUM-VALUE to WS-GH-ACT-SUM
               add WS-NUM-VALUE to WS-PI-ACT-SUM
             end-if
             move "P"         to WS-CT-MSG-PFX
             move WS-FILE-NO  to WS-CT-MSG-FILE
             move WS-TXN-SEQ  to WS-CT-MSG-SEQ
             move zero to WS-CT-DONE-COUNT
             if WS-RESTART-RUN
               exec sql
                 select count(*)
                   into :WS-CT-DONE-COUNT
                   from TBC_PAIN_TXN
                  where PAIN_FILE_NO = :WS-FILE-NO
                    and PAIN_TXN_SEQ = :WS-TXN-SEQ
               end-exec
             end-if
             if WS-CT-DONE-COUNT > zero
               add 1 to WS-SKIPPED-COUNT
             else
               PERFORM P0024-MAP-AND-POST
               if not WS-XML-STOPPED
                 PERFORM P0026-RECORD-TXN-STATUS
               end-if
             end-if
           end-if
           .
      *------------------------------
      *    BUILD THE GRP-TXN-DATA MESSAGE.  OUR TXN-MSG-ID IS "P",
      *    THE FILE NUMBER AND THE TRANSACTION'S SEQUENCE IN THE FILE
      *    - AN EndToEndId IS UP TO 35 BYTES, NEED NOT BE UNIQUE
      *    ("NOTPROVIDED") AND SO CANNOT BE THE KEY; IT TRAVELS ON
      *    TBC_PAIN_TXN AND BACK IN THE STATUS REPORT INSTEAD.  A
      *    CUSTOMER CREDIT TRANSFER DEBITS OUR CUSTOMER: INDICATOR D.
       P0024-MAP-AND-POST.
           move spaces to WS-CT-STATUS
           move spaces to WS-CT-RSN-CD
           move spaces to WS-CT-RSN-TXT
           PERFORM P0025-CHK-TXN-FIELDS
           if WS-CT-STATUS = spaces
             move spaces to GRP-TXN-DATA
             move "04"             to TXN-MSG-VERSION
             move WS-CT-MSG-ID     to TXN-MSG-ID
             move "D"              to TXN-INDC-CRE-DB
             compute TXN-AMT = WS-CT-AMT-MINOR
             move WS-CT-CCY        to TXN-CURRENCY
             move WS-CT-RMT-INF    to TXN-SUBJECT
             move WS-PI-DBTR-IBAN  to DEBTOR-IBAN
             move WS-PI-DBTR-BIC   to DEBTOR-BIC
             move WS-PI-DBTR-NAME  to DEBTOR-NAME
             move WS-PI-DBTR-ADDR  to DEBTOR-ADDRESS
             move WS-CT-CDTR-IBAN  to CREDITOR-IBAN
             move WS-CT-CDTR-BIC   to CREDITOR-BIC
             move WS-CT-CDTR-NAME  to CREDITOR-NAME
             move WS-CT-CDTR-ADDR  to CREDITOR-ADDRESS
             move WS-CT-VALUE-DATE to TXN-VALUE-DATE
             move spaces           to TXN-ORIG-MSG-ID
             move "*"              to TXN-INDC-END
             move spaces           to FILLER-IBAN
             move WS-MSG-LEN-V04   to WS-TXN-LEN
             set ws-err-noerror to true
             set ws-review-not-req to true
             move spaces to ws-review-reason
             move spaces to ws-err-detail
             PERFORM A0002-chk-msg-data
             if ws-err-noerror
               PERFORM A0003-format-data
               PERFORM A0004-write-data
             end-if
             PERFORM P0027-SET-TXN-STATUS
           end-if
           evaluate WS-CT-STATUS
             when "ACCP"
               add 1 to WS-ACCEPT-COUNT
             when "PDNG"
               add 1 to WS-PENDING-COUNT
             when other
               add 1 to WS-REJECT-COUNT
               DISPLAY "CRPAIN1 REJECTED " WS-CT-MSG-ID " "
                       WS-CT-RSN-CD " " WS-CT-RSN-TXT
           end-evaluate
           .
      *------------------------------
      *    WHAT THE XML ITSELF MUST GET RIGHT BEFORE THE CHAIN CAN
      *    EVEN BE ASKED: A READABLE AMOUNT THAT FITS THE CURRENCY'S
      *    MINOR UNITS AND TXN-AMT, AND A REAL YYYY-MM-DD DATE.  A
      *    CURRENCY NOT ON TBC_CURRENCY HAS NO MINOR UNITS TO SCALE BY
      *    AND IS REJECTED; IF TBC_CURRENCY CANNOT BE READ THE RUN
      *    STOPS AS FOR A TBC_PAIN_TXN FAILURE, AND THE TRANSACTION IS
      *    LEFT FOR THE RESTART.
       P0025-CHK-TXN-FIELDS.
           if WS-TXN-SEQ > WS-TXN-SEQ-MAX
             move "RJCT" to WS-CT-STATUS
             move "NARR" to WS-CT-RSN-CD
             move "MORE THAN 99999 TRANSACTIONS IN ONE FILE"
               to WS-CT-RSN-TXT
           end-if
           if WS-CT-STATUS = spaces
             if WS-NUM-BAD or WS-CT-AMT-TXT = spaces
               move "RJCT" to WS-CT-STATUS
               move "AM12" to WS-CT-RSN-CD
               move "INSTRUCTED AMOUNT NOT VALID" to WS-CT-RSN-TXT
             else
               move 2 to WS-CCY-DEC
               exec sql
                 select CCY_DEC_PLACES
                   into :WS-CCY-DEC
                   from TBC_CURRENCY
                  where CCY_CODE = :WS-CT-CCY
               end-exec
               evaluate true
                 when SQLCODE = 100
                   move "RJCT" to WS-CT-STATUS
                   move "AM03" to WS-CT-RSN-CD
                   move "CURRENCY NOT KNOWN" to WS-CT-RSN-TXT
                 when SQLCODE < 0
                   move SQLCODE to WS-SQLCODE-DISP
                   DISPLAY "CRPAIN1 TBC_CURRENCY SELECT FAILED "
                           WS-CT-MSG-ID " SQLCODE " WS-SQLCODE-DISP
                   DISPLAY "CRPAIN1 WORK SINCE LAST CHECKPOINT BACKED"
                           " OUT - RESTART THE FILE"
                   exec sql
                     rollback
                   end-exec
                   set WS-XML-STOPPED to true
                   set WS-BAL-FAILED to true
                   move 16 to RETURN-CODE
                   move "RJCT" to WS-CT-STATUS
                   move "NARR" to WS-CT-RSN-CD
                   move "CURRENCY TABLE NOT READABLE" to WS-CT-RSN-TXT
               end-evaluate
             end-if
           end-if
           if WS-CT-STATUS = spaces
             compute WS-CT-AMT-MINOR =
                     WS-CT-AMT-VALUE * (10 ** WS-CCY-DEC)
             if WS-CT-AMT-MINOR-INT > 999999999999
                or WS-CT-AMT-MINOR-DEC not = zero
               move "RJCT" to WS-CT-STATUS
               move "AM12" to WS-CT-RSN-CD
               move "AMOUNT TOO LARGE OR TOO MANY DECIMALS"
                 to WS-CT-RSN-TXT
             end-if
           end-if
           if WS-CT-STATUS = spaces
             PERFORM P0029-CHK-EXEC-DATE
           end-if
           .
      *------------------------------
      *    THE REQUESTED EXECUTION DATE BECOMES THE VALUE DATE - THE
      *    CHAIN ROLLS IT TO A BUSINESS DAY AND WAREHOUSES IT WHEN IT
      *    IS IN THE FUTURE.  NO DATE MEANS EXECUTE NOW.
       P0029-CHK-EXEC-DATE.
           move zero to WS-CT-VALUE-DATE
           if WS-PI-EXEC-DATE not = spaces
             if WS-PI-EXEC-DATE(1:4) numeric
                and WS-PI-EXEC-DATE(5:1) = "-"
                and WS-PI-EXEC-DATE(6:2) numeric
                and WS-PI-EXEC-DATE(8:1) = "-"
                and WS-PI-EXEC-DATE(9:2) numeric
               string WS-PI-EXEC-DATE(1:4)
                      WS-PI-EXEC-DATE(6:2)
                      WS-PI-EXEC-DATE(9:2)
                 delimited by size into WS-CT-VALUE-DATE
             else
               move "RJCT" to WS-CT-STATUS
               move "DT01" to WS-CT-RSN-CD
               move "REQUESTED EXECUTION DATE NOT VALID"
                 to WS-CT-RSN-TXT
             end-if
           end-if
           .
      *------------------------------
      *    THE CHAIN'S OUTCOME AS A pain.002 STATUS, TESTED IN THE
      *    ORDER B0019 IN CRPYMB1 USES: A SUSPENDED INSERT CARRIES AN
      *    ERROR CODE TOO, AND A HELD MESSAGE NEVER REACHED THE
      *    VALUE-DATE SPLIT.  SUSPENDED AND HELD ARE BOTH STILL
      *    PENDING FROM THE CUSTOMER'S SIDE; WAREHOUSED IS ACCEPTED.
       P0027-SET-TXN-STATUS.
           evaluate true
             when ws-err-sql-ins-fail
               move "PDNG" to WS-CT-STATUS
               move "NARR" to WS-CT-RSN-CD
               move "SUSPENDED FOR REPROCESSING" to WS-CT-RSN-TXT
             when not ws-err-noerror
               move "RJCT" to WS-CT-STATUS
               move ws-err-detail to WS-CT-RSN-TXT
               PERFORM P0031-MAP-REASON-CODE
             when ws-review-required
               move "PDNG" to WS-CT-STATUS
               move "NARR" to WS-CT-RSN-CD
               move ws-review-reason to WS-CT-RSN-TXT
             when TXN-VALUE-DATE > WS-VDT-TODAY
               move "ACCP" to WS-CT-STATUS
               move spaces to WS-CT-RSN-CD
               move "ACCEPTED FOR REQUESTED EXECUTION DATE"
                 to WS-CT-RSN-TXT
             when other
               move "ACCP" to WS-CT-STATUS
           end-evaluate
           .
      *------------------------------
      *    CHAIN EDIT CODES TO ISO EXTERNAL STATUS REASON CODES.  AN
      *    EDIT WITH NO ISO EQUIVALENT GOES OUT AS NARR WITH THE
      *    CHAIN'S OWN TEXT IN AddtlInf.
       P0031-MAP-REASON-CODE.
           evaluate true
             when ws-err-inv-len
               move "FF01" to WS-CT-RSN-CD
             when ws-err-inv-deb-iban
             when ws-err-inv-cre-iban
               move "AC01" to WS-CT-RSN-CD
             when ws-err-zero-amt
               move "AM01" to WS-CT-RSN-CD
             when ws-err-dup-msg
               move "AM05" to WS-CT-RSN-CD
             when ws-err-inv-deb-bic
             when ws-err-inv-cre-bic
             when ws-err-inv-deb-blz
             when ws-err-inv-cre-blz
               move "RC01" to WS-CT-RSN-CD
             when ws-err-inv-currency
               move "AM03" to WS-CT-RSN-CD
             when ws-err-acct-closed
               move "AC04" to WS-CT-RSN-CD
             when ws-err-inv-val-date
               move "DT01" to WS-CT-RSN-CD
             when other
               move "NARR" to WS-CT-RSN-CD
           end-evaluate
           .
      *------------------------------
      *    THE CROSS-REFERENCE AND ANSWER ROW, IN THE SAME UNIT OF
      *    WORK AS THE POSTING.  IF IT CANNOT BE WRITTEN THE WORK
      *    SINCE THE LAST CHECKPOINT IS BACKED OUT AND THE RUN STOPS -
      *    A RESTART THEN PICKS UP EXACTLY THOSE TRANSACTIONS AGAIN.
       P0026-RECORD-TXN-STATUS.
           exec sql
             insert into TBC_PAIN_TXN (
                    PAIN_FILE_NO
                   ,PAIN_TXN_SEQ
                   ,PAIN_PMTINF_ID
                   ,PAIN_INSTR_ID
                   ,PAIN_E2E_ID
                   ,TXN_MSG_ID
                   ,PAIN_TXN_STATUS
                   ,PAIN_REASON_CD
                   ,PAIN_REASON_TXT
                   ,PAIN_TIMESTAMP
             )
             values (
                    :WS-FILE-NO
                   ,:WS-TXN-SEQ
                   ,:WS-PI-ID
                   ,:WS-CT-INSTR-ID
                   ,:WS-CT-E2E-ID
                   ,:WS-CT-MSG-ID
                   ,:WS-CT-STATUS
                   ,:WS-CT-RSN-CD
                   ,:WS-CT-RSN-TXT
                   ,current timestamp
             )
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRPAIN1 TBC_PAIN_TXN INSERT FAILED "
                     WS-CT-MSG-ID " SQLCODE " WS-SQLCODE-DISP
             DISPLAY "CRPAIN1 WORK SINCE LAST CHECKPOINT BACKED OUT"
                     " - RESTART THE FILE"
             exec sql
               rollback
             end-exec
             set WS-XML-STOPPED to true
             set WS-BAL-FAILED to true
             move 16 to RETURN-CODE
           else
             PERFORM P0032-COMMIT-CHECKPOINT
           end-if
           .
      *------------------------------
       P0032-COMMIT-CHECKPOINT.
           add 1 to WS-COMMIT-COUNT
           if WS-COMMIT-COUNT >= WS-COMMIT-FREQ
             exec sql
               commit
             end-exec
             move zero to WS-COMMIT-COUNT
           end-if
           .
      *------------------------------
      *    PmtInf LEVEL NbOfTxs / CtrlSum ARE OPTIONAL - WHEN THE
      *    SENDER GIVES THEM THEY MUST AGREE WITH THE BLOCK.
       P0028-BALANCE-PMTINF.
           if WS-PI-NB-TXS-TXT not = spaces
             move WS-PI-NB-TXS-TXT to WS-NUM-TXT
             PERFORM P0050-PARSE-NUMBER
             if WS-NUM-BAD or WS-NUM-VALUE not = WS-PI-ACT-TXS
               DISPLAY "CRPAIN1 PmtInf " WS-PI-ID
               DISPLAY "CRPAIN1 NbOfTxs '" WS-PI-NB-TXS-TXT
                       "' ACTUAL " WS-PI-ACT-TXS
               set WS-BAL-FAILED to true
               set WS-BAL-TXS-FAILED to true
             end-if
           end-if
           if WS-PI-CTRL-SUM-TXT not = spaces
             move WS-PI-CTRL-SUM-TXT to WS-NUM-TXT
             PERFORM P0050-PARSE-NUMBER
             if WS-NUM-BAD or WS-NUM-VALUE not = WS-PI-ACT-SUM
               DISPLAY "CRPAIN1 PmtInf " WS-PI-ID
               DISPLAY "CRPAIN1 CtrlSum '" WS-PI-CTRL-SUM-TXT
                       "' DOES NOT AGREE"
               set WS-BAL-FAILED to true
               set WS-BAL-SUM-FAILED to true
             end-if
           end-if
           .
      *------------------------------
      *    BALANCE THE GROUP HEADER AGAINST WHAT WAS ACTUALLY READ,
      *    AS B0013 IN CRPYMB1 BALANCES A BULK TRAILER.
       P0030-BALANCE-FILE.
           DISPLAY "CRPAIN1 NbOfTxs EXPECTED " WS-GH-NB-TXS-TXT
                   " ACTUAL " WS-GH-ACT-TXS
           if WS-GH-EXP-TXS not = WS-GH-ACT-TXS
             set WS-BAL-FAILED to true
             set WS-BAL-TXS-FAILED to true
           end-if
           if WS-GH-CTRL-SUM-TXT not = spaces
             DISPLAY "CRPAIN1 CtrlSum EXPECTED " WS-GH-CTRL-SUM-TXT
             if WS-GH-EXP-SUM not = WS-GH-ACT-SUM
               DISPLAY "CRPAIN1 CtrlSum DOES NOT AGREE"
               set WS-BAL-FAILED to true
               set WS-BAL-SUM-FAILED to true
             end-if
           end-if
           if WS-BAL-FAILED
             DISPLAY "CRPAIN1 FILE OUT OF BALANCE - RUN FAILED"
             move 16 to RETURN-CODE
           end-if
           .
      *------------------------------
      *    FINAL DISPOSITION FOR THE FILE'S IMPORT HISTORY.  A
      *    REFUSED RUN LEAVES THE EARLIER ROW UNTOUCHED.
       P0035-CLOSE-FILE-REG.
           if WS-HDR-SEEN and not WS-FILE-REFUSED
             if RETURN-CODE < 08
               move "COMPLETED " to WS-REG-DISPOSITION
             else
               move "FAILED    " to WS-REG-DISPOSITION
             end-if
             exec sql
               update TBC_PAIN_FILE_REG
                  set PAIN_DISPOSITION = :WS-REG-DISPOSITION
                where PAIN_MSG_ID = :WS-GH-MSG-ID
             end-exec
             exec sql
               commit
             end-exec
           end-if
           .
      *------------------------------
      *    THE pain.002 CUSTOMER PAYMENT STATUS REPORT.  IT IS BUILT
      *    FROM TBC_PAIN_TXN, NOT FROM THIS RUN'S MEMORY, SO AFTER A
      *    RESTART IT STILL ANSWERS EVERY TRANSACTION IN THE FILE.
      *    THE GROUP STATUS: ALL ACCEPTED ACCP, ALL REJECTED RJCT,
      *    NOTHING REJECTED BUT SOME PENDING PDNG, OTHERWISE PART.
       P0040-WRITE-STATUS-REPORT.
           move zero to WS-CNT-ACCP
           move zero to WS-CNT-PDNG
           move zero to WS-CNT-RJCT
           if not WS-FILE-REFUSED
             exec sql
               select coalesce(sum(case when PAIN_TXN_STATUS = 'ACCP'
                                        then 1 else 0 end), 0),
                      coalesce(sum(case when PAIN_TXN_STATUS = 'PDNG'
                                        then 1 else 0 end), 0),
                      coalesce(sum(case when PAIN_TXN_STATUS = 'RJCT'
                                        then 1 else 0 end), 0)
                 into :WS-CNT-ACCP, :WS-CNT-PDNG, :WS-CNT-RJCT
                 from TBC_PAIN_TXN
                where PAIN_FILE_NO = :WS-FILE-NO
             end-exec
           end-if
           evaluate true
             when WS-FILE-REFUSED
               move "RJCT" to WS-GRP-STATUS
             when WS-CNT-RJCT = zero and WS-CNT-PDNG = zero
              and WS-CNT-ACCP > zero
               move "ACCP" to WS-GRP-STATUS
             when WS-CNT-ACCP = zero and WS-CNT-PDNG = zero
               move "RJCT" to WS-GRP-STATUS
             when WS-CNT-RJCT = zero
               move "PDNG" to WS-GRP-STATUS
             when other
               move "PART" to WS-GRP-STATUS
           end-evaluate
           PERFORM P0041-WRITE-REPORT-HEADER
           if not WS-FILE-REFUSED
             PERFORM P0043-WRITE-REPORT-TXNS
           end-if
           move "</CstmrPmtStsRpt>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "</Document>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           DISPLAY "CRPAIN1 STATUS REPORT " WS-STAT-MSG-ID
                   " GROUP STATUS " WS-GRP-STATUS
           .
      *------------------------------
       P0041-WRITE-REPORT-HEADER.
           ACCEPT WS-STAT-TIME FROM TIME
           move spaces to WS-STAT-CRE-DTTM
           string BUSDATE-ISO "T" WS-STAT-HH ":" WS-STAT-MI ":"
                  WS-STAT-SS
             delimited by size into WS-STAT-CRE-DTTM
           move spaces to WS-STAT-MSG-ID
           string "CRPAIN1-STS-" WS-FILE-NO
             delimited by size into WS-STAT-MSG-ID
           move '<?xml version="1.0" encoding="UTF-8"?>'
             to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move spaces to WS-OUT-LINE
           string '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.002.001.03">'
             delimited by size into WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "<CstmrPmtStsRpt>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "<GrpHdr>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "MsgId"          to WS-OUT-TAG
           move WS-STAT-MSG-ID   to WS-OUT-VAL
           PERFORM P0042-PUT-ELEMENT
           move "CreDtTm"        to WS-OUT-TAG
           move WS-STAT-CRE-DTTM to WS-OUT-VAL
           PERFORM P0042-PUT-ELEMENT
           move "</GrpHdr>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "<OrgnlGrpInfAndSts>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "OrgnlMsgId"     to WS-OUT-TAG
           move WS-GH-MSG-ID     to WS-OUT-VAL
           PERFORM P0042-PUT-ELEMENT
           move "OrgnlMsgNmId"   to WS-OUT-TAG
           move WS-MSG-NM-ID     to WS-OUT-VAL
           PERFORM P0042-PUT-ELEMENT
           if WS-GH-NB-TXS-TXT not = spaces
             move "OrgnlNbOfTxs"   to WS-OUT-TAG
             move WS-GH-NB-TXS-TXT to WS-OUT-VAL
             PERFORM P0042-PUT-ELEMENT
           end-if
           if WS-GH-CTRL-SUM-TXT not = spaces
             move "OrgnlCtrlSum"     to WS-OUT-TAG
             move WS-GH-CTRL-SUM-TXT to WS-OUT-VAL
             PERFORM P0042-PUT-ELEMENT
           end-if
           move "GrpSts"         to WS-OUT-TAG
           move WS-GRP-STATUS    to WS-OUT-VAL
           PERFORM P0042-PUT-ELEMENT
           evaluate true
             when WS-FILE-DUPLICATE
               move "DU01" to WS-RR-RSN-CD
               move "FILE ALREADY IMPORTED" to WS-RR-RSN-TXT
               PERFORM P0046-PUT-REASON
             when WS-FILE-REFUSED
               move "NARR" to WS-RR-RSN-CD
               move "FILE NOT PROCESSED - CONTACT THE BANK"
                 to WS-RR-RSN-TXT
               PERFORM P0046-PUT-REASON
             when WS-BAL-TXS-FAILED
               move "AM18" to WS-RR-RSN-CD
               move "NUMBER OF TRANSACTIONS DOES NOT AGREE"
                 to WS-RR-RSN-TXT
               PERFORM P0046-PUT-REASON
             when WS-BAL-SUM-FAILED
               move "AM10" to WS-RR-RSN-CD
               move "CONTROL SUM DOES NOT AGREE" to WS-RR-RSN-TXT
               PERFORM P0046-PUT-REASON
             when WS-BAL-FAILED
               move "NARR" to WS-RR-RSN-CD
               move "FILE NOT READ TO THE END - CONTACT THE BANK"
                 to WS-RR-RSN-TXT
               PERFORM P0046-PUT-REASON
             when other
               continue
           end-evaluate
           move "</OrgnlGrpInfAndSts>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           .
      *------------------------------
      *    ONE TxInfAndSts PER TRANSACTION, GROUPED UNDER ITS ORIGINAL
      *    PmtInf BLOCK IN FILE ORDER.
       P0043-WRITE-REPORT-TXNS.
           exec sql
             declare CSRP cursor for
               select PAIN_PMTINF_ID, PAIN_INSTR_ID, PAIN_E2E_ID,
                      TXN_MSG_ID, PAIN_TXN_STATUS, PAIN_REASON_CD,
                      PAIN_REASON_TXT
                 from TBC_PAIN_TXN
                where PAIN_FILE_NO = :WS-FILE-NO
                order by PAIN_TXN_SEQ
           end-exec
           exec sql
             open CSRP
           end-exec
           if SQLCODE not = zero
             move SQLCODE to WS-SQLCODE-DISP
             DISPLAY "CRPAIN1 STATUS REPORT CURSOR FAILED SQLCODE "
                     WS-SQLCODE-DISP
             move 16 to RETURN-CODE
           else
             move spaces to WS-PREV-PMTINF-ID
             move "N" to WS-RPT-EOF-SW
             PERFORM P0047-FETCH-REPORT-ROW
             PERFORM P0044-PUT-TXN-STATUS UNTIL WS-RPT-EOF
             if WS-PREV-PMTINF-ID not = spaces
               move "</OrgnlPmtInfAndSts>" to WS-OUT-LINE
               PERFORM P0045-PUT-LINE
             end-if
             exec sql
               close CSRP
             end-exec
           end-if
           .
      *------------------------------
       P0044-PUT-TXN-STATUS.
           if WS-RR-PMTINF-ID not = WS-PREV-PMTINF-ID
             if WS-PREV-PMTINF-ID not = spaces
               move "</OrgnlPmtInfAndSts>" to WS-OUT-LINE
               PERFORM P0045-PUT-LINE
             end-if
             move "<OrgnlPmtInfAndSts>" to WS-OUT-LINE
             PERFORM P0045-PUT-LINE
             move "OrgnlPmtInfId"  to WS-OUT-TAG
             move WS-RR-PMTINF-ID  to WS-OUT-VAL
             PERFORM P0042-PUT-ELEMENT
             move WS-RR-PMTINF-ID  to WS-PREV-PMTINF-ID
           end-if
           move "<TxInfAndSts>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "StsId"          to WS-OUT-TAG
           move WS-RR-MSG-ID     to WS-OUT-VAL
           PERFORM P0042-PUT-ELEMENT
           if WS-RR-INSTR-ID not = spaces
             move "OrgnlInstrId"   to WS-OUT-TAG
             move WS-RR-INSTR-ID   to WS-OUT-VAL
             PERFORM P0042-PUT-ELEMENT
           end-if
           if WS-RR-E2E-ID not = spaces
             move "OrgnlEndToEndId" to WS-OUT-TAG
             move WS-RR-E2E-ID      to WS-OUT-VAL
             PERFORM P0042-PUT-ELEMENT
           end-if
           move "TxSts"          to WS-OUT-TAG
           move WS-RR-STATUS     to WS-OUT-VAL
           PERFORM P0042-PUT-ELEMENT
           if WS-RR-RSN-CD not = spaces
             PERFORM P0046-PUT-REASON
           end-if
           move "</TxInfAndSts>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           PERFORM P0047-FETCH-REPORT-ROW
           .
      *------------------------------
       P0047-FETCH-REPORT-ROW.
           exec sql
             fetch CSRP into :WS-RR-PMTINF-ID, :WS-RR-INSTR-ID,
                             :WS-RR-E2E-ID, :WS-RR-MSG-ID,
                             :WS-RR-STATUS, :WS-RR-RSN-CD,
                             :WS-RR-RSN-TXT
           end-exec
           if SQLCODE not = zero
             set WS-RPT-EOF to true
             if SQLCODE not = 100
      *        A FETCH FAILURE IS NOT THE END OF THE FILE'S ROWS - THE
      *        REPORT IS SHORT, SO THE RUN MUST NOT END CLEAN.
               move SQLCODE to WS-SQLCODE-DISP
               DISPLAY "CRPAIN1 STATUS REPORT FETCH FAILED SQLCODE "
                       WS-SQLCODE-DISP " - REPORT INCOMPLETE"
               move 16 to RETURN-CODE
             end-if
           end-if
           .
      *------------------------------
      *    StsRsnInf FROM WS-RR-RSN-CD AND WS-RR-RSN-TXT
       P0046-PUT-REASON.
           move "<StsRsnInf>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "<Rsn>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           move "Cd"             to WS-OUT-TAG
           move WS-RR-RSN-CD     to WS-OUT-VAL
           PERFORM P0042-PUT-ELEMENT
           move "</Rsn>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           if WS-RR-RSN-TXT not = spaces
             move "AddtlInf"       to WS-OUT-TAG
             move WS-RR-RSN-TXT    to WS-OUT-VAL
             PERFORM P0042-PUT-ELEMENT
           end-if
           move "</StsRsnInf>" to WS-OUT-LINE
           PERFORM P0045-PUT-LINE
           .
      *------------------------------
      *    <TAG>VALUE</TAG> ON ONE LINE, TAG AND VALUE TRIMMED.  THE
      *    SENDER'S IDS ARE ECHOED AS RECEIVED - THE SEPA CHARACTER
      *    SET HAS NO MARKUP CHARACTERS TO ESCAPE.
       P0042-PUT-ELEMENT.
           move 20 to WS-TAG-LEN
           PERFORM P0048-TRIM-TAG
             UNTIL WS-TAG-LEN = 1
                OR WS-OUT-TAG(WS-TAG-LEN:1) not = space
           move 144 to WS-VAL-LEN
           PERFORM P0049-TRIM-VAL
             UNTIL WS-VAL-LEN = 1
                OR WS-OUT-VAL(WS-VAL-LEN:1) not = space
           move spaces to WS-OUT-LINE
           move 1 to WS-OUT-PTR
           string "<" WS-OUT-TAG(1:WS-TAG-LEN) ">"
                  WS-OUT-VAL(1:WS-VAL-LEN)
                  "</" WS-OUT-TAG(1:WS-TAG-LEN) ">"
             delimited by size into WS-OUT-LINE
             with pointer WS-OUT-PTR
           PERFORM P0045-PUT-LINE
           move spaces to WS-OUT-TAG
           move spaces to WS-OUT-VAL
           .
      *------------------------------
       P0048-TRIM-TAG.
           subtract 1 from WS-TAG-LEN
           .
      *------------------------------
       P0049-TRIM-VAL.
           subtract 1 from WS-VAL-LEN
           .
      *------------------------------
       P0045-PUT-LINE.
           WRITE STAT-RECORD FROM WS-OUT-LINE
           move spaces to WS-OUT-LINE
           .
      *------------------------------
      *    SCAN WS-NUM-TXT: OPTIONAL LEADING/TRAILING BLANKS, DIGITS,
      *    AT MOST ONE DECIMAL POINT AND AT MOST FIVE DECIMALS.
      *    RESULT IN WS-NUM-VALUE, DECIMALS SEEN IN WS-NUM-FRAC-CNT.
       P0050-PARSE-NUMBER.
           move zero   to WS-NUM-INT
           move zero   to WS-NUM-FRAC
           move zero   to WS-NUM-FRAC-CNT
           move zero   to WS-NUM-INT-CNT
           move zero   to WS-NUM-VALUE
           move "N"    to WS-NUM-POINT-SW
           move "N"    to WS-NUM-END-SW
           set WS-NUM-OK to true
           move zero to WS-NUM-IDX
           PERFORM P0051-PARSE-NUM-CHAR
             UNTIL WS-NUM-IDX >= 20 or WS-NUM-BAD
           if WS-NUM-INT-CNT = zero and WS-NUM-FRAC-CNT = zero
             set WS-NUM-BAD to true
           end-if
           if WS-NUM-OK
             compute WS-NUM-VALUE = WS-NUM-INT + WS-NUM-FRAC / 100000
           end-if
           .
      *------------------------------
       P0051-PARSE-NUM-CHAR.
           add 1 to WS-NUM-IDX
           move WS-NUM-TXT(WS-NUM-IDX:1) to WS-NUM-CHAR
           evaluate true
             when WS-NUM-CHAR = space
               if WS-NUM-INT-CNT > zero or WS-NUM-POINT-SEEN
                 set WS-NUM-END to true
               end-if
             when WS-NUM-END
               set WS-NUM-BAD to true
             when WS-NUM-CHAR = "."
               if WS-NUM-POINT-SEEN
                 set WS-NUM-BAD to true
               else
                 set WS-NUM-POINT-SEEN to true
               end-if
             when WS-NUM-CHAR not numeric
               set WS-NUM-BAD to true
             when WS-NUM-POINT-SEEN
               add 1 to WS-NUM-FRAC-CNT
               if WS-NUM-FRAC-CNT > 5
                 set WS-NUM-BAD to true
               else
                 move WS-NUM-CHAR
                   to WS-NUM-FRAC-X(WS-NUM-FRAC-CNT:1)
               end-if
             when other
               add 1 to WS-NUM-INT-CNT
               if WS-NUM-INT-CNT > 13
                 set WS-NUM-BAD to true
               else
                 compute WS-NUM-INT = WS-NUM-INT * 10 + WS-NUM-DIGIT
               end-if
           end-evaluate
           .
      *
      *    A0002 through A0027 - shared check / format / write chain,
      *    see CRPYMPRC.
           COPY CRPYMPRC.
