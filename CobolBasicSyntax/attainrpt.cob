       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. attainrpt.
AUTHOR. Lawrence.
*> Sales target attainment: for an operator-keyed month, each
*> salesperson's invoiced sales net of credit memos - totalled off
*> invmast.dat the same way commrpt.cob totals them - set against
*> the targets held on salestgt.dat, month-to-date and for the year
*> to date (January through the month keyed). Each figure shows the
*> percentage of target reached and the shortfall still to make,
*> so the sales manager sees how the month is going before it
*> closes rather than finding out from the commission run. The
*> year-to-date target is the sum of the monthly targets set so
*> far; a salesperson with no target for the period prints
*> "no target" instead of a percentage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT SalespFile ASSIGN TO "salesp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalespId
           FILE STATUS IS SalespFileStatus.

       SELECT TargetFile ASSIGN TO "salestgt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TgtKey
           FILE STATUS IS TargetFileStatus.

      *> Date-stamped so a run part way through the month does not
      *> destroy an earlier one; every run is cataloged through RPTCAT.
       SELECT AttainReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items, with the
*> salesperson carried on the header.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
           03 InvLineNum PIC 99.
       02 InvBody PIC X(40).
       02 InvHeaderBody REDEFINES InvBody.
           03 InvCustId PIC 9(5).
           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 InvSalespId PIC X(3).
           03 FILLER PIC X(17).

FD SalespFile.
*> Kept in step with the SalespRec layout salesmnt.cob keeps.
01 SalespRec.
       02 SalespId PIC X(3).
       02 SalespName PIC X(20).
       02 SalespCommRate PIC 99V99.

FD TargetFile.
*> Kept in step with the TargetRec layout salestgt.cob keeps.
01 TargetRec.
       02 TgtKey.
           03 TgtSalespId PIC X(3).
           03 TgtMonth PIC 9(6).
       02 TgtAmount PIC 9(7)V99.
       02 TgtAboveRate PIC 99V99.

FD AttainReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 InvMastStatus PIC XX.
01 SalespFileStatus PIC XX.
01 TargetFileStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ReportMonth PIC 9(6).
01 ReportMonthParts REDEFINES ReportMonth.
       02 ReportYear PIC 9(4).
       02 ReportMonthNum PIC 99.
01 YearStart PIC 9(6).
01 DocMonth PIC 9(6).
01 WantedId PIC X(3).
*> One row per salesperson: sales and targets for the month and for
*> the year to date.
01 AttainTable.
       02 AttainEntry OCCURS 0 TO 50 TIMES
               DEPENDING ON AttainCount.
           03 TblAttId PIC X(3).
           03 TblAttName PIC X(20).
           03 TblMtdSales PIC S9(9)V99.
           03 TblYtdSales PIC S9(9)V99.
           03 TblMtdTarget PIC 9(9)V99.
           03 TblYtdTarget PIC 9(9)V99.
01 AttainCount PIC 9(2) VALUE 0.
01 AttainIdx PIC 9(2).
01 AttainRowFound PIC X.
01 TotMtdSales PIC S9(9)V99 VALUE 0.
01 TotYtdSales PIC S9(9)V99 VALUE 0.
01 TotMtdTarget PIC 9(9)V99 VALUE 0.
01 TotYtdTarget PIC 9(9)V99 VALUE 0.
*> The figures for whichever line is being printed.
01 LineSales PIC S9(9)V99.
01 LineTarget PIC 9(9)V99.
01 LineShort PIC S9(9)V99.
01 LinePct PIC S9(5)V9.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 NameLine.
       02 PrnAttId PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAttName PIC X(20).
01 FigureLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnPeriod PIC X(14).
       02 FILLER PIC X(7) VALUE " sales ".
       02 PrnSales PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER PIC X(8) VALUE " target ".
       02 PrnTarget PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnAttained PIC X(10).
       02 FILLER PIC X(7) VALUE " short ".
       02 PrnShort PIC ZZZ,ZZZ,ZZ9.99.
01 ShowPct PIC ZZZZ9.9-.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "attnrpt ", OperatorName.
       CALL 'SESSLOG' USING "START", "attnrpt ", OperatorName.
       DISPLAY "Attainment month (YYYYMM): " WITH NO ADVANCING.
       ACCEPT ReportMonth.
       IF ReportMonthNum < 1 OR ReportMonthNum > 12
           DISPLAY "Not a valid month - nothing reported"
           CALL 'SESSLOG' USING "END  ", "attnrpt ", OperatorName
           GOBACK
       END-IF.
       COMPUTE YearStart = ReportYear * 100 + 1.
       PERFORM LoadSalespeople.
       PERFORM TallySales.
       PERFORM TallyTargets.
       PERFORM PrintAttainment.
       CALL 'SESSLOG' USING "END  ", "attnrpt ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Everyone on the master gets a row, so a salesperson who has sold
*> nothing yet still shows against their target.
LoadSalespeople.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalespFile.
       IF SalespFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneSalesperson UNTIL WSEOF = 'Y'.
       IF SalespFileStatus NOT = "35"
           CLOSE SalespFile
       END-IF.

LoadOneSalesperson.
       READ SalespFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SalespId TO WantedId
               PERFORM FindAttainRow
               IF AttainRowFound = 'Y'
                   MOVE SalespName TO TblAttName(AttainIdx)
               END-IF
       END-READ.

*> Leaves AttainIdx on the row for WantedId, adding one if needed;
*> AttainRowFound is 'N' only when the table is full.
FindAttainRow.
       MOVE 'N' TO AttainRowFound.
       PERFORM MatchOneAttainRow
           VARYING AttainIdx FROM 1 BY 1
           UNTIL AttainRowFound = 'Y' OR AttainIdx > AttainCount.
       IF AttainRowFound = 'Y'
           SUBTRACT 1 FROM AttainIdx
       ELSE
           IF AttainCount < 50
               ADD 1 TO AttainCount
               MOVE AttainCount TO AttainIdx
               MOVE WantedId TO TblAttId(AttainIdx)
               IF WantedId = SPACES
                   MOVE "(no salesperson)" TO TblAttName(AttainIdx)
               ELSE
                   MOVE "(not on salesp.dat)" TO TblAttName(AttainIdx)
               END-IF
               MOVE 0 TO TblMtdSales(AttainIdx)
               MOVE 0 TO TblYtdSales(AttainIdx)
               MOVE 0 TO TblMtdTarget(AttainIdx)
               MOVE 0 TO TblYtdTarget(AttainIdx)
               MOVE 'Y' TO AttainRowFound
           ELSE
               DISPLAY "WARNING: more than 50 salesperson codes -"
                   " the extras are NOT reported"
           END-IF
       END-IF.

MatchOneAttainRow.
       IF TblAttId(AttainIdx) = WantedId
           MOVE 'Y' TO AttainRowFound
       END-IF.

*> Positive headers add, credit memos (negative totals, carrying
*> the original salesperson) subtract, exactly as commrpt.cob nets
*> them.
TallySales.
       MOVE 'N' TO WSEOF.
       OPEN INPUT InvoiceMaster.
       IF InvMastStatus = "35"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO InvKey
           START InvoiceMaster KEY IS NOT LESS THAN InvKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM TallyOneInvoiceRec UNTIL WSEOF = 'Y'.
       IF InvMastStatus NOT = "35"
           CLOSE InvoiceMaster
       END-IF.

TallyOneInvoiceRec.
       READ InvoiceMaster NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF InvLineNum = 0
                   COMPUTE DocMonth = InvHdrDate / 100
                   IF DocMonth >= YearStart AND DocMonth <= ReportMonth
                       PERFORM PostOneHeader
                   END-IF
               END-IF
       END-READ.

PostOneHeader.
       MOVE InvSalespId TO WantedId.
       PERFORM FindAttainRow.
       IF AttainRowFound = 'Y'
           ADD InvTotal TO TblYtdSales(AttainIdx)
           IF DocMonth = ReportMonth
               ADD InvTotal TO TblMtdSales(AttainIdx)
           END-IF
       END-IF.

TallyTargets.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TargetFile.
       IF TargetFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneTarget UNTIL WSEOF = 'Y'.
       IF TargetFileStatus NOT = "35"
           CLOSE TargetFile
       END-IF.

TallyOneTarget.
       READ TargetFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF TgtMonth >= YearStart AND TgtMonth <= ReportMonth
                   MOVE TgtSalespId TO WantedId
                   PERFORM FindAttainRow
                   IF AttainRowFound = 'Y'
                       ADD TgtAmount TO TblYtdTarget(AttainIdx)
                       IF TgtMonth = ReportMonth
                           ADD TgtAmount TO TblMtdTarget(AttainIdx)
                       END-IF
                   END-IF
               END-IF
       END-READ.

PrintAttainment.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "Attain" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT AttainReport.
       MOVE SPACES TO PrintLine.
       STRING "SALES TARGET ATTAINMENT FOR " ReportMonth
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       PERFORM PrintOneSalesperson
           VARYING AttainIdx FROM 1 BY 1 UNTIL AttainIdx > AttainCount.
       MOVE "ALL SALESPEOPLE" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE "Month to date" TO PrnPeriod.
       MOVE TotMtdSales TO LineSales.
       MOVE TotMtdTarget TO LineTarget.
       PERFORM PrintFigureLine.
       MOVE "Year to date" TO PrnPeriod.
       MOVE TotYtdSales TO LineSales.
       MOVE TotYtdTarget TO LineTarget.
       PERFORM PrintFigureLine.
       CLOSE AttainReport.
       MOVE "Attainment" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Attainment report written to " ReportFileName " ("
           AttainCount " salespeople)".

PrintOneSalesperson.
       MOVE TblAttId(AttainIdx) TO PrnAttId.
       MOVE TblAttName(AttainIdx) TO PrnAttName.
       WRITE PrintLine FROM NameLine AFTER ADVANCING 2 LINES.
       MOVE "Month to date" TO PrnPeriod.
       MOVE TblMtdSales(AttainIdx) TO LineSales.
       MOVE TblMtdTarget(AttainIdx) TO LineTarget.
       PERFORM PrintFigureLine.
       MOVE "Year to date" TO PrnPeriod.
       MOVE TblYtdSales(AttainIdx) TO LineSales.
       MOVE TblYtdTarget(AttainIdx) TO LineTarget.
       PERFORM PrintFigureLine.
       ADD TblMtdSales(AttainIdx) TO TotMtdSales.
       ADD TblYtdSales(AttainIdx) TO TotYtdSales.
       ADD TblMtdTarget(AttainIdx) TO TotMtdTarget.
       ADD TblYtdTarget(AttainIdx) TO TotYtdTarget.

*> Shortfall is what is still needed to reach target - nothing once
*> the target has been met.
PrintFigureLine.
       MOVE LineSales TO PrnSales.
       MOVE LineTarget TO PrnTarget.
       IF LineTarget = ZERO
           MOVE "no target" TO PrnAttained
           MOVE 0 TO LineShort
       ELSE
           COMPUTE LinePct ROUNDED = LineSales * 100 / LineTarget
               ON SIZE ERROR MOVE 99999.9 TO LinePct
           END-COMPUTE
           MOVE LinePct TO ShowPct
           MOVE SPACES TO PrnAttained
           STRING ShowPct "%" DELIMITED BY SIZE INTO PrnAttained
           END-STRING
           COMPUTE LineShort = LineTarget - LineSales
           IF LineShort < ZERO
               MOVE 0 TO LineShort
           END-IF
       END-IF.
       MOVE LineShort TO PrnShort.
       WRITE PrintLine FROM FigureLine.
       ADD 1 TO LineCount.
