       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. yearend.
AUTHOR. Lawrence.
*> Year-end close. periodmnt closes single months, but nothing ever
*> closed a financial year, so the revenue accounts grew year on
*> year in the trial balance. For a keyed calendar year this totals
*> every income and expense account up to 31 December from
*> gljournal.dat and writes the closing journal - each one back to
*> nil, the net into retained earnings (3000) - dated 31 December
*> and tagged "YECLOSE yyyy" so the P&L and budget reports can
*> leave it out. The asset, liability and capital balances are
*> then carried forward on glopen.dat as the new year's opening
*> balances, the trial balance's starting point, and all twelve
*> months are closed on periodctl.dat so PERCHK refuses anything
*> back-dated into the old year.
*> yearend.dat records each close, started and finished: a year
*> already finished is refused, and one that stopped partway is
*> simply run again - every step works out what is still to do
*> from the journal itself, so nothing is posted twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT AccountFile ASSIGN TO "glaccts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AcctNum
           FILE STATUS IS AccountFileStatus.

       SELECT OPTIONAL PeriodCtlFile ASSIGN TO "periodctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodCtlStatus.

      *> One line per year closed: started, then finished.
       SELECT OPTIONAL YearEndFile ASSIGN TO "yearend.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS YearEndStatus.

      *> The balance-sheet balances brought forward into the new year.
       SELECT OpenBalFile ASSIGN TO "glopen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenBalStatus.

       SELECT CloseReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD JournalFile.
*> Kept in step with the JournalRec layout glpost.cob writes.
01 JournalRec.
       02 JrnDate PIC 9(8).
       02 FILLER PIC X.
       02 JrnAcct PIC 9(4).
       02 FILLER PIC X.
       02 JrnDrCr PIC X.
       02 FILLER PIC X.
       02 JrnAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 JrnSource PIC X(12).

FD AccountFile.
*> Kept in step with the AccountRec layout glmaint.cob keeps.
01 AccountRec.
       02 AcctNum PIC 9(4).
       02 AcctName PIC X(25).
       02 AcctType PIC X.

FD PeriodCtlFile.
*> Kept in step with the PeriodCtlRec layout periodmnt.cob keeps.
01 PeriodCtlRec.
       02 PerMonth PIC 9(6).
       02 FILLER PIC X.
       02 PerStatus PIC X.

FD YearEndFile.
01 YearEndRec.
       02 YeYear PIC 9(4).
       02 FILLER PIC X.
       02 YeStatus PIC X.
       02 FILLER PIC X.
       02 YeDate PIC 9(8).
       02 FILLER PIC X.
       02 YeOper PIC X(8).

FD OpenBalFile.
01 OpenBalRec.
       02 ObYear PIC 9(4).
       02 FILLER PIC X.
       02 ObAcct PIC 9(4).
       02 FILLER PIC X.
       02 ObDrCr PIC X.
       02 FILLER PIC X.
       02 ObAmount PIC 9(9)V99.

FD CloseReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 JournalStatus PIC XX.
01 AccountFileStatus PIC XX.
01 PeriodCtlStatus PIC XX.
01 YearEndStatus PIC XX.
01 OpenBalStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
01 CloseYear PIC 9(4).
01 YearEndDate PIC 9(8).
01 OpenYear PIC 9(4).
01 CloseTag PIC X(12).
01 RetainedAcct PIC 9(4) VALUE 3000.
*> Every account on the journal to 31 December, balance held as
*> debits less credits.
01 CloseTable.
       02 CloseEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON CloseCount.
           03 TblClAcct PIC 9(4).
           03 TblClName PIC X(25).
           03 TblClType PIC X.
           03 TblClBal PIC S9(9)V99.
01 CloseCount PIC 9(3) VALUE 0.
01 ClIdx PIC 9(3).
01 RowFound PIC X.
01 TableFull PIC X.
01 OffChartCount PIC 9(3).
01 WantedAcct PIC 9(4).
01 SignedAmount PIC S9(9)V99.
*> The net of every closing line already on the journal for the
*> year plus those written now - what retained earnings must take.
01 ClosedNet PIC S9(9)V99.
01 LinesPosted PIC 9(5).
01 BalancesCarried PIC 9(5).
01 CarriedDebit PIC 9(9)V99.
01 CarriedCredit PIC 9(9)V99.
*> yearend.dat held whole while this year's line is set.
01 YearEndTable.
       02 YearEndEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON YearEndCount.
           03 TblYeYear PIC 9(4).
           03 TblYeStatus PIC X.
           03 TblYeDate PIC 9(8).
           03 TblYeOper PIC X(8).
01 YearEndCount PIC 9(3) VALUE 0.
01 YeIdx PIC 9(3).
01 YearFound PIC X.
01 YearIdx PIC 9(3).
01 LaterClosed PIC 9(4).
01 StageToSet PIC X.
*> periodctl.dat held whole while the year's months are closed, the
*> way periodmnt.cob rewrites it.
01 PeriodTable.
       02 PeriodEntry OCCURS 0 TO 120 TIMES
               DEPENDING ON PeriodCount.
           03 TblPerMonth PIC 9(6).
           03 TblPerStatus PIC X.
01 PeriodCount PIC 9(3) VALUE 0.
01 PerIdx PIC 9(3).
01 MonthIdx PIC 99.
01 WantedMonth PIC 9(6).
01 MonthFound PIC X.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5).
01 CloseHeads PIC X(80)
       VALUE "ACCT NAME                      DR/CR          AMOUNT".
01 CloseLine.
       02 PrnClAcct PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnClName PIC X(25).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnClDrCr PIC X.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnClAmount PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "yearend ", OperatorName.
       CALL 'SESSLOG' USING "START", "yearend ", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM RunYearEnd THRU RunYearEnd-Exit.
       CALL 'SESSLOG' USING "END  ", "yearend ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

RunYearEnd.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "The year-end close is run by a supervisor"
           GO TO RunYearEnd-Exit
       END-IF.
       DISPLAY " "
       DISPLAY "Year to close (YYYY, 0 = last year): "
           WITH NO ADVANCING.
       ACCEPT CloseYear.
       IF CloseYear = ZERO
           COMPUTE CloseYear = TodayYear - 1
       END-IF.
       IF CloseYear >= TodayYear
           DISPLAY "Year " CloseYear " has not ended - not closed"
           GO TO RunYearEnd-Exit
       END-IF.
       COMPUTE YearEndDate = CloseYear * 10000 + 1231.
       MOVE SPACES TO CloseTag.
       STRING "YECLOSE " CloseYear DELIMITED BY SIZE INTO CloseTag
       END-STRING.
       PERFORM LoadYearEndTable.
       MOVE 'N' TO YearFound.
       MOVE 0 TO LaterClosed.
       PERFORM CheckOneYearEnd
           VARYING YeIdx FROM 1 BY 1 UNTIL YeIdx > YearEndCount.
       IF YearFound = 'Y'
           IF TblYeStatus(YearIdx) = 'C'
               DISPLAY "Year " CloseYear " was closed on "
                   TblYeDate(YearIdx) " by " TblYeOper(YearIdx)
                   " - it is not closed twice"
               GO TO RunYearEnd-Exit
           END-IF
           DISPLAY "Resuming the close of " CloseYear " started on "
               TblYeDate(YearIdx) " by " TblYeOper(YearIdx)
       END-IF.
       IF LaterClosed NOT = 0
           DISPLAY "Year " LaterClosed " is already closed - years"
               " close in order, " CloseYear " not closed"
           GO TO RunYearEnd-Exit
       END-IF.
       OPEN INPUT AccountFile.
       IF AccountFileStatus = "35"
           DISPLAY "No chart of accounts on file - run glmaint first"
           GO TO RunYearEnd-Exit
       END-IF.
       MOVE RetainedAcct TO AcctNum.
       MOVE 'Y' TO RowFound.
       READ AccountFile
           INVALID KEY MOVE 'N' TO RowFound
       END-READ.
       IF RowFound = 'N' OR AcctType NOT = 'C'
           DISPLAY "Retained earnings account " RetainedAcct
               " is not on the chart as type C - set it up in glmaint"
           CLOSE AccountFile
           GO TO RunYearEnd-Exit
       END-IF.
       PERFORM TallyJournal.
       IF TableFull = 'Y'
           DISPLAY "More than 100 accounts on the journal - not closed"
           CLOSE AccountFile
           GO TO RunYearEnd-Exit
       END-IF.
       MOVE 0 TO OffChartCount.
       PERFORM NameOneCloseRow
           VARYING ClIdx FROM 1 BY 1 UNTIL ClIdx > CloseCount.
       CLOSE AccountFile.
       IF OffChartCount > 0
           DISPLAY OffChartCount " journal account(s) not on the"
               " chart - add them in glmaint, then run the close again"
           GO TO RunYearEnd-Exit
       END-IF.
       MOVE 'S' TO StageToSet.
       PERFORM SetYearEndLine.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "YearEnd" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT CloseReport.
       MOVE SPACES TO PrintLine.
       STRING "YEAR-END CLOSE OF " CloseYear " - CLOSING JOURNAL "
           CloseTag DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE CloseHeads TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM PostClosingJournal.
       PERFORM WriteOpeningBalances.
       PERFORM CloseYearPeriods.
       CLOSE CloseReport.
       MOVE "YearEnd" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       MOVE 'C' TO StageToSet.
       PERFORM SetYearEndLine.
       DISPLAY "Year " CloseYear " closed: " LinesPosted
           " closing line(s) posted, " BalancesCarried
           " opening balance(s) carried to " ReportFileName.
RunYearEnd-Exit.
       EXIT.

CheckOneYearEnd.
       IF TblYeYear(YeIdx) = CloseYear
           MOVE 'Y' TO YearFound
           MOVE YeIdx TO YearIdx
       END-IF.
       IF TblYeYear(YeIdx) > CloseYear AND TblYeStatus(YeIdx) = 'C'
           MOVE TblYeYear(YeIdx) TO LaterClosed
       END-IF.

*> Everything to 31 December counts, earlier years included: those
*> were brought to nil by their own close, and a first close rolls
*> up every year before it. Closing lines already written for this
*> year are netted separately so a rerun only tops up retained
*> earnings by what is still missing.
TallyJournal.
       MOVE 0 TO CloseCount.
       MOVE 0 TO ClosedNet.
       MOVE 'N' TO TableFull.
       MOVE 'N' TO WSEOF.
       OPEN INPUT JournalFile.
       IF JournalStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneJournalLine UNTIL WSEOF = 'Y'.
       IF JournalStatus NOT = "35"
           CLOSE JournalFile
       END-IF.
       MOVE RetainedAcct TO WantedAcct.
       PERFORM FindCloseRow.

TallyOneJournalLine.
       READ JournalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF JrnDate <= YearEndDate
                   PERFORM PostJournalLine
               END-IF
       END-READ.

PostJournalLine.
       IF JrnDrCr = 'D'
           MOVE JrnAmount TO SignedAmount
       ELSE
           COMPUTE SignedAmount = 0 - JrnAmount
       END-IF.
       IF JrnSource = CloseTag
           ADD SignedAmount TO ClosedNet
       END-IF.
       MOVE JrnAcct TO WantedAcct.
       PERFORM FindCloseRow.
       IF RowFound = 'Y'
           ADD SignedAmount TO TblClBal(ClIdx)
       END-IF.

FindCloseRow.
       MOVE 'N' TO RowFound.
       PERFORM MatchOneCloseRow
           VARYING ClIdx FROM 1 BY 1
           UNTIL RowFound = 'Y' OR ClIdx > CloseCount.
       IF RowFound = 'Y'
           SUBTRACT 1 FROM ClIdx
       ELSE
           IF CloseCount < 100
               ADD 1 TO CloseCount
               MOVE CloseCount TO ClIdx
               MOVE WantedAcct TO TblClAcct(ClIdx)
               MOVE SPACES TO TblClName(ClIdx)
               MOVE SPACE TO TblClType(ClIdx)
               MOVE ZEROS TO TblClBal(ClIdx)
               MOVE 'Y' TO RowFound
           ELSE
               MOVE 'Y' TO TableFull
           END-IF
       END-IF.

MatchOneCloseRow.
       IF TblClAcct(ClIdx) = WantedAcct
           MOVE 'Y' TO RowFound
       END-IF.

NameOneCloseRow.
       MOVE TblClAcct(ClIdx) TO AcctNum.
       READ AccountFile
           INVALID KEY
               ADD 1 TO OffChartCount
               DISPLAY "Account " TblClAcct(ClIdx) " is on the journal"
                   " but not on the chart"
           NOT INVALID KEY
               MOVE AcctName TO TblClName(ClIdx)
               MOVE AcctType TO TblClType(ClIdx)
       END-READ.

*> Each income and expense account still carrying a balance gets
*> the opposite entry; retained earnings takes whatever the closing
*> lines for the year, old and new, are out by.
PostClosingJournal.
       MOVE 0 TO LinesPosted.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       PERFORM CloseOneAccount
           VARYING ClIdx FROM 1 BY 1 UNTIL ClIdx > CloseCount.
       IF ClosedNet NOT = 0
           MOVE RetainedAcct TO WantedAcct
           PERFORM FindCloseRow
           COMPUTE SignedAmount = 0 - ClosedNet
           PERFORM WriteClosingLine
       END-IF.
       CLOSE JournalFile.
       IF LinesPosted = 0
           MOVE "No balances left to close - journal already closed"
               TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

CloseOneAccount.
       IF (TblClType(ClIdx) = 'I' OR TblClType(ClIdx) = 'E')
               AND TblClBal(ClIdx) NOT = 0
           COMPUTE SignedAmount = 0 - TblClBal(ClIdx)
           ADD SignedAmount TO ClosedNet
           PERFORM WriteClosingLine
       END-IF.

*> SignedAmount is the entry to make on row ClIdx, debit positive.
WriteClosingLine.
       MOVE SPACES TO JournalRec.
       MOVE YearEndDate TO JrnDate.
       MOVE TblClAcct(ClIdx) TO JrnAcct.
       IF SignedAmount > 0
           MOVE 'D' TO JrnDrCr
           MOVE SignedAmount TO JrnAmount
       ELSE
           MOVE 'C' TO JrnDrCr
           COMPUTE JrnAmount = 0 - SignedAmount
       END-IF.
       MOVE CloseTag TO JrnSource.
       WRITE JournalRec.
       ADD 1 TO LinesPosted.
       ADD SignedAmount TO TblClBal(ClIdx).
       MOVE SPACES TO CloseLine.
       MOVE TblClAcct(ClIdx) TO PrnClAcct.
       MOVE TblClName(ClIdx) TO PrnClName.
       MOVE JrnDrCr TO PrnClDrCr.
       MOVE JrnAmount TO PrnClAmount.
       WRITE PrintLine FROM CloseLine.
       ADD 1 TO LineCount.

*> Rewritten whole each close, so a rerun carries the same figures.
WriteOpeningBalances.
       MOVE 0 TO BalancesCarried.
       MOVE 0 TO CarriedDebit.
       MOVE 0 TO CarriedCredit.
       MOVE SPACES TO PrintLine.
       COMPUTE OpenYear = CloseYear + 1.
       STRING "OPENING BALANCES FOR " OpenYear " CARRIED TO glopen.dat"
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE CloseHeads TO PrintLine.
       WRITE PrintLine.
       OPEN OUTPUT OpenBalFile.
       PERFORM CarryOneBalance
           VARYING ClIdx FROM 1 BY 1 UNTIL ClIdx > CloseCount.
       CLOSE OpenBalFile.
       MOVE SPACES TO CloseLine.
       MOVE "TOTAL DEBITS" TO PrnClName.
       MOVE 'D' TO PrnClDrCr.
       MOVE CarriedDebit TO PrnClAmount.
       WRITE PrintLine FROM CloseLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO CloseLine.
       MOVE "TOTAL CREDITS" TO PrnClName.
       MOVE 'C' TO PrnClDrCr.
       MOVE CarriedCredit TO PrnClAmount.
       WRITE PrintLine FROM CloseLine.
       IF CarriedDebit NOT = CarriedCredit
           MOVE "*** OPENING BALANCES DO NOT BALANCE ***" TO PrintLine
           WRITE PrintLine
           DISPLAY "OPENING BALANCES OUT OF BALANCE - debits $"
               CarriedDebit " credits $" CarriedCredit
       END-IF.

CarryOneBalance.
       IF (TblClType(ClIdx) = 'A' OR TblClType(ClIdx) = 'L'
               OR TblClType(ClIdx) = 'C')
               AND TblClBal(ClIdx) NOT = 0
           MOVE SPACES TO OpenBalRec
           MOVE OpenYear TO ObYear
           MOVE TblClAcct(ClIdx) TO ObAcct
           IF TblClBal(ClIdx) > 0
               MOVE 'D' TO ObDrCr
               MOVE TblClBal(ClIdx) TO ObAmount
               ADD ObAmount TO CarriedDebit
           ELSE
               MOVE 'C' TO ObDrCr
               COMPUTE ObAmount = 0 - TblClBal(ClIdx)
               ADD ObAmount TO CarriedCredit
           END-IF
           WRITE OpenBalRec
           ADD 1 TO BalancesCarried
           MOVE SPACES TO CloseLine
           MOVE ObAcct TO PrnClAcct
           MOVE TblClName(ClIdx) TO PrnClName
           MOVE ObDrCr TO PrnClDrCr
           MOVE ObAmount TO PrnClAmount
           WRITE PrintLine FROM CloseLine
           ADD 1 TO LineCount
       END-IF.

CloseYearPeriods.
       PERFORM LoadPeriodTable.
       PERFORM CloseOneMonth
           VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12.
       OPEN OUTPUT PeriodCtlFile.
       PERFORM RewriteOnePeriodRec
           VARYING PerIdx FROM 1 BY 1 UNTIL PerIdx > PeriodCount.
       CLOSE PeriodCtlFile.
       MOVE SPACES TO PrintLine.
       STRING "MONTHS " CloseYear "01 TO " CloseYear
           "12 CLOSED ON periodctl.dat" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.

CloseOneMonth.
       COMPUTE WantedMonth = CloseYear * 100 + MonthIdx.
       MOVE 'N' TO MonthFound.
       PERFORM CloseMatchingMonth
           VARYING PerIdx FROM 1 BY 1
           UNTIL MonthFound = 'Y' OR PerIdx > PeriodCount.
       IF MonthFound = 'N'
           IF PeriodCount < 120
               ADD 1 TO PeriodCount
               MOVE WantedMonth TO TblPerMonth(PeriodCount)
               MOVE 'C' TO TblPerStatus(PeriodCount)
           ELSE
               DISPLAY "Period table full - " WantedMonth
                   " NOT closed"
           END-IF
       END-IF.

CloseMatchingMonth.
       IF TblPerMonth(PerIdx) = WantedMonth
           MOVE 'Y' TO MonthFound
           MOVE 'C' TO TblPerStatus(PerIdx)
       END-IF.

LoadPeriodTable.
       MOVE 0 TO PeriodCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PeriodCtlFile.
       IF PeriodCtlStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOnePeriodRec UNTIL WSEOF = 'Y'.
       IF PeriodCtlStatus NOT = "35"
           CLOSE PeriodCtlFile
       END-IF.

LoadOnePeriodRec.
       READ PeriodCtlFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PeriodCount < 120
                   ADD 1 TO PeriodCount
                   MOVE PerMonth TO TblPerMonth(PeriodCount)
                   MOVE PerStatus TO TblPerStatus(PeriodCount)
               END-IF
       END-READ.

RewriteOnePeriodRec.
       MOVE SPACES TO PeriodCtlRec.
       MOVE TblPerMonth(PerIdx) TO PerMonth.
       MOVE TblPerStatus(PerIdx) TO PerStatus.
       WRITE PeriodCtlRec.

LoadYearEndTable.
       MOVE 0 TO YearEndCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT YearEndFile.
       IF YearEndStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneYearEndRec UNTIL WSEOF = 'Y'.
       IF YearEndStatus NOT = "35"
           CLOSE YearEndFile
       END-IF.

LoadOneYearEndRec.
       READ YearEndFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF YearEndCount < 100
                   ADD 1 TO YearEndCount
                   MOVE YeYear TO TblYeYear(YearEndCount)
                   MOVE YeStatus TO TblYeStatus(YearEndCount)
                   MOVE YeDate TO TblYeDate(YearEndCount)
                   MOVE YeOper TO TblYeOper(YearEndCount)
               END-IF
       END-READ.

*> StageToSet holds the stage to record for CloseYear: S when the
*> close starts, C once every step has finished.
SetYearEndLine.
       IF YearFound = 'N'
           ADD 1 TO YearEndCount
           MOVE YearEndCount TO YearIdx
           MOVE CloseYear TO TblYeYear(YearIdx)
           MOVE 'Y' TO YearFound
       END-IF.
       MOVE StageToSet TO TblYeStatus(YearIdx).
       MOVE TodayDate TO TblYeDate(YearIdx).
       MOVE AuthOperId TO TblYeOper(YearIdx).
       OPEN OUTPUT YearEndFile.
       PERFORM RewriteOneYearEndRec
           VARYING YeIdx FROM 1 BY 1 UNTIL YeIdx > YearEndCount.
       CLOSE YearEndFile.

RewriteOneYearEndRec.
       MOVE SPACES TO YearEndRec.
       MOVE TblYeYear(YeIdx) TO YeYear.
       MOVE TblYeStatus(YeIdx) TO YeStatus.
       MOVE TblYeDate(YeIdx) TO YeDate.
       MOVE TblYeOper(YeIdx) TO YeOper.
       WRITE YearEndRec.
