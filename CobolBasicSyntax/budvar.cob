       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. budvar.
AUTHOR. Lawrence.
*> Budget-versus-actual report by GL account for the month just
*> ended: the actual off gljournal.dat (debits less credits, turned
*> round for liability and income accounts so every figure reads in
*> the account's natural direction, as budget.dat is kept), the
*> budget off budget.dat, the variance and variance percent for the
*> month and for the calendar year to date. Any account whose month
*> or year-to-date variance is beyond the budtol.dat tolerance (10%
*> when none has been set) is flagged, as is actual activity on an
*> account with no budget at all. The night batch runs it unattended
*> on the first working day of each month, so the owners have the
*> comparison the spreadsheet used to give them without asking.

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

       SELECT BudgetFile ASSIGN TO "budget.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BudKey
           FILE STATUS IS BudgetFileStatus.

       SELECT OPTIONAL BudTolFile ASSIGN TO "budtol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BudTolStatus.

       SELECT BudVarReport ASSIGN TO ReportFileName
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

FD BudgetFile.
*> Kept in step with the BudgetRec layout budgetmnt.cob keeps.
01 BudgetRec.
       02 BudKey.
           03 BudAcct PIC 9(4).
           03 BudMonth PIC 9(6).
       02 BudAmount PIC 9(7)V99.
       02 BudSetBy PIC X(8).
       02 BudSetOn PIC 9(8).

FD BudTolFile.
01 BudTolRec.
       02 TolPct PIC 99V99.

FD BudVarReport.
01 PrintLine PIC X(132).

WORKING-STORAGE SECTION.
01 JournalStatus PIC XX.
01 AccountFileStatus PIC XX.
01 BudgetFileStatus PIC XX.
01 BudTolStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
*> The month reported on - the one before today's - and the first
*> and last journal dates that fall in its year to date.
01 RptMonth.
       02 RptYear PIC 9(4).
       02 RptMon PIC 99.
01 YearStart PIC 9(8).
01 MonthStart PIC 9(8).
01 MonthEnd PIC 9(8).
01 Tolerance PIC 99V99 VALUE 10.
*> One row per account with a budget or journal activity in the
*> year to date; actuals are held as debits less credits until the
*> account's type is known at print time.
01 VarTable.
       02 VarEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON VarCount.
           03 TblVarAcct PIC 9(4).
           03 TblVarMonAct PIC S9(9)V99.
           03 TblVarYtdAct PIC S9(9)V99.
           03 TblVarMonBud PIC 9(9)V99.
           03 TblVarYtdBud PIC 9(9)V99.
           03 TblVarPrinted PIC X.
01 VarCount PIC 9(3) VALUE 0.
01 VarIdx PIC 9(3).
01 RowFound PIC X.
01 OverflowWarned PIC X VALUE 'N'.
01 WantedAcct PIC 9(4).
01 MonAct PIC S9(9)V99.
01 YtdAct PIC S9(9)V99.
01 MonVar PIC S9(9)V99.
01 YtdVar PIC S9(9)V99.
01 MonPct PIC S9(5)V9.
01 YtdPct PIC S9(5)V9.
01 PctWork PIC S9(5)V9.
01 FlagThis PIC X.
01 FlagCount PIC 9(3) VALUE 0.
01 ListedCount PIC 9(3) VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 Heads1.
       02 FILLER PIC X(26) VALUE SPACES.
       02 FILLER PIC X(27) VALUE " -------------------- MONTH".
       02 FILLER PIC X(25) VALUE " ---------------------   ".
       02 FILLER PIC X(31) VALUE " ----------------- YEAR TO DATE".
       02 FILLER PIC X(18) VALUE " -----------------".
01 Heads2.
       02 FILLER PIC X(39) VALUE "ACCT NAME                        ACTUAL".
       02 FILLER PIC X(39) VALUE "        BUDGET      VARIANCE    VAR%   ".
       02 FILLER PIC X(32) VALUE "       ACTUAL        BUDGET     ".
       02 FILLER PIC X(17) VALUE " VARIANCE    VAR%".
01 DetailLine.
       02 PrnAcct PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAcctName PIC X(20).
       02 PrnMonAct PIC -ZZ,ZZZ,ZZ9.99.
       02 PrnMonBud PIC -ZZ,ZZZ,ZZ9.99.
       02 PrnMonVar PIC -ZZ,ZZZ,ZZ9.99.
       02 PrnMonPct PIC -ZZZZ9.9.
       02 PrnMonPctX REDEFINES PrnMonPct PIC X(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnYtdAct PIC -ZZ,ZZZ,ZZ9.99.
       02 PrnYtdBud PIC -ZZ,ZZZ,ZZ9.99.
       02 PrnYtdVar PIC -ZZ,ZZZ,ZZ9.99.
       02 PrnYtdPct PIC -ZZZZ9.9.
       02 PrnYtdPctX REDEFINES PrnYtdPct PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnFlag PIC X(3).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "budvar  ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE TodayYear TO RptYear.
       COMPUTE RptMon = TodayMonth - 1.
       IF RptMon = 0
           MOVE 12 TO RptMon
           SUBTRACT 1 FROM RptYear
       END-IF.
       COMPUTE YearStart = RptYear * 10000 + 101.
       COMPUTE MonthStart = RptYear * 10000 + RptMon * 100 + 1.
       COMPUTE MonthEnd = RptYear * 10000 + RptMon * 100 + 31.
       PERFORM ReadTolerance.
       PERFORM TallyJournal.
       PERFORM TallyBudgets.
       PERFORM PrintBudgetVariance.
       CALL 'SESSLOG' USING "END  ", "budvar  ", SPACES.
      *> GOBACK returns control to mastermenu (or nightbatch) when
      *> this program is CALLed from there, and behaves exactly like
      *> STOP RUN when run standalone.
       GOBACK.

ReadTolerance.
       OPEN INPUT BudTolFile.
       IF BudTolStatus NOT = "35"
           READ BudTolFile
               AT END CONTINUE
               NOT AT END
                   IF TolPct > ZERO
                       MOVE TolPct TO Tolerance
                   END-IF
           END-READ
           CLOSE BudTolFile
       END-IF.

TallyJournal.
       MOVE 'N' TO WSEOF.
       OPEN INPUT JournalFile.
       IF JournalStatus = "35"
           DISPLAY "No journal on file - actuals all zero"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneJournalLine UNTIL WSEOF = 'Y'.
       IF JournalStatus NOT = "35"
           CLOSE JournalFile
       END-IF.

*> Only lines dated inside the year to date count; this month's
*> lines after the reported month are left for next month's run,
*> and the year-end closing journal is not activity at all.
TallyOneJournalLine.
       READ JournalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF JrnDate >= YearStart AND JrnDate <= MonthEnd
                       AND JrnSource(1:8) NOT = "YECLOSE "
                   MOVE JrnAcct TO WantedAcct
                   PERFORM FindVarRow
                   IF RowFound = 'Y'
                       PERFORM AddJournalAmount
                   END-IF
               END-IF
       END-READ.

AddJournalAmount.
       IF JrnDrCr = 'D'
           ADD JrnAmount TO TblVarYtdAct(VarIdx)
           IF JrnDate >= MonthStart
               ADD JrnAmount TO TblVarMonAct(VarIdx)
           END-IF
       ELSE
           SUBTRACT JrnAmount FROM TblVarYtdAct(VarIdx)
           IF JrnDate >= MonthStart
               SUBTRACT JrnAmount FROM TblVarMonAct(VarIdx)
           END-IF
       END-IF.

TallyBudgets.
       OPEN INPUT BudgetFile.
       IF BudgetFileStatus = "35"
           DISPLAY "No budgets on file - budget columns all zero"
       ELSE
           MOVE 'N' TO BrowseEOF
           MOVE LOW-VALUES TO BudKey
           START BudgetFile KEY IS NOT LESS THAN BudKey
               INVALID KEY MOVE 'Y' TO BrowseEOF
           END-START
           PERFORM TallyOneBudget UNTIL BrowseEOF = 'Y'
           CLOSE BudgetFile
       END-IF.

TallyOneBudget.
       READ BudgetFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF BudMonth >= RptYear * 100 + 1
                       AND BudMonth <= RptMonth
                   MOVE BudAcct TO WantedAcct
                   PERFORM FindVarRow
                   IF RowFound = 'Y'
                       ADD BudAmount TO TblVarYtdBud(VarIdx)
                       IF BudMonth = RptMonth
                           ADD BudAmount TO TblVarMonBud(VarIdx)
                       END-IF
                   END-IF
               END-IF
       END-READ.

*> Finds (or starts) the row for WantedAcct, leaving its subscript
*> in VarIdx; RowFound comes back 'N' once the table is full.
FindVarRow.
       MOVE 'N' TO RowFound.
       PERFORM MatchOneVarRow
           VARYING VarIdx FROM 1 BY 1
           UNTIL RowFound = 'Y' OR VarIdx > VarCount.
       IF RowFound = 'Y'
           SUBTRACT 1 FROM VarIdx
       ELSE
           IF VarCount < 100
               ADD 1 TO VarCount
               MOVE VarCount TO VarIdx
               MOVE WantedAcct TO TblVarAcct(VarIdx)
               MOVE ZEROS TO TblVarMonAct(VarIdx) TblVarYtdAct(VarIdx)
                   TblVarMonBud(VarIdx) TblVarYtdBud(VarIdx)
               MOVE 'N' TO TblVarPrinted(VarIdx)
               MOVE 'Y' TO RowFound
           ELSE
               IF OverflowWarned = 'N'
                   MOVE 'Y' TO OverflowWarned
                   DISPLAY "WARNING: more than 100 accounts with"
                       " activity - the extras are NOT reported"
               END-IF
           END-IF
       END-IF.

MatchOneVarRow.
       IF TblVarAcct(VarIdx) = WantedAcct
           MOVE 'Y' TO RowFound
       END-IF.

*> Chart order first, so the report reads like the trial balance;
*> anything posted to an account no longer on the chart follows.
PrintBudgetVariance.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "BudVar" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT BudVarReport.
       MOVE SPACES TO PrintLine.
       STRING "BUDGET VERSUS ACTUAL FOR MONTH " RptMonth
           DELIMITED BY SIZE
           "   (FLAG ** = VARIANCE OVER " Tolerance "%)"
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE Heads1 TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE Heads2 TO PrintLine.
       WRITE PrintLine.
       OPEN INPUT AccountFile.
       IF AccountFileStatus NOT = "35"
           MOVE 'N' TO BrowseEOF
           MOVE ZEROS TO AcctNum
           START AccountFile KEY IS NOT LESS THAN AcctNum
               INVALID KEY MOVE 'Y' TO BrowseEOF
           END-START
           PERFORM PrintOneChartAccount UNTIL BrowseEOF = 'Y'
           CLOSE AccountFile
       END-IF.
       MOVE "(not on chart)" TO AcctName.
       MOVE 'A' TO AcctType.
       PERFORM PrintLeftoverRow
           VARYING VarIdx FROM 1 BY 1 UNTIL VarIdx > VarCount.
       MOVE SPACES TO PrintLine.
       STRING "ACCOUNTS REPORTED: " ListedCount DELIMITED BY SIZE
           "   FLAGGED OVER TOLERANCE: " FlagCount DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE BudVarReport.
       MOVE "BudVar" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Budget variance for " RptMonth " written to "
           ReportFileName " (" FlagCount " flagged)".

PrintOneChartAccount.
       READ AccountFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               MOVE 'N' TO RowFound
               PERFORM MatchChartRow
                   VARYING VarIdx FROM 1 BY 1
                   UNTIL RowFound = 'Y' OR VarIdx > VarCount
               IF RowFound = 'Y'
                   SUBTRACT 1 FROM VarIdx
                   PERFORM PrintOneVarRow
               END-IF
       END-READ.

MatchChartRow.
       IF TblVarAcct(VarIdx) = AcctNum
           MOVE 'Y' TO RowFound
       END-IF.

PrintLeftoverRow.
       IF TblVarPrinted(VarIdx) = 'N'
           MOVE TblVarAcct(VarIdx) TO AcctNum
           PERFORM PrintOneVarRow
       END-IF.

*> Liability, capital and income accounts run credit-side, so
*> their actuals are turned round before they are set against the
*> budget.
PrintOneVarRow.
       MOVE 'Y' TO TblVarPrinted(VarIdx).
       ADD 1 TO ListedCount.
       IF AcctType = 'L' OR AcctType = 'C' OR AcctType = 'I'
           COMPUTE MonAct = 0 - TblVarMonAct(VarIdx)
           COMPUTE YtdAct = 0 - TblVarYtdAct(VarIdx)
       ELSE
           MOVE TblVarMonAct(VarIdx) TO MonAct
           MOVE TblVarYtdAct(VarIdx) TO YtdAct
       END-IF.
       COMPUTE MonVar = MonAct - TblVarMonBud(VarIdx).
       COMPUTE YtdVar = YtdAct - TblVarYtdBud(VarIdx).
       MOVE 'N' TO FlagThis.
       MOVE SPACES TO DetailLine.
       MOVE AcctNum TO PrnAcct.
       MOVE AcctName TO PrnAcctName.
       MOVE MonAct TO PrnMonAct.
       MOVE TblVarMonBud(VarIdx) TO PrnMonBud.
       MOVE MonVar TO PrnMonVar.
       IF TblVarMonBud(VarIdx) = ZERO
           MOVE "     n/a" TO PrnMonPctX
           IF MonAct NOT = ZERO
               MOVE 'Y' TO FlagThis
           END-IF
       ELSE
           COMPUTE MonPct ROUNDED = MonVar * 100 / TblVarMonBud(VarIdx)
           MOVE MonPct TO PrnMonPct
           MOVE MonPct TO PctWork
           PERFORM CheckTolerance
       END-IF.
       MOVE YtdAct TO PrnYtdAct.
       MOVE TblVarYtdBud(VarIdx) TO PrnYtdBud.
       MOVE YtdVar TO PrnYtdVar.
       IF TblVarYtdBud(VarIdx) = ZERO
           MOVE "     n/a" TO PrnYtdPctX
           IF YtdAct NOT = ZERO
               MOVE 'Y' TO FlagThis
           END-IF
       ELSE
           COMPUTE YtdPct ROUNDED = YtdVar * 100 / TblVarYtdBud(VarIdx)
           MOVE YtdPct TO PrnYtdPct
           MOVE YtdPct TO PctWork
           PERFORM CheckTolerance
       END-IF.
       IF FlagThis = 'Y'
           MOVE "**" TO PrnFlag
           ADD 1 TO FlagCount
       END-IF.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.

CheckTolerance.
       IF PctWork < 0
           COMPUTE PctWork = 0 - PctWork
       END-IF.
       IF PctWork > Tolerance
           MOVE 'Y' TO FlagThis
       END-IF.
