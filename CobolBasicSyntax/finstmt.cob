       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. finstmt.
AUTHOR. Lawrence.
*> Financial statements from the ledger: the bank and the owners
*> want a profit and loss account and a balance sheet, and the
*> accountant was building both by hand from TrialBal.rpt. For a
*> keyed month this reads gljournal.dat once and groups the
*> glaccts.dat accounts by AcctType - revenue (I) and expense (E)
*> into the P&L for the month and the year to date, with the same
*> month and year to date last year alongside; asset (A),
*> liability (L) and capital (C) into the balance sheet as at the
*> month end, with the profit not yet closed into retained
*> earnings shown under capital so the sheet balances. Each
*> section is subtotalled and both reports are catalogued through
*> RPTCAT.

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

       SELECT StmtReport ASSIGN TO ReportFileName
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

FD StmtReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 JournalStatus PIC XX.
01 AccountFileStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
01 EntryMonth.
       02 EntryYear PIC 9(4).
       02 EntryMon PIC 99.
*> The journal-date windows the columns are built from: the month,
*> its year to date, and the same two a year earlier.
01 MonthStart PIC 9(8).
01 MonthEnd PIC 9(8).
01 YearStart PIC 9(8).
01 LyMonthStart PIC 9(8).
01 LyMonthEnd PIC 9(8).
01 LyYearStart PIC 9(8).
*> One row per account on the journal, every figure held as debits
*> less credits until the account's type says which way it reads.
01 StmtTable.
       02 StmtEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON StmtCount.
           03 TblStAcct PIC 9(4).
           03 TblStMon PIC S9(9)V99.
           03 TblStYtd PIC S9(9)V99.
           03 TblStLyMon PIC S9(9)V99.
           03 TblStLyYtd PIC S9(9)V99.
           03 TblStBal PIC S9(9)V99.
           03 TblStOnChart PIC X.
01 StmtCount PIC 9(3) VALUE 0.
01 StIdx PIC 9(3).
01 RowFound PIC X.
01 OverflowWarned PIC X VALUE 'N'.
01 SignedAmount PIC S9(9)V99.
01 OffChartCount PIC 9(3).
*> The section being printed and its running subtotals.
01 WantedType PIC X.
01 SectionTitle PIC X(30).
01 SectionRows PIC 9(3).
01 SecMon PIC S9(9)V99.
01 SecYtd PIC S9(9)V99.
01 SecLyMon PIC S9(9)V99.
01 SecLyYtd PIC S9(9)V99.
01 SecBal PIC S9(9)V99.
01 RevMon PIC S9(9)V99.
01 RevYtd PIC S9(9)V99.
01 RevLyMon PIC S9(9)V99.
01 RevLyYtd PIC S9(9)V99.
01 RevBal PIC S9(9)V99.
01 ExpMon PIC S9(9)V99.
01 ExpYtd PIC S9(9)V99.
01 ExpLyMon PIC S9(9)V99.
01 ExpLyYtd PIC S9(9)V99.
01 ExpBal PIC S9(9)V99.
01 AssetTotal PIC S9(9)V99.
01 LiabTotal PIC S9(9)V99.
01 CapitalTotal PIC S9(9)V99.
01 UnclosedProfit PIC S9(9)V99.
01 ClaimsTotal PIC S9(9)V99.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5).
01 PlHeads.
       02 FILLER PIC X(38) VALUE "ACCT NAME                         THIS".
       02 FILLER PIC X(39) VALUE " MONTH   LAST YEAR MTH    YEAR TO DATE ".
       02 FILLER PIC X(16) VALUE "   LAST YEAR YTD".
01 BsHeads PIC X(100) VALUE "ACCT NAME                            BALANCE".
01 PlLine.
       02 PrnPlAcct PIC 9(4).
       02 PrnPlAcctX REDEFINES PrnPlAcct PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPlName PIC X(25).
       02 PrnPlMon PIC -ZZZ,ZZZ,ZZ9.99.
       02 PrnPlLyMon PIC -ZZZ,ZZZ,ZZ9.99.
       02 PrnPlYtd PIC -ZZZ,ZZZ,ZZ9.99.
       02 PrnPlLyYtd PIC -ZZZ,ZZZ,ZZ9.99.
01 BsLine.
       02 PrnBsAcct PIC 9(4).
       02 PrnBsAcctX REDEFINES PrnBsAcct PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnBsName PIC X(25).
       02 PrnBsBal PIC -ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "finstmt ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       DISPLAY "Statements for month (YYYYMM, 0 = last month): "
           WITH NO ADVANCING.
       ACCEPT EntryMonth.
       IF EntryMonth = ZERO
           MOVE TodayYear TO EntryYear
           COMPUTE EntryMon = TodayMonth - 1
           IF EntryMon = 0
               MOVE 12 TO EntryMon
               SUBTRACT 1 FROM EntryYear
           END-IF
       END-IF.
       IF EntryMon < 1 OR EntryMon > 12
           DISPLAY "Month must be 01 to 12 - no statements produced"
           CALL 'SESSLOG' USING "END  ", "finstmt ", SPACES
           GOBACK
       END-IF.
       COMPUTE MonthStart = EntryYear * 10000 + EntryMon * 100 + 1.
       COMPUTE MonthEnd = EntryYear * 10000 + EntryMon * 100 + 31.
       COMPUTE YearStart = EntryYear * 10000 + 101.
       COMPUTE LyMonthStart = MonthStart - 10000.
       COMPUTE LyMonthEnd = MonthEnd - 10000.
       COMPUTE LyYearStart = YearStart - 10000.
       PERFORM TallyJournal.
       OPEN INPUT AccountFile.
       IF AccountFileStatus = "35"
           DISPLAY "No chart of accounts on file - run glmaint first"
           CALL 'SESSLOG' USING "END  ", "finstmt ", SPACES
           GOBACK
       END-IF.
       ACCEPT StampDate FROM DATE.
       PERFORM PrintProfitAndLoss.
       PERFORM PrintBalanceSheet.
       CLOSE AccountFile.
       PERFORM CountOffChart.
       IF OffChartCount > 0
           DISPLAY "WARNING: " OffChartCount " account(s) on the"
               " journal are not on the chart - left out of both"
               " statements"
       END-IF.
       CALL 'SESSLOG' USING "END  ", "finstmt ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

TallyJournal.
       MOVE 'N' TO WSEOF.
       OPEN INPUT JournalFile.
       IF JournalStatus = "35"
           DISPLAY "No journal on file - run glpost first"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneJournalLine UNTIL WSEOF = 'Y'.
       IF JournalStatus NOT = "35"
           CLOSE JournalFile
       END-IF.

*> Everything up to the month end goes into the balance; each
*> P&L column takes only the lines inside its own window.
TallyOneJournalLine.
       READ JournalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF JrnDate <= MonthEnd
                   PERFORM PostJournalLine
               END-IF
       END-READ.

PostJournalLine.
       PERFORM FindStmtRow.
       IF RowFound = 'Y'
           IF JrnDrCr = 'D'
               MOVE JrnAmount TO SignedAmount
           ELSE
               COMPUTE SignedAmount = 0 - JrnAmount
           END-IF
           ADD SignedAmount TO TblStBal(StIdx)
           IF JrnSource(1:8) = "YECLOSE "
               CONTINUE
           ELSE
               PERFORM AddPeriodColumns
           END-IF
       END-IF.

*> The year-end closing journal brings income and expense back to
*> nil on 31 December; it moves the balance but is not trading.
AddPeriodColumns.
       IF JrnDate >= YearStart
           ADD SignedAmount TO TblStYtd(StIdx)
           IF JrnDate >= MonthStart
               ADD SignedAmount TO TblStMon(StIdx)
           END-IF
       END-IF.
       IF JrnDate >= LyYearStart AND JrnDate <= LyMonthEnd
           ADD SignedAmount TO TblStLyYtd(StIdx)
           IF JrnDate >= LyMonthStart
               ADD SignedAmount TO TblStLyMon(StIdx)
           END-IF
       END-IF.

FindStmtRow.
       MOVE 'N' TO RowFound.
       PERFORM MatchOneStmtRow
           VARYING StIdx FROM 1 BY 1
           UNTIL RowFound = 'Y' OR StIdx > StmtCount.
       IF RowFound = 'Y'
           SUBTRACT 1 FROM StIdx
       ELSE
           IF StmtCount < 100
               ADD 1 TO StmtCount
               MOVE StmtCount TO StIdx
               MOVE JrnAcct TO TblStAcct(StIdx)
               MOVE ZEROS TO TblStMon(StIdx) TblStYtd(StIdx)
                   TblStLyMon(StIdx) TblStLyYtd(StIdx) TblStBal(StIdx)
               MOVE 'N' TO TblStOnChart(StIdx)
               MOVE 'Y' TO RowFound
           ELSE
               IF OverflowWarned = 'N'
                   MOVE 'Y' TO OverflowWarned
                   DISPLAY "WARNING: more than 100 accounts on the"
                       " journal - the extras are NOT in the statements"
               END-IF
           END-IF
       END-IF.

MatchOneStmtRow.
       IF TblStAcct(StIdx) = JrnAcct
           MOVE 'Y' TO RowFound
       END-IF.

*> Revenue less expenses, each column on its own.
PrintProfitAndLoss.
       MOVE SPACES TO ReportFileName.
       STRING "PandL" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT StmtReport.
       MOVE SPACES TO PrintLine.
       STRING "PROFIT AND LOSS FOR MONTH " EntryMonth
           " WITH YEAR TO DATE AND LAST YEAR" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE PlHeads TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE 'I' TO WantedType.
       MOVE "REVENUE" TO SectionTitle.
       PERFORM PrintPlSection.
       MOVE SecMon TO RevMon.
       MOVE SecYtd TO RevYtd.
       MOVE SecLyMon TO RevLyMon.
       MOVE SecLyYtd TO RevLyYtd.
       MOVE 'E' TO WantedType.
       MOVE "EXPENSES" TO SectionTitle.
       PERFORM PrintPlSection.
       MOVE SecMon TO ExpMon.
       MOVE SecYtd TO ExpYtd.
       MOVE SecLyMon TO ExpLyMon.
       MOVE SecLyYtd TO ExpLyYtd.
       MOVE SPACES TO PlLine.
       MOVE "NET PROFIT (LOSS)" TO PrnPlName.
       COMPUTE SecMon = RevMon - ExpMon.
       COMPUTE SecYtd = RevYtd - ExpYtd.
       COMPUTE SecLyMon = RevLyMon - ExpLyMon.
       COMPUTE SecLyYtd = RevLyYtd - ExpLyYtd.
       MOVE SecMon TO PrnPlMon.
       MOVE SecLyMon TO PrnPlLyMon.
       MOVE SecYtd TO PrnPlYtd.
       MOVE SecLyYtd TO PrnPlLyYtd.
       WRITE PrintLine FROM PlLine AFTER ADVANCING 2 LINES.
       CLOSE StmtReport.
       MOVE "PandL" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Profit and loss written to " ReportFileName.

PrintPlSection.
       MOVE 0 TO SecMon SecYtd SecLyMon SecLyYtd.
       MOVE SPACES TO PrintLine.
       MOVE SectionTitle TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM BrowseChartForSection.
       MOVE SPACES TO PlLine.
       STRING "TOTAL " SectionTitle DELIMITED BY SIZE
           INTO PrnPlName
       END-STRING.
       MOVE SecMon TO PrnPlMon.
       MOVE SecLyMon TO PrnPlLyMon.
       MOVE SecYtd TO PrnPlYtd.
       MOVE SecLyYtd TO PrnPlLyYtd.
       WRITE PrintLine FROM PlLine.

*> Assets against what is owed and what the owners have in it -
*> the profit not yet rolled into retained earnings included.
PrintBalanceSheet.
       MOVE SPACES TO ReportFileName.
       STRING "BalSheet" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT StmtReport.
       MOVE SPACES TO PrintLine.
       STRING "BALANCE SHEET AS AT THE END OF MONTH " EntryMonth
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE BsHeads TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE 'A' TO WantedType.
       MOVE "ASSETS" TO SectionTitle.
       PERFORM PrintBsSection.
       MOVE SecBal TO AssetTotal.
       MOVE 'L' TO WantedType.
       MOVE "LIABILITIES" TO SectionTitle.
       PERFORM PrintBsSection.
       MOVE SecBal TO LiabTotal.
       PERFORM SumProfitBalances.
       COMPUTE UnclosedProfit = RevBal - ExpBal.
       MOVE 'C' TO WantedType.
       MOVE "CAPITAL" TO SectionTitle.
       MOVE 0 TO SecBal.
       MOVE SPACES TO PrintLine.
       MOVE SectionTitle TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM BrowseChartForSection.
       MOVE SPACES TO BsLine.
       MOVE "Profit not yet closed" TO PrnBsName.
       MOVE UnclosedProfit TO PrnBsBal.
       WRITE PrintLine FROM BsLine.
       ADD 1 TO LineCount.
       ADD UnclosedProfit TO SecBal.
       MOVE SPACES TO BsLine.
       MOVE "TOTAL CAPITAL" TO PrnBsName.
       MOVE SecBal TO PrnBsBal.
       WRITE PrintLine FROM BsLine.
       MOVE SecBal TO CapitalTotal.
       COMPUTE ClaimsTotal = LiabTotal + CapitalTotal.
       MOVE SPACES TO BsLine.
       MOVE "LIABILITIES AND CAPITAL" TO PrnBsName.
       MOVE ClaimsTotal TO PrnBsBal.
       WRITE PrintLine FROM BsLine AFTER ADVANCING 2 LINES.
       IF ClaimsTotal NOT = AssetTotal
           MOVE "*** BALANCE SHEET DOES NOT BALANCE ***" TO PrintLine
           WRITE PrintLine
           DISPLAY "BALANCE SHEET OUT OF BALANCE - assets $"
               AssetTotal " against $" ClaimsTotal
       END-IF.
       CLOSE StmtReport.
       MOVE "BalSheet" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Balance sheet written to " ReportFileName.

PrintBsSection.
       MOVE 0 TO SecBal.
       MOVE SPACES TO PrintLine.
       MOVE SectionTitle TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM BrowseChartForSection.
       MOVE SPACES TO BsLine.
       STRING "TOTAL " SectionTitle DELIMITED BY SIZE
           INTO PrnBsName
       END-STRING.
       MOVE SecBal TO PrnBsBal.
       WRITE PrintLine FROM BsLine.

*> The lifetime income and expense balances to the month end, for
*> the profit line under capital.
SumProfitBalances.
       MOVE 0 TO RevBal.
       MOVE 0 TO ExpBal.
       MOVE 'N' TO BrowseEOF.
       MOVE ZEROS TO AcctNum.
       START AccountFile KEY IS NOT LESS THAN AcctNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM SumOneProfitAccount UNTIL BrowseEOF = 'Y'.

SumOneProfitAccount.
       READ AccountFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF AcctType = 'I' OR AcctType = 'E'
                   PERFORM FindChartRow
                   IF RowFound = 'Y'
                       IF AcctType = 'I'
                           SUBTRACT TblStBal(StIdx) FROM RevBal
                       ELSE
                           ADD TblStBal(StIdx) TO ExpBal
                       END-IF
                   END-IF
               END-IF
       END-READ.

*> One pass of the chart in account order for the wanted type;
*> credit-side types (L, C, I) are turned round to read positive.
BrowseChartForSection.
       MOVE 'N' TO BrowseEOF.
       MOVE ZEROS TO AcctNum.
       START AccountFile KEY IS NOT LESS THAN AcctNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM PrintOneSectionAccount UNTIL BrowseEOF = 'Y'.

PrintOneSectionAccount.
       READ AccountFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF AcctType = WantedType
                   PERFORM FindChartRow
                   IF RowFound = 'Y'
                       MOVE 'Y' TO TblStOnChart(StIdx)
                       PERFORM PrintOneAccountLine
                   END-IF
               END-IF
       END-READ.

FindChartRow.
       MOVE 'N' TO RowFound.
       PERFORM MatchChartRow
           VARYING StIdx FROM 1 BY 1
           UNTIL RowFound = 'Y' OR StIdx > StmtCount.
       IF RowFound = 'Y'
           SUBTRACT 1 FROM StIdx
       END-IF.

MatchChartRow.
       IF TblStAcct(StIdx) = AcctNum
           MOVE 'Y' TO RowFound
       END-IF.

PrintOneAccountLine.
       IF WantedType = 'A' OR WantedType = 'E'
           MOVE TblStBal(StIdx) TO SignedAmount
       ELSE
           COMPUTE SignedAmount = 0 - TblStBal(StIdx)
       END-IF.
       IF WantedType = 'I' OR WantedType = 'E'
           MOVE SPACES TO PlLine
           MOVE AcctNum TO PrnPlAcct
           MOVE AcctName TO PrnPlName
           IF WantedType = 'I'
               COMPUTE SignedAmount = 0 - TblStMon(StIdx)
               ADD SignedAmount TO SecMon
               MOVE SignedAmount TO PrnPlMon
               COMPUTE SignedAmount = 0 - TblStLyMon(StIdx)
               ADD SignedAmount TO SecLyMon
               MOVE SignedAmount TO PrnPlLyMon
               COMPUTE SignedAmount = 0 - TblStYtd(StIdx)
               ADD SignedAmount TO SecYtd
               MOVE SignedAmount TO PrnPlYtd
               COMPUTE SignedAmount = 0 - TblStLyYtd(StIdx)
               ADD SignedAmount TO SecLyYtd
               MOVE SignedAmount TO PrnPlLyYtd
           ELSE
               ADD TblStMon(StIdx) TO SecMon
               MOVE TblStMon(StIdx) TO PrnPlMon
               ADD TblStLyMon(StIdx) TO SecLyMon
               MOVE TblStLyMon(StIdx) TO PrnPlLyMon
               ADD TblStYtd(StIdx) TO SecYtd
               MOVE TblStYtd(StIdx) TO PrnPlYtd
               ADD TblStLyYtd(StIdx) TO SecLyYtd
               MOVE TblStLyYtd(StIdx) TO PrnPlLyYtd
           END-IF
           WRITE PrintLine FROM PlLine
       ELSE
           MOVE SPACES TO BsLine
           MOVE AcctNum TO PrnBsAcct
           MOVE AcctName TO PrnBsName
           ADD SignedAmount TO SecBal
           MOVE SignedAmount TO PrnBsBal
           WRITE PrintLine FROM BsLine
       END-IF.
       ADD 1 TO LineCount.

CountOffChart.
       MOVE 0 TO OffChartCount.
       PERFORM CountOneOffChart
           VARYING StIdx FROM 1 BY 1 UNTIL StIdx > StmtCount.

CountOneOffChart.
       IF TblStOnChart(StIdx) = 'N'
           ADD 1 TO OffChartCount
       END-IF.
