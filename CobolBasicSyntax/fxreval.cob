*> date rate with its value at the latest effective rate on
*> rates.dat - reporting the unrealized gain or loss per currency,
*> so the receivables figure stops being fiction when EUR swings.
*> Beside each currency's unrealized figure the summary shows the
*> gain or loss realized in a keyed month, totalled from the
*> fxrealized.dat lines cashapply writes as foreign cash is applied.
*> Run by the night batch at month end, the month comes from the
*> parameter file through JOBPARM (0, or no file, for this month).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AllocFileStatus.

       SELECT OPTIONAL FxRealFile ASSIGN TO "fxrealized.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FxRealStatus.

       SELECT RevalReport ASSIGN TO "FxReval.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           03 MEmailAddr  PIC X(30).
       02 MCreditLimit PIC 9(5)V99.
       02 MCurrencyCode PIC X(3).
       02 MTermsCode PIC X(4).
       02 MParentId PIC 9(5).
       02 MConsentPost PIC X.
       02 MConsentPostDate PIC 9(8).
       02 MConsentEmail PIC X.
       02 MConsentEmailDate PIC 9(8).
       02 MConsentPhone PIC X.
       02 MConsentPhoneDate PIC 9(8).

FD RateFile.
*> Kept in step with Arithmetic.cbl's RateRecord layout.
       02 AllocInvNum PIC 9(6).
       02 FILLER PIC X.
       02 AllocAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 AllocType PIC X.

FD FxRealFile.
*> Kept in step with the FxRealRec layout cashapply.cob writes.
01 FxRealRec.
       02 FxrDate PIC 9(8).
       02 FILLER PIC X.
       02 FxrCustId PIC 9(5).
       02 FILLER PIC X.
       02 FxrInvNum PIC 9(6).
       02 FILLER PIC X.
       02 FxrCurrency PIC X(3).
       02 FILLER PIC X.
       02 FxrFxAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 FxrInvRate PIC 9V9(4).
       02 FILLER PIC X.
       02 FxrPayRate PIC 9V9(4).
       02 FILLER PIC X.
       02 FxrGainLoss PIC S9(5)V99 SIGN LEADING SEPARATE.

FD RevalReport.
01 PrintLine PIC X(80).
01 MasterFileStatus PIC XX.
01 RateFileStatus PIC XX.
01 AllocFileStatus PIC XX.
01 FxRealStatus PIC XX.
01 RealMonth PIC 9(6).
01 RealDocMonth PIC 9(6).
01 WSEOF PIC X.
01 TodayDate PIC 9(8).
01 BatchRun PIC X.
01 ParmText PIC X(20).
01 ParmNumber PIC 9(8).
01 ParmFound PIC X.
01 CustFound PIC X.
*> Every effective-dated rate row held in memory, so both the
*> invoice-date rate and today's rate can be picked per invoice.
           03 TblCtCode PIC X(3).
           03 TblCtOpen PIC S9(9)V99.
           03 TblCtGain PIC S9(9)V99.
           03 TblCtReal PIC S9(9)V99.
01 CurTotCount PIC 99 VALUE 0.
01 CurIdx PIC 99.
01 CurRowFound PIC X.
       02 PrnSumCode PIC X(3).
       02 FILLER PIC X(6) VALUE " open ".
       02 PrnSumOpen PIC Z,ZZZ,ZZ9.99-.
       02 FILLER PIC X(13) VALUE " unrealized $".
       02 PrnSumGain PIC Z,ZZZ,ZZ9.99-.
       02 FILLER PIC X(11) VALUE " realized $".
       02 PrnSumReal PIC Z,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "fxreval ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       CALL 'JOBPARM' USING "BAT", ParmText, ParmNumber, BatchRun.
       IF BatchRun = 'Y'
           CALL 'JOBPARM' USING "GET", ParmText, ParmNumber, ParmFound
           MOVE ParmNumber TO RealMonth
       ELSE
           DISPLAY "Month for realized gain/loss (YYYYMM, 0 = this "
               "month): " WITH NO ADVANCING
           ACCEPT RealMonth
       END-IF.
       IF RealMonth = ZERO
           COMPUTE RealMonth = TodayDate / 100
       END-IF.
       PERFORM LoadRateTable.
       IF RateCount = 0
           DISPLAY "No rates on file - nothing to revalue"
               END-IF
           END-IF
       END-PERFORM.
       PERFORM LoadRealizedTotals.
       PERFORM WriteCurrencySummary.
       CLOSE InvoiceMaster, CustomerMaster, RevalReport.
       DISPLAY "Revaluation written to FxReval.rpt ("
           MOVE MCurrencyCode TO TblCtCode(CurIdx)
           MOVE ZEROS TO TblCtOpen(CurIdx)
           MOVE ZEROS TO TblCtGain(CurIdx)
           MOVE ZEROS TO TblCtReal(CurIdx)
           PERFORM AddCurDeltas
       END-IF.

       ADD OpenAmt TO TblCtOpen(CurIdx).
       ADD GainLoss TO TblCtGain(CurIdx).

*> The realized lines for the keyed month, added to the currency's
*> summary row - a currency with nothing left open still gets one.
LoadRealizedTotals.
       MOVE 'N' TO WSEOF.
       OPEN INPUT FxRealFile.
       IF FxRealStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneRealizedRow UNTIL WSEOF = 'Y'.
       IF FxRealStatus NOT = "35"
           CLOSE FxRealFile
       END-IF.

LoadOneRealizedRow.
       READ FxRealFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               COMPUTE RealDocMonth = FxrDate / 100
               IF RealDocMonth = RealMonth
                   PERFORM PostRealizedTotal
               END-IF
       END-READ.

PostRealizedTotal.
       MOVE 'N' TO CurRowFound.
       PERFORM MatchOneRealRow
           VARYING CurIdx FROM 1 BY 1
           UNTIL CurRowFound = 'Y' OR CurIdx > CurTotCount.
       IF CurRowFound = 'N' AND CurTotCount < 10
           ADD 1 TO CurTotCount
           MOVE CurTotCount TO CurIdx
           MOVE FxrCurrency TO TblCtCode(CurIdx)
           MOVE ZEROS TO TblCtOpen(CurIdx)
           MOVE ZEROS TO TblCtGain(CurIdx)
           MOVE ZEROS TO TblCtReal(CurIdx)
           ADD FxrGainLoss TO TblCtReal(CurIdx)
       END-IF.

MatchOneRealRow.
       IF TblCtCode(CurIdx) = FxrCurrency
           MOVE 'Y' TO CurRowFound
           ADD FxrGainLoss TO TblCtReal(CurIdx)
       END-IF.

WriteCurrencySummary.
       MOVE SPACES TO PrintLine.
       STRING "GAIN/LOSS BY CURRENCY - REALIZED IN " RealMonth
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM WriteOneSummaryRow
           VARYING CurIdx FROM 1 BY 1 UNTIL CurIdx > CurTotCount.
       MOVE TblCtCode(CurIdx) TO PrnSumCode.
       MOVE TblCtOpen(CurIdx) TO PrnSumOpen.
       MOVE TblCtGain(CurIdx) TO PrnSumGain.
       MOVE TblCtReal(CurIdx) TO PrnSumReal.
       WRITE PrintLine FROM SummaryLine.
