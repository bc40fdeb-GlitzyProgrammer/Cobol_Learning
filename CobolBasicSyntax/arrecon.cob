       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. arrecon.
AUTHOR. Lawrence.
*> Receivables sub-ledger against the general ledger: glpost and
*> the programs that journal straight onto gljournal.dat keep the
*> receivables control accounts, OITEM keeps the open items, and
*> nothing checked that the two still say the same thing. This
*> totals OiOutstanding over openitem.dat, the custaging grand
*> total (aged the way custaging ages it, so a customer it would
*> drop shows here too) and the balance of account 1100, and the
*> same for the students - billing.dat less tuitpay.dat against
*> account 1200. Beneath the figures it lists the documents that
*> explain a difference: an invoice on invmast.dat with no open
*> item, an open item or tuition bill never journalled or
*> journalled at another amount, a write-off journalled but never
*> applied. Documents dated after glctl.dat's last posted date are
*> still waiting for glpost and are not listed. Run in the night
*> batch straight after glpost and from the reports menu; a
*> difference beyond the artol.dat tolerance (glmaint sets it, a
*> dollar when unset) fails the step in joblog.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenItemStatus.

       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT OPTIONAL BillingFile ASSIGN TO "billing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BillingStatus.

       SELECT OPTIONAL TuitPayFile ASSIGN TO "tuitpay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TuitPayStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT OPTIONAL GlCtlFile ASSIGN TO "glctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GlCtlStatus.

       SELECT OPTIONAL ArTolFile ASSIGN TO "artol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArTolStatus.

       SELECT ReconReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OpenItemFile.
*> Kept in step with the OpenItemRec layout OITEM writes.
01 OpenItemRec.
       02 OiDocNum PIC 9(6).
       02 FILLER PIC X.
       02 OiCustId PIC 9(5).
       02 FILLER PIC X.
       02 OiDate PIC 9(8).
       02 FILLER PIC X.
       02 OiType PIC X.
       02 FILLER PIC X.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
           03 InvLineNum PIC 99.
       02 InvBody PIC X(40).
       02 InvHeaderBody REDEFINES InvBody.
           03 InvCustId PIC 9(5).
           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 FILLER PIC X(12).
           03 InvHdrTax PIC 9(6)V99.

FD BillingFile.
*> Kept in step with the BillingRec layout tuitbill.cob writes.
01 BillingRec.
       02 BillNum PIC 9(6).
       02 FILLER PIC X.
       02 BillStudentId PIC 9(7).
       02 FILLER PIC X.
       02 BillDate PIC 9(8).
       02 FILLER PIC X.
       02 BillTerm PIC X(5).
       02 FILLER PIC X.
       02 BillCredits PIC 9(3).
       02 FILLER PIC X.
       02 BillAmount PIC 9(5)V99.

FD TuitPayFile.
*> Kept in step with the TuitPayRec layout tuitpay.cob writes.
01 TuitPayRec.
       02 TPayBillNum PIC 9(6).
       02 FILLER PIC X.
       02 TPayStudentId PIC 9(7).
       02 FILLER PIC X.
       02 TPayDate PIC 9(8).
       02 FILLER PIC X.
       02 TPayAmount PIC 9(5)V99.

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

FD GlCtlFile.
01 GlCtlRec.
       02 LastPostDate PIC 9(8).

FD ArTolFile.
*> Kept in step with the ArTolRec layout glmaint.cob writes.
01 ArTolRec.
       02 ArTolAmount PIC 9(5)V99.

FD ReconReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 OpenItemStatus PIC XX.
01 InvMastStatus PIC XX.
01 BillingStatus PIC XX.
01 TuitPayStatus PIC XX.
01 JournalStatus PIC XX.
01 GlCtlStatus PIC XX.
01 ArTolStatus PIC XX.
01 WSEOF PIC X.
01 ReceivableAcct PIC 9(4) VALUE 1100.
01 StudentAcct PIC 9(4) VALUE 1200.
01 TodayDate PIC 9(8).
01 CutoffDate PIC 9(8) VALUE 0.
01 OldestOiDate PIC 9(8) VALUE 99999999.
01 Tolerance PIC 9(5)V99 VALUE 1.00.
01 NegTolerance PIC S9(5)V99.
01 OutOfTolerance PIC X VALUE 'N'.
*> The numbered documents and write-offs on openitem.dat, each
*> with what the journal has said about it; OITEM keeps the file
*> inside its own 500-row table, so this never fills in practice.
01 OiTable.
       02 OiEntry OCCURS 0 TO 1000 TIMES
               DEPENDING ON OiCount.
           03 TblOiDoc PIC 9(6).
           03 TblOiCust PIC 9(5).
           03 TblOiDate PIC 9(8).
           03 TblOiType PIC X.
           03 TblOiAmount PIC S9(7)V99.
           03 TblOiJrnAmt PIC S9(9)V99.
           03 TblOiSeen PIC X.
01 OiCount PIC 9(4) VALUE 0.
01 OiIdx PIC 9(4).
01 OiFound PIC X.
01 OiOverflow PIC X VALUE 'N'.
*> Customers seen with something outstanding, in the order
*> custaging meets them; past its 200 custaging drops the amount.
01 AgCustTable.
       02 TblAgCust PIC 9(5) OCCURS 0 TO 200 TIMES
               DEPENDING ON AgCustCount.
01 AgCustCount PIC 9(3) VALUE 0.
01 AgIdx PIC 9(3).
01 AgFound PIC X.
*> Write-offs journalled to 1100 with no write-off row to match.
01 WoffTable.
       02 WoffEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON WoffCount.
           03 TblWoCust PIC 9(5).
           03 TblWoDate PIC 9(8).
           03 TblWoAmount PIC 9(7)V99.
01 WoffCount PIC 9(3) VALUE 0.
01 WoffIdx PIC 9(3).
*> One row per tuition bill - billing.dat's, and any the journal
*> names that billing.dat does not.
01 BillTable.
       02 BillEntry OCCURS 0 TO 3000 TIMES
               DEPENDING ON BillCount.
           03 TblBlNum PIC 9(6).
           03 TblBlStudent PIC 9(7).
           03 TblBlDate PIC 9(8).
           03 TblBlOnFile PIC X.
           03 TblBlAmount PIC 9(7)V99.
           03 TblBlPaid PIC 9(7)V99.
           03 TblBlJrnBill PIC S9(9)V99.
           03 TblBlJrnPaid PIC S9(9)V99.
01 BillCount PIC 9(4) VALUE 0.
01 BillIdx PIC 9(4).
01 BillFound PIC X.
01 BillOverflow PIC X VALUE 'N'.
01 SeekBill PIC 9(6).
01 SrcDocNum PIC 9(6).
01 SrcCustId PIC 9(5).
01 DocTax PIC 9(6)V99.
01 DocAmount PIC S9(7)V99.
01 OiTotal PIC S9(9)V99 VALUE 0.
01 AgingTotal PIC S9(9)V99 VALUE 0.
01 ArLedger PIC S9(9)V99 VALUE 0.
01 ArDiff PIC S9(9)V99.
01 BilledTotal PIC S9(9)V99 VALUE 0.
01 PaidTotal PIC S9(9)V99 VALUE 0.
01 StuSubLedger PIC S9(9)V99.
01 StuLedger PIC S9(9)V99 VALUE 0.
01 StuDiff PIC S9(9)V99.
01 ListedCount PIC 9(5).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 FigureLine.
       02 PrnFigLabel PIC X(44).
       02 PrnFigAmount PIC -ZZZ,ZZZ,ZZ9.99.
01 ExceptHeads PIC X(80) VALUE
       "  DOC      WHO      DATE        SUB-LEDGER        LEDGER  REASON".
01 ExceptLine.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnExRef PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExWho PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExSub PIC -Z,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnExLedger PIC -Z,ZZZ,ZZ9.99.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnExReason PIC X(20).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "arrecon ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "ArRecon" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       PERFORM ReadTolerance.
       PERFORM ReadGlControl.
       PERFORM LoadOpenItems.
       PERFORM LoadBilling.
       PERFORM LoadTuitionPayments.
       PERFORM ReadJournal.
       COMPUTE ArDiff = OiTotal - ArLedger.
       COMPUTE StuSubLedger = BilledTotal - PaidTotal.
       COMPUTE StuDiff = StuSubLedger - StuLedger.
       COMPUTE NegTolerance = 0 - Tolerance.
       IF ArDiff > Tolerance OR ArDiff < NegTolerance
               OR StuDiff > Tolerance OR StuDiff < NegTolerance
           MOVE 'Y' TO OutOfTolerance
       END-IF.
       OPEN OUTPUT ReconReport.
       MOVE SPACES TO PrintLine.
       STRING "RECEIVABLES SUB-LEDGERS AGAINST THE GENERAL LEDGER AS AT "
           TodayDate DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       STRING "Journal posted through " CutoffDate
           "; later documents await glpost" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO FigureLine.
       MOVE "Tolerance either way" TO PrnFigLabel.
       MOVE Tolerance TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       ADD 3 TO LineCount.
       PERFORM PrintCustomerSection.
       PERFORM PrintStudentSection.
       IF OutOfTolerance = 'Y'
           MOVE "*** DIFFERENCE BEYOND TOLERANCE - STEP FAILED ***"
               TO PrintLine
       ELSE
           MOVE "Sub-ledgers agree with the ledger within tolerance"
               TO PrintLine
       END-IF.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 1 TO LineCount.
       CLOSE ReconReport.
       MOVE "ArRecon" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Receivables: open items $" OiTotal " ledger 1100 $"
           ArLedger " difference $" ArDiff.
       DISPLAY "Students:    sub-ledger $" StuSubLedger
           " ledger 1200 $" StuLedger " difference $" StuDiff.
       DISPLAY "Reconciliation written to " ReportFileName.
       IF OutOfTolerance = 'Y'
           DISPLAY "OUT OF BALANCE beyond the $" Tolerance
               " tolerance - see " ReportFileName
           MOVE 8 TO RETURN-CODE
       END-IF.
       CALL 'SESSLOG' USING "END  ", "arrecon ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ReadTolerance.
       OPEN INPUT ArTolFile.
       IF ArTolStatus NOT = "35"
           READ ArTolFile
               AT END CONTINUE
               NOT AT END MOVE ArTolAmount TO Tolerance
           END-READ
           CLOSE ArTolFile
       END-IF.

*> With no control record nothing has been posted yet, and every
*> document is still waiting for glpost.
ReadGlControl.
       OPEN INPUT GlCtlFile.
       IF GlCtlStatus NOT = "35"
           READ GlCtlFile
               AT END CONTINUE
               NOT AT END MOVE LastPostDate TO CutoffDate
           END-READ
           CLOSE GlCtlFile
       END-IF.

LoadOpenItems.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneOpenItem UNTIL WSEOF = 'Y'.
       IF OpenItemStatus NOT = "35"
           CLOSE OpenItemFile
       END-IF.

*> The aging total follows custaging's rule exactly: anything
*> outstanding counts unless its customer arrives after the 200th.
LoadOneOpenItem.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               ADD OiOutstanding TO OiTotal
               IF OiOutstanding NOT = ZERO
                   PERFORM AgeOneOpenItem
               END-IF
               IF OiDate < OldestOiDate
                   MOVE OiDate TO OldestOiDate
               END-IF
               IF (OiDocNum > 0 AND (OiType = 'I' OR OiType = 'C'
                       OR OiType = 'F')) OR OiType = 'W'
                   PERFORM KeepOneOpenItem
               END-IF
       END-READ.

AgeOneOpenItem.
       MOVE 'N' TO AgFound.
       MOVE 0 TO AgIdx.
       PERFORM ScanAgCust UNTIL AgFound = 'Y'
           OR AgIdx >= AgCustCount.
       IF AgFound = 'N' AND AgCustCount < 200
           ADD 1 TO AgCustCount
           MOVE OiCustId TO TblAgCust(AgCustCount)
           MOVE 'Y' TO AgFound
       END-IF.
       IF AgFound = 'Y'
           ADD OiOutstanding TO AgingTotal
       END-IF.

ScanAgCust.
       ADD 1 TO AgIdx.
       IF TblAgCust(AgIdx) = OiCustId
           MOVE 'Y' TO AgFound
       END-IF.

KeepOneOpenItem.
       IF OiCount < 1000
           ADD 1 TO OiCount
           MOVE OiDocNum TO TblOiDoc(OiCount)
           MOVE OiCustId TO TblOiCust(OiCount)
           MOVE OiDate TO TblOiDate(OiCount)
           MOVE OiType TO TblOiType(OiCount)
           MOVE OiAmount TO TblOiAmount(OiCount)
           MOVE 0 TO TblOiJrnAmt(OiCount)
           MOVE 'N' TO TblOiSeen(OiCount)
       ELSE
           MOVE 'Y' TO OiOverflow
       END-IF.

LoadBilling.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BillingFile.
       IF BillingStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneBill UNTIL WSEOF = 'Y'.
       IF BillingStatus NOT = "35"
           CLOSE BillingFile
       END-IF.

LoadOneBill.
       READ BillingFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               ADD BillAmount TO BilledTotal
               MOVE BillNum TO SeekBill
               PERFORM FindBill
               IF BillFound = 'Y'
                   MOVE 'Y' TO TblBlOnFile(BillIdx)
                   MOVE BillStudentId TO TblBlStudent(BillIdx)
                   MOVE BillDate TO TblBlDate(BillIdx)
                   ADD BillAmount TO TblBlAmount(BillIdx)
               END-IF
       END-READ.

LoadTuitionPayments.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TuitPayFile.
       IF TuitPayStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneTuitionPayment UNTIL WSEOF = 'Y'.
       IF TuitPayStatus NOT = "35"
           CLOSE TuitPayFile
       END-IF.

*> Only payments glpost has already had the chance to journal are
*> held against the journal bill by bill.
LoadOneTuitionPayment.
       READ TuitPayFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               ADD TPayAmount TO PaidTotal
               IF TPayDate <= CutoffDate
                   MOVE TPayBillNum TO SeekBill
                   PERFORM FindBill
                   IF BillFound = 'Y'
                       ADD TPayAmount TO TblBlPaid(BillIdx)
                   END-IF
               END-IF
       END-READ.

*> Finds (or starts) the row for SeekBill, leaving its subscript in
*> BillIdx; BillFound comes back 'N' only once the table is full.
FindBill.
       MOVE 'N' TO BillFound.
       MOVE 0 TO BillIdx.
       PERFORM ScanBill UNTIL BillFound = 'Y'
           OR BillIdx >= BillCount.
       IF BillFound = 'N'
           IF BillCount < 3000
               ADD 1 TO BillCount
               MOVE BillCount TO BillIdx
               MOVE SeekBill TO TblBlNum(BillIdx)
               MOVE 0 TO TblBlStudent(BillIdx) TblBlDate(BillIdx)
                   TblBlAmount(BillIdx) TblBlPaid(BillIdx)
                   TblBlJrnBill(BillIdx) TblBlJrnPaid(BillIdx)
               MOVE 'N' TO TblBlOnFile(BillIdx)
               MOVE 'Y' TO BillFound
           ELSE
               MOVE 'Y' TO BillOverflow
           END-IF
       END-IF.

ScanBill.
       ADD 1 TO BillIdx.
       IF TblBlNum(BillIdx) = SeekBill
           MOVE 'Y' TO BillFound
       END-IF.

*> Every line ever posted to the two control accounts; asset
*> accounts are never touched by the year-end close, so no opening
*> balance is needed.
ReadJournal.
       MOVE 'N' TO WSEOF.
       OPEN INPUT JournalFile.
       IF JournalStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReadOneJournalLine UNTIL WSEOF = 'Y'.
       IF JournalStatus NOT = "35"
           CLOSE JournalFile
       END-IF.

ReadOneJournalLine.
       READ JournalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF JrnDrCr = 'D'
                   MOVE JrnAmount TO DocAmount
               ELSE
                   COMPUTE DocAmount = 0 - JrnAmount
               END-IF
               IF JrnAcct = ReceivableAcct
                   ADD DocAmount TO ArLedger
                   PERFORM TraceReceivableLine
               END-IF
               IF JrnAcct = StudentAcct
                   ADD DocAmount TO StuLedger
                   PERFORM TraceStudentLine
               END-IF
       END-READ.

TraceReceivableLine.
       IF JrnSource(1:4) = "INV " AND JrnSource(5:6) IS NUMERIC
           MOVE JrnSource(5:6) TO SrcDocNum
           PERFORM FindOpenItemDoc
           IF OiFound = 'Y'
               ADD DocAmount TO TblOiJrnAmt(OiIdx)
               MOVE 'Y' TO TblOiSeen(OiIdx)
           END-IF
       END-IF.
       IF JrnSource(1:5) = "WOFF " AND JrnSource(6:5) IS NUMERIC
               AND JrnDrCr = 'C'
           MOVE JrnSource(6:5) TO SrcCustId
           PERFORM MatchWriteOff
       END-IF.

FindOpenItemDoc.
       MOVE 'N' TO OiFound.
       MOVE 0 TO OiIdx.
       PERFORM ScanOpenItemDoc UNTIL OiFound = 'Y'
           OR OiIdx >= OiCount.

ScanOpenItemDoc.
       ADD 1 TO OiIdx.
       IF TblOiDoc(OiIdx) = SrcDocNum AND TblOiType(OiIdx) NOT = 'W'
           MOVE 'Y' TO OiFound
       END-IF.

*> writeoff.cob journals and raises its W row on the same day for
*> the same customer and amount. A write-off older than anything
*> left on openitem.dat went with the settled rows invarch purged.
MatchWriteOff.
       MOVE 'N' TO OiFound.
       MOVE 0 TO OiIdx.
       PERFORM ScanWriteOff UNTIL OiFound = 'Y'
           OR OiIdx >= OiCount.
       IF OiFound = 'Y'
           MOVE 'Y' TO TblOiSeen(OiIdx)
           ADD DocAmount TO TblOiJrnAmt(OiIdx)
       ELSE
           IF JrnDate >= OldestOiDate AND WoffCount < 100
               ADD 1 TO WoffCount
               MOVE SrcCustId TO TblWoCust(WoffCount)
               MOVE JrnDate TO TblWoDate(WoffCount)
               MOVE JrnAmount TO TblWoAmount(WoffCount)
           END-IF
       END-IF.

ScanWriteOff.
       ADD 1 TO OiIdx.
       IF TblOiType(OiIdx) = 'W' AND TblOiSeen(OiIdx) = 'N'
               AND TblOiCust(OiIdx) = SrcCustId
               AND TblOiDate(OiIdx) = JrnDate
               AND TblOiAmount(OiIdx) = DocAmount
           MOVE 'Y' TO OiFound
       END-IF.

TraceStudentLine.
       IF JrnSource(1:5) = "BILL " AND JrnSource(6:6) IS NUMERIC
           MOVE JrnSource(6:6) TO SeekBill
           PERFORM FindBill
           IF BillFound = 'Y'
               ADD DocAmount TO TblBlJrnBill(BillIdx)
           END-IF
       END-IF.
       IF JrnSource(1:5) = "TPAY " AND JrnSource(6:6) IS NUMERIC
           MOVE JrnSource(6:6) TO SeekBill
           PERFORM FindBill
           IF BillFound = 'Y'
               SUBTRACT DocAmount FROM TblBlJrnPaid(BillIdx)
           END-IF
       END-IF.

PrintCustomerSection.
       MOVE "CUSTOMER RECEIVABLES" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO FigureLine.
       MOVE "Open items outstanding (openitem.dat)" TO PrnFigLabel.
       MOVE OiTotal TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       MOVE "Aging grand total (custaging)" TO PrnFigLabel.
       MOVE AgingTotal TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       MOVE "Receivables account 1100 balance" TO PrnFigLabel.
       MOVE ArLedger TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       MOVE "Difference (open items less ledger)" TO PrnFigLabel.
       MOVE ArDiff TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       ADD 5 TO LineCount.
       IF AgingTotal NOT = OiTotal
           MOVE "*** custaging drops customers past its 200th ***"
               TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.
       MOVE "Documents explaining the difference:" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE ExceptHeads TO PrintLine.
       WRITE PrintLine.
       ADD 2 TO LineCount.
       MOVE 0 TO ListedCount.
       IF OiOverflow = 'Y'
           MOVE "    openitem.dat too large to list - run invarch"
               TO PrintLine
           WRITE PrintLine
           ADD 1 TO ListedCount
       ELSE
           PERFORM CheckInvoiceMaster
           PERFORM ListOneOpenItem
               VARYING OiIdx FROM 1 BY 1 UNTIL OiIdx > OiCount
           PERFORM ListOneWriteOff
               VARYING WoffIdx FROM 1 BY 1 UNTIL WoffIdx > WoffCount
       END-IF.
       IF ListedCount = 0
           MOVE "    (none)" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

*> Every invoice header glpost has had the chance to post should
*> have its numbered open item.
CheckInvoiceMaster.
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
       PERFORM CheckOneInvoiceRec UNTIL WSEOF = 'Y'.
       IF InvMastStatus NOT = "35"
           CLOSE InvoiceMaster
       END-IF.

CheckOneInvoiceRec.
       READ InvoiceMaster NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF InvLineNum = 0 AND InvHdrDate <= CutoffDate
                   PERFORM CheckOneInvoice
               END-IF
       END-READ.

CheckOneInvoice.
       MOVE InvoiceNum TO SrcDocNum.
       PERFORM FindOpenItemDoc.
       IF OiFound = 'N'
           IF InvHdrTax IS NUMERIC
               MOVE InvHdrTax TO DocTax
           ELSE
               MOVE 0 TO DocTax
           END-IF
           IF InvTotal >= ZERO
               COMPUTE DocAmount = InvTotal + DocTax
           ELSE
               COMPUTE DocAmount = InvTotal - DocTax
           END-IF
           MOVE SPACES TO ExceptLine
           MOVE InvoiceNum TO PrnExRef
           MOVE InvCustId TO PrnExWho
           MOVE InvHdrDate TO PrnExDate
           MOVE DocAmount TO PrnExLedger
           MOVE "NO OPEN ITEM" TO PrnExReason
           PERFORM WriteExceptLine
       END-IF.

ListOneOpenItem.
       IF TblOiDate(OiIdx) <= CutoffDate
           MOVE SPACES TO ExceptLine
           IF TblOiType(OiIdx) = 'W'
               MOVE "WOFF" TO PrnExRef
           ELSE
               MOVE TblOiDoc(OiIdx) TO PrnExRef
           END-IF
           MOVE TblOiCust(OiIdx) TO PrnExWho
           MOVE TblOiDate(OiIdx) TO PrnExDate
           MOVE TblOiAmount(OiIdx) TO PrnExSub
           MOVE TblOiJrnAmt(OiIdx) TO PrnExLedger
           IF TblOiSeen(OiIdx) = 'N'
               MOVE "NEVER JOURNALLED" TO PrnExReason
               PERFORM WriteExceptLine
           ELSE
               IF TblOiType(OiIdx) NOT = 'W'
                       AND TblOiJrnAmt(OiIdx) NOT = TblOiAmount(OiIdx)
                   MOVE "AMOUNT DIFFERS" TO PrnExReason
                   PERFORM WriteExceptLine
               END-IF
           END-IF
       END-IF.

ListOneWriteOff.
       MOVE SPACES TO ExceptLine.
       MOVE "WOFF" TO PrnExRef.
       MOVE TblWoCust(WoffIdx) TO PrnExWho.
       MOVE TblWoDate(WoffIdx) TO PrnExDate.
       COMPUTE PrnExLedger = 0 - TblWoAmount(WoffIdx).
       MOVE "WOFF NOT APPLIED" TO PrnExReason.
       PERFORM WriteExceptLine.

WriteExceptLine.
       WRITE PrintLine FROM ExceptLine.
       ADD 1 TO ListedCount.
       ADD 1 TO LineCount.

PrintStudentSection.
       MOVE "STUDENT RECEIVABLES" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO FigureLine.
       MOVE "Billed (billing.dat)" TO PrnFigLabel.
       MOVE BilledTotal TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       MOVE "Less paid (tuitpay.dat)" TO PrnFigLabel.
       MOVE PaidTotal TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       MOVE "Student sub-ledger" TO PrnFigLabel.
       MOVE StuSubLedger TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       MOVE "Student receivable account 1200 balance" TO PrnFigLabel.
       MOVE StuLedger TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       MOVE "Difference (sub-ledger less ledger)" TO PrnFigLabel.
       MOVE StuDiff TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       ADD 6 TO LineCount.
       MOVE "Documents explaining the difference:" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE ExceptHeads TO PrintLine.
       WRITE PrintLine.
       ADD 2 TO LineCount.
       MOVE 0 TO ListedCount.
       IF BillOverflow = 'Y'
           MOVE "    billing.dat too large to list bill by bill"
               TO PrintLine
           WRITE PrintLine
           ADD 1 TO ListedCount
       ELSE
           PERFORM ListOneBill
               VARYING BillIdx FROM 1 BY 1 UNTIL BillIdx > BillCount
       END-IF.
       IF ListedCount = 0
           MOVE "    (none)" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

ListOneBill.
       MOVE SPACES TO ExceptLine.
       MOVE TblBlNum(BillIdx) TO PrnExRef.
       IF TblBlOnFile(BillIdx) = 'Y'
           MOVE TblBlStudent(BillIdx) TO PrnExWho
           MOVE TblBlDate(BillIdx) TO PrnExDate
       END-IF.
       IF TblBlOnFile(BillIdx) = 'N'
           MOVE TblBlJrnBill(BillIdx) TO PrnExLedger
           MOVE "BILL NOT ON FILE" TO PrnExReason
           PERFORM WriteExceptLine
       ELSE
           IF TblBlDate(BillIdx) <= CutoffDate
                   AND TblBlJrnBill(BillIdx) NOT = TblBlAmount(BillIdx)
               MOVE TblBlAmount(BillIdx) TO PrnExSub
               MOVE TblBlJrnBill(BillIdx) TO PrnExLedger
               IF TblBlJrnBill(BillIdx) = 0
                   MOVE "NEVER JOURNALLED" TO PrnExReason
               ELSE
                   MOVE "AMOUNT DIFFERS" TO PrnExReason
               END-IF
               PERFORM WriteExceptLine
           END-IF
       END-IF.
       IF TblBlJrnPaid(BillIdx) NOT = TblBlPaid(BillIdx)
           MOVE TblBlPaid(BillIdx) TO PrnExSub
           MOVE TblBlJrnPaid(BillIdx) TO PrnExLedger
           MOVE "PAYMENTS DIFFER" TO PrnExReason
           PERFORM WriteExceptLine
       END-IF.
