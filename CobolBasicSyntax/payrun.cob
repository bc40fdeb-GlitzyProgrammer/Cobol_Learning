       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. payrun.
AUTHOR. Lawrence.
*> Supplier payment run: apentry records a supplier payment one
*> invoice at a time, and the cheques were still being written by
*> hand. The buyer builds a proposal of every supinv.dat invoice
*> due by a keyed date, net of what SiPaid says has gone already,
*> grouped by supplier onto payprop.dat, and can trim a line or
*> take a supplier out before a supervisor - never the buyer who
*> built it - approves it at level 3. Approval writes the bank's
*> payment file (suppay.dat: an H line with the run's controls,
*> then a D line per supplier, the ddcollect.dat shape), prints a
*> remittance advice per supplier listing the invoices paid, draws
*> SiPaid down on each invoice and journals the payment (Dr 2000 /
*> Cr 1000) straight onto gljournal.dat. Suppliers with no bank
*> details on suppbank.dat (suppmaint.cob keys them) are left out
*> and stay owed, as are invoices apentry's three-way match has
*> put on payment hold until a supervisor releases them.
*> Supplier bank details are never copied into the training set,
*> so a session in training (TRNMODE) is turned away.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SupInvFile ASSIGN TO "supinv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupInvStatus.

       SELECT SupplierFile ASSIGN TO "supplier.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SupplierId
           FILE STATUS IS SupplierFileStatus.

       SELECT SuppBankFile ASSIGN TO "suppbank.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SbSuppId
           FILE STATUS IS SuppBankStatus.

      *> The proposal waiting for approval: an H line saying who
      *> built it for which date, then an L line per invoice.
       SELECT OPTIONAL PropFile ASSIGN TO "payprop.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PropStatus.

      *> Sent to the bank: an H line with the run's controls, then a
      *> D line per supplier to be paid.
       SELECT BankPayFile ASSIGN TO "suppay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BankPayStatus.

       SELECT OPTIONAL RunCtlFile ASSIGN TO "payrunctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunCtlStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT RemitReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SupInvFile.
*> Kept in step with the SupInvRec layout apentry.cob writes.
01 SupInvRec.
       02 SiSupplierId PIC X(5).
       02 FILLER PIC X.
       02 SiRef PIC X(10).
       02 FILLER PIC X.
       02 SiDate PIC 9(8).
       02 FILLER PIC X.
       02 SiDueDate PIC 9(8).
       02 FILLER PIC X.
       02 SiAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 SiPaid PIC 9(7)V99.
       02 FILLER PIC X.
       02 SiMatched PIC X.
       02 FILLER PIC X.
      *> The day the invoice was keyed, which is what glpost posts
      *> it by; SiDate is the supplier's own date and often earlier.
       02 SiEntered PIC 9(8).

FD SupplierFile.
01 SupplierRec.
       02 SupplierId PIC X(5).
       02 SupplierName PIC X(25).
       02 SupplierPhone PIC X(12).

FD SuppBankFile.
*> Kept in step with the SuppBankRec layout suppmaint.cob writes.
01 SuppBankRec.
       02 SbSuppId PIC X(5).
       02 SbSortCode PIC X(8).
       02 SbAccount PIC X(12).
       02 SbAcctName PIC X(25).

FD PropFile.
01 PropRec PIC X(60).
01 PropHeader REDEFINES PropRec.
       02 PhRecType PIC X.
       02 FILLER PIC X.
       02 PhPayBy PIC 9(8).
       02 FILLER PIC X.
       02 PhBuiltBy PIC X(8).
       02 FILLER PIC X.
       02 PhBuiltOn PIC 9(8).
       02 FILLER PIC X(32).
01 PropLine REDEFINES PropRec.
       02 PlRecType PIC X.
       02 FILLER PIC X.
       02 PlSupp PIC X(5).
       02 FILLER PIC X.
       02 PlRef PIC X(10).
       02 FILLER PIC X.
       02 PlDueDate PIC 9(8).
       02 FILLER PIC X.
       02 PlOpen PIC 9(7)V99.
       02 FILLER PIC X.
       02 PlPay PIC 9(7)V99.
       02 FILLER PIC X(13).

FD BankPayFile.
01 BankPayRec PIC X(100).
01 BankPayHeader REDEFINES BankPayRec.
       02 BpRecType PIC X.
       02 FILLER PIC X.
       02 BpPayDate PIC 9(8).
       02 FILLER PIC X.
       02 BpRunNum PIC 9(5).
       02 FILLER PIC X.
       02 BpCount PIC 9(5).
       02 FILLER PIC X.
       02 BpTotal PIC 9(9)V99.
       02 FILLER PIC X(66).
01 BankPayDetail REDEFINES BankPayRec.
       02 BdRecType PIC X.
       02 FILLER PIC X.
       02 BdSuppId PIC X(5).
       02 FILLER PIC X.
       02 BdPayRef PIC X(18).
       02 FILLER PIC X.
       02 BdSortCode PIC X(8).
       02 FILLER PIC X.
       02 BdAccount PIC X(12).
       02 FILLER PIC X.
       02 BdAcctName PIC X(25).
       02 FILLER PIC X.
       02 BdAmount PIC 9(7)V99.
       02 FILLER PIC X(16).

FD RunCtlFile.
01 RunCtlRec.
       02 NextRunNum PIC 9(5).

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

FD RemitReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 SupInvStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 SuppBankStatus PIC XX.
01 PropStatus PIC XX.
01 BankPayStatus PIC XX.
01 RunCtlStatus PIC XX.
01 JournalStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 InTraining PIC X.
01 TrnOperId PIC X(8) VALUE SPACES.
01 TrnLevel PIC 9 VALUE 0.
01 ConfirmAnswer PIC X.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 TodayDate PIC 9(8).
01 PayByDate PIC 9(8).
01 OpenAmt PIC S9(7)V99.
01 EntrySupplierId PIC X(5).
01 EntryLine PIC 9(3).
01 EntryPayAmt PIC 9(7)V99.
*> Accounting-period check on the payment date, as payentry.
01 PerDocDate PIC 9(8).
01 PeriodOpen PIC X.
01 PerOverride PIC X.
*> The whole supinv.dat held while the run draws SiPaid down, then
*> rewritten whole - the waitlist discipline apentry follows.
01 SiTable.
       02 SiEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON SiCount.
           03 TblSiRec PIC X(70).
01 SiCount PIC 9(3) VALUE 0.
01 SiIdx PIC 9(3).
01 SiFound PIC X.
01 SiOverflow PIC X.
*> The proposal, one row per invoice, suppliers kept together.
01 PropExists PIC X.
01 PropPayBy PIC 9(8).
01 PropBuiltBy PIC X(8).
01 PropBuiltOn PIC 9(8).
01 PropTable.
       02 PropEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON PropCount.
           03 TblPpSupp PIC X(5).
           03 TblPpRef PIC X(10).
           03 TblPpDue PIC 9(8).
           03 TblPpOpen PIC 9(7)V99.
           03 TblPpPay PIC 9(7)V99.
01 PropCount PIC 9(3) VALUE 0.
01 PpIdx PIC 9(3).
*> One row per supplier on the proposal, with its bank details
*> and what the run pays it.
01 SuppTable.
       02 SuppEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON SuppCount.
           03 TblSpSupp PIC X(5).
           03 TblSpName PIC X(25).
           03 TblSpHasBank PIC X.
           03 TblSpSort PIC X(8).
           03 TblSpAcct PIC X(12).
           03 TblSpAcctName PIC X(25).
           03 TblSpTotal PIC 9(7)V99.
01 SuppCount PIC 9(3) VALUE 0.
01 SpIdx PIC 9(3).
01 SuppFound PIC X.
01 SuppFullWarned PIC X.
01 ThisRunNum PIC 9(5).
01 PayRef PIC X(18).
01 PaidCount PIC 9(5).
01 PaidTotal PIC 9(9)V99.
01 ProposedTotal PIC 9(9)V99.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 PrnAmount PIC ZZ,ZZZ,ZZ9.99.
01 PrnTotal PIC ZZZ,ZZZ,ZZ9.99.
01 ProposalLine.
       02 PrnPpLine PIC ZZ9.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnPpSupp PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPpRef PIC X(10).
       02 FILLER PIC X(6) VALUE " due  ".
       02 PrnPpDue PIC 9(8).
       02 FILLER PIC X(7) VALUE " open $".
       02 PrnPpOpen PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(6) VALUE " pay $".
       02 PrnPpPay PIC Z,ZZZ,ZZ9.99.
01 RemitLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnRmRef PIC X(10).
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnRmDate PIC 9(8).
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnRmAmount PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'TRNMODE' USING "CHK", TrnOperId, TrnLevel, InTraining.
       IF InTraining = 'Y'
           DISPLAY "Not available in training mode"
           GOBACK
       END-IF.
       CALL 'SESSBNR' USING "payrun  ", OperatorName.
       CALL 'SESSLOG' USING "START", "payrun  ", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "SUPPLIER PAYMENT RUN"
           DISPLAY "1: Build Proposal"
           DISPLAY "2: Show Proposal"
           DISPLAY "3: Adjust a Proposal Line"
           DISPLAY "4: Take a Supplier Out"
           DISPLAY "5: Approve and Pay"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM BuildProposal THRU BuildProposal-Exit
               WHEN 2 PERFORM ShowProposal THRU ShowProposal-Exit
               WHEN 3 PERFORM AdjustLine THRU AdjustLine-Exit
               WHEN 4 PERFORM DropSupplier THRU DropSupplier-Exit
               WHEN 5 PERFORM ApproveAndPay THRU ApproveAndPay-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "payrun  ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Every invoice with money still owing and due by the keyed date,
*> each supplier's invoices together in the order the supplier
*> first appears on supinv.dat, proposed at the full amount open.
BuildProposal.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       PERFORM LoadProposal.
       IF PropExists = 'Y'
           DISPLAY "A proposal for " PropPayBy " built by "
               PropBuiltBy " is waiting - replace it? (Y/N) "
               WITH NO ADVANCING
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
               DISPLAY "Proposal kept"
               GO TO BuildProposal-Exit
           END-IF
       END-IF.
       DISPLAY " "
       DISPLAY "Pay invoices due on or before (YYYYMMDD): "
           WITH NO ADVANCING.
       ACCEPT PayByDate.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM LoadSiTable.
       IF SiOverflow = 'Y'
           DISPLAY "WARNING: more than 300 supplier invoices - the"
               " extras are NOT proposed"
       END-IF.
       MOVE 0 TO SuppCount.
       MOVE 'N' TO SuppFullWarned.
       PERFORM NoteOneDueSupplier
           VARYING SiIdx FROM 1 BY 1 UNTIL SiIdx > SiCount.
       MOVE 0 TO PropCount.
       PERFORM ProposeOneInvoice
           VARYING SpIdx FROM 1 BY 1 UNTIL SpIdx > SuppCount
           AFTER SiIdx FROM 1 BY 1 UNTIL SiIdx > SiCount.
       IF PropCount = 0
           DISPLAY "Nothing owing is due by " PayByDate
           GO TO BuildProposal-Exit
       END-IF.
       MOVE PayByDate TO PropPayBy.
       MOVE AuthOperId TO PropBuiltBy.
       MOVE TodayDate TO PropBuiltOn.
       PERFORM SaveProposal.
       DISPLAY "Proposal built: " PropCount " invoices from "
           SuppCount " suppliers - show it, adjust it, then have a"
           " supervisor approve it".
BuildProposal-Exit.
       EXIT.

NoteOneDueSupplier.
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       COMPUTE OpenAmt = SiAmount - SiPaid.
       IF OpenAmt > ZERO AND SiDueDate <= PayByDate
               AND SiMatched NOT = 'H'
           MOVE SiSupplierId TO EntrySupplierId
           PERFORM FindSupplierRow
       END-IF.

ProposeOneInvoice.
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       COMPUTE OpenAmt = SiAmount - SiPaid.
       IF OpenAmt > ZERO AND SiDueDate <= PayByDate
               AND SiMatched NOT = 'H'
               AND SiSupplierId = TblSpSupp(SpIdx)
               AND PropCount < 300
           ADD 1 TO PropCount
           MOVE SiSupplierId TO TblPpSupp(PropCount)
           MOVE SiRef TO TblPpRef(PropCount)
           MOVE SiDueDate TO TblPpDue(PropCount)
           MOVE OpenAmt TO TblPpOpen(PropCount)
           MOVE OpenAmt TO TblPpPay(PropCount)
       END-IF.

*> Finds (or starts) the supplier's row, leaving its subscript in
*> SpIdx; SuppFound comes back 'N' only once the table is full.
FindSupplierRow.
       MOVE 'N' TO SuppFound.
       MOVE 0 TO SpIdx.
       PERFORM ScanSupplierRow UNTIL SuppFound = 'Y'
           OR SpIdx >= SuppCount.
       IF SuppFound = 'N'
           IF SuppCount < 100
               ADD 1 TO SuppCount
               MOVE SuppCount TO SpIdx
               MOVE EntrySupplierId TO TblSpSupp(SpIdx)
               MOVE SPACES TO TblSpName(SpIdx) TblSpSort(SpIdx)
                   TblSpAcct(SpIdx) TblSpAcctName(SpIdx)
               MOVE 'N' TO TblSpHasBank(SpIdx)
               MOVE 0 TO TblSpTotal(SpIdx)
               MOVE 'Y' TO SuppFound
           ELSE
               IF SuppFullWarned = 'N'
                   MOVE 'Y' TO SuppFullWarned
                   DISPLAY "WARNING: more than 100 suppliers due - the"
                       " extras are NOT in this run"
               END-IF
           END-IF
       END-IF.

ScanSupplierRow.
       ADD 1 TO SpIdx.
       IF TblSpSupp(SpIdx) = EntrySupplierId
           MOVE 'Y' TO SuppFound
       END-IF.

*> On screen for the buyer, and printed for the approver to sign.
ShowProposal.
       PERFORM LoadProposal.
       IF PropExists = 'N'
           DISPLAY "No proposal waiting"
           GO TO ShowProposal-Exit
       END-IF.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "PayProp" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       MOVE 0 TO ProposedTotal.
       OPEN OUTPUT RemitReport.
       MOVE SPACES TO PrintLine.
       STRING "SUPPLIER PAYMENT PROPOSAL - DUE BY " PropPayBy
           " - BUILT BY " PropBuiltBy " ON " PropBuiltOn
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       DISPLAY PrintLine.
       MOVE SPACES TO PrintLine.
       WRITE PrintLine.
       PERFORM ShowOneProposalLine
           VARYING PpIdx FROM 1 BY 1 UNTIL PpIdx > PropCount.
       MOVE ProposedTotal TO PrnTotal.
       MOVE SPACES TO PrintLine.
       STRING "TO PAY: $" PrnTotal DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       DISPLAY PrintLine.
       CLOSE RemitReport.
       MOVE "PayProp" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Proposal printed to " ReportFileName.
ShowProposal-Exit.
       EXIT.

ShowOneProposalLine.
       MOVE PpIdx TO PrnPpLine.
       MOVE TblPpSupp(PpIdx) TO PrnPpSupp.
       MOVE TblPpRef(PpIdx) TO PrnPpRef.
       MOVE TblPpDue(PpIdx) TO PrnPpDue.
       MOVE TblPpOpen(PpIdx) TO PrnPpOpen.
       MOVE TblPpPay(PpIdx) TO PrnPpPay.
       ADD TblPpPay(PpIdx) TO ProposedTotal.
       WRITE PrintLine FROM ProposalLine.
       DISPLAY ProposalLine.
       ADD 1 TO LineCount.

*> A part payment, or nothing at all, on one invoice; never more
*> than is open on it.
AdjustLine.
       PERFORM LoadProposal.
       IF PropExists = 'N'
           DISPLAY "No proposal waiting"
           GO TO AdjustLine-Exit
       END-IF.
       DISPLAY "Proposal line number: " WITH NO ADVANCING.
       ACCEPT EntryLine.
       IF EntryLine = 0 OR EntryLine > PropCount
           DISPLAY "No such line on the proposal"
           GO TO AdjustLine-Exit
       END-IF.
       MOVE EntryLine TO PpIdx.
       DISPLAY "Invoice " TblPpRef(PpIdx) " from " TblPpSupp(PpIdx)
           " open $" TblPpOpen(PpIdx) " proposed $" TblPpPay(PpIdx).
       DISPLAY "Pay this time (0 to leave it unpaid): "
           WITH NO ADVANCING.
       ACCEPT EntryPayAmt.
       IF EntryPayAmt > TblPpOpen(PpIdx)
           DISPLAY "More than is open on the invoice - not changed"
           GO TO AdjustLine-Exit
       END-IF.
       MOVE EntryPayAmt TO TblPpPay(PpIdx).
       PERFORM SaveProposal.
       DISPLAY "Line " EntryLine " now pays $" EntryPayAmt.
AdjustLine-Exit.
       EXIT.

DropSupplier.
       PERFORM LoadProposal.
       IF PropExists = 'N'
           DISPLAY "No proposal waiting"
           GO TO DropSupplier-Exit
       END-IF.
       DISPLAY "Supplier Id to leave unpaid: " WITH NO ADVANCING.
       ACCEPT EntrySupplierId.
       MOVE 0 TO PaidCount.
       PERFORM DropOneLine
           VARYING PpIdx FROM 1 BY 1 UNTIL PpIdx > PropCount.
       IF PaidCount = 0
           DISPLAY "Supplier not on the proposal"
           GO TO DropSupplier-Exit
       END-IF.
       PERFORM SaveProposal.
       DISPLAY PaidCount " invoices of " EntrySupplierId
           " left unpaid".
DropSupplier-Exit.
       EXIT.

DropOneLine.
       IF TblPpSupp(PpIdx) = EntrySupplierId
           MOVE 0 TO TblPpPay(PpIdx)
           ADD 1 TO PaidCount
       END-IF.

*> The supervisor who approves may not be the buyer who built the
*> proposal. Each line is re-checked against supinv.dat as it
*> stands now, so money recorded through apentry since the build is
*> never paid twice.
ApproveAndPay.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "Payment runs are approved by a supervisor"
           GO TO ApproveAndPay-Exit
       END-IF.
       PERFORM LoadProposal.
       IF PropExists = 'N'
           DISPLAY "No proposal waiting"
           GO TO ApproveAndPay-Exit
       END-IF.
       IF PropBuiltBy = AuthOperId
           DISPLAY "Built by you - another supervisor must approve it"
           GO TO ApproveAndPay-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE TodayDate TO PerDocDate.
       PERFORM CheckPeriodOpen.
       IF PeriodOpen = 'N'
           GO TO ApproveAndPay-Exit
       END-IF.
       PERFORM LoadSiTable.
      *> Rewriting supinv.dat from a partial load would lose the
      *> invoices that never made it into the table.
       IF SiOverflow = 'Y'
           DISPLAY "supinv.dat holds more than 300 invoices - nothing"
               " paid"
           GO TO ApproveAndPay-Exit
       END-IF.
       MOVE 0 TO SuppCount.
       MOVE 'N' TO SuppFullWarned.
       PERFORM SettleOneLine
           VARYING PpIdx FROM 1 BY 1 UNTIL PpIdx > PropCount.
       PERFORM ReadBankDetails.
       PERFORM DropUnbankedLine
           VARYING PpIdx FROM 1 BY 1 UNTIL PpIdx > PropCount.
       MOVE 0 TO PaidCount.
       MOVE 0 TO PaidTotal.
       PERFORM CountOnePayee
           VARYING SpIdx FROM 1 BY 1 UNTIL SpIdx > SuppCount.
       IF PaidCount = 0
           DISPLAY "Nothing left to pay on the proposal"
           GO TO ApproveAndPay-Exit
       END-IF.
       MOVE PaidTotal TO PrnTotal.
       DISPLAY "Pay " PaidCount " suppliers $" PrnTotal
           " today? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Payment run not approved - proposal kept"
           GO TO ApproveAndPay-Exit
       END-IF.
       PERFORM GetNextRunNum.
       PERFORM DrawDownOneLine
           VARYING PpIdx FROM 1 BY 1 UNTIL PpIdx > PropCount.
       PERFORM RewriteSiFile.
       PERFORM WriteBankFile.
       PERFORM PrintRemittances.
       PERFORM JournalPayments.
       PERFORM ClearProposal.
       DISPLAY "Payment run " ThisRunNum ": " PaidCount
           " suppliers paid $" PrnTotal " - suppay.dat ready for the"
           " bank".
       DISPLAY "Remittance advices written to " ReportFileName.
ApproveAndPay-Exit.
       EXIT.

*> Caps each line at what is still open on its invoice and totals
*> it against its supplier.
SettleOneLine.
       IF TblPpPay(PpIdx) > ZERO
           PERFORM FindInvoiceForLine
           IF SiFound = 'N'
               DISPLAY "Invoice " TblPpRef(PpIdx) " from "
                   TblPpSupp(PpIdx) " no longer on file - not paid"
               MOVE 0 TO TblPpPay(PpIdx)
           ELSE
               IF SiMatched = 'H'
                   DISPLAY "Invoice " TblPpRef(PpIdx) " from "
                       TblPpSupp(PpIdx) " is on payment hold - not"
                       " paid"
                   MOVE 0 TO TblPpPay(PpIdx)
               END-IF
               COMPUTE OpenAmt = SiAmount - SiPaid
               IF OpenAmt < TblPpPay(PpIdx)
                   IF OpenAmt > ZERO
                       MOVE OpenAmt TO TblPpPay(PpIdx)
                   ELSE
                       MOVE 0 TO TblPpPay(PpIdx)
                   END-IF
                   DISPLAY "Invoice " TblPpRef(PpIdx) " from "
                       TblPpSupp(PpIdx) " part-paid since the build"
                       " - now paying $" TblPpPay(PpIdx)
               END-IF
           END-IF
       END-IF.
       IF TblPpPay(PpIdx) > ZERO
           MOVE TblPpSupp(PpIdx) TO EntrySupplierId
           PERFORM FindSupplierRow
           IF SuppFound = 'Y'
               ADD TblPpPay(PpIdx) TO TblSpTotal(SpIdx)
           ELSE
               MOVE 0 TO TblPpPay(PpIdx)
           END-IF
       END-IF.

FindInvoiceForLine.
       MOVE 'N' TO SiFound.
       MOVE 0 TO SiIdx.
       PERFORM ScanSiForLine UNTIL SiFound = 'Y'
           OR SiIdx >= SiCount.

ScanSiForLine.
       ADD 1 TO SiIdx.
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       IF SiSupplierId = TblPpSupp(PpIdx) AND SiRef = TblPpRef(PpIdx)
           MOVE 'Y' TO SiFound
       END-IF.

ReadBankDetails.
       OPEN INPUT SupplierFile.
       OPEN INPUT SuppBankFile.
       PERFORM ReadOneBankDetail
           VARYING SpIdx FROM 1 BY 1 UNTIL SpIdx > SuppCount.
       IF SupplierFileStatus NOT = "35"
           CLOSE SupplierFile
       END-IF.
       IF SuppBankStatus NOT = "35"
           CLOSE SuppBankFile
       END-IF.

ReadOneBankDetail.
       IF SupplierFileStatus NOT = "35"
           MOVE TblSpSupp(SpIdx) TO SupplierId
           READ SupplierFile
               INVALID KEY MOVE "(not on file)" TO SupplierName
           END-READ
           MOVE SupplierName TO TblSpName(SpIdx)
       END-IF.
       IF SuppBankStatus NOT = "35"
           MOVE TblSpSupp(SpIdx) TO SbSuppId
           READ SuppBankFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO TblSpHasBank(SpIdx)
                   MOVE SbSortCode TO TblSpSort(SpIdx)
                   MOVE SbAccount TO TblSpAcct(SpIdx)
                   MOVE SbAcctName TO TblSpAcctName(SpIdx)
           END-READ
       END-IF.
       IF TblSpHasBank(SpIdx) = 'N' AND TblSpTotal(SpIdx) > ZERO
           DISPLAY "Supplier " TblSpSupp(SpIdx) " has no bank details"
               " on file - left out of this run"
           MOVE 0 TO TblSpTotal(SpIdx)
       END-IF.

DropUnbankedLine.
       IF TblPpPay(PpIdx) > ZERO
           MOVE TblPpSupp(PpIdx) TO EntrySupplierId
           PERFORM FindSupplierRow
           IF TblSpHasBank(SpIdx) = 'N'
               MOVE 0 TO TblPpPay(PpIdx)
           END-IF
       END-IF.

CountOnePayee.
       IF TblSpTotal(SpIdx) > ZERO
           ADD 1 TO PaidCount
           ADD TblSpTotal(SpIdx) TO PaidTotal
       END-IF.

DrawDownOneLine.
       IF TblPpPay(PpIdx) > ZERO
           PERFORM FindInvoiceForLine
           ADD TblPpPay(PpIdx) TO SiPaid
           MOVE SupInvRec TO TblSiRec(SiIdx)
       END-IF.

WriteBankFile.
       OPEN OUTPUT BankPayFile.
       MOVE SPACES TO BankPayRec.
       MOVE 'H' TO BpRecType.
       MOVE TodayDate TO BpPayDate.
       MOVE ThisRunNum TO BpRunNum.
       MOVE PaidCount TO BpCount.
       MOVE PaidTotal TO BpTotal.
       WRITE BankPayRec.
       PERFORM WriteOneBankLine
           VARYING SpIdx FROM 1 BY 1 UNTIL SpIdx > SuppCount.
       CLOSE BankPayFile.

WriteOneBankLine.
       IF TblSpTotal(SpIdx) > ZERO
           MOVE SPACES TO BankPayRec
           MOVE 'D' TO BdRecType
           MOVE TblSpSupp(SpIdx) TO BdSuppId
           MOVE SPACES TO PayRef
           STRING "PAYRUN " ThisRunNum DELIMITED BY SIZE INTO PayRef
           END-STRING
           MOVE PayRef TO BdPayRef
           MOVE TblSpSort(SpIdx) TO BdSortCode
           MOVE TblSpAcct(SpIdx) TO BdAccount
           MOVE TblSpAcctName(SpIdx) TO BdAcctName
           MOVE TblSpTotal(SpIdx) TO BdAmount
           WRITE BankPayRec
       END-IF.

*> One page per supplier paid, every invoice the money covers.
PrintRemittances.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "Remit" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT RemitReport.
       PERFORM PrintOneRemittance
           VARYING SpIdx FROM 1 BY 1 UNTIL SpIdx > SuppCount.
       CLOSE RemitReport.
       MOVE "Remit" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.

PrintOneRemittance.
       IF TblSpTotal(SpIdx) > ZERO
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING PAGE
           MOVE "REMITTANCE ADVICE" TO PrintLine
           WRITE PrintLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE SPACES TO PrintLine
           STRING TblSpSupp(SpIdx) " " TblSpName(SpIdx)
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine
           MOVE SPACES TO PrintLine
           STRING "Paid " TodayDate " by bank transfer, reference"
               " PAYRUN " ThisRunNum DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine
           MOVE SPACES TO PrintLine
           STRING "into account " TblSpSort(SpIdx) " "
               TblSpAcct(SpIdx) DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine
           MOVE "    YOUR REF      DUE DATE        AMOUNT PAID"
               TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 7 TO LineCount
           PERFORM PrintOneRemitLine
               VARYING PpIdx FROM 1 BY 1 UNTIL PpIdx > PropCount
           MOVE TblSpTotal(SpIdx) TO PrnAmount
           MOVE SPACES TO PrintLine
           STRING "    TOTAL PAID                  " PrnAmount
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 1 TO LineCount
       END-IF.

PrintOneRemitLine.
       IF TblPpSupp(PpIdx) = TblSpSupp(SpIdx)
               AND TblPpPay(PpIdx) > ZERO
           MOVE TblPpRef(PpIdx) TO PrnRmRef
           MOVE TblPpDue(PpIdx) TO PrnRmDate
           MOVE TblPpPay(PpIdx) TO PrnRmAmount
           WRITE PrintLine FROM RemitLine
           ADD 1 TO LineCount
       END-IF.

*> Balanced pair per supplier straight onto the journal - the
*> payables account against Cash at Bank - as refunds.cob does.
JournalPayments.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       PERFORM JournalOnePayee
           VARYING SpIdx FROM 1 BY 1 UNTIL SpIdx > SuppCount.
       CLOSE JournalFile.

JournalOnePayee.
       IF TblSpTotal(SpIdx) > ZERO
           MOVE SPACES TO JournalRec
           MOVE TodayDate TO JrnDate
           MOVE 2000 TO JrnAcct
           MOVE 'D' TO JrnDrCr
           MOVE TblSpTotal(SpIdx) TO JrnAmount
           MOVE SPACES TO JrnSource
           STRING "SPAY " TblSpSupp(SpIdx) DELIMITED BY SIZE
               INTO JrnSource
           END-STRING
           WRITE JournalRec
           MOVE 1000 TO JrnAcct
           MOVE 'C' TO JrnDrCr
           WRITE JournalRec
       END-IF.

*> Refuses a payment date in a month the accountant has closed,
*> with a logged level-3 override for the genuine correction.
CheckPeriodOpen.
       CALL 'PERCHK' USING "CHK", PerDocDate, PeriodOpen.
       IF PeriodOpen = 'N'
           DISPLAY "PERIOD CLOSED for payments dated " PerDocDate
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           IF AuthAllowed = 'Y'
               DISPLAY "Supervisor override - pay anyway? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT PerOverride
               IF PerOverride = 'Y' OR PerOverride = 'y'
                   CALL 'PERCHK' USING "OVR", PerDocDate, PeriodOpen
               END-IF
           END-IF
           IF PeriodOpen = 'N'
               DISPLAY "Nothing can be paid into a closed period"
           END-IF
       END-IF.

GetNextRunNum.
       MOVE 0 TO NextRunNum.
       OPEN INPUT RunCtlFile.
       IF RunCtlStatus = "35"
           CONTINUE
       ELSE
           READ RunCtlFile
               AT END CONTINUE
           END-READ
           CLOSE RunCtlFile
       END-IF.
       ADD 1 TO NextRunNum.
       MOVE NextRunNum TO ThisRunNum.
       OPEN OUTPUT RunCtlFile.
       WRITE RunCtlRec.
       CLOSE RunCtlFile.

LoadProposal.
       MOVE 'N' TO PropExists.
       MOVE 0 TO PropCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PropFile.
       IF PropStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneProposalRec UNTIL WSEOF = 'Y'.
       IF PropStatus NOT = "35"
           CLOSE PropFile
       END-IF.

LoadOneProposalRec.
       READ PropFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PhRecType = 'H'
                   MOVE 'Y' TO PropExists
                   MOVE PhPayBy TO PropPayBy
                   MOVE PhBuiltBy TO PropBuiltBy
                   MOVE PhBuiltOn TO PropBuiltOn
               END-IF
               IF PlRecType = 'L' AND PropCount < 300
                   ADD 1 TO PropCount
                   MOVE PlSupp TO TblPpSupp(PropCount)
                   MOVE PlRef TO TblPpRef(PropCount)
                   MOVE PlDueDate TO TblPpDue(PropCount)
                   MOVE PlOpen TO TblPpOpen(PropCount)
                   MOVE PlPay TO TblPpPay(PropCount)
               END-IF
       END-READ.

SaveProposal.
       OPEN OUTPUT PropFile.
       MOVE SPACES TO PropRec.
       MOVE 'H' TO PhRecType.
       MOVE PropPayBy TO PhPayBy.
       MOVE PropBuiltBy TO PhBuiltBy.
       MOVE PropBuiltOn TO PhBuiltOn.
       WRITE PropRec.
       PERFORM SaveOneProposalLine
           VARYING PpIdx FROM 1 BY 1 UNTIL PpIdx > PropCount.
       CLOSE PropFile.

SaveOneProposalLine.
       MOVE SPACES TO PropRec.
       MOVE 'L' TO PlRecType.
       MOVE TblPpSupp(PpIdx) TO PlSupp.
       MOVE TblPpRef(PpIdx) TO PlRef.
       MOVE TblPpDue(PpIdx) TO PlDueDate.
       MOVE TblPpOpen(PpIdx) TO PlOpen.
       MOVE TblPpPay(PpIdx) TO PlPay.
       WRITE PropRec.

*> A paid proposal is spent; the next run starts from a new build.
ClearProposal.
       OPEN OUTPUT PropFile.
       CLOSE PropFile.

LoadSiTable.
       MOVE 0 TO SiCount.
       MOVE 'N' TO SiOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SupInvFile.
       IF SupInvStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneSiRec UNTIL WSEOF = 'Y'.
       IF SupInvStatus NOT = "35"
           CLOSE SupInvFile
       END-IF.

LoadOneSiRec.
       READ SupInvFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SiCount < 300
                   ADD 1 TO SiCount
                   MOVE SupInvRec TO TblSiRec(SiCount)
               ELSE
                   MOVE 'Y' TO SiOverflow
               END-IF
       END-READ.

RewriteSiFile.
       OPEN OUTPUT SupInvFile.
       PERFORM RewriteOneSiRec
           VARYING SiIdx FROM 1 BY 1 UNTIL SiIdx > SiCount.
       CLOSE SupInvFile.

RewriteOneSiRec.
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       WRITE SupInvRec.
