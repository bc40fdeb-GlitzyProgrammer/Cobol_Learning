*> shows the goods receipts stockrecv.cob logged for that
*> supplier's products so the invoice can be matched against what
*> actually arrived, and records the invoice on supinv.dat with
*> its due date. Payments draw the invoice down in place and are
*> journalled against Cash at Bank, as the payment run does, the AP
*> aging report mirrors the receivables one in 30/60/90+ buckets,
*> and the payment-due list by date is what stops the binder
*> surprises.
*> The match used to be the clerk's Y/N after eyeballing the
*> receipts, and nothing stopped us paying for goods that never came
*> or were billed over the agreed price. An invoice is now keyed
*> line by line against its purchase order and matched on entry:
*> each line must be on the PO, its quantity within the matchtol.dat
*> tolerance of what the PO line and goodsrecv.log show received and
*> not already invoiced, and its price within tolerance of the
*> prodcost.dat cost. An invoice failing any line goes on payment
*> hold (SiMatched 'H') with its reasons on sihold.dat; the due list
*> and payrun.cob pass it by until a level-3 operator releases it
*> ('R'), and the held-invoice report lists what is waiting.
*> A due date keyed on a weekend or a holiday on bizcal.cob's
*> calendar is moved to the next working day through WORKDAY, so
*> the due list and the payment run see when it can really be paid.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupInvStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT OPTIONAL PurchOrdFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurchOrdStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

      *> The lines of every supplier invoice, so a later invoice
      *> against the same PO line is matched only on what is left.
       SELECT OPTIONAL SupInvLineFile ASSIGN TO "supinvln.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupInvLineStatus.

      *> One line per reason an invoice went on payment hold.
       SELECT OPTIONAL SiHoldFile ASSIGN TO "sihold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SiHoldStatus.

      *> Quantity and price tolerances in percent; keyed on first
      *> use, changed from the menu by a supervisor.
       SELECT OPTIONAL MatchTolFile ASSIGN TO "matchtol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MatchTolStatus.

       SELECT ApAgingReport ASSIGN TO "APAging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DueListReport ASSIGN TO "APDueList.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HoldReport ASSIGN TO "APHolds.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SupplierFile.
       02 SiPaid PIC 9(7)V99.
       02 FILLER PIC X.
       02 SiMatched PIC X.
       02 FILLER PIC X.
      *> The day the invoice was keyed, which is what glpost posts
      *> it by; SiDate is the supplier's own date and often earlier.
       02 SiEntered PIC 9(8).

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

FD PurchOrdFile.
*> Kept in step with the PurchOrdRec layout purchord.cob writes.
01 PurchOrdRec PIC X(60).
01 PurchOrdHeader REDEFINES PurchOrdRec.
       02 PoRecType PIC X.
       02 FILLER PIC X.
       02 PoNum PIC 9(6).
       02 FILLER PIC X.
       02 PoSupplierId PIC X(5).
       02 FILLER PIC X.
       02 PoDate PIC 9(8).
       02 FILLER PIC X.
       02 PoStatus PIC X.
       02 FILLER PIC X(35).
01 PurchOrdLine REDEFINES PurchOrdRec.
       02 PlRecType PIC X.
       02 FILLER PIC X.
       02 PlNum PIC 9(6).
       02 FILLER PIC X.
       02 PlLineNum PIC 99.
       02 FILLER PIC X.
       02 PlProdCode PIC X(5).
       02 FILLER PIC X.
       02 PlSize PIC X.
       02 FILLER PIC X.
       02 PlQtyOrdered PIC 9(4).
       02 FILLER PIC X.
       02 PlQtyReceived PIC 9(4).
       02 FILLER PIC X(32).

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD SupInvLineFile.
01 SupInvLineRec.
       02 SlSupplierId PIC X(5).
       02 FILLER PIC X.
       02 SlRef PIC X(10).
       02 FILLER PIC X.
       02 SlPoNum PIC 9(6).
       02 FILLER PIC X.
       02 SlProdCode PIC X(5).
       02 FILLER PIC X.
       02 SlSize PIC X.
       02 FILLER PIC X.
       02 SlQty PIC 9(4).
       02 FILLER PIC X.
       02 SlUnitPrice PIC 9(3)V99.

FD SiHoldFile.
*> Held ('H') until a supervisor releases the invoice ('R').
01 SiHoldRec.
       02 HdSupplierId PIC X(5).
       02 FILLER PIC X.
       02 HdRef PIC X(10).
       02 FILLER PIC X.
       02 HdDate PIC 9(8).
       02 FILLER PIC X.
       02 HdReason PIC X(40).
       02 FILLER PIC X.
       02 HdStatus PIC X.
       02 FILLER PIC X.
       02 HdRelBy PIC X(8).
       02 FILLER PIC X.
       02 HdRelDate PIC 9(8).

FD MatchTolFile.
01 MatchTolRec.
       02 MtQtyPct PIC 99V99.
       02 FILLER PIC X.
       02 MtPricePct PIC 99V99.

FD ApAgingReport.
01 PrintLine PIC X(90).
FD DueListReport.
01 DuePrintLine PIC X(80).

FD HoldReport.
01 HoldPrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 OrderFileStatus PIC XX.
01 ReceiptLogStatus PIC XX.
01 SupInvStatus PIC XX.
01 JournalStatus PIC XX.
01 PurchOrdStatus PIC XX.
01 ProdCostStatus PIC XX.
01 SupInvLineStatus PIC XX.
01 SiHoldStatus PIC XX.
01 MatchTolStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 EntryRef PIC X(10).
01 EntryInvDate PIC 9(8).
01 EntryDueDate PIC 9(8).
01 WdDays PIC 9(3).
01 WdResult PIC 9(8).
01 WdWorkDay PIC X.
01 EntryAmount PIC 9(7)V99.
01 EntryPayAmt PIC 9(7)V99.
01 ReceiptsShown PIC 9(3).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
*> Tolerances the three-way match allows, in percent.
01 QtyTolerance PIC 99V99 VALUE 0.
01 PriceTolerance PIC 99V99 VALUE 0.
01 TolOnFile PIC X VALUE 'N'.
*> The invoice as keyed, line by line, against one PO.
01 EntryPoNum PIC 9(6).
01 PoHeadFound PIC X.
01 PoHeadSupplier PIC X(5).
01 PoHeadDate PIC 9(8).
01 InvLineTable.
       02 InvLineEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON InvLineCount.
           03 TblIlProd PIC X(5).
           03 TblIlSize PIC X.
           03 TblIlQty PIC 9(4).
           03 TblIlPrice PIC 9(3)V99.
01 InvLineCount PIC 99 VALUE 0.
01 InvLineIdx PIC 99.
01 InvLineNo PIC 99.
01 LinesDone PIC X.
01 KeyProdCode PIC X(5).
01 KeySize PIC X.
01 KeyQty PIC 9(4).
01 KeyPrice PIC 9(3)V99.
*> PO lines of the PO being invoiced.
01 PoLineTable.
       02 PoLineEntry OCCURS 0 TO 50 TIMES
               DEPENDING ON PoLineCount.
           03 TblPlProd PIC X(5).
           03 TblPlSize PIC X.
           03 TblPlReceived PIC 9(4).
01 PoLineCount PIC 99 VALUE 0.
01 PoLineIdx PIC 99.
01 PoLineFound PIC X.
01 LoggedQty PIC 9(6).
01 ReceivedQty PIC 9(6).
01 InvoicedBefore PIC 9(6).
01 AvailableQty PIC S9(6).
01 AllowedQty PIC S9(7)V99.
01 AgreedCost PIC 9(3)V99.
01 AllowedPrice PIC 9(5)V99.
*> Why an invoice is held, collected while its lines are matched.
01 ReasonTable.
       02 ReasonEntry OCCURS 0 TO 25 TIMES
               DEPENDING ON ReasonCount.
           03 TblReason PIC X(40).
01 ReasonCount PIC 99 VALUE 0.
01 ReasonIdx PIC 99.
01 ReasonText PIC X(40).
01 PrnQty PIC ZZZ9.
01 PrnQty2 PIC ZZZZZ9.
01 PrnPrice PIC ZZ9.99.
*> sihold.dat in memory while a release marks its rows.
01 HoldTable.
       02 HoldEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON HoldCount.
           03 TblHoldRec PIC X(90).
01 HoldCount PIC 9(3) VALUE 0.
01 HoldIdx PIC 9(3).
01 HoldOverflow PIC X.
01 SiOverflow PIC X.
01 HeldCount PIC 9(3).
01 HeldTotal PIC S9(9)V99.
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
01 SiTable.
       02 SiEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON SiCount.
           03 TblSiRec PIC X(70).
01 SiCount PIC 9(3) VALUE 0.
01 SiIdx PIC 9(3).
01 SiFound PIC X.
           DISPLAY "2: Record Payment to Supplier"
           DISPLAY "3: AP Aging Report"
           DISPLAY "4: Payment-Due List"
           DISPLAY "5: Release a Held Invoice"
           DISPLAY "6: Held-Invoice Exceptions Report"
           DISPLAY "7: Set Match Tolerances"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
                   THRU RecordSupplierPayment-Exit
               WHEN 3 PERFORM ApAgingRun
               WHEN 4 PERFORM PaymentDueList
               WHEN 5 PERFORM ReleaseHeldInvoice
                   THRU ReleaseHeldInvoice-Exit
               WHEN 6 PERFORM HeldInvoiceReport
               WHEN 7 PERFORM SetMatchTolerances
                   THRU SetMatchTolerances-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       ACCEPT EntryInvDate.
       DISPLAY "Due date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT EntryDueDate.
       CALL 'WORKDAY' USING "NXT", EntryDueDate, WdDays, WdResult,
           WdWorkDay.
       IF WdResult NOT = EntryDueDate
           DISPLAY "Not a working day - due date moved to " WdResult
           MOVE WdResult TO EntryDueDate
       END-IF.
       DISPLAY "PO number invoiced against: " WITH NO ADVANCING.
       ACCEPT EntryPoNum.
       MOVE 0 TO InvLineCount.
       MOVE 0 TO EntryAmount.
       MOVE 'N' TO LinesDone.
       PERFORM KeyOneInvoiceLine
           UNTIL LinesDone = 'Y' OR InvLineCount >= 20.
       IF EntryAmount = ZERO
           DISPLAY "Zero amount - invoice not entered"
           GO TO EnterSupplierInvoice-Exit
       END-IF.
       PERFORM ReadMatchTolerances.
       IF TolOnFile = 'N'
           PERFORM KeyMatchTolerances
       END-IF.
       PERFORM MatchInvoice.
       IF ReasonCount = 0
           DISPLAY "Invoice matches the PO and receipts"
       ELSE
           DISPLAY "Invoice does NOT match - it will go on payment"
               " hold:"
           PERFORM ShowOneReason
               VARYING ReasonIdx FROM 1 BY 1
               UNTIL ReasonIdx > ReasonCount
       END-IF.
       DISPLAY "Record invoice " EntryRef " for $" EntryAmount
           "? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       MOVE EntryRef TO SiRef.
       MOVE EntryInvDate TO SiDate.
       MOVE EntryDueDate TO SiDueDate.
       ACCEPT SiEntered FROM DATE YYYYMMDD.
       MOVE EntryAmount TO SiAmount.
       MOVE ZEROS TO SiPaid.
       IF ReasonCount = 0
           MOVE 'Y' TO SiMatched
       ELSE
           MOVE 'H' TO SiMatched
       END-IF.
       WRITE SupInvRec.
       CLOSE SupInvFile.
       PERFORM WriteInvoiceLines.
       IF ReasonCount > 0
           PERFORM WriteHoldReasons
           DISPLAY "Supplier invoice recorded - ON PAYMENT HOLD"
       ELSE
           DISPLAY "Supplier invoice recorded"
       END-IF.
EnterSupplierInvoice-Exit.
       EXIT.

*> One invoice line; a blank product code ends the invoice.
KeyOneInvoiceLine.
       COMPUTE InvLineNo = InvLineCount + 1.
       DISPLAY "Line " InvLineNo " product code (blank to finish): "
           WITH NO ADVANCING.
       MOVE SPACES TO KeyProdCode.
       ACCEPT KeyProdCode.
       IF KeyProdCode = SPACES
           MOVE 'Y' TO LinesDone
       ELSE
           DISPLAY "  Size: " WITH NO ADVANCING
           ACCEPT KeySize
           DISPLAY "  Quantity invoiced: " WITH NO ADVANCING
           ACCEPT KeyQty
           DISPLAY "  Unit price invoiced: " WITH NO ADVANCING
           ACCEPT KeyPrice
           IF KeyQty = ZERO
               DISPLAY "  Zero quantity - line ignored"
           ELSE
               ADD 1 TO InvLineCount
               MOVE KeyProdCode TO TblIlProd(InvLineCount)
               MOVE KeySize TO TblIlSize(InvLineCount)
               MOVE KeyQty TO TblIlQty(InvLineCount)
               MOVE KeyPrice TO TblIlPrice(InvLineCount)
               COMPUTE EntryAmount = EntryAmount + KeyQty * KeyPrice
           END-IF
       END-IF.

*> The three-way match: the PO must be this supplier's, every line
*> must be on it, received and not yet invoiced within the quantity
*> tolerance, and priced within the price tolerance of our cost.
MatchInvoice.
       MOVE 0 TO ReasonCount.
       PERFORM LoadPoForInvoice.
       IF PoHeadFound = 'N'
           MOVE SPACES TO ReasonText
           STRING "PO " EntryPoNum " NOT ON FILE" DELIMITED BY SIZE
               INTO ReasonText
           END-STRING
           PERFORM AddReason
       ELSE
           IF PoHeadSupplier NOT = EntrySupplierId
               MOVE SPACES TO ReasonText
               STRING "PO " EntryPoNum " IS FOR SUPPLIER "
                   PoHeadSupplier DELIMITED BY SIZE INTO ReasonText
               END-STRING
               PERFORM AddReason
           ELSE
               PERFORM MatchOneInvoiceLine
                   VARYING InvLineIdx FROM 1 BY 1
                   UNTIL InvLineIdx > InvLineCount
           END-IF
       END-IF.

MatchOneInvoiceLine.
       MOVE 'N' TO PoLineFound.
       MOVE 0 TO PoLineIdx.
       PERFORM ScanPoLineRow UNTIL PoLineFound = 'Y'
           OR PoLineIdx >= PoLineCount.
       IF PoLineFound = 'N'
           MOVE SPACES TO ReasonText
           STRING TblIlProd(InvLineIdx) " " TblIlSize(InvLineIdx)
               " NOT ON THE PO" DELIMITED BY SIZE INTO ReasonText
           END-STRING
           PERFORM AddReason
       ELSE
           PERFORM CountLoggedReceipts
           MOVE TblPlReceived(PoLineIdx) TO ReceivedQty
           IF LoggedQty < ReceivedQty
               MOVE LoggedQty TO ReceivedQty
           END-IF
           PERFORM CountInvoicedBefore
           COMPUTE AvailableQty = ReceivedQty - InvoicedBefore
           IF AvailableQty < ZERO
               MOVE 0 TO AvailableQty
           END-IF
           COMPUTE AllowedQty = AvailableQty
               * (100 + QtyTolerance) / 100
           IF TblIlQty(InvLineIdx) > AllowedQty
               MOVE TblIlQty(InvLineIdx) TO PrnQty
               MOVE AvailableQty TO PrnQty2
               MOVE SPACES TO ReasonText
               STRING TblIlProd(InvLineIdx) " " TblIlSize(InvLineIdx)
                   " QTY " PrnQty " ONLY " PrnQty2 " RECEIVED"
                   DELIMITED BY SIZE INTO ReasonText
               END-STRING
               PERFORM AddReason
           END-IF
           PERFORM FindAgreedCost
           IF AgreedCost = ZERO
               MOVE SPACES TO ReasonText
               STRING TblIlProd(InvLineIdx) " " TblIlSize(InvLineIdx)
                   " NO AGREED COST ON FILE" DELIMITED BY SIZE
                   INTO ReasonText
               END-STRING
               PERFORM AddReason
           ELSE
               COMPUTE AllowedPrice = AgreedCost
                   * (100 + PriceTolerance) / 100
               IF TblIlPrice(InvLineIdx) > AllowedPrice
                   MOVE AgreedCost TO PrnPrice
                   MOVE SPACES TO ReasonText
                   STRING TblIlProd(InvLineIdx) " "
                       TblIlSize(InvLineIdx) " PRICE OVER AGREED "
                       PrnPrice DELIMITED BY SIZE INTO ReasonText
                   END-STRING
                   PERFORM AddReason
               END-IF
           END-IF
       END-IF.

ScanPoLineRow.
       ADD 1 TO PoLineIdx.
       IF TblPlProd(PoLineIdx) = TblIlProd(InvLineIdx)
               AND TblPlSize(PoLineIdx) = TblIlSize(InvLineIdx)
           MOVE 'Y' TO PoLineFound
       END-IF.

AddReason.
       IF ReasonCount < 25
           ADD 1 TO ReasonCount
           MOVE ReasonText TO TblReason(ReasonCount)
       END-IF.

ShowOneReason.
       DISPLAY "  " TblReason(ReasonIdx).

LoadPoForInvoice.
       MOVE 'N' TO PoHeadFound.
       MOVE SPACES TO PoHeadSupplier.
       MOVE 0 TO PoHeadDate.
       MOVE 0 TO PoLineCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PurchOrdFile.
       IF PurchOrdStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOnePoRecForInvoice UNTIL WSEOF = 'Y'.
       IF PurchOrdStatus NOT = "35"
           CLOSE PurchOrdFile
       END-IF.

LoadOnePoRecForInvoice.
       READ PurchOrdFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PoRecType = 'H' AND PoNum = EntryPoNum
                   MOVE 'Y' TO PoHeadFound
                   MOVE PoSupplierId TO PoHeadSupplier
                   MOVE PoDate TO PoHeadDate
               END-IF
               IF PlRecType = 'L' AND PlNum = EntryPoNum
                       AND PoLineCount < 50
                   ADD 1 TO PoLineCount
                   MOVE PlProdCode TO TblPlProd(PoLineCount)
                   MOVE PlSize TO TblPlSize(PoLineCount)
                   MOVE PlQtyReceived TO TblPlReceived(PoLineCount)
               END-IF
       END-READ.

*> What goodsrecv.log shows arriving for the line since the PO was
*> raised - the PO line's own received count is trusted no further.
CountLoggedReceipts.
       MOVE 0 TO LoggedQty.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ReceiptLog.
       IF ReceiptLogStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CountOneLoggedReceipt UNTIL WSEOF = 'Y'.
       IF ReceiptLogStatus NOT = "35"
           CLOSE ReceiptLog
       END-IF.

CountOneLoggedReceipt.
       READ ReceiptLog
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF RcvProdCode = TblIlProd(InvLineIdx)
                       AND RcvSizeType = TblIlSize(InvLineIdx)
                       AND RcvDate >= PoHeadDate
                   ADD RcvQty TO LoggedQty
               END-IF
       END-READ.

CountInvoicedBefore.
       MOVE 0 TO InvoicedBefore.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SupInvLineFile.
       IF SupInvLineStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CountOneInvoicedLine UNTIL WSEOF = 'Y'.
       IF SupInvLineStatus NOT = "35"
           CLOSE SupInvLineFile
       END-IF.

CountOneInvoicedLine.
       READ SupInvLineFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SlPoNum = EntryPoNum
                       AND SlProdCode = TblIlProd(InvLineIdx)
                       AND SlSize = TblIlSize(InvLineIdx)
                   ADD SlQty TO InvoicedBefore
               END-IF
       END-READ.

FindAgreedCost.
       MOVE 0 TO AgreedCost.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdCostFile.
       IF ProdCostStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneAgreedCost UNTIL WSEOF = 'Y'.
       IF ProdCostStatus NOT = "35"
           CLOSE ProdCostFile
       END-IF.

CheckOneAgreedCost.
       READ ProdCostFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PcProdCode = TblIlProd(InvLineIdx)
                       AND PcSize = TblIlSize(InvLineIdx)
                   MOVE PcUnitCost TO AgreedCost
               END-IF
       END-READ.

WriteInvoiceLines.
       OPEN EXTEND SupInvLineFile.
       IF SupInvLineStatus = "35"
           OPEN OUTPUT SupInvLineFile
           CLOSE SupInvLineFile
           OPEN EXTEND SupInvLineFile
       END-IF.
       PERFORM WriteOneInvoiceLine
           VARYING InvLineIdx FROM 1 BY 1
           UNTIL InvLineIdx > InvLineCount.
       CLOSE SupInvLineFile.

WriteOneInvoiceLine.
       MOVE SPACES TO SupInvLineRec.
       MOVE EntrySupplierId TO SlSupplierId.
       MOVE EntryRef TO SlRef.
       MOVE EntryPoNum TO SlPoNum.
       MOVE TblIlProd(InvLineIdx) TO SlProdCode.
       MOVE TblIlSize(InvLineIdx) TO SlSize.
       MOVE TblIlQty(InvLineIdx) TO SlQty.
       MOVE TblIlPrice(InvLineIdx) TO SlUnitPrice.
       WRITE SupInvLineRec.

WriteHoldReasons.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN EXTEND SiHoldFile.
       IF SiHoldStatus = "35"
           OPEN OUTPUT SiHoldFile
           CLOSE SiHoldFile
           OPEN EXTEND SiHoldFile
       END-IF.
       PERFORM WriteOneHoldReason
           VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > ReasonCount.
       CLOSE SiHoldFile.

WriteOneHoldReason.
       MOVE SPACES TO SiHoldRec.
       MOVE EntrySupplierId TO HdSupplierId.
       MOVE EntryRef TO HdRef.
       MOVE TodayDate TO HdDate.
       MOVE TblReason(ReasonIdx) TO HdReason.
       MOVE 'H' TO HdStatus.
       MOVE 0 TO HdRelDate.
       WRITE SiHoldRec.

ReadMatchTolerances.
       OPEN INPUT MatchTolFile.
       IF MatchTolStatus = "35"
           CONTINUE
       ELSE
           READ MatchTolFile
               AT END CONTINUE
               NOT AT END
                   MOVE MtQtyPct TO QtyTolerance
                   MOVE MtPricePct TO PriceTolerance
                   MOVE 'Y' TO TolOnFile
           END-READ
           CLOSE MatchTolFile
       END-IF.

KeyMatchTolerances.
       DISPLAY "No matchtol.dat control on file - keying one".
       DISPLAY "Quantity tolerance % over received (e.g. 00.00): "
           WITH NO ADVANCING.
       ACCEPT QtyTolerance.
       DISPLAY "Price tolerance % over agreed cost (e.g. 02.00): "
           WITH NO ADVANCING.
       ACCEPT PriceTolerance.
       OPEN OUTPUT MatchTolFile.
       MOVE SPACES TO MatchTolRec.
       MOVE QtyTolerance TO MtQtyPct.
       MOVE PriceTolerance TO MtPricePct.
       WRITE MatchTolRec.
       CLOSE MatchTolFile.
       MOVE 'Y' TO TolOnFile.

SetMatchTolerances.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Not authorized - level 3 required"
           GO TO SetMatchTolerances-Exit
       END-IF.
       PERFORM ReadMatchTolerances.
       DISPLAY "Current quantity tolerance " QtyTolerance
           "% price tolerance " PriceTolerance "%".
       MOVE 'N' TO TolOnFile.
       PERFORM KeyMatchTolerances.
       DISPLAY "Match tolerances saved".
SetMatchTolerances-Exit.
       EXIT.

*> A supervisor releases a held invoice for payment once the
*> difference is settled with the supplier; the hold reasons stay on
*> file marked released, with who and when.
ReleaseHeldInvoice.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Not authorized - level 3 required"
           GO TO ReleaseHeldInvoice-Exit
       END-IF.
       DISPLAY " "
       DISPLAY "Supplier Id: " WITH NO ADVANCING.
       ACCEPT EntrySupplierId.
       DISPLAY "Supplier's invoice reference: " WITH NO ADVANCING.
       ACCEPT EntryRef.
       PERFORM LoadSiTable.
       IF SiOverflow = 'Y'
           DISPLAY "supinv.dat holds more than 300 invoices - release"
               " refused so none are lost"
           GO TO ReleaseHeldInvoice-Exit
       END-IF.
       MOVE 'N' TO SiFound.
       MOVE 0 TO SiIdx.
       PERFORM ScanSiForInvoice UNTIL SiFound = 'Y'
           OR SiIdx >= SiCount.
       IF SiFound = 'N'
           DISPLAY "Invoice not on file"
           GO TO ReleaseHeldInvoice-Exit
       END-IF.
       IF SiMatched NOT = 'H'
           DISPLAY "Invoice is not on payment hold"
           GO TO ReleaseHeldInvoice-Exit
       END-IF.
       PERFORM LoadHoldTable.
       IF HoldOverflow = 'Y'
           DISPLAY "sihold.dat holds more than 300 lines - release"
               " refused so none are lost"
           GO TO ReleaseHeldInvoice-Exit
       END-IF.
       DISPLAY "Invoice $" SiAmount " held for:".
       PERFORM ShowOneHoldForInvoice
           VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount.
       DISPLAY "Release for payment? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Invoice left on hold"
           GO TO ReleaseHeldInvoice-Exit
       END-IF.
       MOVE 'R' TO SiMatched.
       MOVE SupInvRec TO TblSiRec(SiIdx).
       PERFORM RewriteSiFile.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM ReleaseOneHoldRow
           VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount.
       PERFORM RewriteHoldFile.
       DISPLAY "Invoice " EntryRef " released for payment".
ReleaseHeldInvoice-Exit.
       EXIT.

ShowOneHoldForInvoice.
       MOVE TblHoldRec(HoldIdx) TO SiHoldRec.
       IF HdSupplierId = EntrySupplierId AND HdRef = EntryRef
               AND HdStatus = 'H'
           DISPLAY "  " HdReason
       END-IF.

ReleaseOneHoldRow.
       MOVE TblHoldRec(HoldIdx) TO SiHoldRec.
       IF HdSupplierId = EntrySupplierId AND HdRef = EntryRef
               AND HdStatus = 'H'
           MOVE 'R' TO HdStatus
           MOVE AuthOperId TO HdRelBy
           MOVE TodayDate TO HdRelDate
           MOVE SiHoldRec TO TblHoldRec(HoldIdx)
       END-IF.

LoadHoldTable.
       MOVE 0 TO HoldCount.
       MOVE 'N' TO HoldOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SiHoldFile.
       IF SiHoldStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneHoldRec UNTIL WSEOF = 'Y'.
       IF SiHoldStatus NOT = "35"
           CLOSE SiHoldFile
       END-IF.

LoadOneHoldRec.
       READ SiHoldFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF HoldCount < 300
                   ADD 1 TO HoldCount
                   MOVE SiHoldRec TO TblHoldRec(HoldCount)
               ELSE
                   MOVE 'Y' TO HoldOverflow
               END-IF
       END-READ.

RewriteHoldFile.
       OPEN OUTPUT SiHoldFile.
       PERFORM RewriteOneHoldRec
           VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount.
       CLOSE SiHoldFile.

RewriteOneHoldRec.
       MOVE TblHoldRec(HoldIdx) TO SiHoldRec.
       WRITE SiHoldRec.

*> Every invoice still on payment hold with what it is held for.
HeldInvoiceReport.
       PERFORM LoadSiTable.
       PERFORM LoadHoldTable.
       MOVE 0 TO HeldCount.
       MOVE 0 TO HeldTotal.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN OUTPUT HoldReport.
       MOVE SPACES TO HoldPrintLine.
       STRING "SUPPLIER INVOICES ON PAYMENT HOLD AS AT " TodayDate
           DELIMITED BY SIZE INTO HoldPrintLine
       END-STRING.
       WRITE HoldPrintLine.
       PERFORM ReportOneHeldInvoice
           VARYING SiIdx FROM 1 BY 1 UNTIL SiIdx > SiCount.
       MOVE SPACES TO HoldPrintLine.
       STRING "INVOICES HELD: " HeldCount DELIMITED BY SIZE
           "  OPEN VALUE $" HeldTotal DELIMITED BY SIZE
           INTO HoldPrintLine
       END-STRING.
       WRITE HoldPrintLine AFTER ADVANCING 2 LINES.
       CLOSE HoldReport.
       DISPLAY "Held invoices written to APHolds.rpt ("
           HeldCount " invoices)".

ReportOneHeldInvoice.
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       IF SiMatched = 'H'
           ADD 1 TO HeldCount
           COMPUTE OpenAmt = SiAmount - SiPaid
           ADD OpenAmt TO HeldTotal
           MOVE SPACES TO HoldPrintLine
           STRING SiSupplierId DELIMITED BY SIZE
               " " SiRef DELIMITED BY SIZE
               " dated " SiDate DELIMITED BY SIZE
               " due " SiDueDate DELIMITED BY SIZE
               " open $" OpenAmt DELIMITED BY SIZE
               INTO HoldPrintLine
           END-STRING
           WRITE HoldPrintLine AFTER ADVANCING 2 LINES
           MOVE SiSupplierId TO EntrySupplierId
           MOVE SiRef TO EntryRef
           PERFORM ReportOneHoldReason
               VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
       END-IF.

ReportOneHoldReason.
       MOVE TblHoldRec(HoldIdx) TO SiHoldRec.
       IF HdSupplierId = EntrySupplierId AND HdRef = EntryRef
               AND HdStatus = 'H'
           MOVE SPACES TO HoldPrintLine
           STRING "    held " HdDate DELIMITED BY SIZE
               " " HdReason DELIMITED BY SIZE
               INTO HoldPrintLine
           END-STRING
           WRITE HoldPrintLine
       END-IF.

*> Every receipt logged for a product this supplier supplies, so
*> the clerk can see what actually arrived before keying what the
*> paper claims was delivered.
           DISPLAY "No supplier invoices on file"
           GO TO RecordSupplierPayment-Exit
       END-IF.
       IF SiOverflow = 'Y'
           DISPLAY "Payment not recorded so no invoice is lost"
           GO TO RecordSupplierPayment-Exit
       END-IF.
       MOVE 'N' TO SiFound.
       MOVE 0 TO SiIdx.
       PERFORM ScanSiForInvoice UNTIL SiFound = 'Y'
           GO TO RecordSupplierPayment-Exit
       END-IF.
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       IF SiMatched = 'H'
           DISPLAY "Invoice is on payment hold - a supervisor must"
               " release it first"
           GO TO RecordSupplierPayment-Exit
       END-IF.
       COMPUTE OpenAmt = SiAmount - SiPaid.
       DISPLAY "Invoice $" SiAmount " paid $" SiPaid
           " open $" OpenAmt.
       ADD EntryPayAmt TO SiPaid.
       MOVE SupInvRec TO TblSiRec(SiIdx).
       PERFORM RewriteSiFile.
       PERFORM JournalSupplierPayment.
       DISPLAY "Payment recorded - invoice now paid $" SiPaid.
RecordSupplierPayment-Exit.
       EXIT.

*> Balanced pair straight onto the journal - the payables account
*> against Cash at Bank - the way payrun.cob journals a run.
JournalSupplierPayment.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       MOVE 2000 TO JrnAcct.
       MOVE 'D' TO JrnDrCr.
       MOVE EntryPayAmt TO JrnAmount.
       MOVE SPACES TO JrnSource.
       STRING "SPAY " EntrySupplierId DELIMITED BY SIZE
           INTO JrnSource
       END-STRING.
       WRITE JournalRec.
       MOVE 1000 TO JrnAcct.
       MOVE 'C' TO JrnDrCr.
       WRITE JournalRec.
       CLOSE JournalFile.

ScanSiForInvoice.
       ADD 1 TO SiIdx.
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       WRITE DuePrintLine.
       PERFORM ListOneDueInvoice
           VARYING SiIdx FROM 1 BY 1 UNTIL SiIdx > SiCount.
       MOVE "(invoices on payment hold are left off - see APHolds.rpt)"
           TO DuePrintLine.
       WRITE DuePrintLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO DuePrintLine.
       STRING "INVOICES DUE: " DueCount DELIMITED BY SIZE
           "  TOTAL $" DueTotal DELIMITED BY SIZE
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       COMPUTE OpenAmt = SiAmount - SiPaid.
       IF OpenAmt > ZERO AND SiDueDate <= DueCutoff
               AND SiMatched NOT = 'H'
           ADD 1 TO DueCount
           ADD OpenAmt TO DueTotal
           MOVE SPACES TO DuePrintLine

LoadSiTable.
       MOVE 0 TO SiCount.
       MOVE 'N' TO SiOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SupInvFile.
       IF SupInvStatus = "35"
               ELSE
                   DISPLAY "WARNING: more than 300 supplier"
                       " invoices - the extras are NOT held"
                   MOVE 'Y' TO SiOverflow
               END-IF
       END-READ.

