*> matching credit, so the run can prove itself balanced before it
*> finishes. glctl.dat carries the last posted date, so a document
*> is journalled exactly once however many times the chain reruns.
*> Manual journals approved in manjrnl.cob post from mjournal.dat
*> on their own flags rather than the date window: a standard or
*> reversing entry once its date arrives, a reversal on the first
*> of the next month, a recurring entry once for every month due
*> since it last posted.
*> Stock is kept perpetually at cost: each salesidx.dat line
*> journals its cost of sales at the SalesUnitCost it carries,
*> each goodsrecv.log receipt and stockadj.log adjustment moves the
*> inventory account at the prodcost.dat unit cost, and supplier
*> invoices from supinv.dat clear the goods-received account into
*> accounts payable on the day apentry keyed them (SiEntered),
*> since the supplier's own invoice date is often before the last
*> run; an invoice keyed before SiEntered was kept goes by its own
*> date. The delivery charge on an invoice - its DELIV line - is
*> credited to delivery income rather than sales.
*> Alumni gifts recorded through donation.cob post from
*> donations.dat on the day they were keyed, cash against donations
*> income.
*>
*> Accounts (seeded by glmaint.cob):
*>   1000 Cash at Bank        1100 Accounts Receivable
*>   1200 Student Receivable  1300 Inventory
*>   2000 Accounts Payable    2100 Goods Received Not Invoiced
*>   2200 Sales Tax Payable
*>   4000 Sales Revenue       4100 Tuition Revenue
*>   4200 Delivery Income     4300 Donations Income
*>   5000 Cost of Sales       5100 Stock Adjustments

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TuitPayStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL ReceiptLog ASSIGN TO "goodsrecv.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.

       SELECT OPTIONAL AdjustLog ASSIGN TO "stockadj.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjustLogStatus.

       SELECT OPTIONAL SupInvFile ASSIGN TO "supinv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupInvStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT ManJrnlFile ASSIGN TO "mjournal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MjNum
           FILE STATUS IS ManJrnlStatus.

      *> Alumni gifts, keyed by alumnus and receipt number.
       SELECT DonationFile ASSIGN TO "donations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DonKey
           FILE STATUS IS DonationStatus.

      *> Carries the last date already journalled, so reruns of the
      *> chain never post the same document twice.
       SELECT OPTIONAL GlCtlFile ASSIGN TO "glctl.dat"
       02 FILLER PIC X.
       02 TPayAmount PIC 9(5)V99.

FD SalesHistFile.
*> Kept in step with the SalesHistRec layout coboltuttable writes.
01 SalesHistRec.
       02 SalesKey.
           03 SalesProdCode PIC X(5).
           03 SalesSizeType PIC A.
           03 SalesDate PIC 9(8).
           03 SalesSeq PIC 9(4).
       02 SalesCustKey.
           03 SalesCustId PIC 9(5).
           03 SalesCustDate PIC 9(8).
       02 SalesQty PIC 9(3).
       02 SalesExtPrice PIC 9(5)V99.
       02 SalesUnitCost PIC 9(3)V99.
       02 SalesLotNum PIC X(10).
       02 SalesInvNum PIC 9(6).

FD ReceiptLog.
*> Kept in step with the ReceiptLine layout stockrecv.cob writes.
01 ReceiptLine.
       02 RcvDate PIC 9(8).
       02 FILLER  PIC X.
       02 RcvProdCode PIC X(5).
       02 FILLER  PIC X.
       02 RcvSizeType PIC A.
       02 FILLER  PIC X.
       02 RcvQty PIC 9(4).

FD AdjustLog.
*> Kept in step with the AdjustLine layout cyclecount.cob writes.
01 AdjustLine.
       02 AdjDate PIC 9(8).
       02 FILLER PIC X.
       02 AdjProdCode PIC X(5).
       02 FILLER PIC X.
       02 AdjSizeType PIC A.
       02 FILLER PIC X.
       02 AdjBefore PIC 9(4).
       02 FILLER PIC X.
       02 AdjAfter PIC 9(4).
       02 FILLER PIC X.
       02 AdjCounter PIC X(20).

FD SupInvFile.
*> Kept in step with the SupInvRec layout apentry.cob keeps.
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
       02 SiEntered PIC 9(8).

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD JournalFile.
*> One balanced line per posting: date, account, D or C, amount and
*> the source document - read back by trialbal.cob.
       02 FILLER PIC X.
       02 JrnSource PIC X(12).

FD DonationFile.
*> Kept in step with the DonationRec layout donation.cob keeps.
01 DonationRec.
       02 DonKey.
           03 DnStudentId PIC 9(7).
           03 DnReceiptNum PIC 9(6).
       02 DnGiftDate PIC 9(8).
       02 DnAmount PIC 9(7)V99.
       02 DnCampaign PIC X(6).
       02 DnMethod PIC X(2).
       02 DnEntered PIC 9(8).
       02 DnEnteredBy PIC X(20).

FD ManJrnlFile.
*> Kept in step with the ManJrnlRec layout manjrnl.cob keeps.
01 ManJrnlRec.
       02 MjNum PIC 9(6).
       02 MjType PIC X.
       02 MjStatus PIC X.
       02 MjDate PIC 9(8).
       02 MjDateParts REDEFINES MjDate.
           03 MjDateMonth PIC 9(6).
           03 MjDateDay PIC 99.
       02 MjDesc PIC X(30).
       02 MjEnterBy PIC X(8).
       02 MjEnterOn PIC 9(8).
       02 MjApproveBy PIC X(8).
       02 MjApproveOn PIC 9(8).
       02 MjPosted PIC X.
       02 MjRevDate PIC 9(8).
       02 MjRevPosted PIC X.
       02 MjLastMonth PIC 9(6).
       02 MjEndMonth PIC 9(6).
       02 MjLineCount PIC 99.
       02 MjLine OCCURS 10 TIMES.
           03 MjlAcct PIC 9(4).
           03 MjlDrCr PIC X.
           03 MjlAmount PIC 9(7)V99.

FD GlCtlFile.
01 GlCtlRec.
       02 LastPostDate PIC 9(8).
01 TuitPayStatus PIC XX.
01 JournalStatus PIC XX.
01 GlCtlStatus PIC XX.
01 DonationStatus PIC XX.
01 ManJrnlStatus PIC XX.
01 SalesHistStatus PIC XX.
01 ReceiptLogStatus PIC XX.
01 AdjustLogStatus PIC XX.
01 SupInvStatus PIC XX.
01 ProdCostStatus PIC XX.
*> Unit costs for valuing receipts and count adjustments.
01 CostTable.
       02 CostEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CostCount.
           03 TblCostProd PIC X(5).
           03 TblCostSize PIC X.
           03 TblCostAmt PIC 9(3)V99.
01 CostCount PIC 9(3) VALUE 0.
01 CostIdx PIC 9(3).
01 CostFound PIC X.
01 WantedProd PIC X(5).
01 WantedSize PIC X.
01 UnitCost PIC 9(3)V99.
01 QtyMoved PIC S9(5).
01 UncostedCount PIC 9(5) VALUE 0.
01 BrowseEOF PIC X.
01 MjLineIdx PIC 99.
01 ReverseLines PIC X.
01 MjChanged PIC X.
*> The month a recurring journal posts next, and its date in it.
01 DueMonth.
       02 DueYear PIC 9(4).
       02 DueMon PIC 99.
01 DueMonthNum REDEFINES DueMonth PIC 9(6).
01 DueDate PIC 9(8).
01 WSEOF PIC X.
01 TodayDate PIC 9(8).
01 PostedFrom PIC 9(8) VALUE 0.
01 SiPostDate PIC 9(8).
01 PostAmount PIC 9(7)V99.
01 DebitAcct PIC 9(4).
01 CreditAcct PIC 9(4).
01 WorkAcct PIC 9(4).
01 WorkDrCr PIC X.
01 WorkAmount PIC 9(7)V99.
*> An invoice header is held until the lines after it have been
*> read, so its DELIV delivery line can be split out of sales.
01 InvPending PIC X VALUE 'N'.
01 PendInvNum PIC 9(6).
01 PendDate PIC 9(8).
01 PendTotal PIC S9(5)V99.
01 PendTax PIC 9(6)V99.
01 PendDelivery PIC 9(7)V99.
01 SourceTag PIC X(12).
01 DocDate PIC 9(8).
01 LinesWritten PIC 9(5) VALUE 0.
       PERFORM PostPayments.
       PERFORM PostTuitionBills.
       PERFORM PostTuitionPayments.
       PERFORM PostDonations.
       PERFORM PostManualJournals.
       PERFORM LoadCostTable.
       PERFORM PostCostOfSales.
       PERFORM PostReceipts.
       PERFORM PostAdjustments.
       PERFORM PostSupplierInvoices.
       CLOSE JournalFile.
       PERFORM WriteGlControl.
       DISPLAY "Journal posting complete: " DocsPosted
           " documents, " LinesWritten " lines".
       DISPLAY "  Debits  $" DebitTotal.
       DISPLAY "  Credits $" CreditTotal.
       IF UncostedCount > 0
           DISPLAY "  " UncostedCount " stock movement(s) with no unit"
               " cost on prodcost.dat - journalled at nil"
       END-IF.
       IF DebitTotal NOT = CreditTotal
           DISPLAY "OUT OF BALANCE - check gljournal.dat"
           MOVE 8 TO RETURN-CODE
           START InvoiceMaster KEY IS NOT LESS THAN InvKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           MOVE 'N' TO InvPending
           PERFORM UNTIL WSEOF = 'Y'
               READ InvoiceMaster NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
               END-READ
               IF WSEOF = 'N'
                   IF InvLineNum = 0
                       PERFORM PostPendingInvoice
                       PERFORM HoldInvoiceHeader
                   ELSE
                       IF InvLProdCode = "DELIV" AND InvPending = 'Y'
                           ADD InvLExtPrice TO PendDelivery
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM PostPendingInvoice
           CLOSE InvoiceMaster
       END-IF.

*> tax, so account 1100 settles to zero against the tax-inclusive
*> payments and the tax collected sits on 2200 until remitted. A
*> credit memo (negative total from returns.cob) swings the same
*> accounts the other way, its reversed tax included. Any delivery
*> charge on an invoice is credited to delivery income on 4200 and
*> only the goods to 4000.
PostOneInvoice.
       MOVE PendDate TO DocDate.
       IF DocDate > PostedFrom AND DocDate <= TodayDate
           MOVE SPACES TO SourceTag
           STRING "INV " PendInvNum DELIMITED BY SIZE
               INTO SourceTag
           END-STRING
           MOVE PendTax TO DocTax
           ADD 1 TO DocsPosted
           IF PendTotal >= ZERO
               IF PendDelivery > PendTotal
                   MOVE PendTotal TO PendDelivery
               END-IF
               COMPUTE WorkAmount = PendTotal + DocTax
               MOVE 1100 TO WorkAcct
               MOVE 'D' TO WorkDrCr
               PERFORM WriteOneJrnLine
               COMPUTE WorkAmount = PendTotal - PendDelivery
               MOVE 4000 TO WorkAcct
               MOVE 'C' TO WorkDrCr
               PERFORM WriteOneJrnLine
               IF PendDelivery > ZERO
                   MOVE PendDelivery TO WorkAmount
                   MOVE 4200 TO WorkAcct
                   MOVE 'C' TO WorkDrCr
                   PERFORM WriteOneJrnLine
               END-IF
               IF DocTax > ZERO
                   MOVE DocTax TO WorkAmount
                   MOVE 2200 TO WorkAcct
                   PERFORM WriteOneJrnLine
               END-IF
           ELSE
               COMPUTE GoodsAmount = 0 - PendTotal
               MOVE GoodsAmount TO WorkAmount
               MOVE 4000 TO WorkAcct
               MOVE 'D' TO WorkDrCr
           END-IF
       END-IF.

PostPendingInvoice.
       IF InvPending = 'Y'
           PERFORM PostOneInvoice
           MOVE 'N' TO InvPending
       END-IF.

HoldInvoiceHeader.
       MOVE 'Y' TO InvPending.
       MOVE InvoiceNum TO PendInvNum.
       MOVE InvHdrDate TO PendDate.
       MOVE InvTotal TO PendTotal.
       IF InvHdrTax IS NUMERIC
           MOVE InvHdrTax TO PendTax
       ELSE
           MOVE 0 TO PendTax
       END-IF.
       MOVE 0 TO PendDelivery.

WriteOneJrnLine.
       MOVE SPACES TO JournalRec.
       MOVE DocDate TO JrnDate.
               END-IF
       END-READ.

*> A gift may be keyed some days after it was given, so it posts
*> by the day it was keyed and never falls behind the window.
PostDonations.
       OPEN INPUT DonationFile.
       IF DonationStatus = "35"
           MOVE 'Y' TO BrowseEOF
       ELSE
           MOVE 'N' TO BrowseEOF
           MOVE LOW-VALUES TO DonKey
           START DonationFile KEY IS NOT LESS THAN DonKey
               INVALID KEY MOVE 'Y' TO BrowseEOF
           END-START
       END-IF.
       PERFORM PostOneDonation UNTIL BrowseEOF = 'Y'.
       IF DonationStatus NOT = "35"
           CLOSE DonationFile
       END-IF.

PostOneDonation.
       READ DonationFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF DnEntered > PostedFrom AND DnEntered <= TodayDate
                   MOVE DnAmount TO PostAmount
                   MOVE 1000 TO DebitAcct
                   MOVE 4300 TO CreditAcct
                   MOVE SPACES TO SourceTag
                   STRING "DON " DnReceiptNum DELIMITED BY SIZE
                       INTO SourceTag
                   END-STRING
                   MOVE DnEntered TO DocDate
                   PERFORM WriteJournalPair
               END-IF
       END-READ.

*> The debit and its matching credit always go together, so the
*> journal cannot be left half-posted for a document.
WriteJournalPair.
       WRITE JournalRec.
       ADD 1 TO LinesWritten.
       ADD PostAmount TO CreditTotal.

PostManualJournals.
       OPEN I-O ManJrnlFile.
       IF ManJrnlStatus = "35"
           MOVE 'Y' TO BrowseEOF
       ELSE
           MOVE 'N' TO BrowseEOF
           MOVE ZEROS TO MjNum
           START ManJrnlFile KEY IS NOT LESS THAN MjNum
               INVALID KEY MOVE 'Y' TO BrowseEOF
           END-START
       END-IF.
       PERFORM PostOneManualJournal UNTIL BrowseEOF = 'Y'.
       IF ManJrnlStatus NOT = "35"
           CLOSE ManJrnlFile
       END-IF.

PostOneManualJournal.
       READ ManJrnlFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF MjStatus = 'A'
                   MOVE 'N' TO MjChanged
                   PERFORM PostApprovedJournal
                   IF MjChanged = 'Y'
                       REWRITE ManJrnlRec
                           INVALID KEY
                               DISPLAY "Journal " MjNum " posted but"
                                   " NOT marked - check mjournal.dat"
                       END-REWRITE
                   END-IF
               END-IF
       END-READ.

PostApprovedJournal.
       MOVE SPACES TO SourceTag.
       STRING "MJ " MjNum DELIMITED BY SIZE INTO SourceTag
       END-STRING.
       MOVE 'N' TO ReverseLines.
       IF MjType = 'R'
           PERFORM PostRecurringMonths
       ELSE
           IF MjPosted NOT = 'Y' AND MjDate <= TodayDate
               MOVE MjDate TO DocDate
               PERFORM WriteManualLines
               MOVE 'Y' TO MjPosted
               MOVE 'Y' TO MjChanged
           END-IF
           IF MjType = 'V' AND MjPosted = 'Y'
                   AND MjRevPosted NOT = 'Y' AND MjRevDate <= TodayDate
               MOVE SPACES TO SourceTag
               STRING "MJREV " MjNum DELIMITED BY SIZE INTO SourceTag
               END-STRING
               MOVE 'Y' TO ReverseLines
               MOVE MjRevDate TO DocDate
               PERFORM WriteManualLines
               MOVE 'Y' TO MjRevPosted
               MOVE 'Y' TO MjChanged
           END-IF
       END-IF.

*> Catches up every month owed, so a night the chain did not run
*> costs nothing.
PostRecurringMonths.
       IF MjLastMonth = 0
           MOVE MjDateMonth TO DueMonth
       ELSE
           MOVE MjLastMonth TO DueMonth
           PERFORM StepDueMonth
       END-IF.
       COMPUTE DueDate = DueYear * 10000 + DueMon * 100 + MjDateDay.
       PERFORM PostOneRecurringMonth
           UNTIL DueDate > TodayDate
               OR (MjEndMonth NOT = 0 AND DueMonthNum > MjEndMonth).

PostOneRecurringMonth.
       MOVE DueDate TO DocDate.
       PERFORM WriteManualLines.
       MOVE DueMonthNum TO MjLastMonth.
       MOVE 'Y' TO MjChanged.
       PERFORM StepDueMonth.
       COMPUTE DueDate = DueYear * 10000 + DueMon * 100 + MjDateDay.

StepDueMonth.
       ADD 1 TO DueMon.
       IF DueMon > 12
           MOVE 1 TO DueMon
           ADD 1 TO DueYear
       END-IF.

WriteManualLines.
       ADD 1 TO DocsPosted.
       PERFORM WriteOneManualLine
           VARYING MjLineIdx FROM 1 BY 1
           UNTIL MjLineIdx > MjLineCount.

WriteOneManualLine.
       MOVE MjlAcct(MjLineIdx) TO WorkAcct.
       MOVE MjlAmount(MjLineIdx) TO WorkAmount.
       MOVE MjlDrCr(MjLineIdx) TO WorkDrCr.
       IF ReverseLines = 'Y'
           IF WorkDrCr = 'D'
               MOVE 'C' TO WorkDrCr
           ELSE
               MOVE 'D' TO WorkDrCr
           END-IF
       END-IF.
       PERFORM WriteOneJrnLine.

*> Every sale leaves stock at the cost it carried on the day.
PostCostOfSales.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM PostOneSaleCost UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.

PostOneSaleCost.
       READ SalesHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SalesDate > PostedFrom AND SalesDate <= TodayDate
                   IF SalesUnitCost IS NUMERIC AND SalesUnitCost > 0
                       COMPUTE PostAmount = SalesQty * SalesUnitCost
                       MOVE 5000 TO DebitAcct
                       MOVE 1300 TO CreditAcct
                       MOVE SPACES TO SourceTag
                       STRING "COS " SalesProdCode " " SalesSizeType
                           DELIMITED BY SIZE INTO SourceTag
                       END-STRING
                       MOVE SalesDate TO DocDate
                       PERFORM WriteJournalPair
                   ELSE
                       ADD 1 TO UncostedCount
                   END-IF
               END-IF
       END-READ.

*> A delivery is owed to the supplier before the invoice arrives,
*> so it waits on 2100 until supinv.dat clears it.
PostReceipts.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ReceiptLog.
       IF ReceiptLogStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM PostOneReceipt UNTIL WSEOF = 'Y'.
       IF ReceiptLogStatus NOT = "35"
           CLOSE ReceiptLog
       END-IF.

PostOneReceipt.
       READ ReceiptLog
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF RcvDate > PostedFrom AND RcvDate <= TodayDate
                   MOVE RcvProdCode TO WantedProd
                   MOVE RcvSizeType TO WantedSize
                   PERFORM FindUnitCost
                   IF UnitCost > 0
                       COMPUTE PostAmount = RcvQty * UnitCost
                       MOVE 1300 TO DebitAcct
                       MOVE 2100 TO CreditAcct
                       MOVE SPACES TO SourceTag
                       STRING "GRN " RcvProdCode " " RcvSizeType
                           DELIMITED BY SIZE INTO SourceTag
                       END-STRING
                       MOVE RcvDate TO DocDate
                       PERFORM WriteJournalPair
                   ELSE
                       ADD 1 TO UncostedCount
                   END-IF
               END-IF
       END-READ.

*> Counts and restocks move stock both ways; the difference is
*> valued at cost against the stock adjustments account.
PostAdjustments.
       MOVE 'N' TO WSEOF.
       OPEN INPUT AdjustLog.
       IF AdjustLogStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM PostOneAdjustment UNTIL WSEOF = 'Y'.
       IF AdjustLogStatus NOT = "35"
           CLOSE AdjustLog
       END-IF.

PostOneAdjustment.
       READ AdjustLog
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF AdjDate > PostedFrom AND AdjDate <= TodayDate
                       AND AdjAfter NOT = AdjBefore
                   MOVE AdjProdCode TO WantedProd
                   MOVE AdjSizeType TO WantedSize
                   PERFORM FindUnitCost
                   IF UnitCost > 0
                       COMPUTE QtyMoved = AdjAfter - AdjBefore
                       IF QtyMoved > 0
                           COMPUTE PostAmount = QtyMoved * UnitCost
                           MOVE 1300 TO DebitAcct
                           MOVE 5100 TO CreditAcct
                       ELSE
                           COMPUTE PostAmount = 0 - QtyMoved * UnitCost
                           MOVE 5100 TO DebitAcct
                           MOVE 1300 TO CreditAcct
                       END-IF
                       MOVE SPACES TO SourceTag
                       STRING "ADJ " AdjProdCode " " AdjSizeType
                           DELIMITED BY SIZE INTO SourceTag
                       END-STRING
                       MOVE AdjDate TO DocDate
                       PERFORM WriteJournalPair
                   ELSE
                       ADD 1 TO UncostedCount
                   END-IF
               END-IF
       END-READ.

PostSupplierInvoices.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SupInvFile.
       IF SupInvStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM PostOneSupplierInvoice UNTIL WSEOF = 'Y'.
       IF SupInvStatus NOT = "35"
           CLOSE SupInvFile
       END-IF.

PostOneSupplierInvoice.
       READ SupInvFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SiEntered IS NUMERIC
                   MOVE SiEntered TO SiPostDate
               ELSE
                   MOVE SiDate TO SiPostDate
               END-IF
               IF SiPostDate > PostedFrom AND SiPostDate <= TodayDate
                       AND SiAmount > 0
                   MOVE SiAmount TO PostAmount
                   MOVE 2100 TO DebitAcct
                   MOVE 2000 TO CreditAcct
                   MOVE SPACES TO SourceTag
                   STRING "SI" SiRef DELIMITED BY SIZE INTO SourceTag
                   END-STRING
                   MOVE SiPostDate TO DocDate
                   PERFORM WriteJournalPair
               END-IF
       END-READ.

LoadCostTable.
       MOVE 0 TO CostCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdCostFile.
       IF ProdCostStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCostRec UNTIL WSEOF = 'Y'.
       IF ProdCostStatus NOT = "35"
           CLOSE ProdCostFile
       END-IF.

LoadOneCostRec.
       READ ProdCostFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CostCount < 200
                   ADD 1 TO CostCount
                   MOVE PcProdCode TO TblCostProd(CostCount)
                   MOVE PcSize TO TblCostSize(CostCount)
                   MOVE PcUnitCost TO TblCostAmt(CostCount)
               END-IF
       END-READ.

FindUnitCost.
       MOVE 0 TO UnitCost.
       MOVE 'N' TO CostFound.
       PERFORM MatchOneCost
           VARYING CostIdx FROM 1 BY 1
           UNTIL CostFound = 'Y' OR CostIdx > CostCount.

MatchOneCost.
       IF TblCostProd(CostIdx) = WantedProd
               AND TblCostSize(CostIdx) = WantedSize
           MOVE 'Y' TO CostFound
           MOVE TblCostAmt(CostIdx) TO UnitCost
       END-IF.
