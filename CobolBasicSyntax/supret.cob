       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. supret.
AUTHOR. Lawrence.
*> Return to supplier: faulty or over-delivered stock going back
*> used to be knocked off FileQtyOnHand through cyclecount, which
*> made it look like shrinkage and left us owing the supplier for
*> goods we no longer had. The warehouse keys the product, size and
*> quantity and the purchase order or goodsrecv.log receipt it came
*> in on; the goods come off order.dat and off the stockloc.dat
*> location they are picked from, and a numbered debit note is
*> raised on debitnote.dat against the supplier. Its value is taken
*> off what we owe on supinv.dat, oldest due first, by drawing
*> SiPaid up the way a payment does; anything the open invoices
*> cannot absorb stays on the note as unapplied. The note is
*> journalled straight onto gljournal.dat: payables debited at the
*> note value, inventory credited at the prodcost.dat cost, any
*> difference to stock adjustments. suppperf.cob counts the notes
*> per supplier as a quality measure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT SupplierFile ASSIGN TO "supplier.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SupplierId
           FILE STATUS IS SupplierFileStatus.

       SELECT OPTIONAL ReceiptLog ASSIGN TO "goodsrecv.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.

       SELECT OPTIONAL PurchOrdFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurchOrdStatus.

       SELECT OPTIONAL StockLocFile ASSIGN TO "stockloc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockLocStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

       SELECT OPTIONAL SupInvFile ASSIGN TO "supinv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SupInvStatus.

      *> One line per debit note raised.
       SELECT OPTIONAL DebitNoteFile ASSIGN TO "debitnote.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DebitNoteStatus.

       SELECT OPTIONAL DnCtlFile ASSIGN TO "dnctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DnCtlStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

DATA DIVISION.
FILE SECTION.
FD OrderFile.
*> Kept in step with coboltuttable's FileProductRec layout so this
*> shares the same indexed file without misaligning records.
01 FileProductRec.
       02 FileProdCode PIC X(5).
       02 FileProdName PIC X(10).
       02 FileSupplierId PIC X(5).
       02 FileSizeCount PIC 9(2).
       02 FileProdSize OCCURS 1 TO 10 TIMES DEPENDING ON FileSizeCount.
           03 FileSizeType PIC A.
           03 FileProdPrice PIC 9(3)V99.
           03 FileQtyOnHand PIC 9(4).
           03 FileReorderPoint PIC 9(4).
           03 FileReorderQty PIC 9(4).

FD SupplierFile.
01 SupplierRec.
       02 SupplierId PIC X(5).
       02 SupplierName PIC X(25).
       02 SupplierPhone PIC X(12).

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

FD StockLocFile.
*> Kept in step with the StockLocRec layout stockxfer.cob keeps.
01 StockLocRec.
       02 SlProdCode PIC X(5).
       02 FILLER PIC X.
       02 SlSize PIC X.
       02 FILLER PIC X.
       02 SlLoc PIC X(2).
       02 FILLER PIC X.
       02 SlQty PIC 9(4).

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

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

FD DebitNoteFile.
*> Note number, supplier, date, what went back and why (F faulty,
*> O over-delivered), the PO or receipt date it came in on, its
*> value, what the open invoices could not absorb, and who raised it.
01 DebitNoteRec.
       02 DnNum PIC 9(6).
       02 FILLER PIC X.
       02 DnSupplierId PIC X(5).
       02 FILLER PIC X.
       02 DnDate PIC 9(8).
       02 FILLER PIC X.
       02 DnProdCode PIC X(5).
       02 FILLER PIC X.
       02 DnSize PIC X.
       02 FILLER PIC X.
       02 DnQty PIC 9(4).
       02 FILLER PIC X.
       02 DnReason PIC X.
       02 FILLER PIC X.
       02 DnPoNum PIC 9(6).
       02 FILLER PIC X.
       02 DnRcvDate PIC 9(8).
       02 FILLER PIC X.
       02 DnUnitPrice PIC 9(3)V99.
       02 FILLER PIC X.
       02 DnAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 DnUnapplied PIC 9(7)V99.
       02 FILLER PIC X.
       02 DnOper PIC X(8).

FD DnCtlFile.
01 DnCtlRec.
       02 NextDnNum PIC 9(6).

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

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 OrderFileStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 ReceiptLogStatus PIC XX.
01 PurchOrdStatus PIC XX.
01 StockLocStatus PIC XX.
01 ProdCostStatus PIC XX.
01 SupInvStatus PIC XX.
01 DebitNoteStatus PIC XX.
01 DnCtlStatus PIC XX.
01 JournalStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 ProdExits PIC X.
01 SizeFound PIC X.
01 SizeIdx PIC 99.
01 EntrySizeType PIC A.
01 EntryQty PIC 9(4).
01 EntryPoNum PIC 9(6).
01 EntryRcvDate PIC 9(8).
01 EntryReason PIC X.
01 EntryLocation PIC X(2).
01 EntryUnitPrice PIC 9(3)V99.
01 ReturnSupplier PIC X(5).
01 SourceFound PIC X.
01 ReceivedQty PIC 9(6).
01 UnitCost PIC 9(3)V99.
01 NoteAmount PIC 9(7)V99.
01 StockValue PIC 9(7)V99.
01 CostDiff PIC S9(7)V99.
01 AmountLeft PIC 9(7)V99.
01 OpenAmt PIC S9(7)V99.
01 ThisDnNum PIC 9(6).
01 TodayDate PIC 9(8).
01 AppliedCount PIC 9(3).
*> In-use lock handling through FILELOCK, so a second operator is
*> told who already has the file instead of silently corrupting it.
01 LockResult PIC X.
01 LockHolder PIC X(40).
01 LockAnswer PIC X.
*> Before/after images for the order.dat journal JRNL keeps.
01 JrnBefore PIC X(202).
01 JrnAfter PIC X(202).
*> System-status check at start-up: while the night batch holds the
*> system CLOSED only a supervisor override gets in.
01 SysReason PIC X(30).
01 SysSetBy PIC X(20).
01 SysIsOpen PIC X.
01 SysOverride PIC X.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
*> Accounting-period check on the note date, as payentry.
01 PerDocDate PIC 9(8).
01 PeriodOpen PIC X.
01 PerOverride PIC X.
*> The in-memory copy of stockloc.dat while the row is drawn down.
01 LocTable.
       02 LocEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON LocCount.
           03 TblLocProd PIC X(5).
           03 TblLocSize PIC X.
           03 TblLocLoc PIC X(2).
           03 TblLocQty PIC 9(4).
01 LocCount PIC 9(3) VALUE 0.
01 LocIdx PIC 9(3).
01 LocFound PIC X.
01 LocOverflow PIC X.
*> The whole supinv.dat held while the note is applied, then
*> rewritten whole - the waitlist discipline apentry follows.
01 SiTable.
       02 SiEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON SiCount.
           03 TblSiRec PIC X(70).
01 SiCount PIC 9(3) VALUE 0.
01 SiIdx PIC 9(3).
01 SiOverflow PIC X.
01 OldestIdx PIC 9(3).
01 OldestDue PIC 9(8).
01 InvoicesLeft PIC X.
01 PrnAmount PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "supret  ", OperatorName.
       CALL 'SESSLOG' USING "START", "supret  ", OperatorName.
       PERFORM CheckSystemOpen.
       IF SysIsOpen = 'N'
           CALL 'SESSLOG' USING "END  ", "supret  ", OperatorName
           GOBACK
       END-IF.
       PERFORM AcquireOrderLock.
       IF LockResult = 'N'
           CALL 'SESSLOG' USING "END  ", "supret  ", OperatorName
           GOBACK
       END-IF.
       OPEN I-O OrderFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "RETURN TO SUPPLIER"
           DISPLAY "1: Return Goods to a Supplier"
           DISPLAY "2: List Debit Notes for a Supplier"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ReturnGoods THRU ReturnGoods-Exit
               WHEN 2 PERFORM ListDebitNotes
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE OrderFile.
       CALL 'FILELOCK' USING "FRE", "ordrlock    ", OperatorName,
           LockResult, LockHolder.
       CALL 'SESSLOG' USING "END  ", "supret  ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Refuses entry while the night batch holds the system closed,
*> with a supervisor override for emergencies.
CheckSystemOpen.
       CALL 'SYSSTAT' USING "CHK", SysReason, SysSetBy, SysIsOpen.
       IF SysIsOpen = 'N'
           DISPLAY "SYSTEM CLOSED: " SysReason " (by " SysSetBy ")"
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           IF AuthAllowed = 'Y'
               DISPLAY "Supervisor override - enter anyway? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT SysOverride
               IF SysOverride = 'Y' OR SysOverride = 'y'
                   MOVE 'Y' TO SysIsOpen
               END-IF
           END-IF
           IF SysIsOpen = 'N'
               DISPLAY "Try again when the system reopens"
           END-IF
       END-IF.

*> order.dat is shared with coboltuttable's order entry, so the same
*> ordrlock in-use lock applies here.
AcquireOrderLock.
       CALL 'FILELOCK' USING "GET", "ordrlock    ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "order.dat is in use by " LockHolder
           DISPLAY "Override stale lock? (Y/N) " WITH NO ADVANCING
           ACCEPT LockAnswer
           IF LockAnswer = 'Y' OR LockAnswer = 'y'
               CALL 'FILELOCK' USING "FRC", "ordrlock    ",
                   OperatorName, LockResult, LockHolder
           ELSE
               DISPLAY "Try again when the file is free"
           END-IF
       END-IF.

*> Everything is checked before anything is written: the stock, the
*> document it came in on, the location it is picked from and the
*> period the note falls in.
ReturnGoods.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       DISPLAY " "
       DISPLAY "Product Code: " WITH NO ADVANCING.
       ACCEPT FileProdCode.
       MOVE 'Y' TO ProdExits.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY "Product DNE - nothing returned"
           GO TO ReturnGoods-Exit
       END-IF.
       MOVE FileProductRec TO JrnBefore.
       DISPLAY "Size (S/M/L...): " WITH NO ADVANCING.
       ACCEPT EntrySizeType.
       MOVE 'N' TO SizeFound.
       PERFORM FindReturnSize
           VARYING SizeIdx FROM 1 BY 1
           UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount.
       IF SizeFound = 'N'
           DISPLAY "Size not on that product - nothing returned"
           GO TO ReturnGoods-Exit
       END-IF.
       SUBTRACT 1 FROM SizeIdx.
       DISPLAY "Quantity going back: " WITH NO ADVANCING.
       ACCEPT EntryQty.
       IF EntryQty = ZERO
           DISPLAY "Zero quantity - nothing returned"
           GO TO ReturnGoods-Exit
       END-IF.
       IF EntryQty > FileQtyOnHand(SizeIdx)
           DISPLAY "Only " FileQtyOnHand(SizeIdx) " on hand - nothing"
               " returned"
           GO TO ReturnGoods-Exit
       END-IF.
       DISPLAY "Reason (F faulty / O over-delivered): "
           WITH NO ADVANCING.
       ACCEPT EntryReason.
       IF EntryReason = 'f'
           MOVE 'F' TO EntryReason
       END-IF.
       IF EntryReason = 'o'
           MOVE 'O' TO EntryReason
       END-IF.
       IF EntryReason NOT = 'F' AND EntryReason NOT = 'O'
           DISPLAY "Reason must be F or O - nothing returned"
           GO TO ReturnGoods-Exit
       END-IF.
       PERFORM IdentifySource THRU IdentifySource-Exit.
       IF SourceFound = 'N'
           GO TO ReturnGoods-Exit
       END-IF.
       DISPLAY "Picked from location (e.g. SF/WH): "
           WITH NO ADVANCING.
       ACCEPT EntryLocation.
       PERFORM LoadLocTable.
       IF LocOverflow = 'Y'
           DISPLAY "stockloc.dat holds more than 300 rows - nothing"
               " returned"
           GO TO ReturnGoods-Exit
       END-IF.
       MOVE 'N' TO LocFound.
       MOVE 0 TO LocIdx.
       PERFORM ScanLocRow UNTIL LocFound = 'Y' OR LocIdx >= LocCount.
       IF LocFound = 'N'
           DISPLAY "None of that size held at " EntryLocation
               " - nothing returned"
           GO TO ReturnGoods-Exit
       END-IF.
       IF TblLocQty(LocIdx) < EntryQty
           DISPLAY "Only " TblLocQty(LocIdx) " held at " EntryLocation
               " - nothing returned"
           GO TO ReturnGoods-Exit
       END-IF.
       PERFORM FindUnitCost.
       DISPLAY "Unit cost on file $" UnitCost.
       DISPLAY "Debit note unit price (0 for the cost on file): "
           WITH NO ADVANCING.
       ACCEPT EntryUnitPrice.
       IF EntryUnitPrice = ZERO
           MOVE UnitCost TO EntryUnitPrice
       END-IF.
       COMPUTE NoteAmount = EntryQty * EntryUnitPrice.
       COMPUTE StockValue = EntryQty * UnitCost.
       IF NoteAmount = ZERO
           DISPLAY "No price for the note - set the unit cost in"
               " prodmaint first"
           GO TO ReturnGoods-Exit
       END-IF.
       MOVE TodayDate TO PerDocDate.
       PERFORM CheckPeriodOpen.
       IF PeriodOpen = 'N'
           GO TO ReturnGoods-Exit
       END-IF.
       PERFORM LoadSiTable.
       IF SiOverflow = 'Y'
           DISPLAY "supinv.dat holds more than 300 invoices - nothing"
               " returned"
           GO TO ReturnGoods-Exit
       END-IF.
       MOVE NoteAmount TO PrnAmount.
       DISPLAY "Return " EntryQty " x " FileProdCode " "
           EntrySizeType " to supplier " ReturnSupplier
           " for a debit note of $" PrnAmount "? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Nothing returned"
           GO TO ReturnGoods-Exit
       END-IF.
       SUBTRACT EntryQty FROM FileQtyOnHand(SizeIdx).
       REWRITE FileProductRec
           INVALID KEY
               DISPLAY "Stock not updated - nothing returned"
               GO TO ReturnGoods-Exit
       END-REWRITE.
       MOVE FileProductRec TO JrnAfter.
       CALL 'JRNL' USING "ORDR", "UPD", JrnBefore, JrnAfter.
       SUBTRACT EntryQty FROM TblLocQty(LocIdx).
       PERFORM RewriteLocFile.
       PERFORM GetNextDnNum.
       MOVE NoteAmount TO AmountLeft.
       MOVE 0 TO AppliedCount.
       MOVE 'Y' TO InvoicesLeft.
       PERFORM ApplyToOldestInvoice UNTIL AmountLeft = ZERO
           OR InvoicesLeft = 'N'.
       IF AppliedCount > 0
           PERFORM RewriteSiFile
       END-IF.
       PERFORM WriteDebitNote.
       PERFORM JournalDebitNote.
       MOVE NoteAmount TO PrnAmount.
       DISPLAY "Debit note " ThisDnNum " raised for $" PrnAmount
           " - " FileProdName " " EntrySizeType " now "
           FileQtyOnHand(SizeIdx) " on hand".
       IF AmountLeft > ZERO
           MOVE AmountLeft TO PrnAmount
           DISPLAY "$" PrnAmount " not absorbed by open invoices -"
               " left unapplied on the note"
       END-IF.
ReturnGoods-Exit.
       EXIT.

FindReturnSize.
       IF FileSizeType(SizeIdx) = EntrySizeType
           MOVE 'Y' TO SizeFound
       END-IF.

*> The goods must be traceable to how they arrived: a purchase order
*> line for this product and size, whose supplier the note goes to,
*> or a receipt logged on goodsrecv.log, charged to the product's
*> own supplier. Either way no more can go back than came in.
IdentifySource.
       MOVE 'N' TO SourceFound.
       MOVE 0 TO EntryRcvDate.
       MOVE 0 TO ReceivedQty.
       MOVE SPACES TO ReturnSupplier.
       DISPLAY "PO number it came in on (0 if none): "
           WITH NO ADVANCING.
       ACCEPT EntryPoNum.
       IF EntryPoNum > ZERO
           PERFORM ScanPurchaseOrders
           IF ReturnSupplier = SPACES
               DISPLAY "PO " EntryPoNum " not on file - nothing"
                   " returned"
               GO TO IdentifySource-Exit
           END-IF
           IF ReceivedQty = ZERO
               DISPLAY "PO " EntryPoNum " has received none of that"
                   " size - nothing returned"
               GO TO IdentifySource-Exit
           END-IF
       ELSE
           DISPLAY "Receipt date on goodsrecv.log (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT EntryRcvDate
           PERFORM ScanReceipts
           IF ReceivedQty = ZERO
               DISPLAY "No receipt of that size on " EntryRcvDate
                   " - nothing returned"
               GO TO IdentifySource-Exit
           END-IF
           MOVE FileSupplierId TO ReturnSupplier
       END-IF.
       IF EntryQty > ReceivedQty
           DISPLAY "Only " ReceivedQty " came in that way - nothing"
               " returned"
           GO TO IdentifySource-Exit
       END-IF.
       IF ReturnSupplier = SPACES
           DISPLAY "No supplier on the product - nothing returned"
           GO TO IdentifySource-Exit
       END-IF.
       MOVE 'Y' TO SourceFound.
       MOVE ReturnSupplier TO SupplierId.
       OPEN INPUT SupplierFile.
       IF SupplierFileStatus NOT = "35"
           READ SupplierFile
               INVALID KEY MOVE "(not on supplier.dat)" TO SupplierName
           END-READ
           CLOSE SupplierFile
           DISPLAY "Returning to " ReturnSupplier " " SupplierName
       END-IF.
IdentifySource-Exit.
       EXIT.

ScanPurchaseOrders.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PurchOrdFile.
       IF PurchOrdStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ScanOnePoRec UNTIL WSEOF = 'Y'.
       IF PurchOrdStatus NOT = "35"
           CLOSE PurchOrdFile
       END-IF.

ScanOnePoRec.
       READ PurchOrdFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PoRecType = 'H' AND PoNum = EntryPoNum
                   MOVE PoSupplierId TO ReturnSupplier
               END-IF
               IF PlRecType = 'L' AND PlNum = EntryPoNum
                       AND PlProdCode = FileProdCode
                       AND PlSize = EntrySizeType
                   ADD PlQtyReceived TO ReceivedQty
               END-IF
       END-READ.

ScanReceipts.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ReceiptLog.
       IF ReceiptLogStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ScanOneReceipt UNTIL WSEOF = 'Y'.
       IF ReceiptLogStatus NOT = "35"
           CLOSE ReceiptLog
       END-IF.

ScanOneReceipt.
       READ ReceiptLog
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF RcvDate = EntryRcvDate AND RcvProdCode = FileProdCode
                       AND RcvSizeType = EntrySizeType
                   ADD RcvQty TO ReceivedQty
               END-IF
       END-READ.

ScanLocRow.
       ADD 1 TO LocIdx.
       IF TblLocProd(LocIdx) = FileProdCode
               AND TblLocSize(LocIdx) = EntrySizeType
               AND TblLocLoc(LocIdx) = EntryLocation
           MOVE 'Y' TO LocFound
       END-IF.

*> Oldest due invoice of this supplier still owing takes what it
*> can of the note; when there is none left InvoicesLeft goes 'N'.
ApplyToOldestInvoice.
       MOVE 0 TO OldestIdx.
       MOVE 99999999 TO OldestDue.
       PERFORM CheckOneForOldest
           VARYING SiIdx FROM 1 BY 1 UNTIL SiIdx > SiCount.
       IF OldestIdx > ZERO
           MOVE TblSiRec(OldestIdx) TO SupInvRec
           COMPUTE OpenAmt = SiAmount - SiPaid
           IF OpenAmt > AmountLeft
               MOVE AmountLeft TO OpenAmt
           END-IF
           ADD OpenAmt TO SiPaid
           SUBTRACT OpenAmt FROM AmountLeft
           MOVE SupInvRec TO TblSiRec(OldestIdx)
           ADD 1 TO AppliedCount
           MOVE OpenAmt TO PrnAmount
           DISPLAY "  $" PrnAmount " taken off invoice " SiRef
       ELSE
           MOVE 'N' TO InvoicesLeft
       END-IF.

CheckOneForOldest.
       MOVE TblSiRec(SiIdx) TO SupInvRec.
       COMPUTE OpenAmt = SiAmount - SiPaid.
       IF SiSupplierId = ReturnSupplier AND OpenAmt > ZERO
               AND SiDueDate < OldestDue
           MOVE SiIdx TO OldestIdx
           MOVE SiDueDate TO OldestDue
       END-IF.

WriteDebitNote.
       OPEN EXTEND DebitNoteFile.
       IF DebitNoteStatus = "35"
           OPEN OUTPUT DebitNoteFile
           CLOSE DebitNoteFile
           OPEN EXTEND DebitNoteFile
       END-IF.
       MOVE SPACES TO DebitNoteRec.
       MOVE ThisDnNum TO DnNum.
       MOVE ReturnSupplier TO DnSupplierId.
       MOVE TodayDate TO DnDate.
       MOVE FileProdCode TO DnProdCode.
       MOVE EntrySizeType TO DnSize.
       MOVE EntryQty TO DnQty.
       MOVE EntryReason TO DnReason.
       MOVE EntryPoNum TO DnPoNum.
       MOVE EntryRcvDate TO DnRcvDate.
       MOVE EntryUnitPrice TO DnUnitPrice.
       MOVE NoteAmount TO DnAmount.
       MOVE AmountLeft TO DnUnapplied.
       MOVE AuthOperId TO DnOper.
       WRITE DebitNoteRec.
       CLOSE DebitNoteFile.

*> Payables debited for what the supplier now owes us back, the
*> stock credited out at what it stood in the books at; a note
*> priced away from cost puts the difference to stock adjustments.
JournalDebitNote.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       MOVE SPACES TO JrnSource.
       STRING "DN " ThisDnNum DELIMITED BY SIZE INTO JrnSource
       END-STRING.
       MOVE 2000 TO JrnAcct.
       MOVE 'D' TO JrnDrCr.
       MOVE NoteAmount TO JrnAmount.
       WRITE JournalRec.
       IF StockValue > ZERO
           MOVE 1300 TO JrnAcct
           MOVE 'C' TO JrnDrCr
           MOVE StockValue TO JrnAmount
           WRITE JournalRec
       END-IF.
       COMPUTE CostDiff = NoteAmount - StockValue.
       IF CostDiff NOT = ZERO
           MOVE 5100 TO JrnAcct
           IF CostDiff > ZERO
               MOVE 'C' TO JrnDrCr
               MOVE CostDiff TO JrnAmount
           ELSE
               MOVE 'D' TO JrnDrCr
               COMPUTE JrnAmount = 0 - CostDiff
           END-IF
           WRITE JournalRec
       END-IF.
       CLOSE JournalFile.

ListDebitNotes.
       DISPLAY " "
       DISPLAY "Supplier Id: " WITH NO ADVANCING.
       ACCEPT ReturnSupplier.
       MOVE 0 TO AppliedCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT DebitNoteFile.
       IF DebitNoteStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ListOneDebitNote UNTIL WSEOF = 'Y'.
       IF DebitNoteStatus NOT = "35"
           CLOSE DebitNoteFile
       END-IF.
       IF AppliedCount = 0
           DISPLAY "No debit notes for " ReturnSupplier
       END-IF.

ListOneDebitNote.
       READ DebitNoteFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF DnSupplierId = ReturnSupplier
                   ADD 1 TO AppliedCount
                   MOVE DnAmount TO PrnAmount
                   DISPLAY DnNum " " DnDate " " DnProdCode " " DnSize
                       " x" DnQty " " DnReason " $" PrnAmount
                       " unapplied $" DnUnapplied
               END-IF
       END-READ.

*> Refuses a note date in a month the accountant has closed, with a
*> logged level-3 override for the genuine correction.
CheckPeriodOpen.
       CALL 'PERCHK' USING "CHK", PerDocDate, PeriodOpen.
       IF PeriodOpen = 'N'
           DISPLAY "PERIOD CLOSED for documents dated " PerDocDate
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           IF AuthAllowed = 'Y'
               DISPLAY "Supervisor override - post anyway? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT PerOverride
               IF PerOverride = 'Y' OR PerOverride = 'y'
                   CALL 'PERCHK' USING "OVR", PerDocDate, PeriodOpen
               END-IF
           END-IF
           IF PeriodOpen = 'N'
               DISPLAY "Nothing can be posted into a closed period"
           END-IF
       END-IF.

FindUnitCost.
       MOVE 0 TO UnitCost.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdCostFile.
       IF ProdCostStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneCostRec UNTIL WSEOF = 'Y'.
       IF ProdCostStatus NOT = "35"
           CLOSE ProdCostFile
       END-IF.

CheckOneCostRec.
       READ ProdCostFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PcProdCode = FileProdCode AND PcSize = EntrySizeType
                   MOVE PcUnitCost TO UnitCost
               END-IF
       END-READ.

GetNextDnNum.
       MOVE 0 TO NextDnNum.
       OPEN INPUT DnCtlFile.
       IF DnCtlStatus = "35"
           CONTINUE
       ELSE
           READ DnCtlFile
               AT END CONTINUE
           END-READ
           CLOSE DnCtlFile
       END-IF.
       ADD 1 TO NextDnNum.
       MOVE NextDnNum TO ThisDnNum.
       OPEN OUTPUT DnCtlFile.
       WRITE DnCtlRec.
       CLOSE DnCtlFile.

LoadLocTable.
       MOVE 0 TO LocCount.
       MOVE 'N' TO LocOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT StockLocFile.
       IF StockLocStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneLocRec UNTIL WSEOF = 'Y'.
       IF StockLocStatus NOT = "35"
           CLOSE StockLocFile
       END-IF.

LoadOneLocRec.
       READ StockLocFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LocCount < 300
                   ADD 1 TO LocCount
                   MOVE SlProdCode TO TblLocProd(LocCount)
                   MOVE SlSize TO TblLocSize(LocCount)
                   MOVE SlLoc TO TblLocLoc(LocCount)
                   MOVE SlQty TO TblLocQty(LocCount)
               ELSE
                   MOVE 'Y' TO LocOverflow
               END-IF
       END-READ.

RewriteLocFile.
       OPEN OUTPUT StockLocFile.
       PERFORM RewriteOneLocRec
           VARYING LocIdx FROM 1 BY 1 UNTIL LocIdx > LocCount.
       CLOSE StockLocFile.

RewriteOneLocRec.
       MOVE SPACES TO StockLocRec.
       MOVE TblLocProd(LocIdx) TO SlProdCode.
       MOVE TblLocSize(LocIdx) TO SlSize.
       MOVE TblLocLoc(LocIdx) TO SlLoc.
       MOVE TblLocQty(LocIdx) TO SlQty.
       WRITE StockLocRec.

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
