*> delivered, the quantity goes onto FileQtyOnHand (until now stock
*> only ever went down, one sale at a time in AddSizePrice), and a
*> receipt line is appended to goodsrecv.log for checking against
*> the supplier's paperwork. Goods that carry a batch number are
*> booked in against their lot, with its expiry date, through LOTS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      *> A release is a sale, so it lands on the sales history the
      *> same as a counter sale - the end-of-day inventory
      *> reconciliation balances on this.
       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

      *> Quantity per location from stockxfer.cob; a delivery books
           03 EmailAddr  PIC X(30).
       02 CreditLimit PIC 9(5)V99.
       02 CurrencyCode PIC X(3).
       02 TermsCode PIC X(4).
       02 ParentId PIC 9(5).
       02 ConsentPost PIC X.
       02 ConsentPostDate PIC 9(8).
       02 ConsentEmail PIC X.
       02 ConsentEmailDate PIC 9(8).
       02 ConsentPhone PIC X.
       02 ConsentPhoneDate PIC 9(8).

FD InvoiceFile.
01 InvoiceLine PIC X(80).
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

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 ReceiptLogStatus PIC XX.
01 OperatorName PIC X(20).
01 EntrySizeType PIC A.
01 EntryLotNum PIC X(10).
01 EntryExpiry PIC 9(8).
*> What was keyed or scanned at the product prompt, and what
*> BARCODE made of it.
01 ScanEntry PIC X(13).
01 ScanProdCode PIC X(5).
01 ScanSize PIC X.
01 ScanFound PIC X.
01 EntryQty PIC 9(4).
01 SizeIdx PIC 99.
01 TodayDate PIC 9(8).
       02 BOInvDay   PIC 99.
01 CustFound PIC X.
01 SalesHistStatus PIC XX.
01 SalesLineDone PIC X.
*> PO-receipt working fields: the whole PO file held while one
*> line's received quantity is booked, then rewritten whole.
01 PurchOrdStatus PIC XX.
01 CostEOF PIC X.
01 EntryUnitCost PIC 9(3)V99.
01 FoundUnitCost PIC 9(3)V99.
*> A sales line split across the lots LOTS draws it from.
01 LotNum PIC X(10).
01 LotExpiry PIC 9(8).
01 LotQty PIC 9(5).
01 LotQtyLeft PIC 9(5).
01 LotLineQty PIC 9(5).
01 LotLineRev PIC 9(5)V99.
01 LotRevLeft PIC 9(5)V99.
01 CostLookProd PIC X(5).
01 CostLookSize PIC X.
01 CostTable.

PostDelivery.
       DISPLAY " "
       DISPLAY "Product Code or barcode: " WITH NO ADVANCING.
       ACCEPT ScanEntry.
       CALL 'BARCODE' USING ScanEntry, ScanProdCode, ScanSize, ScanFound.
       IF ScanFound = 'Y'
           MOVE ScanProdCode TO FileProdCode
       ELSE
           MOVE ScanEntry TO FileProdCode
       END-IF.
       MOVE 'Y' TO ProdExits.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
           DISPLAY "Product DNE - delivery not posted"
       ELSE
           MOVE FileProductRec TO JrnBefore
           IF ScanFound = 'Y'
               MOVE ScanSize TO EntrySizeType
               DISPLAY "Scanned " FileProdName " size " EntrySizeType
           ELSE
               DISPLAY "Size (S/M/L...): " WITH NO ADVANCING
               ACCEPT EntrySizeType
           END-IF
           DISPLAY "Quantity delivered: " WITH NO ADVANCING
           ACCEPT EntryQty
           IF EntryQty = ZERO
               DISPLAY "Zero quantity - delivery not posted"
           ELSE
               PERFORM AskLotDetails
               PERFORM ApplyDelivery
               IF SizeFound = 'Y'
                   PERFORM BookIntoLocation
           END-IF
       END-IF.

*> Goods that carry a batch number are booked in against their lot
*> so a recall can be traced to the customers who received it.
AskLotDetails.
       DISPLAY "Lot number (spaces if none): " WITH NO ADVANCING.
       ACCEPT EntryLotNum.
       MOVE 0 TO EntryExpiry.
       IF EntryLotNum NOT = SPACES
           DISPLAY "Expiry date (YYYYMMDD, 0 if none): "
               WITH NO ADVANCING
           ACCEPT EntryExpiry
       END-IF.

*> The lot is booked before any back-orders are released, so they
*> are drawn from it like any other sale.
BookLotIn.
       IF EntryLotNum NOT = SPACES
           MOVE EntryQty TO LotQty
           CALL 'LOTS' USING "RECV", FileProdCode, EntrySizeType,
               EntryLotNum, EntryExpiry, LotQty
           IF LotQty = ZERO
               DISPLAY "WARNING: lots.dat full - lot " EntryLotNum
                   " not recorded"
           END-IF
       END-IF.

*> The goods go away into a named location, so the one order.dat
*> total stops hiding which building the stock is in.
BookIntoLocation.
       MOVE TblCostAmt(CostIdx) TO PcUnitCost.
       WRITE ProdCostRec.

*> One history line per lot the goods came from, oldest lot
*> first, with the line value shared by quantity so the lines
*> still add up to what was charged; goods with no lot left to
*> draw on go out on a line with the lot blank.
WriteLotSalesLines.
       MOVE SalesQty TO LotQtyLeft.
       MOVE SalesQty TO LotLineQty.
       MOVE SalesExtPrice TO LotLineRev.
       MOVE SalesExtPrice TO LotRevLeft.
       IF LotQtyLeft = ZERO
           MOVE SPACES TO SalesLotNum
           PERFORM PutSalesLine
       END-IF.
       PERFORM WriteOneLotSalesLine UNTIL LotQtyLeft = ZERO.

WriteOneLotSalesLine.
       MOVE LotQtyLeft TO LotQty.
       CALL 'LOTS' USING "DRAW", SalesProdCode, SalesSizeType, LotNum,
           LotExpiry, LotQty.
       IF LotQty = ZERO
           MOVE LotQtyLeft TO LotQty
           MOVE SPACES TO LotNum
       END-IF.
       IF LotQty = LotQtyLeft
           MOVE LotRevLeft TO SalesExtPrice
       ELSE
           COMPUTE SalesExtPrice ROUNDED = LotLineRev * LotQty
               / LotLineQty
       END-IF.
       MOVE LotQty TO SalesQty.
       MOVE LotNum TO SalesLotNum.
       PERFORM PutSalesLine.
       SUBTRACT LotQty FROM LotQtyLeft.
       SUBTRACT SalesExtPrice FROM LotRevLeft.

*> The history is keyed by product, size and date; the sequence
*> number on the key tells apart the lines of one product and size
*> sold the same day, so each line takes the next free one.
PutSalesLine.
       MOVE SalesDate TO SalesCustDate.
       MOVE 0 TO SalesSeq.
       MOVE 'N' TO SalesLineDone.
       PERFORM TryOneSalesSeq UNTIL SalesLineDone = 'Y'.

TryOneSalesSeq.
       ADD 1 TO SalesSeq.
       WRITE SalesHistRec
           INVALID KEY CONTINUE
       END-WRITE.
       IF SalesHistStatus NOT = "22" OR SalesSeq = 9999
           MOVE 'Y' TO SalesLineDone
       END-IF.

*> Scans prodcost.dat for the product/size of the line in hand.
FindUnitCost.
       MOVE 0 TO FoundUnitCost.
                   CALL 'JRNL' USING "ORDR", "UPD",
                       JrnBefore, JrnAfter
                   PERFORM WriteReceiptLine
                   PERFORM BookLotIn
                   DISPLAY "Posted - " FileProdName " "
                       EntrySizeType " now "
                       FileQtyOnHand(SizeIdx) " on hand"
           OitType, OitAmount.

WriteBackOrderSalesHist.
       OPEN I-O SalesHistFile.
       IF SalesHistStatus = "35"
           OPEN OUTPUT SalesHistFile
           CLOSE SalesHistFile
           OPEN I-O SalesHistFile
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE SPACES TO SalesHistRec.
       MOVE TblBOSize(BOIdx) TO CostLookSize.
       PERFORM FindUnitCost.
       MOVE FoundUnitCost TO SalesUnitCost.
       MOVE ThisInvoiceNum TO SalesInvNum.
       PERFORM WriteLotSalesLines.
       CLOSE SalesHistFile.

GetNextInvoiceNum.
