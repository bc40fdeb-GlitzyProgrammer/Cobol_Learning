       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. atpinq.
AUTHOR. Lawrence.
*> Available-to-promise inquiry: before we tell a customer "yes, we
*> can do 40 large blue shirts" the desk needs more than the raw
*> FileQtyOnHand on order.dat. For each size of a product this
*> shows what is on hand, what ALLOC says is already promised -
*> accepted quotes, standing orders about to run and back orders
*> still waiting - what is on order from suppliers on open
*> purchase orders in purchord.dat and not yet received, and what
*> is left free to sell, the figure order entry and quotes now
*> check against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL PurchOrdFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurchOrdStatus.

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

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 PurchOrdStatus PIC XX.
01 OperatorName PIC X(20).
01 StayOpen PIC X VALUE 'Y'.
01 Choice PIC 9.
01 EntryProdCode PIC X(5).
01 ProdExits PIC X.
01 BrowseEOF PIC X.
01 PoEOF PIC X.
01 SizeIdx PIC 99.
*> Lines follow their header in purchord.dat, so the header just
*> read says whether the lines after it are still open.
01 CurPoOpen PIC X.
01 OnOrderQty PIC 9(5).
01 FreeQty PIC S9(5).
*> Arguments for the ALLOC free-to-sell query.
01 AllocSource PIC X(8) VALUE SPACES.
01 AllocProd PIC X(5).
01 AllocSize PIC X.
01 AllocQty PIC 9(4).
01 AllocatedQty PIC 9(5).
01 ShowOnHand PIC Z(4)9.
01 ShowAllocated PIC Z(4)9.
01 ShowOnOrder PIC Z(4)9.
01 ShowFree PIC -(4)9.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "atpinq  ", OperatorName.
       CALL 'SESSLOG' USING "START", "atpinq  ", OperatorName.
       OPEN INPUT OrderFile.
       IF OrderFileStatus NOT = "00"
           DISPLAY "order.dat unavailable"
           CALL 'SESSLOG' USING "END  ", "atpinq  ", OperatorName
           GOBACK
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "AVAILABLE TO PROMISE"
           DISPLAY "1: One Product"
           DISPLAY "2: Every Product"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM InquireOneProduct
               WHEN 2 PERFORM InquireEveryProduct
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE OrderFile.
       CALL 'SESSLOG' USING "END  ", "atpinq  ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

InquireOneProduct.
       DISPLAY " "
       DISPLAY "Product code: " WITH NO ADVANCING.
       ACCEPT EntryProdCode.
       MOVE 'Y' TO ProdExits.
       MOVE EntryProdCode TO FileProdCode.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY "Product DNE"
       ELSE
           PERFORM ShowHeading
           PERFORM ShowOneProduct
       END-IF.

InquireEveryProduct.
       PERFORM ShowHeading.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO FileProdCode.
       START OrderFile KEY IS NOT LESS THAN FileProdCode
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM BrowseOneProduct UNTIL BrowseEOF = 'Y'.

BrowseOneProduct.
       READ OrderFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END PERFORM ShowOneProduct
       END-READ.

ShowHeading.
       DISPLAY " ".
       DISPLAY "PROD  NAME       SZ  ON HAND  ALLOC  ON ORDER   FREE".

ShowOneProduct.
       PERFORM ShowOneSize
           VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > FileSizeCount.

ShowOneSize.
       MOVE FileProdCode TO AllocProd.
       MOVE FileSizeType(SizeIdx) TO AllocSize.
       CALL 'ALLOC' USING "QRY ", AllocSource, AllocProd, AllocSize,
           AllocQty, AllocatedQty.
       PERFORM SumOnOrder.
       COMPUTE FreeQty = FileQtyOnHand(SizeIdx) - AllocatedQty.
       MOVE FileQtyOnHand(SizeIdx) TO ShowOnHand.
       MOVE AllocatedQty TO ShowAllocated.
       MOVE OnOrderQty TO ShowOnOrder.
       MOVE FreeQty TO ShowFree.
       DISPLAY FileProdCode " " FileProdName " " FileSizeType(SizeIdx)
           "    " ShowOnHand "  " ShowAllocated "     " ShowOnOrder
           "  " ShowFree.

*> Ordered less received on every line of a purchase order still
*> open; an over-delivered line counts as nothing to come.
SumOnOrder.
       MOVE 0 TO OnOrderQty.
       MOVE 'N' TO CurPoOpen.
       MOVE 'N' TO PoEOF.
       OPEN INPUT PurchOrdFile.
       IF PurchOrdStatus = "35"
           MOVE 'Y' TO PoEOF
       END-IF.
       PERFORM SumOnePoRec UNTIL PoEOF = 'Y'.
       IF PurchOrdStatus NOT = "35"
           CLOSE PurchOrdFile
       END-IF.

SumOnePoRec.
       READ PurchOrdFile
           AT END MOVE 'Y' TO PoEOF
           NOT AT END
               IF PoRecType = 'H'
                   MOVE 'N' TO CurPoOpen
                   IF PoStatus = 'O'
                       MOVE 'Y' TO CurPoOpen
                   END-IF
               END-IF
               IF PlRecType = 'L' AND CurPoOpen = 'Y'
                       AND PlProdCode = AllocProd
                       AND PlSize = AllocSize
                       AND PlQtyOrdered > PlQtyReceived
                   COMPUTE OnOrderQty = OnOrderQty
                       + PlQtyOrdered - PlQtyReceived
               END-IF
       END-READ.
