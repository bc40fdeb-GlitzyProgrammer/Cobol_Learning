PROGRAM-ID. salesrpt.
AUTHOR. Lawrence.
*> Sales analysis by product and size: reads the history lines
*> order entry writes to salesidx.dat for an operator-chosen date
*> range, and totals units and revenue per product and size in the
*> same control-break style as coboltutr's customer report -
*> product subtotals, then a grand total. The history is keyed by
*> product, size and date, so it arrives in report order and only
*> the keyed dates of each product and size are read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT SalesReport ASSIGN TO "SalesReport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD SalesReport.
01 PrintLine PIC X(70).

WORKING-STORAGE SECTION.
01 SalesHistStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 RangeHit PIC X.
01 FromDate PIC 9(8).
01 ToDate PIC 9(8).
01 PrevProdCode PIC X(5) VALUE SPACES.
       IF ToDate = ZERO
           MOVE 99999999 TO ToDate
       END-IF.
       PERFORM PrintSalesReport.
       CALL 'SESSLOG' USING "END  ", "salesrpt", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Positions on the first history line; ReadNextInRange then
*> keeps to the keyed dates.
OpenSalesRange.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           DISPLAY "No sales history on file"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO SalesKey
           START SalesHistFile KEY IS NOT LESS THAN SalesKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.

ReadNextInRange.
       MOVE 'N' TO RangeHit.
       PERFORM ReadOneRangeLine UNTIL RangeHit = 'Y' OR WSEOF = 'Y'.

*> A line dated before the range repositions on the range start
*> for its product and size; one dated after it skips straight to
*> the next product and size.
ReadOneRangeLine.
       READ SalesHistFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SalesDate < FromDate
                   MOVE FromDate TO SalesDate
                   MOVE 0 TO SalesSeq
                   START SalesHistFile KEY IS NOT LESS THAN SalesKey
                       INVALID KEY MOVE 'Y' TO WSEOF
                   END-START
               ELSE
                   IF SalesDate > ToDate
                       MOVE 99999999 TO SalesDate
                       MOVE 9999 TO SalesSeq
                       START SalesHistFile KEY IS GREATER THAN SalesKey
                           INVALID KEY MOVE 'Y' TO WSEOF
                       END-START
                   ELSE
                       MOVE 'Y' TO RangeHit
                   END-IF
               END-IF
       END-READ.

PrintSalesReport.
       OPEN OUTPUT SalesReport.
       MOVE Heads TO PrintLine.
       WRITE PrintLine.
       PERFORM OpenSalesRange.
       PERFORM ReadNextInRange.
       PERFORM PrintSalesBody UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.
       IF FirstLine = 'N'
           PERFORM WriteSizeLine
           PERFORM WriteProductSubtotal
*> change also writes the product subtotal.
PrintSalesBody.
       IF FirstLine = 'Y'
           MOVE SalesProdCode TO PrevProdCode
           MOVE SalesSizeType TO PrevSizeType
           MOVE 'N' TO FirstLine
       ELSE
           IF SalesProdCode NOT = PrevProdCode
               PERFORM WriteSizeLine
               PERFORM WriteProductSubtotal
               MOVE SalesProdCode TO PrevProdCode
               MOVE SalesSizeType TO PrevSizeType
           ELSE
               IF SalesSizeType NOT = PrevSizeType
                   PERFORM WriteSizeLine
                   MOVE SalesSizeType TO PrevSizeType
               END-IF
           END-IF
       END-IF.
       ADD SalesQty TO SizeUnits.
       ADD SalesExtPrice TO SizeRevenue.
       PERFORM ReadNextInRange.

WriteSizeLine.
       MOVE PrevProdCode TO PrnProdCode.
