AUTHOR. Lawrence.
*> Margin report in the salesrpt.cob style: revenue, cost and
*> margin percent per product over an operator-keyed date range,
*> from the unit cost the sale path stamps on each salesidx.dat
*> line, reading only the keyed dates of each product and size.
*> Lines written before costs were tracked carry no cost and are
*> totalled as unknown-cost revenue, so the report says what it
*> does not know instead of guessing - and finally answers whether
*> the small sizes lose money on every sale.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT MarginReport ASSIGN TO "Margin.rpt"
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

FD MarginReport.
01 PrintLine PIC X(90).
01 WSEOF PIC X VALUE 'N'.
01 FromDate PIC 9(8).
01 ToDate PIC 9(8).
01 RangeHit PIC X.
01 LineCost PIC 9(7)V99.
*> One row per product/size so the small sizes answer for
*> themselves.
       GOBACK.

TallySales.
       PERFORM OpenSalesRange.
       PERFORM ReadNextInRange.
       PERFORM TallyOneSale UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.

TallyOneSale.
       PERFORM PostOneSale.
       PERFORM ReadNextInRange.

*> Positions on the first history line; ReadNextInRange then
*> keeps to the keyed dates.
OpenSalesRange.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           DISPLAY "No sales history on file - nothing to report"
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

           PERFORM AddSaleToRow
       END-IF.

*> History written before costing began carries no cost - zero
*> once loaded onto the keyed file - and lands in the uncosted
*> column.
AddSaleToRow.
       ADD SalesExtPrice TO TblMgRevenue(MarginIdx).
       ADD SalesExtPrice TO GrandRevenue.
