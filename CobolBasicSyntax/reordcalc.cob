*> order.dat were keyed years ago and never moved, so posuggest
*> keeps stocking what stopped selling and misses what took off.
*> The worksheet computes each product/size's average weekly sales
*> over the last twelve weeks of salesidx.dat, takes the
*> supplier's measured lead time from the purchase orders and
*> goodsrecv.log (fourteen days when nothing has been measured),
*> and recommends cover for the lead time plus a week of safety.
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL PurchOrdFile ASSIGN TO "purchord.dat"
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

FD PurchOrdFile.
*> Kept in step with the PurchOrdRec layout purchord.cob writes.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
*> Units sold in the last 84 days per product/size. Only the
*> history from the first of the month three months back is read.
01 FromDate PIC 9(8).
01 ToDate PIC 9(8).
01 RangeHit PIC X.
01 VelTable.
       02 VelEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON VelCount.
       PERFORM PrintWorksheet.

TallyVelocity.
       MOVE TodayDate TO WorkDate.
       IF WkMonth > 3
           SUBTRACT 3 FROM WkMonth
       ELSE
           ADD 9 TO WkMonth
           SUBTRACT 1 FROM WkYear
       END-IF.
       MOVE 1 TO WkDay.
       MOVE WorkDate TO FromDate.
       MOVE TodayDate TO ToDate.
       PERFORM OpenSalesRange.
       PERFORM ReadNextInRange.
       PERFORM TallyOneVelLine UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.

TallyOneVelLine.
       MOVE SalesDate TO WorkDate.
       COMPUTE WorkDayCount = WkYear * 360 + WkMonth * 30 + WkDay.
       COMPUTE AgeDays = TodayDayCount - WorkDayCount.
       IF AgeDays >= 0 AND AgeDays < 84
           PERFORM PostVelocity
       END-IF.
       PERFORM ReadNextInRange.

*> Positions on the first history line; ReadNextInRange then
*> keeps to the keyed dates.
OpenSalesRange.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
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

