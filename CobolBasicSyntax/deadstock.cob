*> Slow-moving and dead stock: invval.cob says what the stock is
*> worth but not how long it has been sitting there. This joins
*> each product/size's quantity on hand from order.dat against its
*> last sale date on salesidx.dat and flags anything unsold for
*> an operator-keyed number of days, with the tied-up value (at
*> unit cost where prodcost.dat has one, else at selling price) -
*> so the markdown decisions stop being a walk around the
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
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

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
*> The cutoff as a date, on the same 30-day-month arithmetic as
*> the idle days: a sale after it means the line is moving.
01 CutoffDate PIC 9(8).
01 CutoffDayCount PIC S9(7).
01 CutoffRem PIC 9(3).
01 SalesEOF PIC X.
*> Unit costs for the tied-up value.
01 CostTable.
       02 CostEntry OCCURS 0 TO 200 TIMES
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       COMPUTE CutoffDayCount = TodayDayCount - CutoffDays - 31.
       IF CutoffDayCount < 0
           MOVE 0 TO CutoffDayCount
       END-IF.
       COMPUTE WkYear = CutoffDayCount / 360.
       COMPUTE CutoffRem = CutoffDayCount - WkYear * 360.
       COMPUTE WkMonth = CutoffRem / 30 + 1.
       COMPUTE WkDay = CutoffRem - (WkMonth - 1) * 30 + 1.
       MOVE WorkDate TO CutoffDate.
       PERFORM LoadCostTable.
       PERFORM ScanStock.
       CALL 'SESSLOG' USING "END  ", "deadstok", SPACES.
      *> run standalone.
       GOBACK.

LoadCostTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdCostFile.
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       OPEN INPUT SalesHistFile.
       MOVE 'N' TO WSEOF.
       MOVE LOW-VALUES TO FileProdCode.
       START OrderFile KEY IS NOT LESS THAN FileProdCode
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE OrderFile, DeadStockReport.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.
       DISPLAY "Dead-stock report written to DeadStock.rpt ("
           FlaggedCount " lines, $" TotalTiedUp " tied up)".

*> recently is left alone however big the pile.
CheckOneSize.
       IF FileQtyOnHand(SizeIdx) > ZERO
           PERFORM FindLastSale
           IF LastSaleDate = ZERO
               MOVE 99999 TO IdleDays
           ELSE
           END-IF
       END-IF.

*> Straight to the first sale after the cutoff; only a line with
*> none is read through from its first sale for the last date.
FindLastSale.
       MOVE 0 TO LastSaleDate.
       MOVE FileProdCode TO SalesProdCode.
       MOVE FileSizeType(SizeIdx) TO SalesSizeType.
       MOVE CutoffDate TO SalesDate.
       MOVE 9999 TO SalesSeq.
       MOVE 'N' TO SalesEOF.
       START SalesHistFile KEY IS GREATER THAN SalesKey
           INVALID KEY MOVE 'Y' TO SalesEOF
       END-START.
       IF SalesEOF = 'N'
           PERFORM ReadOneSaleOfSize
       END-IF.
       IF LastSaleDate = ZERO
           MOVE FileProdCode TO SalesProdCode
           MOVE FileSizeType(SizeIdx) TO SalesSizeType
           MOVE 0 TO SalesDate
           MOVE 0 TO SalesSeq
           MOVE 'N' TO SalesEOF
           START SalesHistFile KEY IS NOT LESS THAN SalesKey
               INVALID KEY MOVE 'Y' TO SalesEOF
           END-START
           PERFORM ReadOneSaleOfSize UNTIL SalesEOF = 'Y'
       END-IF.

ReadOneSaleOfSize.
       READ SalesHistFile NEXT RECORD
           AT END MOVE 'Y' TO SalesEOF
           NOT AT END
               IF SalesProdCode = FileProdCode
                       AND SalesSizeType = FileSizeType(SizeIdx)
                   MOVE SalesDate TO LastSaleDate
               ELSE
                   MOVE 'Y' TO SalesEOF
               END-IF
       END-READ.

FlagOneDeadLine.
       MOVE FileProdPrice(SizeIdx) TO UnitValue.
       PERFORM PreferUnitCost
