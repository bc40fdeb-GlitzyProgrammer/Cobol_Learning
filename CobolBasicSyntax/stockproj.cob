       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. stockproj.
AUTHOR. Lawrence.
*> Forward stock projection. posuggest and reordcalc look at where
*> stock stands tonight; the buyers also need to see where each
*> product and size is heading over the next few weeks. Starting
*> from the quantity on hand on order.dat, each week of the keyed
*> horizon:
*>   - adds the open purchase-order lines on purchord.dat still to
*>     come in, in the week they are expected. A PO carries no
*>     expected date of its own, so it is the PO date plus the
*>     supplier's measured lead time off goodsrecv.log - reordcalc's
*>     measure, fourteen days when nothing has been measured - and
*>     a PO already past that date is expected in the first week;
*>   - takes off the backorders still waiting on backorder.dat in
*>     the first week, as they are filled off the next receipt;
*>   - takes off the lines of the active standing orders on
*>     standord.dat on each run date that falls in the horizon,
*>     stepping weekly or monthly the way standgen advances them;
*>   - takes off the average daily sales of the last 90 days of
*>     salesidx.dat.
*> The balance is shown week by week, with the first week it falls
*> below its reorder point and the first week it goes below zero
*> marked. Nothing is changed on file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL PurchOrdFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PurchOrdStatus.

       SELECT OPTIONAL ReceiptLog ASSIGN TO "goodsrecv.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.

       SELECT OPTIONAL BackOrderFile ASSIGN TO "backorder.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BackOrderStatus.

       SELECT OPTIONAL StandOrderFile ASSIGN TO "standord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandOrderStatus.

       SELECT ProjReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

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

FD BackOrderFile.
*> Kept in step with the BackOrderRec layout order entry writes.
01 BackOrderRec.
       02 BODate PIC 9(8).
       02 FILLER PIC X.
       02 BOCustId PIC 9(5).
       02 FILLER PIC X.
       02 BOProdCode PIC X(5).
       02 FILLER PIC X.
       02 BOSize PIC A.
       02 FILLER PIC X.
       02 BOQty PIC 9(3).
       02 FILLER PIC X.
       02 BOStatus PIC X.

FD StandOrderFile.
*> Kept in step with the StandOrderRec layout standmnt.cob writes.
01 StandOrderRec PIC X(50).
01 StandOrderHeader REDEFINES StandOrderRec.
       02 SoRecType PIC X.
       02 FILLER PIC X.
       02 SoNum PIC 9(4).
       02 FILLER PIC X.
       02 SoCustId PIC 9(5).
       02 FILLER PIC X.
       02 SoFreq PIC X.
       02 FILLER PIC X.
       02 SoNextRun PIC 9(8).
       02 FILLER PIC X.
       02 SoStatus PIC X.
       02 FILLER PIC X(25).
01 StandOrderLine REDEFINES StandOrderRec.
       02 SlRecType PIC X.
       02 FILLER PIC X.
       02 SlNum PIC 9(4).
       02 FILLER PIC X.
       02 SlProdCode PIC X(5).
       02 FILLER PIC X.
       02 SlSize PIC A.
       02 FILLER PIC X.
       02 SlQty PIC 9(3).
       02 FILLER PIC X(32).

FD ProjReport.
01 PrintLine PIC X(132).

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 SalesHistStatus PIC XX.
01 PurchOrdStatus PIC XX.
01 ReceiptLogStatus PIC XX.
01 BackOrderStatus PIC XX.
01 StandOrderStatus PIC XX.
01 WSEOF PIC X.
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
01 TodayWhole REDEFINES TodayDate PIC 9(8).
01 TodayDayCount PIC 9(7).
01 WorkDayCount PIC 9(7).
01 AgeDays PIC S9(5).
01 WorkDate.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
01 Weeks PIC 99.
01 WeekIdx PIC 99.
01 FlaggedOnly PIC X.
01 SalesDays PIC 9(3) VALUE 90.
*> One row per product and size on order.dat, with what comes in
*> and goes out in each week of the horizon.
01 ItemTable.
       02 ItemEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON ItemCount.
           03 TblItProd PIC X(5).
           03 TblItSize PIC A.
           03 TblItOnHand PIC 9(4).
           03 TblItReorder PIC 9(4).
           03 TblItSold PIC 9(7).
           03 TblItWeek OCCURS 13 TIMES.
               04 TblItIn PIC 9(6).
               04 TblItOut PIC 9(6).
01 ItemCount PIC 9(3) VALUE 0.
01 ItemIdx PIC 9(3).
01 HitIdx PIC 9(3).
01 ItemFound PIC X.
01 ItemOverflow PIC X VALUE 'N'.
01 SizeIdx PIC 99.
01 FindProd PIC X(5).
01 FindSize PIC X.
*> A quantity due in or out on a day, as PostEvent files it.
01 EventDayCount PIC 9(7).
01 EventQty PIC 9(6).
01 EventKind PIC X.
01 EventOffset PIC S9(7).
01 EventWeek PIC 9(5).
*> Measured lead-time per supplier off the POs and receipts.
01 PoHeadTable.
       02 PoHeadEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON PoHeadCount.
           03 TblPhNum PIC 9(6).
           03 TblPhSupp PIC X(5).
           03 TblPhDate PIC 9(8).
           03 TblPhStatus PIC X.
01 PoHeadCount PIC 9(3) VALUE 0.
01 PoHeadIdx PIC 9(3).
01 RcvTable.
       02 RcvEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON RcvCount.
           03 TblRcvDate PIC 9(8).
           03 TblRcvProd PIC X(5).
           03 TblRcvSize PIC A.
01 RcvCount PIC 9(3) VALUE 0.
01 RcvIdx PIC 9(3).
01 BestRcvDate PIC 9(8).
01 LeadTable.
       02 LeadEntry OCCURS 0 TO 50 TIMES
               DEPENDING ON LeadCount.
           03 TblLeadSupp PIC X(5).
           03 TblLeadDays PIC 9(7).
           03 TblLeadCnt PIC 9(5).
01 LeadCount PIC 9(2) VALUE 0.
01 LeadIdx PIC 9(2).
01 LeadFound PIC X.
01 LineSupplier PIC X(5).
01 LinePoDate PIC 9(8).
01 LinePoStatus PIC X.
01 HeadFound PIC X.
01 SupplierLead PIC 9(4).
01 PoDueCount PIC 9(5) VALUE 0.
01 BackOrderCount PIC 9(5) VALUE 0.
*> The active standing orders and their lines, run forward through
*> the horizon.
01 SoHeadTable.
       02 SoHeadEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON SoHeadCount.
           03 TblSoNum PIC 9(4).
           03 TblSoFreq PIC X.
           03 TblSoNext PIC 9(8).
01 SoHeadCount PIC 9(3) VALUE 0.
01 SoHeadIdx PIC 9(3).
01 SoLineTable.
       02 SoLineEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON SoLineCount.
           03 TblSlNum PIC 9(4).
           03 TblSlProd PIC X(5).
           03 TblSlSize PIC A.
           03 TblSlQty PIC 9(3).
01 SoLineCount PIC 9(3) VALUE 0.
01 SoLineIdx PIC 9(3).
01 NextRunDate.
       02 NrYear PIC 9(4).
       02 NrMonth PIC 99.
       02 NrDay PIC 99.
01 RunDayCount PIC 9(7).
01 RunsDone PIC X.
01 StandRunCount PIC 9(5) VALUE 0.
*> The running balance for one product/size.
01 RunBalance PIC S9(7).
01 CumSales PIC 9(7).
01 ProjBalance PIC S9(7).
01 ZeroWeek PIC 99.
01 ReorderWeek PIC 99.
01 DailySales PIC 9(3)V9.
01 ProjectedCount PIC 9(5) VALUE 0.
01 BelowZeroCount PIC 9(5) VALUE 0.
01 BelowReorderCount PIC 9(5) VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 WeekHeads.
       02 HdPrefix PIC X(24).
       02 HdWeekCell OCCURS 13 TIMES.
           03 FILLER PIC X(3).
           03 HdWkLabel PIC X(2).
           03 HdWkNum PIC 99.
           03 FILLER PIC X.
01 WeekDates.
       02 HdDatePrefix PIC X(24).
       02 HdDateCell OCCURS 13 TIMES.
           03 FILLER PIC X(2).
           03 HdWkMonth PIC 99.
           03 HdWkSlash PIC X.
           03 HdWkDay PIC 99.
           03 FILLER PIC X.
01 ProjLine.
       02 PrnProd PIC X(5).
       02 FILLER PIC X.
       02 PrnSize PIC A.
       02 FILLER PIC X.
       02 PrnOnHand PIC ZZZZ9.
       02 FILLER PIC X.
       02 PrnReorder PIC ZZZ9.
       02 FILLER PIC X.
       02 PrnDaily PIC ZZ9.9.
       02 PrnCell OCCURS 13 TIMES.
           03 FILLER PIC X.
           03 PrnWkBal PIC -----9.
           03 PrnWkFlag PIC X.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "stockprj", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       DISPLAY "Project how many weeks ahead (1-13, 0 = 8): "
           WITH NO ADVANCING.
       ACCEPT Weeks.
       IF Weeks = 0
           MOVE 8 TO Weeks
       END-IF.
       IF Weeks > 13
           MOVE 13 TO Weeks
       END-IF.
       DISPLAY "Only items heading below their reorder point? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT FlaggedOnly.
       IF FlaggedOnly = 'y'
           MOVE 'Y' TO FlaggedOnly
       END-IF.
       PERFORM LoadItems.
       IF ItemCount = 0
           DISPLAY "No products on order.dat - nothing to project"
           CALL 'SESSLOG' USING "END  ", "stockprj", SPACES
           GOBACK
       END-IF.
       PERFORM TallySales.
       PERFORM MeasureLeadTimes.
       PERFORM PostPurchaseOrders.
       PERFORM PostBackorders.
       PERFORM LoadStandingOrders.
       PERFORM ProjectOneStanding
           VARYING SoHeadIdx FROM 1 BY 1 UNTIL SoHeadIdx > SoHeadCount.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "StockProj" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT ProjReport.
       PERFORM PrintProjection.
       CLOSE ProjReport.
       MOVE "StockProj" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Stock projection written to " ReportFileName ": "
           ProjectedCount " item(s), " BelowReorderCount
           " below reorder point, " BelowZeroCount " below zero".
       CALL 'SESSLOG' USING "END  ", "stockprj", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

LoadItems.
       OPEN INPUT OrderFile.
       IF OrderFileStatus NOT = "35"
           MOVE 'N' TO WSEOF
           MOVE LOW-VALUES TO FileProdCode
           START OrderFile KEY IS NOT LESS THAN FileProdCode
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM LoadOneProduct UNTIL WSEOF = 'Y'
           CLOSE OrderFile
       END-IF.

LoadOneProduct.
       READ OrderFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               PERFORM LoadOneSize
                   VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeIdx > FileSizeCount
       END-READ.

LoadOneSize.
       IF ItemCount < 500
           ADD 1 TO ItemCount
           MOVE FileProdCode TO TblItProd(ItemCount)
           MOVE FileSizeType(SizeIdx) TO TblItSize(ItemCount)
           MOVE FileQtyOnHand(SizeIdx) TO TblItOnHand(ItemCount)
           MOVE FileReorderPoint(SizeIdx) TO TblItReorder(ItemCount)
           MOVE 0 TO TblItSold(ItemCount)
           PERFORM ClearOneWeek
               VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > 13
       ELSE
           IF ItemOverflow = 'N'
               MOVE 'Y' TO ItemOverflow
               DISPLAY "WARNING: more than 500 product sizes -"
                   " the extras are NOT projected"
           END-IF
       END-IF.

ClearOneWeek.
       MOVE 0 TO TblItIn(ItemCount, WeekIdx).
       MOVE 0 TO TblItOut(ItemCount, WeekIdx).

*> Units sold per product/size over the last SalesDays days, read
*> straight down each product and size's key on salesidx.dat.
TallySales.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus NOT = "35"
           PERFORM TallyOneItemSales
               VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
           CLOSE SalesHistFile
       END-IF.

TallyOneItemSales.
       MOVE 'N' TO WSEOF.
       MOVE TblItProd(ItemIdx) TO SalesProdCode.
       MOVE TblItSize(ItemIdx) TO SalesSizeType.
       MOVE 0 TO SalesDate.
       MOVE 0 TO SalesSeq.
       START SalesHistFile KEY IS NOT LESS THAN SalesKey
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       PERFORM TallyOneSale UNTIL WSEOF = 'Y'.

TallyOneSale.
       READ SalesHistFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SalesProdCode NOT = TblItProd(ItemIdx)
                       OR SalesSizeType NOT = TblItSize(ItemIdx)
                   MOVE 'Y' TO WSEOF
               ELSE
                   MOVE SalesDate TO WorkDate
                   COMPUTE WorkDayCount = WkYear * 360
                       + WkMonth * 30 + WkDay
                   IF TodayDayCount - WorkDayCount < SalesDays
                       ADD SalesQty TO TblItSold(ItemIdx)
                   END-IF
               END-IF
       END-READ.

*> Files a quantity against the week its day falls in. Anything
*> already due - an overdue PO, a waiting backorder, a standing
*> order run not yet made - goes in the first week; anything past
*> the horizon is left out.
PostEvent.
       COMPUTE EventOffset = EventDayCount - TodayDayCount.
       IF EventOffset < 0
           MOVE 0 TO EventOffset
       END-IF.
       COMPUTE EventWeek = EventOffset / 7.
       ADD 1 TO EventWeek.
       IF EventWeek <= Weeks
           PERFORM FindItem
           IF ItemFound = 'Y'
               IF EventKind = 'I'
                   ADD EventQty TO TblItIn(HitIdx, EventWeek)
               ELSE
                   ADD EventQty TO TblItOut(HitIdx, EventWeek)
               END-IF
           END-IF
       END-IF.

FindItem.
       MOVE 'N' TO ItemFound.
       PERFORM MatchOneItem
           VARYING ItemIdx FROM 1 BY 1
           UNTIL ItemFound = 'Y' OR ItemIdx > ItemCount.

MatchOneItem.
       IF TblItProd(ItemIdx) = FindProd
               AND TblItSize(ItemIdx) = FindSize
           MOVE 'Y' TO ItemFound
           MOVE ItemIdx TO HitIdx
       END-IF.

*> Lead time per supplier: days from PO date to the earliest
*> matching receipt, averaged - the suppperf.cob measure.
MeasureLeadTimes.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ReceiptLog.
       IF ReceiptLogStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneRcv UNTIL WSEOF = 'Y'.
       IF ReceiptLogStatus NOT = "35"
           CLOSE ReceiptLog
       END-IF.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PurchOrdFile.
       IF PurchOrdStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOnePoHead UNTIL WSEOF = 'Y'.
       IF PurchOrdStatus NOT = "35"
           CLOSE PurchOrdFile
       END-IF.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PurchOrdFile.
       IF PurchOrdStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ScoreOnePoLine UNTIL WSEOF = 'Y'.
       IF PurchOrdStatus NOT = "35"
           CLOSE PurchOrdFile
       END-IF.

LoadOneRcv.
       READ ReceiptLog
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF RcvCount < 500
                   ADD 1 TO RcvCount
                   MOVE RcvDate TO TblRcvDate(RcvCount)
                   MOVE RcvProdCode TO TblRcvProd(RcvCount)
                   MOVE RcvSizeType TO TblRcvSize(RcvCount)
               END-IF
       END-READ.

LoadOnePoHead.
       READ PurchOrdFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PoRecType = 'H' AND PoHeadCount < 300
                   ADD 1 TO PoHeadCount
                   MOVE PoNum TO TblPhNum(PoHeadCount)
                   MOVE PoSupplierId TO TblPhSupp(PoHeadCount)
                   MOVE PoDate TO TblPhDate(PoHeadCount)
                   MOVE PoStatus TO TblPhStatus(PoHeadCount)
               END-IF
       END-READ.

ScoreOnePoLine.
       READ PurchOrdFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PlRecType = 'L'
                   PERFORM FindLineHead
                   IF HeadFound = 'Y'
                       PERFORM TallyOneLead
                   END-IF
               END-IF
       END-READ.

FindLineHead.
       MOVE 'N' TO HeadFound.
       PERFORM MatchLineHead
           VARYING PoHeadIdx FROM 1 BY 1
           UNTIL HeadFound = 'Y' OR PoHeadIdx > PoHeadCount.

MatchLineHead.
       IF TblPhNum(PoHeadIdx) = PlNum
           MOVE 'Y' TO HeadFound
           MOVE TblPhSupp(PoHeadIdx) TO LineSupplier
           MOVE TblPhDate(PoHeadIdx) TO LinePoDate
           MOVE TblPhStatus(PoHeadIdx) TO LinePoStatus
       END-IF.

TallyOneLead.
       MOVE 0 TO BestRcvDate.
       PERFORM FindEarliestRcv
           VARYING RcvIdx FROM 1 BY 1 UNTIL RcvIdx > RcvCount.
       IF BestRcvDate > ZERO
           MOVE LinePoDate TO WorkDate
           COMPUTE WorkDayCount = WkYear * 360 + WkMonth * 30
               + WkDay
           MOVE BestRcvDate TO WorkDate
           COMPUTE AgeDays = (WkYear * 360 + WkMonth * 30 + WkDay)
               - WorkDayCount
           IF AgeDays >= 0
               MOVE 'N' TO LeadFound
               PERFORM MatchOneLeadRow
                   VARYING LeadIdx FROM 1 BY 1
                   UNTIL LeadFound = 'Y' OR LeadIdx > LeadCount
               IF LeadFound = 'N' AND LeadCount < 50
                   ADD 1 TO LeadCount
                   MOVE LineSupplier TO TblLeadSupp(LeadCount)
                   MOVE AgeDays TO TblLeadDays(LeadCount)
                   MOVE 1 TO TblLeadCnt(LeadCount)
               END-IF
           END-IF
       END-IF.

FindEarliestRcv.
       IF TblRcvProd(RcvIdx) = PlProdCode
               AND TblRcvSize(RcvIdx) = PlSize
               AND TblRcvDate(RcvIdx) >= LinePoDate
           IF BestRcvDate = ZERO
                   OR TblRcvDate(RcvIdx) < BestRcvDate
               MOVE TblRcvDate(RcvIdx) TO BestRcvDate
           END-IF
       END-IF.

MatchOneLeadRow.
       IF TblLeadSupp(LeadIdx) = LineSupplier
           MOVE 'Y' TO LeadFound
           ADD AgeDays TO TblLeadDays(LeadIdx)
           ADD 1 TO TblLeadCnt(LeadIdx)
       END-IF.

FindSupplierLead.
       MOVE 14 TO SupplierLead.
       PERFORM CheckOneLeadRow
           VARYING LeadIdx FROM 1 BY 1 UNTIL LeadIdx > LeadCount.

CheckOneLeadRow.
       IF TblLeadSupp(LeadIdx) = LineSupplier
               AND TblLeadCnt(LeadIdx) > 0
           COMPUTE SupplierLead = TblLeadDays(LeadIdx)
               / TblLeadCnt(LeadIdx)
       END-IF.

*> What is still to come in on each line of an open PO, expected
*> the supplier's lead time after the PO date.
PostPurchaseOrders.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PurchOrdFile.
       IF PurchOrdStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM PostOnePoLine UNTIL WSEOF = 'Y'.
       IF PurchOrdStatus NOT = "35"
           CLOSE PurchOrdFile
       END-IF.

PostOnePoLine.
       READ PurchOrdFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PlRecType = 'L'
                       AND PlQtyOrdered > PlQtyReceived
                   PERFORM FindLineHead
                   IF HeadFound = 'Y' AND LinePoStatus = 'O'
                       PERFORM PostOneDueLine
                   END-IF
               END-IF
       END-READ.

PostOneDueLine.
       PERFORM FindSupplierLead.
       MOVE LinePoDate TO WorkDate.
       COMPUTE EventDayCount = WkYear * 360 + WkMonth * 30 + WkDay
           + SupplierLead.
       COMPUTE EventQty = PlQtyOrdered - PlQtyReceived.
       MOVE 'I' TO EventKind.
       MOVE PlProdCode TO FindProd.
       MOVE PlSize TO FindSize.
       PERFORM PostEvent.
       ADD 1 TO PoDueCount.

PostBackorders.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BackOrderFile.
       IF BackOrderStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM PostOneBackorder UNTIL WSEOF = 'Y'.
       IF BackOrderStatus NOT = "35"
           CLOSE BackOrderFile
       END-IF.

PostOneBackorder.
       READ BackOrderFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF BOStatus = 'W'
                   MOVE TodayDayCount TO EventDayCount
                   MOVE BOQty TO EventQty
                   MOVE 'O' TO EventKind
                   MOVE BOProdCode TO FindProd
                   MOVE BOSize TO FindSize
                   PERFORM PostEvent
                   ADD 1 TO BackOrderCount
               END-IF
       END-READ.

LoadStandingOrders.
       MOVE 'N' TO WSEOF.
       OPEN INPUT StandOrderFile.
       IF StandOrderStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneStandRec UNTIL WSEOF = 'Y'.
       IF StandOrderStatus NOT = "35"
           CLOSE StandOrderFile
       END-IF.

LoadOneStandRec.
       READ StandOrderFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SoRecType = 'H' AND SoStatus = 'A'
                       AND SoNextRun IS NUMERIC
                       AND SoHeadCount < 200
                   ADD 1 TO SoHeadCount
                   MOVE SoNum TO TblSoNum(SoHeadCount)
                   MOVE SoFreq TO TblSoFreq(SoHeadCount)
                   MOVE SoNextRun TO TblSoNext(SoHeadCount)
               END-IF
               IF SlRecType = 'L' AND SoLineCount < 500
                   ADD 1 TO SoLineCount
                   MOVE SlNum TO TblSlNum(SoLineCount)
                   MOVE SlProdCode TO TblSlProd(SoLineCount)
                   MOVE SlSize TO TblSlSize(SoLineCount)
                   MOVE SlQty TO TblSlQty(SoLineCount)
               END-IF
       END-READ.

*> Each run inside the horizon takes the order's lines. A run date
*> already past is made once on the next standgen run, so it counts
*> once in the first week and the order picks up its cycle from
*> there.
ProjectOneStanding.
       MOVE TblSoNext(SoHeadIdx) TO NextRunDate.
       PERFORM CountRunDay.
       MOVE 'N' TO RunsDone.
       PERFORM PostOneRun UNTIL RunsDone = 'Y'.

PostOneRun.
       IF RunDayCount >= TodayDayCount + Weeks * 7
           MOVE 'Y' TO RunsDone
       ELSE
           MOVE RunDayCount TO EventDayCount
           PERFORM PostOneRunLine
               VARYING SoLineIdx FROM 1 BY 1
               UNTIL SoLineIdx > SoLineCount
           ADD 1 TO StandRunCount
           PERFORM AdvanceNextRun
           PERFORM AdvanceNextRun UNTIL RunDayCount >= TodayDayCount
       END-IF.

PostOneRunLine.
       IF TblSlNum(SoLineIdx) = TblSoNum(SoHeadIdx)
           MOVE TblSlQty(SoLineIdx) TO EventQty
           MOVE 'O' TO EventKind
           MOVE TblSlProd(SoLineIdx) TO FindProd
           MOVE TblSlSize(SoLineIdx) TO FindSize
           PERFORM PostEvent
       END-IF.

*> Weekly adds seven days on the 30-day-month arithmetic the aging
*> runs use; monthly moves the month on and keeps the day - the
*> standgen.cob step.
AdvanceNextRun.
       IF TblSoFreq(SoHeadIdx) = 'W'
           ADD 7 TO NrDay
           IF NrDay > 30
               SUBTRACT 30 FROM NrDay
               ADD 1 TO NrMonth
           END-IF
       ELSE
           ADD 1 TO NrMonth
       END-IF.
       IF NrMonth > 12
           MOVE 1 TO NrMonth
           ADD 1 TO NrYear
       END-IF.
       PERFORM CountRunDay.

CountRunDay.
       COMPUTE RunDayCount = NrYear * 360 + NrMonth * 30 + NrDay.

PrintProjection.
       MOVE SPACES TO PrintLine.
       STRING "FORWARD STOCK PROJECTION AS AT " TodayWhole
           DELIMITED BY SIZE
           " FOR " Weeks " WEEK(S)" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       STRING "ON HAND + OPEN PO LINES - WAITING BACKORDERS"
           DELIMITED BY SIZE
           " - STANDING ORDER RUNS - AVERAGE DAILY SALES OF THE LAST "
           DELIMITED BY SIZE
           SalesDays " DAYS" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       STRING "R = FIRST WEEK BELOW THE REORDER POINT,"
           DELIMITED BY SIZE
           " Z = FIRST WEEK BELOW ZERO (Z WHERE BOTH FALL TOGETHER)"
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       PERFORM BuildWeekHeads.
       WRITE PrintLine FROM WeekHeads AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM WeekDates.
       PERFORM ProjectOneItem
           VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount.
       MOVE SPACES TO PrintLine.
       STRING "ITEMS: " ProjectedCount DELIMITED BY SIZE
           "   BELOW REORDER POINT: " BelowReorderCount
           DELIMITED BY SIZE
           "   BELOW ZERO: " BelowZeroCount DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO PrintLine.
       STRING "OPEN PO LINES: " PoDueCount DELIMITED BY SIZE
           "   WAITING BACKORDERS: " BackOrderCount
           DELIMITED BY SIZE
           "   STANDING ORDER RUNS: " StandRunCount
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.

*> Week numbers over the week-ending dates, stepped on the same
*> 30-day-month arithmetic the weeks are counted on.
BuildWeekHeads.
       MOVE SPACES TO WeekHeads.
       MOVE SPACES TO WeekDates.
       MOVE "PROD  S ONHND  R/P DAILY" TO HdPrefix.
       MOVE "         WEEK ENDING    " TO HdDatePrefix.
       MOVE TodayDate TO WorkDate.
       ADD 6 TO WkDay.
       PERFORM BuildOneWeekHead
           VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > Weeks.

BuildOneWeekHead.
       IF WkDay > 30
           SUBTRACT 30 FROM WkDay
           ADD 1 TO WkMonth
       END-IF.
       IF WkMonth > 12
           MOVE 1 TO WkMonth
           ADD 1 TO WkYear
       END-IF.
       MOVE "WK" TO HdWkLabel(WeekIdx).
       MOVE WeekIdx TO HdWkNum(WeekIdx).
       MOVE WkMonth TO HdWkMonth(WeekIdx).
       MOVE "/" TO HdWkSlash(WeekIdx).
       MOVE WkDay TO HdWkDay(WeekIdx).
       ADD 7 TO WkDay.

*> The balance carried week to week with what comes in and goes
*> out, less the sales run-rate to the end of the week.
ProjectOneItem.
       MOVE SPACES TO ProjLine.
       MOVE TblItProd(ItemIdx) TO PrnProd.
       MOVE TblItSize(ItemIdx) TO PrnSize.
       MOVE TblItOnHand(ItemIdx) TO PrnOnHand.
       MOVE TblItReorder(ItemIdx) TO PrnReorder.
       COMPUTE DailySales ROUNDED = TblItSold(ItemIdx) / SalesDays.
       MOVE DailySales TO PrnDaily.
       MOVE TblItOnHand(ItemIdx) TO RunBalance.
       MOVE 0 TO ZeroWeek.
       MOVE 0 TO ReorderWeek.
       PERFORM ProjectOneWeek
           VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > Weeks.
       ADD 1 TO ProjectedCount.
       IF ReorderWeek > 0
           ADD 1 TO BelowReorderCount
       END-IF.
       IF ZeroWeek > 0
           ADD 1 TO BelowZeroCount
       END-IF.
       IF FlaggedOnly NOT = 'Y' OR ReorderWeek > 0
           WRITE PrintLine FROM ProjLine
           ADD 1 TO LineCount
       END-IF.

ProjectOneWeek.
       ADD TblItIn(ItemIdx, WeekIdx) TO RunBalance.
       SUBTRACT TblItOut(ItemIdx, WeekIdx) FROM RunBalance.
       COMPUTE CumSales ROUNDED = TblItSold(ItemIdx) * 7 * WeekIdx
           / SalesDays.
       COMPUTE ProjBalance = RunBalance - CumSales.
       MOVE ProjBalance TO PrnWkBal(WeekIdx).
       IF ProjBalance < TblItReorder(ItemIdx) AND ReorderWeek = 0
           MOVE WeekIdx TO ReorderWeek
           MOVE 'R' TO PrnWkFlag(WeekIdx)
       END-IF.
       IF ProjBalance < 0 AND ZeroWeek = 0
           MOVE WeekIdx TO ZeroWeek
           MOVE 'Z' TO PrnWkFlag(WeekIdx)
       END-IF.
