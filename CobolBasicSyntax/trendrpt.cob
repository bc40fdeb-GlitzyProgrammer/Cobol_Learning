PROGRAM-ID. trendrpt.
AUTHOR. Lawrence.
*> Monthly sales trend report: salesrpt.cob can total a date range
*> but cannot show direction. This reads the last two years of
*> salesidx.dat - keyed by product, size and date, so nothing
*> older is read - and totals units and revenue per product per
*> month across the rolling year, setting each month against the
*> same month a year earlier with a percentage-change column - so
*> buying for the seasonal peak stops being guessed from memory
*> of last year.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT TrendReport ASSIGN TO "SalesTrend.rpt"
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

FD TrendReport.
01 PrintLine PIC X(90).
01 CurMonthSerial PIC 9(6).
01 LineMonthSerial PIC 9(6).
01 MonthsAgo PIC S9(4).
*> The two years read: the first of the month 23 months back up
*> to today.
01 FromDate PIC 9(8).
01 ToDate PIC 9(8).
01 RangeHit PIC X.
01 SaleYear PIC 9(4).
01 SaleMonth PIC 99.
*> One row per product, with 24 month slots - slot 1 is the
       CALL 'SESSLOG' USING "START", "trendrpt", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE CurMonthSerial = TodayYear * 12 + TodayMonth.
       COMPUTE LineMonthSerial = CurMonthSerial - 23.
       COMPUTE SaleYear = (LineMonthSerial - 1) / 12.
       COMPUTE SaleMonth = LineMonthSerial - (SaleYear * 12).
       COMPUTE FromDate = SaleYear * 10000 + SaleMonth * 100 + 1.
       MOVE TodayDate TO ToDate.
       PERFORM TallySalesHistory.
       PERFORM PrintTrendReport.
       CALL 'SESSLOG' USING "END  ", "trendrpt", SPACES.
       GOBACK.

TallySalesHistory.
       PERFORM OpenSalesRange.
       PERFORM ReadNextInRange.
       PERFORM TallyOneSalesLine UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
*> Slot 1 is this month, slot 24 two years back less a month;
*> anything older is outside the comparison and dropped.
TallyOneSalesLine.
       COMPUTE SaleYear = SalesDate / 10000.
       COMPUTE SaleMonth = (SalesDate / 100) - (SaleYear * 100).
       COMPUTE LineMonthSerial = SaleYear * 12 + SaleMonth.
       COMPUTE MonthsAgo = CurMonthSerial - LineMonthSerial.
       IF MonthsAgo >= 0 AND MonthsAgo < 24
           COMPUTE SlotIdx = MonthsAgo + 1
           PERFORM PostToTrendTable
       END-IF.
       PERFORM ReadNextInRange.

*> Positions on the first history line; ReadNextInRange then
*> keeps to the keyed dates.
OpenSalesRange.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           DISPLAY "No sales history on file - nothing to trend"
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

