       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. pricesim.
AUTHOR. Lawrence.
*> Price change impact simulation. pricemnt keys future-dated prices
*> and repricing applies them on the morning they take effect, and
*> until now nobody saw what a new price list would do to revenue
*> until it had done it. This takes the pending entries on
*> prices.dat - effective after today, and up to an operator-keyed
*> date when only the nearer changes are wanted - and for every
*> product and size they reprice:
*>   - re-prices the last N days' sales volume off salesidx.dat at
*>     the new price against today's order.dat price, with the
*>     revenue and margin change. The margin is at today's cost
*>     from prodcost.dat before, and after at the cost that will
*>     stand by then, taking in any cost approved onto costpend.dat
*>     for the same date;
*>   - lists the open and accepted quotes on quotes.dat, still live
*>     when the new price takes effect, whose lines would convert at
*>     a different price from the one quoted - quotes are re-priced
*>     at conversion;
*>   - lists the active standing orders on standord.dat with lines
*>     standgen will bill at a different price from today's;
*>   - lists the contract prices on contract.dat that will sit below
*>     the cost - a percentage-off contract follows the new list
*>     price down.
*> Contract prices are applied to the quotes and standing orders
*> the way order entry applies them. Nothing is changed on file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PriceFile ASSIGN TO "prices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PriceFileStatus.

       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

       SELECT OPTIONAL CostPendFile ASSIGN TO "costpend.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CostPendStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL QuoteFile ASSIGN TO "quotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QuoteFileStatus.

       SELECT OPTIONAL StandOrderFile ASSIGN TO "standord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandOrderStatus.

       SELECT OPTIONAL ContractFile ASSIGN TO "contract.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ContractFileStatus.

       SELECT SimReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PriceFile.
*> Kept in step with the PriceRec layout pricemnt.cob writes.
01 PriceRec.
       02 PriceProdCode PIC X(5).
       02 FILLER PIC X.
       02 PriceSizeType PIC A.
       02 FILLER PIC X.
       02 PriceAmount PIC 9(3)V99.
       02 FILLER PIC X.
       02 PriceEffDate PIC 9(8).

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

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD CostPendFile.
*> Kept in step with the CostPendRec layout priceimp.cob writes.
01 CostPendRec.
       02 CnProdCode PIC X(5).
       02 FILLER PIC X.
       02 CnSize PIC X.
       02 FILLER PIC X.
       02 CnNewCost PIC 9(3)V99.
       02 FILLER PIC X.
       02 CnEffDate PIC 9(8).
       02 FILLER PIC X.
       02 CnSupplierId PIC X(5).
       02 FILLER PIC X.
       02 CnApprover PIC X(8).

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

FD QuoteFile.
*> Kept in step with the QuoteRec layout quotes.cob writes.
01 QuoteRec PIC X(60).
01 QuoteHeader REDEFINES QuoteRec.
       02 QhRecType PIC X.
       02 FILLER PIC X.
       02 QhQuoteNum PIC 9(5).
       02 FILLER PIC X.
       02 QhCustId PIC 9(5).
       02 FILLER PIC X.
       02 QhDate PIC 9(8).
       02 FILLER PIC X.
       02 QhExpiry PIC 9(8).
       02 FILLER PIC X.
       02 QhStatus PIC X.
       02 FILLER PIC X(28).
01 QuoteLine REDEFINES QuoteRec.
       02 QlRecType PIC X.
       02 FILLER PIC X.
       02 QlQuoteNum PIC 9(5).
       02 FILLER PIC X.
       02 QlProdCode PIC X(5).
       02 FILLER PIC X.
       02 QlSize PIC A.
       02 FILLER PIC X.
       02 QlQty PIC 9(3).
       02 FILLER PIC X.
       02 QlPrice PIC 9(3)V99.
       02 FILLER PIC X(34).

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

FD ContractFile.
*> Kept in step with the ContractRec layout contrmnt.cob writes.
01 ContractRec.
       02 CpCustId PIC 9(5).
       02 FILLER PIC X.
       02 CpProdCode PIC X(5).
       02 FILLER PIC X.
       02 CpSizeType PIC X.
       02 FILLER PIC X.
       02 CpType PIC X.
       02 FILLER PIC X.
       02 CpPrice PIC 9(3)V99.
       02 FILLER PIC X.
       02 CpDiscPct PIC 99V99.

FD SimReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 PriceFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 ProdCostStatus PIC XX.
01 CostPendStatus PIC XX.
01 SalesHistStatus PIC XX.
01 QuoteFileStatus PIC XX.
01 StandOrderStatus PIC XX.
01 ContractFileStatus PIC XX.
01 WSEOF PIC X.
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
01 TodayWhole REDEFINES TodayDate PIC 9(8).
01 TodayDayCount PIC 9(7).
01 SaleDayCount PIC 9(7).
01 WorkDate.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
01 VolumeDays PIC 9(4).
01 SimToDate PIC 9(8).
*> One row per product and size with a pending price: the price
*> that will stand, today's price, the costs before and after, and
*> the re-priced volume.
01 PendTable.
       02 PendEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON PendCount.
           03 TblPdProd PIC X(5).
           03 TblPdSize PIC A.
           03 TblPdEffDate PIC 9(8).
           03 TblPdNewPrice PIC 9(3)V99.
           03 TblPdCurPrice PIC 9(3)V99.
           03 TblPdOnFile PIC X.
           03 TblPdCurCost PIC 9(3)V99.
           03 TblPdNewCost PIC 9(3)V99.
           03 TblPdCostDate PIC 9(8).
           03 TblPdQty PIC 9(7).
01 PendCount PIC 9(3) VALUE 0.
01 PendIdx PIC 9(3).
01 PendFound PIC X.
01 PendOverflow PIC X VALUE 'N'.
01 SizeIdx PIC 99.
*> The contract rows, applied the way coboltuttable applies them.
01 ContractTable.
       02 ContractEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON ContractCount.
           03 TblCpCust PIC 9(5).
           03 TblCpProd PIC X(5).
           03 TblCpSize PIC X.
           03 TblCpType PIC X.
           03 TblCpPrice PIC 9(3)V99.
           03 TblCpPct PIC 99V99.
01 ContractCount PIC 9(3) VALUE 0.
01 ContrIdx PIC 9(3).
01 PriceCustId PIC 9(5).
01 UnitPrice PIC 9(3)V99.
01 CurBilled PIC 9(3)V99.
01 NewBilled PIC 9(3)V99.
01 ContractPrice PIC 9(3)V99.
*> Figures for one product/size and for the whole simulation.
01 CurRevenue PIC 9(9)V99.
01 NewRevenue PIC 9(9)V99.
01 RevenueChange PIC S9(9)V99.
01 CurMargin PIC S9(9)V99.
01 NewMargin PIC S9(9)V99.
01 MarginChange PIC S9(9)V99.
01 TotCurRevenue PIC 9(9)V99 VALUE 0.
01 TotNewRevenue PIC 9(9)V99 VALUE 0.
01 TotCurMargin PIC S9(9)V99 VALUE 0.
01 TotNewMargin PIC S9(9)V99 VALUE 0.
01 NoCostCount PIC 9(3) VALUE 0.
01 QuoteLive PIC X VALUE 'N'.
01 QuoteCustId PIC 9(5).
01 QuoteExpiry PIC 9(8).
01 QuoteCount PIC 9(5) VALUE 0.
01 StandActive PIC X VALUE 'N'.
01 StandCustId PIC 9(5).
01 StandNextRun PIC 9(8).
01 StandCount PIC 9(5) VALUE 0.
01 ContractBelow PIC 9(5) VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 ImpactHeads.
       02 FILLER PIC X(24) VALUE "PROD  SZ EFFECT    OLD $".
       02 FILLER PIC X(27) VALUE "   NEW $     QTY    REV CHG".
       02 FILLER PIC X(24) VALUE "  OLD MARGIN  NEW MARGIN".
       02 FILLER PIC X(12) VALUE "     MGN CHG".
01 ImpactLine.
       02 PrnProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC A.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnEffDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnOldPrice PIC ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnNewPrice PIC ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnQty PIC Z(6)9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnRevChange PIC ZZZ,ZZ9.99-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOldMargin PIC ZZZ,ZZ9.99-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnNewMargin PIC ZZZ,ZZ9.99-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnMarginChange PIC ZZZ,ZZ9.99-.
       02 PrnNote PIC X(7).
01 QuoteHeads.
       02 FILLER PIC X(30) VALUE "QUOTE CUST  EXPIRES   PROD  SZ".
       02 FILLER PIC X(30) VALUE " QTY  QUOTED   NEW $ EFFECTIVE".
01 StandHeads.
       02 FILLER PIC X(30) VALUE "S/O   CUST  NEXT RUN  PROD  SZ".
       02 FILLER PIC X(30) VALUE " QTY   NOW $   NEW $ EFFECTIVE".
01 DocLine.
       02 PrnDocNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocCust PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocDate PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnDocProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocSize PIC A.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocQty PIC ZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocOld PIC ZZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocNew PIC ZZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDocEff PIC 9(8).
01 ContractHeads.
       02 FILLER PIC X(29) VALUE "CUST  PROD  SZ TYPE  CONTRACT".
       02 FILLER PIC X(19) VALUE "   COST $ EFFECTIVE".
01 ContractLine.
       02 PrnCpCust PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCpProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCpSize PIC A.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnCpType PIC X.
       02 FILLER PIC X(5) VALUE SPACE.
       02 PrnCpPrice PIC ZZZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnCpCost PIC ZZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCpEff PIC 9(8).
01 PrnBigAmount PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "pricesim", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       DISPLAY "Re-price how many days of sales (0 = 90): "
           WITH NO ADVANCING.
       ACCEPT VolumeDays.
       IF VolumeDays = 0
           MOVE 90 TO VolumeDays
       END-IF.
       DISPLAY "Pending prices effective up to (YYYYMMDD,"
           " 0 = all): " WITH NO ADVANCING.
       ACCEPT SimToDate.
       IF SimToDate = 0
           MOVE 99999999 TO SimToDate
       END-IF.
       PERFORM LoadPendingPrices.
       IF PendCount = 0
           DISPLAY "No pending price changes on prices.dat -"
               " nothing to simulate"
           CALL 'SESSLOG' USING "END  ", "pricesim", SPACES
           GOBACK
       END-IF.
       PERFORM LoadCurrentPrices.
       PERFORM LoadCurrentCosts.
       PERFORM LoadPendingCosts.
       PERFORM LoadContractTable.
       PERFORM TallySalesVolume.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "PriceSim" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT SimReport.
       PERFORM PrintPriceImpact.
       PERFORM PrintQuotesAffected.
       PERFORM PrintStandingAffected.
       PERFORM PrintContractsBelowCost.
       CLOSE SimReport.
       MOVE "PriceSim" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Price simulation written to " ReportFileName ": "
           PendCount " price(s), " QuoteCount " quote line(s), "
           StandCount " standing order line(s), " ContractBelow
           " contract(s) below cost".
       CALL 'SESSLOG' USING "END  ", "pricesim", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> The latest pending entry for a product and size inside the
*> window is the price that will stand once they have all applied.
LoadPendingPrices.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PriceFile.
       IF PriceFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOnePriceRec UNTIL WSEOF = 'Y'.
       IF PriceFileStatus NOT = "35"
           CLOSE PriceFile
       END-IF.

LoadOnePriceRec.
       READ PriceFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PriceEffDate > TodayWhole
                       AND PriceEffDate <= SimToDate
                   PERFORM TableOnePendingPrice
               END-IF
       END-READ.

TableOnePendingPrice.
       MOVE 'N' TO PendFound.
       PERFORM MatchOnePendRow
           VARYING PendIdx FROM 1 BY 1
           UNTIL PendFound = 'Y' OR PendIdx > PendCount.
       IF PendFound = 'N'
           IF PendCount < 200
               ADD 1 TO PendCount
               MOVE PriceProdCode TO TblPdProd(PendCount)
               MOVE PriceSizeType TO TblPdSize(PendCount)
               MOVE PriceEffDate TO TblPdEffDate(PendCount)
               MOVE PriceAmount TO TblPdNewPrice(PendCount)
               MOVE ZEROS TO TblPdCurPrice(PendCount)
               MOVE 'N' TO TblPdOnFile(PendCount)
               MOVE ZEROS TO TblPdCurCost(PendCount)
               MOVE ZEROS TO TblPdNewCost(PendCount)
               MOVE ZEROS TO TblPdCostDate(PendCount)
               MOVE 0 TO TblPdQty(PendCount)
           ELSE
               IF PendOverflow = 'N'
                   MOVE 'Y' TO PendOverflow
                   DISPLAY "WARNING: more than 200 pending prices -"
                       " the extras are NOT simulated"
               END-IF
           END-IF
       END-IF.

MatchOnePendRow.
       IF TblPdProd(PendIdx) = PriceProdCode
               AND TblPdSize(PendIdx) = PriceSizeType
           MOVE 'Y' TO PendFound
           IF PriceEffDate >= TblPdEffDate(PendIdx)
               MOVE PriceEffDate TO TblPdEffDate(PendIdx)
               MOVE PriceAmount TO TblPdNewPrice(PendIdx)
           END-IF
       END-IF.

*> Today's price is the one order.dat carries, as repricing left it.
LoadCurrentPrices.
       OPEN INPUT OrderFile.
       IF OrderFileStatus NOT = "35"
           PERFORM ReadOneCurrentPrice
               VARYING PendIdx FROM 1 BY 1 UNTIL PendIdx > PendCount
           CLOSE OrderFile
       END-IF.

ReadOneCurrentPrice.
       MOVE TblPdProd(PendIdx) TO FileProdCode.
       READ OrderFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               PERFORM MatchOneOrderSize
                   VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeIdx > FileSizeCount
       END-READ.

MatchOneOrderSize.
       IF FileSizeType(SizeIdx) = TblPdSize(PendIdx)
           MOVE FileProdPrice(SizeIdx) TO TblPdCurPrice(PendIdx)
           MOVE 'Y' TO TblPdOnFile(PendIdx)
       END-IF.

LoadCurrentCosts.
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
               PERFORM MatchOneCostRow
                   VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendCount
       END-READ.

MatchOneCostRow.
       IF TblPdProd(PendIdx) = PcProdCode
               AND TblPdSize(PendIdx) = PcSize
           MOVE PcUnitCost TO TblPdCurCost(PendIdx)
           MOVE PcUnitCost TO TblPdNewCost(PendIdx)
       END-IF.

*> An approved cost due on or before the new price's date is the
*> cost the new price will be selling against.
LoadPendingCosts.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CostPendFile.
       IF CostPendStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOnePendCost UNTIL WSEOF = 'Y'.
       IF CostPendStatus NOT = "35"
           CLOSE CostPendFile
       END-IF.

LoadOnePendCost.
       READ CostPendFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               PERFORM MatchOnePendCost
                   VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendCount
       END-READ.

MatchOnePendCost.
       IF TblPdProd(PendIdx) = CnProdCode
               AND TblPdSize(PendIdx) = CnSize
               AND CnEffDate <= TblPdEffDate(PendIdx)
               AND CnEffDate >= TblPdCostDate(PendIdx)
           MOVE CnNewCost TO TblPdNewCost(PendIdx)
           MOVE CnEffDate TO TblPdCostDate(PendIdx)
       END-IF.

LoadContractTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ContractFile.
       IF ContractFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneContractRec UNTIL WSEOF = 'Y'.
       IF ContractFileStatus NOT = "35"
           CLOSE ContractFile
       END-IF.

LoadOneContractRec.
       READ ContractFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ContractCount < 300
                   ADD 1 TO ContractCount
                   MOVE CpCustId TO TblCpCust(ContractCount)
                   MOVE CpProdCode TO TblCpProd(ContractCount)
                   MOVE CpSizeType TO TblCpSize(ContractCount)
                   MOVE CpType TO TblCpType(ContractCount)
                   MOVE CpPrice TO TblCpPrice(ContractCount)
                   MOVE CpDiscPct TO TblCpPct(ContractCount)
               END-IF
       END-READ.

*> Each product and size is read down its own key, from its first
*> sale; only the lines inside the last N days count.
TallySalesVolume.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus NOT = "35"
           PERFORM TallyOneProductSize
               VARYING PendIdx FROM 1 BY 1 UNTIL PendIdx > PendCount
           CLOSE SalesHistFile
       END-IF.

TallyOneProductSize.
       MOVE 'N' TO WSEOF.
       MOVE TblPdProd(PendIdx) TO SalesProdCode.
       MOVE TblPdSize(PendIdx) TO SalesSizeType.
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
               IF SalesProdCode NOT = TblPdProd(PendIdx)
                       OR SalesSizeType NOT = TblPdSize(PendIdx)
                   MOVE 'Y' TO WSEOF
               ELSE
                   MOVE SalesDate TO WorkDate
                   COMPUTE SaleDayCount = WkYear * 360
                       + WkMonth * 30 + WkDay
                   IF TodayDayCount - SaleDayCount < VolumeDays
                       ADD SalesQty TO TblPdQty(PendIdx)
                   END-IF
               END-IF
       END-READ.

PrintPriceImpact.
       MOVE SPACES TO PrintLine.
       STRING "PRICE CHANGE SIMULATION AS AT " TodayWhole
           DELIMITED BY SIZE
           " - PENDING PRICES TO " SimToDate DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       STRING "SALES VOLUME OF THE LAST " VolumeDays
           DELIMITED BY SIZE
           " DAYS RE-PRICED AT THE NEW PRICE AGAINST TODAY'S"
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE ImpactHeads TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM PrintOneImpactRow
           VARYING PendIdx FROM 1 BY 1 UNTIL PendIdx > PendCount.
       COMPUTE RevenueChange = TotNewRevenue - TotCurRevenue.
       MOVE RevenueChange TO PrnBigAmount.
       MOVE SPACES TO PrintLine.
       STRING "TOTAL REVENUE CHANGE $" PrnBigAmount
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       COMPUTE MarginChange = TotNewMargin - TotCurMargin.
       MOVE MarginChange TO PrnBigAmount.
       MOVE SPACES TO PrintLine.
       STRING "TOTAL MARGIN CHANGE  $" PrnBigAmount
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       IF NoCostCount > 0
           MOVE SPACES TO PrintLine
           STRING NoCostCount DELIMITED BY SIZE
               " product/size(s) marked NOCOST have no cost on"
               " prodcost.dat - their margin is the whole price"
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine
       END-IF.

*> A product/size no longer on order.dat has no price today, so
*> its whole new price is shown as the change.
PrintOneImpactRow.
       COMPUTE CurRevenue = TblPdQty(PendIdx)
           * TblPdCurPrice(PendIdx).
       COMPUTE NewRevenue = TblPdQty(PendIdx)
           * TblPdNewPrice(PendIdx).
       COMPUTE RevenueChange = NewRevenue - CurRevenue.
       COMPUTE CurMargin = TblPdQty(PendIdx)
           * (TblPdCurPrice(PendIdx) - TblPdCurCost(PendIdx)).
       COMPUTE NewMargin = TblPdQty(PendIdx)
           * (TblPdNewPrice(PendIdx) - TblPdNewCost(PendIdx)).
       COMPUTE MarginChange = NewMargin - CurMargin.
       ADD CurRevenue TO TotCurRevenue.
       ADD NewRevenue TO TotNewRevenue.
       ADD CurMargin TO TotCurMargin.
       ADD NewMargin TO TotNewMargin.
       MOVE SPACES TO ImpactLine.
       MOVE TblPdProd(PendIdx) TO PrnProd.
       MOVE TblPdSize(PendIdx) TO PrnSize.
       MOVE TblPdEffDate(PendIdx) TO PrnEffDate.
       MOVE TblPdCurPrice(PendIdx) TO PrnOldPrice.
       MOVE TblPdNewPrice(PendIdx) TO PrnNewPrice.
       MOVE TblPdQty(PendIdx) TO PrnQty.
       MOVE RevenueChange TO PrnRevChange.
       MOVE CurMargin TO PrnOldMargin.
       MOVE NewMargin TO PrnNewMargin.
       MOVE MarginChange TO PrnMarginChange.
       IF TblPdOnFile(PendIdx) = 'N'
           MOVE " NEW" TO PrnNote
       END-IF.
       IF TblPdNewCost(PendIdx) = ZERO
           MOVE " NOCOST" TO PrnNote
           ADD 1 TO NoCostCount
       END-IF.
       WRITE PrintLine FROM ImpactLine.
       ADD 1 TO LineCount.

*> Open and accepted quotes still live on the day a new price takes
*> effect would convert at that price, not the one quoted.
PrintQuotesAffected.
       MOVE "QUOTES THAT WOULD CONVERT AT A DIFFERENT PRICE"
           TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE QuoteHeads TO PrintLine.
       WRITE PrintLine.
       MOVE 'N' TO WSEOF.
       MOVE 'N' TO QuoteLive.
       OPEN INPUT QuoteFile.
       IF QuoteFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneQuoteRec UNTIL WSEOF = 'Y'.
       IF QuoteFileStatus NOT = "35"
           CLOSE QuoteFile
       END-IF.
       IF QuoteCount = 0
           MOVE "    (none)" TO PrintLine
           WRITE PrintLine
       END-IF.

CheckOneQuoteRec.
       READ QuoteFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF QhRecType = 'H'
                   MOVE 'N' TO QuoteLive
                   IF (QhStatus = 'O' OR QhStatus = 'A')
                           AND QhExpiry >= TodayWhole
                       MOVE 'Y' TO QuoteLive
                       MOVE QhCustId TO QuoteCustId
                       MOVE QhExpiry TO QuoteExpiry
                   END-IF
               END-IF
               IF QlRecType = 'L' AND QuoteLive = 'Y'
                   PERFORM CheckOneQuoteLine
               END-IF
       END-READ.

CheckOneQuoteLine.
       PERFORM FindPendRowForQuote.
       IF PendFound = 'Y'
               AND QuoteExpiry >= TblPdEffDate(PendIdx)
           MOVE QuoteCustId TO PriceCustId
           MOVE TblPdNewPrice(PendIdx) TO UnitPrice
           PERFORM ApplyContractPrice
           MOVE UnitPrice TO NewBilled
           IF NewBilled NOT = QlPrice
               MOVE SPACES TO DocLine
               MOVE QlQuoteNum TO PrnDocNum
               MOVE QuoteCustId TO PrnDocCust
               MOVE QuoteExpiry TO PrnDocDate
               MOVE QlProdCode TO PrnDocProd
               MOVE QlSize TO PrnDocSize
               MOVE QlQty TO PrnDocQty
               MOVE QlPrice TO PrnDocOld
               MOVE NewBilled TO PrnDocNew
               MOVE TblPdEffDate(PendIdx) TO PrnDocEff
               WRITE PrintLine FROM DocLine
               ADD 1 TO LineCount
               ADD 1 TO QuoteCount
           END-IF
       END-IF.

FindPendRowForQuote.
       MOVE 'N' TO PendFound.
       PERFORM MatchQuotePendRow
           VARYING PendIdx FROM 1 BY 1
           UNTIL PendFound = 'Y' OR PendIdx > PendCount.
       IF PendFound = 'Y'
           SUBTRACT 1 FROM PendIdx
       END-IF.

MatchQuotePendRow.
       IF TblPdProd(PendIdx) = QlProdCode
               AND TblPdSize(PendIdx) = QlSize
           MOVE 'Y' TO PendFound
       END-IF.

*> standgen prices every run through the normal path, so an active
*> standing order bills at the new price from its effective date.
PrintStandingAffected.
       MOVE "STANDING ORDERS THAT WILL BILL AT A DIFFERENT PRICE"
           TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE StandHeads TO PrintLine.
       WRITE PrintLine.
       MOVE 'N' TO WSEOF.
       MOVE 'N' TO StandActive.
       OPEN INPUT StandOrderFile.
       IF StandOrderStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneStandRec UNTIL WSEOF = 'Y'.
       IF StandOrderStatus NOT = "35"
           CLOSE StandOrderFile
       END-IF.
       IF StandCount = 0
           MOVE "    (none)" TO PrintLine
           WRITE PrintLine
       END-IF.

CheckOneStandRec.
       READ StandOrderFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SoRecType = 'H'
                   MOVE 'N' TO StandActive
                   IF SoStatus = 'A'
                       MOVE 'Y' TO StandActive
                       MOVE SoCustId TO StandCustId
                       MOVE SoNextRun TO StandNextRun
                   END-IF
               END-IF
               IF SlRecType = 'L' AND StandActive = 'Y'
                   PERFORM CheckOneStandLine
               END-IF
       END-READ.

CheckOneStandLine.
       PERFORM FindPendRowForStand.
       IF PendFound = 'Y'
           MOVE StandCustId TO PriceCustId
           MOVE TblPdCurPrice(PendIdx) TO UnitPrice
           PERFORM ApplyContractPrice
           MOVE UnitPrice TO CurBilled
           MOVE TblPdNewPrice(PendIdx) TO UnitPrice
           PERFORM ApplyContractPrice
           MOVE UnitPrice TO NewBilled
           IF NewBilled NOT = CurBilled
               MOVE SPACES TO DocLine
               MOVE SlNum TO PrnDocNum
               MOVE StandCustId TO PrnDocCust
               MOVE StandNextRun TO PrnDocDate
               MOVE SlProdCode TO PrnDocProd
               MOVE SlSize TO PrnDocSize
               MOVE SlQty TO PrnDocQty
               MOVE CurBilled TO PrnDocOld
               MOVE NewBilled TO PrnDocNew
               MOVE TblPdEffDate(PendIdx) TO PrnDocEff
               WRITE PrintLine FROM DocLine
               ADD 1 TO LineCount
               ADD 1 TO StandCount
           END-IF
       END-IF.

FindPendRowForStand.
       MOVE 'N' TO PendFound.
       PERFORM MatchStandPendRow
           VARYING PendIdx FROM 1 BY 1
           UNTIL PendFound = 'Y' OR PendIdx > PendCount.
       IF PendFound = 'Y'
           SUBTRACT 1 FROM PendIdx
       END-IF.

MatchStandPendRow.
       IF TblPdProd(PendIdx) = SlProdCode
               AND TblPdSize(PendIdx) = SlSize
           MOVE 'Y' TO PendFound
       END-IF.

*> A contract row for the customer and product beats the list
*> price: type P substitutes the agreed price, type D takes the
*> percentage off. A blank contract size matches every size.
ApplyContractPrice.
       PERFORM CheckOneContractRow
           VARYING ContrIdx FROM 1 BY 1 UNTIL ContrIdx > ContractCount.

CheckOneContractRow.
       IF TblCpCust(ContrIdx) = PriceCustId
               AND TblCpProd(ContrIdx) = TblPdProd(PendIdx)
               AND (TblCpSize(ContrIdx) = SPACE
                   OR TblCpSize(ContrIdx) = TblPdSize(PendIdx))
           IF TblCpType(ContrIdx) = 'P'
               MOVE TblCpPrice(ContrIdx) TO UnitPrice
           END-IF
           IF TblCpType(ContrIdx) = 'D'
               COMPUTE UnitPrice ROUNDED =
                   UnitPrice * (100 - TblCpPct(ContrIdx)) / 100
           END-IF
       END-IF.

*> Every contract row on a repriced product and size, at the
*> contract price it will give once the new list price applies,
*> against the cost that will stand then.
PrintContractsBelowCost.
       MOVE "CONTRACT PRICES THAT WILL BE BELOW COST" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE ContractHeads TO PrintLine.
       WRITE PrintLine.
       PERFORM CheckOneContractCost
           VARYING ContrIdx FROM 1 BY 1 UNTIL ContrIdx > ContractCount.
       IF ContractBelow = 0
           MOVE "    (none)" TO PrintLine
           WRITE PrintLine
       END-IF.

CheckOneContractCost.
       PERFORM CheckContractOnePend
           VARYING PendIdx FROM 1 BY 1 UNTIL PendIdx > PendCount.

CheckContractOnePend.
       IF TblCpProd(ContrIdx) = TblPdProd(PendIdx)
               AND (TblCpSize(ContrIdx) = SPACE
                   OR TblCpSize(ContrIdx) = TblPdSize(PendIdx))
               AND TblPdNewCost(PendIdx) > ZERO
           IF TblCpType(ContrIdx) = 'P'
               MOVE TblCpPrice(ContrIdx) TO ContractPrice
           ELSE
               COMPUTE ContractPrice ROUNDED = TblPdNewPrice(PendIdx)
                   * (100 - TblCpPct(ContrIdx)) / 100
           END-IF
           IF ContractPrice < TblPdNewCost(PendIdx)
               MOVE SPACES TO ContractLine
               MOVE TblCpCust(ContrIdx) TO PrnCpCust
               MOVE TblCpProd(ContrIdx) TO PrnCpProd
               MOVE TblPdSize(PendIdx) TO PrnCpSize
               MOVE TblCpType(ContrIdx) TO PrnCpType
               MOVE ContractPrice TO PrnCpPrice
               MOVE TblPdNewCost(PendIdx) TO PrnCpCost
               MOVE TblPdEffDate(PendIdx) TO PrnCpEff
               WRITE PrintLine FROM ContractLine
               ADD 1 TO LineCount
               ADD 1 TO ContractBelow
           END-IF
       END-IF.
