       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. catrpt.
AUTHOR. Lawrence.
*> Category summary: salesrpt, marginrpt, invval and deadstock all
*> report product by product, and management keeps asking how
*> "shirts" or "accessories" did overall. This rolls each product's
*> sales and margin over an operator-keyed date range off
*> salesidx.dat, and its stock value off order.dat - at the
*> prodcost.dat unit cost the way invval values it, and at the
*> selling price - up to the category prodmaint gave it on
*> prodcat.dat and the department catmaint put that category in.
*> The products are sorted by department and category with a
*> control break at each, and the drill-down lists the products
*> inside every category above its total; without it only the
*> category and department totals print. Margin is worked the
*> marginrpt way, on the sales that carry a cost. Products with no
*> category total together as UNASSIGNED so nothing drops out of
*> the grand total.

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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

       SELECT OPTIONAL ProdCatFile ASSIGN TO "prodcat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCatStatus.

       SELECT OPTIONAL CatMastFile ASSIGN TO "catmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatMastStatus.

      *> Date-stamped so today's summary does not destroy last
      *> week's; every run is cataloged through RPTCAT.
       SELECT CategoryReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk10.tmp".

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

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD ProdCatFile.
*> Kept in step with the ProdCatRec layout prodmaint.cob keeps.
01 ProdCatRec.
       02 PctProdCode PIC X(5).
       02 FILLER PIC X.
       02 PctCatCode PIC X(4).

FD CatMastFile.
*> Kept in step with the CatMastRec layout catmaint.cob writes.
01 CatMastRec.
       02 CmRecType PIC X.
       02 FILLER PIC X.
       02 CmCode PIC X(4).
       02 FILLER PIC X.
       02 CmName PIC X(20).
       02 FILLER PIC X.
       02 CmDeptCode PIC X(4).

FD CategoryReport.
01 PrintLine PIC X(112).

SD SortWorkFile.
01 SortRec.
       02 SrtDept PIC X(4).
       02 SrtCat PIC X(4).
       02 SrtProd PIC X(5).
       02 SrtName PIC X(10).
       02 SrtFigures.
           03 SrtSales PIC 9(9)V99.
           03 SrtCost PIC 9(9)V99.
           03 SrtNoCost PIC 9(9)V99.
           03 SrtStkCost PIC 9(9)V99.
           03 SrtStkValue PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 SalesHistStatus PIC XX.
01 ProdCostStatus PIC XX.
01 ProdCatStatus PIC XX.
01 CatMastStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X VALUE 'N'.
01 OperatorName PIC X(20).
01 FromDate PIC 9(8).
01 ToDate PIC 9(8).
01 DrillDown PIC X.
01 SizeIdx PIC 99.
01 LineCost PIC 9(7)V99.
*> One row per product: what it sold in the range and what its
*> stock is worth, with the category and department it rolls into.
01 ProdTable.
       02 ProdRow OCCURS 0 TO 300 TIMES
               DEPENDING ON ProdCount.
           03 RowProd PIC X(5).
           03 RowName PIC X(10).
           03 RowCat PIC X(4).
           03 RowDept PIC X(4).
           03 RowFigures.
               04 RowSales PIC 9(9)V99.
               04 RowCost PIC 9(9)V99.
               04 RowNoCost PIC 9(9)V99.
               04 RowStkCost PIC 9(9)V99.
               04 RowStkValue PIC 9(9)V99.
01 ProdCount PIC 9(3) VALUE 0.
01 ProdIdx PIC 9(3).
01 ProdFound PIC X.
01 NewProdCode PIC X(5).
01 ProdsDropped PIC 9(5) VALUE 0.
01 CostTable.
       02 CostEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CostCount.
           03 TblCostProd PIC X(5).
           03 TblCostSize PIC X.
           03 TblCostAmt PIC 9(3)V99.
01 CostCount PIC 9(3) VALUE 0.
01 CostIdx PIC 9(3).
01 CostFound PIC X.
01 ProdCatTable.
       02 ProdCatEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON ProdCatCount.
           03 TblPcatProd PIC X(5).
           03 TblPcatCode PIC X(4).
01 ProdCatCount PIC 9(3) VALUE 0.
01 ProdCatIdx PIC 9(3).
01 CatTable.
       02 CatEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CatCount.
           03 TblCmType PIC X.
           03 TblCmCode PIC X(4).
           03 TblCmName PIC X(20).
           03 TblCmDept PIC X(4).
01 CatCount PIC 9(3) VALUE 0.
01 CatIdx PIC 9(3).
*> The code and name looked up for a heading.
01 LookType PIC X.
01 LookCode PIC X(4).
01 LookName PIC X(20).
01 LookDept PIC X(4).
*> Running figures at each level: 1 the product being printed,
*> 2 its category, 3 its department, 4 the grand total. A level
*> is printed, added into the one above it, and cleared.
01 LevelTable.
       02 Level OCCURS 4 TIMES.
           03 LvSales PIC 9(9)V99.
           03 LvCost PIC 9(9)V99.
           03 LvNoCost PIC 9(9)V99.
           03 LvStkCost PIC 9(9)V99.
           03 LvStkValue PIC 9(9)V99.
01 LvIdx PIC 9.
01 BreakDept PIC X(4).
01 BreakCat PIC X(4).
01 MarginAmt PIC S9(9)V99.
01 MarginPct PIC S9(3)V9.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 Heads.
       02 FILLER PIC X(38) VALUE SPACES.
       02 FILLER PIC X(38) VALUE " SALES           COST         MARGIN  ".
       02 FILLER PIC X(35) VALUE " MGN%     STOCK@COST    STOCK@PRICE".
01 FigureLine.
       02 PrnLabel PIC X(30).
       02 PrnSales PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCost PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnMargin PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnPct PIC ZZ9.9-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnStkCost PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnStkValue PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "catrpt  ", OperatorName.
       CALL 'SESSLOG' USING "START", "catrpt  ", OperatorName.
       DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT FromDate.
       DISPLAY "To date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT ToDate.
       DISPLAY "List the products in each category? (Y/N): "
           WITH NO ADVANCING.
       ACCEPT DrillDown.
       IF DrillDown = 'y'
           MOVE 'Y' TO DrillDown
       END-IF.
       PERFORM LoadCatTable.
       PERFORM LoadProdCatTable.
       PERFORM LoadCostTable.
       PERFORM ValueStock.
       PERFORM TallySales.
       IF ProdsDropped > ZERO
           DISPLAY "WARNING: more than 300 products - " ProdsDropped
               " left out of the summary"
       END-IF.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "CatSum" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       SORT SortWorkFile ON ASCENDING KEY SrtDept SrtCat SrtProd
           INPUT PROCEDURE IS ReleaseProducts
           OUTPUT PROCEDURE IS PrintCategorySummary.
       MOVE "CatSummary" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Category summary written to " ReportFileName " ("
           ProdCount " products)".
       CALL 'SESSLOG' USING "END  ", "catrpt  ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

LoadCatTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CatMastFile.
       IF CatMastStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCatRec UNTIL WSEOF = 'Y'.
       IF CatMastStatus NOT = "35"
           CLOSE CatMastFile
       END-IF.

LoadOneCatRec.
       READ CatMastFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CatCount < 200
                   ADD 1 TO CatCount
                   MOVE CmRecType TO TblCmType(CatCount)
                   MOVE CmCode TO TblCmCode(CatCount)
                   MOVE CmName TO TblCmName(CatCount)
                   MOVE CmDeptCode TO TblCmDept(CatCount)
               END-IF
       END-READ.

LoadProdCatTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdCatFile.
       IF ProdCatStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneProdCatRec UNTIL WSEOF = 'Y'.
       IF ProdCatStatus NOT = "35"
           CLOSE ProdCatFile
       END-IF.

LoadOneProdCatRec.
       READ ProdCatFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ProdCatCount < 200
                   ADD 1 TO ProdCatCount
                   MOVE PctProdCode TO TblPcatProd(ProdCatCount)
                   MOVE PctCatCode TO TblPcatCode(ProdCatCount)
               END-IF
       END-READ.

LoadCostTable.
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
               IF CostCount < 200
                   ADD 1 TO CostCount
                   MOVE PcProdCode TO TblCostProd(CostCount)
                   MOVE PcSize TO TblCostSize(CostCount)
                   MOVE PcUnitCost TO TblCostAmt(CostCount)
               END-IF
       END-READ.

*> Every product on order.dat gets a row, sold or not, so the stock
*> value of the slow lines still lands in their category.
ValueStock.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OrderFile.
       IF OrderFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ValueOneProduct UNTIL WSEOF = 'Y'.
       IF OrderFileStatus NOT = "35"
           CLOSE OrderFile
       END-IF.

ValueOneProduct.
       READ OrderFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE FileProdCode TO NewProdCode
               PERFORM AddProductRow
               IF ProdFound = 'Y'
                   MOVE FileProdName TO RowName(ProdIdx)
                   PERFORM ValueOneSize
                       VARYING SizeIdx FROM 1 BY 1
                       UNTIL SizeIdx > FileSizeCount
               END-IF
       END-READ.

ValueOneSize.
       COMPUTE RowStkValue(ProdIdx) = RowStkValue(ProdIdx)
           + FileQtyOnHand(SizeIdx) * FileProdPrice(SizeIdx).
       MOVE 'N' TO CostFound.
       PERFORM CostOneSize
           VARYING CostIdx FROM 1 BY 1
           UNTIL CostFound = 'Y' OR CostIdx > CostCount.

CostOneSize.
       IF TblCostProd(CostIdx) = FileProdCode
               AND TblCostSize(CostIdx) = FileSizeType(SizeIdx)
           MOVE 'Y' TO CostFound
           COMPUTE RowStkCost(ProdIdx) = RowStkCost(ProdIdx)
               + FileQtyOnHand(SizeIdx) * TblCostAmt(CostIdx)
       END-IF.

*> Starts a row for NewProdCode with its category and department;
*> ProdFound comes back 'N' only when the table is full.
AddProductRow.
       IF ProdCount < 300
           ADD 1 TO ProdCount
           MOVE ProdCount TO ProdIdx
           MOVE NewProdCode TO RowProd(ProdIdx)
           MOVE "(deleted)" TO RowName(ProdIdx)
           MOVE ZEROS TO RowFigures(ProdIdx)
           MOVE SPACES TO RowCat(ProdIdx)
           MOVE SPACES TO RowDept(ProdIdx)
           PERFORM FindProdCategory
               VARYING ProdCatIdx FROM 1 BY 1
               UNTIL ProdCatIdx > ProdCatCount
           IF RowCat(ProdIdx) NOT = SPACES
               MOVE 'C' TO LookType
               MOVE RowCat(ProdIdx) TO LookCode
               PERFORM LookUpCatMast
               MOVE LookDept TO RowDept(ProdIdx)
           END-IF
           MOVE 'Y' TO ProdFound
       ELSE
           ADD 1 TO ProdsDropped
           MOVE 'N' TO ProdFound
       END-IF.

FindProdCategory.
       IF TblPcatProd(ProdCatIdx) = NewProdCode
           MOVE TblPcatCode(ProdCatIdx) TO RowCat(ProdIdx)
       END-IF.

*> LookType and LookCode in; the name and, for a category, its
*> department out. A code no longer on file comes back unnamed.
LookUpCatMast.
       MOVE "(not on file)" TO LookName.
       MOVE SPACES TO LookDept.
       PERFORM MatchOneCatMast
           VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount.

MatchOneCatMast.
       IF TblCmType(CatIdx) = LookType AND TblCmCode(CatIdx) = LookCode
           MOVE TblCmName(CatIdx) TO LookName
           MOVE TblCmDept(CatIdx) TO LookDept
       END-IF.

TallySales.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneSale UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.

TallyOneSale.
       READ SalesHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SalesDate >= FromDate AND SalesDate <= ToDate
                   PERFORM PostOneSale
               END-IF
       END-READ.

*> A product sold in the range but since deleted from order.dat
*> still answers for its sales.
PostOneSale.
       MOVE 'N' TO ProdFound.
       PERFORM MatchOneProdRow
           VARYING ProdIdx FROM 1 BY 1
           UNTIL ProdFound = 'Y' OR ProdIdx > ProdCount.
       IF ProdFound = 'Y'
           SUBTRACT 1 FROM ProdIdx
       ELSE
           MOVE SalesProdCode TO NewProdCode
           PERFORM AddProductRow
       END-IF.
       IF ProdFound = 'Y'
           ADD SalesExtPrice TO RowSales(ProdIdx)
           IF SalesUnitCost IS NUMERIC AND SalesUnitCost > ZERO
               COMPUTE LineCost = SalesQty * SalesUnitCost
               ADD LineCost TO RowCost(ProdIdx)
           ELSE
               ADD SalesExtPrice TO RowNoCost(ProdIdx)
           END-IF
       END-IF.

MatchOneProdRow.
       IF RowProd(ProdIdx) = SalesProdCode
           MOVE 'Y' TO ProdFound
       END-IF.

ReleaseProducts.
       PERFORM ReleaseOneProduct
           VARYING ProdIdx FROM 1 BY 1 UNTIL ProdIdx > ProdCount.

ReleaseOneProduct.
       MOVE RowDept(ProdIdx) TO SrtDept.
       MOVE RowCat(ProdIdx) TO SrtCat.
       MOVE RowProd(ProdIdx) TO SrtProd.
       MOVE RowName(ProdIdx) TO SrtName.
       MOVE RowFigures(ProdIdx) TO SrtFigures.
       RELEASE SortRec.

PrintCategorySummary.
       OPEN OUTPUT CategoryReport.
       MOVE SPACES TO PrintLine.
       STRING "SALES, MARGIN AND STOCK BY DEPARTMENT AND CATEGORY "
           DELIMITED BY SIZE
           FromDate " TO " ToDate DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE "Margin is on the sales that carry a unit cost" TO PrintLine.
       WRITE PrintLine.
       MOVE Heads TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE ZEROS TO LevelTable.
       MOVE 'N' TO SortEOF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'N'
           MOVE SrtDept TO BreakDept
           MOVE SrtCat TO BreakCat
           PERFORM PrintDeptHeading
           PERFORM PrintCatHeading
       END-IF.
       PERFORM TotalOneProduct UNTIL SortEOF = 'Y'.
       IF ProdCount > ZERO
           PERFORM PrintCatTotal
           PERFORM PrintDeptTotal
       END-IF.
       MOVE "GRAND TOTAL" TO PrnLabel.
       MOVE 4 TO LvIdx.
       PERFORM PrintLevel.
       CLOSE CategoryReport.

TotalOneProduct.
       IF SrtDept NOT = BreakDept
           PERFORM PrintCatTotal
           PERFORM PrintDeptTotal
           MOVE SrtDept TO BreakDept
           MOVE SrtCat TO BreakCat
           PERFORM PrintDeptHeading
           PERFORM PrintCatHeading
       END-IF.
       IF SrtCat NOT = BreakCat
           PERFORM PrintCatTotal
           MOVE SrtCat TO BreakCat
           PERFORM PrintCatHeading
       END-IF.
       MOVE SrtSales TO LvSales(1).
       MOVE SrtCost TO LvCost(1).
       MOVE SrtNoCost TO LvNoCost(1).
       MOVE SrtStkCost TO LvStkCost(1).
       MOVE SrtStkValue TO LvStkValue(1).
       MOVE SPACES TO PrnLabel.
       STRING "      " SrtProd " " SrtName DELIMITED BY SIZE
           INTO PrnLabel
       END-STRING.
       MOVE 1 TO LvIdx.
       IF DrillDown = 'Y'
           PERFORM PrintLevel
       END-IF.
       PERFORM RollUpLevel.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

PrintDeptHeading.
       MOVE SPACES TO PrintLine.
       IF BreakDept = SPACES
           MOVE "DEPARTMENT - UNASSIGNED" TO PrintLine
       ELSE
           MOVE 'D' TO LookType
           MOVE BreakDept TO LookCode
           PERFORM LookUpCatMast
           STRING "DEPARTMENT " BreakDept " " LookName
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
       END-IF.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 1 TO LineCount.

PrintCatHeading.
       IF DrillDown = 'Y'
           MOVE SPACES TO PrintLine
           IF BreakCat = SPACES
               MOVE "   CATEGORY - UNASSIGNED" TO PrintLine
           ELSE
               MOVE 'C' TO LookType
               MOVE BreakCat TO LookCode
               PERFORM LookUpCatMast
               STRING "   CATEGORY " BreakCat " " LookName
                   DELIMITED BY SIZE INTO PrintLine
               END-STRING
           END-IF
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

PrintCatTotal.
       MOVE SPACES TO PrnLabel.
       IF BreakCat = SPACES
           MOVE "   Total UNASSIGNED" TO PrnLabel
       ELSE
           MOVE 'C' TO LookType
           MOVE BreakCat TO LookCode
           PERFORM LookUpCatMast
           STRING "   Total " BreakCat " " LookName
               DELIMITED BY SIZE INTO PrnLabel
           END-STRING
       END-IF.
       MOVE 2 TO LvIdx.
       PERFORM PrintLevel.
       PERFORM RollUpLevel.

PrintDeptTotal.
       MOVE SPACES TO PrnLabel.
       IF BreakDept = SPACES
           MOVE "TOTAL DEPT UNASSIGNED" TO PrnLabel
       ELSE
           STRING "TOTAL DEPT " BreakDept DELIMITED BY SIZE
               INTO PrnLabel
           END-STRING
       END-IF.
       MOVE 3 TO LvIdx.
       PERFORM PrintLevel.
       PERFORM RollUpLevel.

PrintLevel.
       COMPUTE MarginAmt = LvSales(LvIdx) - LvNoCost(LvIdx)
           - LvCost(LvIdx).
       IF LvSales(LvIdx) - LvNoCost(LvIdx) > ZERO
           COMPUTE MarginPct ROUNDED = MarginAmt * 100
               / (LvSales(LvIdx) - LvNoCost(LvIdx))
       ELSE
           MOVE 0 TO MarginPct
       END-IF.
       MOVE LvSales(LvIdx) TO PrnSales.
       MOVE LvCost(LvIdx) TO PrnCost.
       MOVE MarginAmt TO PrnMargin.
       MOVE MarginPct TO PrnPct.
       MOVE LvStkCost(LvIdx) TO PrnStkCost.
       MOVE LvStkValue(LvIdx) TO PrnStkValue.
       WRITE PrintLine FROM FigureLine.
       ADD 1 TO LineCount.

*> Adds the level just finished into the one above and clears it.
RollUpLevel.
       ADD LvSales(LvIdx) TO LvSales(LvIdx + 1).
       ADD LvCost(LvIdx) TO LvCost(LvIdx + 1).
       ADD LvNoCost(LvIdx) TO LvNoCost(LvIdx + 1).
       ADD LvStkCost(LvIdx) TO LvStkCost(LvIdx + 1).
       ADD LvStkValue(LvIdx) TO LvStkValue(LvIdx + 1).
       MOVE ZEROS TO Level(LvIdx).
