*> total in the control-break style of coboltutr's sorted report.
*> Month-end close waits on this number every month - it used to be
*> worked out on a calculator from a screen dump.
*> The stock is also totalled at its prodcost.dat unit cost, the
*> basis glpost keeps the inventory account on, so the month-end
*> invglchk comparison has a figure here to tie back to.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockLocStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

       SELECT ValuationReport ASSIGN TO WSReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       02 FILLER PIC X.
       02 SlQty PIC 9(4).

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD ValuationReport.
01 PrintLine PIC X(70).

01 ProductValue PIC 9(7)V99.
01 GrandValue PIC 9(9)V99 VALUE 0.
01 LineCount PIC 9(5) VALUE 0.
01 ProdCostStatus PIC XX.
01 CostTable.
       02 CostEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CostCount.
           03 TblCostProd PIC X(5).
           03 TblCostSize PIC X.
           03 TblCostAmt PIC 9(3)V99.
01 CostCount PIC 9(3) VALUE 0.
01 CostIdx PIC 9(3).
01 CostFound PIC X.
01 GrandCost PIC 9(9)V99 VALUE 0.
01 Heads PIC X(70) VALUE
       "CODE  PRODUCT    SIZE  ON HAND  UNIT PRICE   EXTENDED VALUE".
01 DetailLine.
       02 FILLER PIC X(18) VALUE "TOTAL STOCK VALUE ".
       02 FILLER PIC X(9) VALUE SPACE.
       02 PrnGrandValue PIC Z,ZZZ,ZZ9.99.
01 GrandCostLine.
       02 FILLER PIC X(18) VALUE "TOTAL AT COST     ".
       02 FILLER PIC X(9) VALUE SPACE.
       02 PrnGrandCost PIC Z,ZZZ,ZZ9.99.
*> By-location section working fields.
01 StockLocStatus PIC XX.
01 LocEOF PIC X.
           CALL 'SESSLOG' USING "END  ", "invval  ", SPACES
           GOBACK
       END-IF.
       PERFORM LoadCostTable.
       OPEN OUTPUT ValuationReport.
       MOVE Heads TO PrintLine.
       WRITE PrintLine.
       END-PERFORM.
       MOVE GrandValue TO PrnGrandValue.
       WRITE PrintLine FROM GrandTotalLine AFTER ADVANCING 2 LINES.
       MOVE GrandCost TO PrnGrandCost.
       WRITE PrintLine FROM GrandCostLine.
       PERFORM WriteLocationSection.
       CLOSE OrderFile, ValuationReport.
       MOVE "InvValue" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, WSReportFileName,
           SPACES, LineCount.
       DISPLAY "Valuation written to " WSReportFileName
           " - total stock value $" GrandValue " at cost $" GrandCost.
       CALL 'SESSLOG' USING "END  ", "invval  ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.
       ADD ExtValue TO ProductValue.
       MOVE 'N' TO CostFound.
       PERFORM CostOneSize
           VARYING CostIdx FROM 1 BY 1
           UNTIL CostFound = 'Y' OR CostIdx > CostCount.

CostOneSize.
       IF TblCostProd(CostIdx) = FileProdCode
               AND TblCostSize(CostIdx) = FileSizeType(SizeIdx)
           MOVE 'Y' TO CostFound
           COMPUTE GrandCost = GrandCost
               + FileQtyOnHand(SizeIdx) * TblCostAmt(CostIdx)
       END-IF.

LoadCostTable.
       MOVE 'N' TO LocEOF.
       OPEN INPUT ProdCostFile.
       IF ProdCostStatus = "35"
           MOVE 'Y' TO LocEOF
       END-IF.
       PERFORM LoadOneCostRec UNTIL LocEOF = 'Y'.
       IF ProdCostStatus NOT = "35"
           CLOSE ProdCostFile
       END-IF.

LoadOneCostRec.
       READ ProdCostFile
           AT END MOVE 'Y' TO LocEOF
           NOT AT END
               IF CostCount < 200
                   ADD 1 TO CostCount
                   MOVE PcProdCode TO TblCostProd(CostCount)
                   MOVE PcSize TO TblCostSize(CostCount)
                   MOVE PcUnitCost TO TblCostAmt(CostCount)
               END-IF
       END-READ.
