       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. invglchk.
AUTHOR. Lawrence.
*> Month-end stock check: glpost keeps the inventory account (1300)
*> perpetually at cost, and invval values what is actually on the
*> shelves. This values order.dat the way invval does - on-hand
*> quantity at the prodcost.dat unit cost, the "TOTAL AT COST"
*> figure on InvValue - reads the balance of 1300 off
*> gljournal.dat, and reports the two side by side with the
*> difference, listing the product sizes holding stock with no
*> unit cost, the usual reason the two part company. Run in the
*> night batch on the first working day of the month and from the
*> reports menu on demand.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT CheckReport ASSIGN TO ReportFileName
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

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD JournalFile.
*> Kept in step with the JournalRec layout glpost.cob writes.
01 JournalRec.
       02 JrnDate PIC 9(8).
       02 FILLER PIC X.
       02 JrnAcct PIC 9(4).
       02 FILLER PIC X.
       02 JrnDrCr PIC X.
       02 FILLER PIC X.
       02 JrnAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 JrnSource PIC X(12).

FD CheckReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 ProdCostStatus PIC XX.
01 JournalStatus PIC XX.
01 WSEOF PIC X.
01 InventoryAcct PIC 9(4) VALUE 1300.
01 CostTable.
       02 CostEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CostCount.
           03 TblCostProd PIC X(5).
           03 TblCostSize PIC X.
           03 TblCostAmt PIC 9(3)V99.
01 CostCount PIC 9(3) VALUE 0.
01 CostIdx PIC 9(3).
01 CostFound PIC X.
01 SizeIdx PIC 99.
01 StockAtCost PIC 9(9)V99 VALUE 0.
01 LedgerBalance PIC S9(9)V99 VALUE 0.
01 Difference PIC S9(9)V99.
01 UncostedCount PIC 9(5) VALUE 0.
01 TodayDate PIC 9(8).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 FigureLine.
       02 PrnFigLabel PIC X(40).
       02 PrnFigAmount PIC -ZZZ,ZZZ,ZZ9.99.
01 UncostedLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnUcProdCode PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnUcProdName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnUcSize PIC A.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnUcQty PIC ZZZ9.
       02 FILLER PIC X(11) VALUE " on hand".

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "invglchk", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "StockGL" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       PERFORM LoadCostTable.
       OPEN OUTPUT CheckReport.
       MOVE SPACES TO PrintLine.
       STRING "STOCK VALUE AGAINST THE INVENTORY ACCOUNT AS AT "
           TodayDate DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE "Stock holding with no unit cost on prodcost.dat:"
           TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM ValueStock.
       IF UncostedCount = 0
           MOVE "    (none)" TO PrintLine
           WRITE PrintLine
       END-IF.
       PERFORM TallyInventoryAccount.
       COMPUTE Difference = StockAtCost - LedgerBalance.
       MOVE SPACES TO FigureLine.
       MOVE "Stock on hand at cost (invval)" TO PrnFigLabel.
       MOVE StockAtCost TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO FigureLine.
       MOVE "Inventory account 1300 balance" TO PrnFigLabel.
       MOVE LedgerBalance TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       MOVE SPACES TO FigureLine.
       MOVE "Difference (stock less ledger)" TO PrnFigLabel.
       MOVE Difference TO PrnFigAmount.
       WRITE PrintLine FROM FigureLine.
       ADD 3 TO LineCount.
       IF Difference NOT = 0
           MOVE "*** STOCK AND LEDGER DISAGREE ***" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
       END-IF.
       CLOSE CheckReport.
       MOVE "StockGL" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Stock at cost $" StockAtCost " ledger $"
           LedgerBalance " difference $" Difference.
       DISPLAY "Stock check written to " ReportFileName.
       CALL 'SESSLOG' USING "END  ", "invglchk", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ValueStock.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OrderFile.
       IF OrderFileStatus = "35"
           DISPLAY "No order.dat on file - no stock to value"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO FileProdCode
           START OrderFile KEY IS NOT LESS THAN FileProdCode
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM ValueOneProduct UNTIL WSEOF = 'Y'.
       IF OrderFileStatus NOT = "35"
           CLOSE OrderFile
       END-IF.

ValueOneProduct.
       READ OrderFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               PERFORM ValueOneSize
                   VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeIdx > FileSizeCount
       END-READ.

ValueOneSize.
       MOVE 'N' TO CostFound.
       PERFORM MatchOneCost
           VARYING CostIdx FROM 1 BY 1
           UNTIL CostFound = 'Y' OR CostIdx > CostCount.
       IF CostFound = 'N' AND FileQtyOnHand(SizeIdx) > 0
           ADD 1 TO UncostedCount
           MOVE FileProdCode TO PrnUcProdCode
           MOVE FileProdName TO PrnUcProdName
           MOVE FileSizeType(SizeIdx) TO PrnUcSize
           MOVE FileQtyOnHand(SizeIdx) TO PrnUcQty
           WRITE PrintLine FROM UncostedLine
           ADD 1 TO LineCount
       END-IF.

MatchOneCost.
       IF TblCostProd(CostIdx) = FileProdCode
               AND TblCostSize(CostIdx) = FileSizeType(SizeIdx)
           MOVE 'Y' TO CostFound
           COMPUTE StockAtCost = StockAtCost
               + FileQtyOnHand(SizeIdx) * TblCostAmt(CostIdx)
       END-IF.

*> Every posting to 1300 ever made; an asset account is never
*> touched by the year-end close, so no opening balance is needed.
TallyInventoryAccount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT JournalFile.
       IF JournalStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneJournalLine UNTIL WSEOF = 'Y'.
       IF JournalStatus NOT = "35"
           CLOSE JournalFile
       END-IF.

TallyOneJournalLine.
       READ JournalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF JrnAcct = InventoryAcct AND JrnDate <= TodayDate
                   IF JrnDrCr = 'D'
                       ADD JrnAmount TO LedgerBalance
                   ELSE
                       SUBTRACT JrnAmount FROM LedgerBalance
                   END-IF
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
