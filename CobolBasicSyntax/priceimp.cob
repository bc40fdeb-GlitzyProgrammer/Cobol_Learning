       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. priceimp.
AUTHOR. Lawrence.
*> Supplier price-list import: suppliers send new cost prices once
*> or twice a year and the buyer was keying them one at a time
*> through prodmaint's Set Unit Cost. This reads the supplier's
*> file (supprice.dat - product code, size, new cost) for a keyed
*> supplier and effective date, compares each cost to prodcost.dat
*> and prints a change report with the margin at today's
*> FileProdPrice before and after. A cost moving more than the
*> costtol.dat tolerance is held on costhold.dat for a level-3
*> review, the ratehold discipline rateimp follows; the rest are
*> approved onto costpend.dat with their effective date. costeff
*> moves approved costs onto prodcost.dat, with the prodaudit.log
*> line, once the date comes - it is called here straight after the
*> import and review, and nightly from the batch. Lines for products
*> or sizes we do not stock are listed apart on the report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT SupplierFile ASSIGN TO "supplier.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SupplierId
           FILE STATUS IS SupplierFileStatus.

       SELECT OPTIONAL SuppPriceFile ASSIGN TO "supprice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuppPriceStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

      *> Movement tolerance in percent; keyed on first run, read
      *> back after - the ratetol.dat discipline.
       SELECT OPTIONAL CostTolFile ASSIGN TO "costtol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CostTolStatus.

      *> Cost changes over tolerance waiting for review.
       SELECT OPTIONAL CostHoldFile ASSIGN TO "costhold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CostHoldStatus.

      *> Approved cost changes waiting for their effective date.
       SELECT OPTIONAL CostPendFile ASSIGN TO "costpend.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CostPendStatus.

       SELECT ChangeReport ASSIGN TO ReportFileName
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

FD SupplierFile.
01 SupplierRec.
       02 SupplierId PIC X(5).
       02 SupplierName PIC X(25).
       02 SupplierPhone PIC X(12).

FD SuppPriceFile.
*> The supplier's price list in our own column shape.
01 SuppPriceRec.
       02 SpProdCode PIC X(5).
       02 FILLER PIC X.
       02 SpSize PIC X.
       02 FILLER PIC X.
       02 SpNewCost PIC 9(3)V99.

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD CostTolFile.
01 CostTolRec.
       02 TolPct PIC 99V99.

FD CostHoldFile.
01 CostHoldRec.
       02 ChProdCode PIC X(5).
       02 FILLER PIC X.
       02 ChSize PIC X.
       02 FILLER PIC X.
       02 ChOldCost PIC 9(3)V99.
       02 FILLER PIC X.
       02 ChNewCost PIC 9(3)V99.
       02 FILLER PIC X.
       02 ChEffDate PIC 9(8).
       02 FILLER PIC X.
       02 ChSupplierId PIC X(5).
       02 FILLER PIC X.
       02 ChPrice PIC 9(3)V99.

FD CostPendFile.
*> costeff.cob reads this layout back.
01 CostPendRec.
       02 CpProdCode PIC X(5).
       02 FILLER PIC X.
       02 CpSize PIC X.
       02 FILLER PIC X.
       02 CpNewCost PIC 9(3)V99.
       02 FILLER PIC X.
       02 CpEffDate PIC 9(8).
       02 FILLER PIC X.
       02 CpSupplierId PIC X(5).
       02 FILLER PIC X.
       02 CpApprover PIC X(8).

FD ChangeReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 OrderFileStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 SuppPriceStatus PIC XX.
01 ProdCostStatus PIC XX.
01 CostTolStatus PIC XX.
01 CostHoldStatus PIC XX.
01 CostPendStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 Tolerance PIC 99V99 VALUE 0.
01 TolOnFile PIC X VALUE 'N'.
01 TodayDate PIC 9(8).
01 ImportSupplier PIC X(5).
01 ImportEffDate PIC 9(8).
01 ProdExits PIC X.
01 SizeIdx PIC 99.
01 SizeFound PIC X.
01 OldCost PIC 9(3)V99.
01 SellPrice PIC 9(3)V99.
01 MovePct PIC 9(3)V99.
01 OldMarginPct PIC S9(3)V9.
01 NewMarginPct PIC S9(3)V9.
01 LineStatus PIC X(8).
01 ApprovedCount PIC 9(3) VALUE 0.
01 HeldCount PIC 9(3) VALUE 0.
01 NotStockedCount PIC 9(3) VALUE 0.
01 CostTable.
       02 CostEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CostCount.
           03 TblCostProd PIC X(5).
           03 TblCostSize PIC X.
           03 TblCostAmt PIC 9(3)V99.
01 CostCount PIC 9(3) VALUE 0.
01 CostIdx PIC 9(3).
01 CostFound PIC X.
*> Lines for products or sizes we do not carry, printed after the
*> changes.
01 NotStockedTable.
       02 NotStockedEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON NsCount.
           03 TblNsProd PIC X(5).
           03 TblNsSize PIC X.
           03 TblNsCost PIC 9(3)V99.
           03 TblNsWhy PIC X(20).
01 NsCount PIC 9(3) VALUE 0.
01 NsIdx PIC 9(3).
01 NsReason PIC X(20).
*> Held changes in memory while the review rewrites the file.
01 HoldTable.
       02 HoldEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON HoldCount.
           03 TblHoldRec PIC X(45).
           03 TblHoldKeep PIC X.
01 HoldCount PIC 9(3) VALUE 0.
01 HoldIdx PIC 9(3).
01 HoldOverflow PIC X.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 HeadingLine.
       02 FILLER PIC X(19) VALUE "PROD  SZ NAME".
       02 FILLER PIC X(20) VALUE "  OLD COST  NEW COST".
       02 FILLER PIC X(10) VALUE "  CHANGE %".
       02 FILLER PIC X(10) VALUE "    PRICE".
       02 FILLER PIC X(20) VALUE "  OLD MGN%  NEW MGN%".
       02 FILLER PIC X(10) VALUE "  STATUS".
01 ChangeLine.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC X.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnProdName PIC X(10).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnOldCost PIC ZZ9.99.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnNewCost PIC ZZ9.99.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnMoveSign PIC X.
       02 PrnMovePct PIC ZZ9.99.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnPrice PIC ZZ9.99.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnOldMargin PIC -ZZ9.9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnNewMargin PIC -ZZ9.9.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnStatus PIC X(8).
01 NotStockedLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnNsProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnNsSize PIC X.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnNsCost PIC ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnNsWhy PIC X(20).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "priceimp", OperatorName.
       CALL 'SESSLOG' USING "START", "priceimp", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "SUPPLIER PRICE-LIST IMPORT"
           DISPLAY "1: Import a Supplier Price File"
           DISPLAY "2: Review Held Cost Changes"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ImportPriceFile THRU ImportPriceFile-Exit
               WHEN 2 PERFORM ReviewHeldCosts
                   THRU ReviewHeldCosts-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "priceimp", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ImportPriceFile.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Not authorized"
           GO TO ImportPriceFile-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM ReadTolerance.
       IF TolOnFile = 'N'
           PERFORM KeyTolerance
       END-IF.
       DISPLAY "Supplier Id the price file is from: "
           WITH NO ADVANCING.
       ACCEPT ImportSupplier.
       MOVE ImportSupplier TO SupplierId.
       OPEN INPUT SupplierFile.
       IF SupplierFileStatus = "35"
           DISPLAY "No supplier.dat on file - nothing imported"
           GO TO ImportPriceFile-Exit
       END-IF.
       READ SupplierFile
           INVALID KEY MOVE SPACES TO SupplierName
       END-READ.
       CLOSE SupplierFile.
       IF SupplierName = SPACES
           DISPLAY "Supplier " ImportSupplier " not on file - nothing"
               " imported"
           GO TO ImportPriceFile-Exit
       END-IF.
       DISPLAY "Effective date of the new costs (YYYYMMDD, 0 for"
           " today): " WITH NO ADVANCING.
       ACCEPT ImportEffDate.
       IF ImportEffDate = ZERO
           MOVE TodayDate TO ImportEffDate
       END-IF.
       OPEN INPUT OrderFile.
       IF OrderFileStatus = "35"
           DISPLAY "No order.dat on file - nothing to compare against"
           GO TO ImportPriceFile-Exit
       END-IF.
       PERFORM LoadCostTable.
       MOVE 0 TO ApprovedCount.
       MOVE 0 TO HeldCount.
       MOVE 0 TO NotStockedCount.
       MOVE 0 TO NsCount.
       MOVE 0 TO LineCount.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "PriceChg" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT ChangeReport.
       MOVE SPACES TO PrintLine.
       STRING "SUPPLIER COST CHANGES FROM " ImportSupplier " "
           SupplierName " EFFECTIVE " ImportEffDate
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       STRING "Margins at today's selling price; tolerance "
           Tolerance "%" DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       WRITE PrintLine FROM HeadingLine AFTER ADVANCING 2 LINES.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SuppPriceFile.
       IF SuppPriceStatus = "35"
           DISPLAY "No supprice.dat on file - nothing imported"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ConsiderOnePriceLine UNTIL WSEOF = 'Y'.
       IF SuppPriceStatus NOT = "35"
           CLOSE SuppPriceFile
       END-IF.
       CLOSE OrderFile.
       MOVE "Lines for products or sizes we do not stock:"
           TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       IF NsCount = 0
           MOVE "    (none)" TO PrintLine
           WRITE PrintLine
       END-IF.
       PERFORM PrintOneNotStocked
           VARYING NsIdx FROM 1 BY 1 UNTIL NsIdx > NsCount.
       MOVE SPACES TO PrintLine.
       STRING "Approved " ApprovedCount "  held for review "
           HeldCount "  not stocked " NotStockedCount
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE ChangeReport.
       MOVE "PriceChg" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Import complete: " ApprovedCount " approved, "
           HeldCount " held, " NotStockedCount " not stocked".
       DISPLAY "Change report written to " ReportFileName.
       IF ApprovedCount > 0
           CALL 'costeff'
           CANCEL 'costeff'
       END-IF.
ImportPriceFile-Exit.
       EXIT.

ConsiderOnePriceLine.
       READ SuppPriceFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END PERFORM ClassifyOnePriceLine
       END-READ.

*> A product or size we do not carry is set aside; a cost moving
*> more than the tolerance from the one on file is held; the rest
*> are approved for the effective date.
ClassifyOnePriceLine.
       MOVE SpProdCode TO FileProdCode.
       MOVE 'Y' TO ProdExits.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           MOVE "not on order.dat" TO NsReason
           PERFORM SetAsideNotStocked
       ELSE
           MOVE 'N' TO SizeFound
           PERFORM FindPriceSize
               VARYING SizeIdx FROM 1 BY 1
               UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount
           IF SizeFound = 'N'
               MOVE "size not carried" TO NsReason
               PERFORM SetAsideNotStocked
           ELSE
               SUBTRACT 1 FROM SizeIdx
               PERFORM PriceOneStockedLine
           END-IF
       END-IF.

FindPriceSize.
       IF FileSizeType(SizeIdx) = SpSize
           MOVE 'Y' TO SizeFound
       END-IF.

SetAsideNotStocked.
       ADD 1 TO NotStockedCount.
       IF NsCount < 100
           ADD 1 TO NsCount
           MOVE SpProdCode TO TblNsProd(NsCount)
           MOVE SpSize TO TblNsSize(NsCount)
           MOVE SpNewCost TO TblNsCost(NsCount)
           MOVE NsReason TO TblNsWhy(NsCount)
       END-IF.

PriceOneStockedLine.
       MOVE 0 TO OldCost.
       MOVE 'N' TO CostFound.
       MOVE 0 TO CostIdx.
       PERFORM ScanCostRow UNTIL CostFound = 'Y' OR CostIdx >= CostCount.
       IF CostFound = 'Y'
           MOVE TblCostAmt(CostIdx) TO OldCost
       END-IF.
       MOVE FileProdPrice(SizeIdx) TO SellPrice.
       MOVE SPACE TO PrnMoveSign.
       IF OldCost > ZERO
           IF SpNewCost >= OldCost
               COMPUTE MovePct ROUNDED =
                   (SpNewCost - OldCost) * 100 / OldCost
                   ON SIZE ERROR MOVE 999.99 TO MovePct
               END-COMPUTE
               MOVE '+' TO PrnMoveSign
           ELSE
               COMPUTE MovePct ROUNDED =
                   (OldCost - SpNewCost) * 100 / OldCost
               MOVE '-' TO PrnMoveSign
           END-IF
       ELSE
           MOVE 0 TO MovePct
       END-IF.
       IF SellPrice > ZERO
           COMPUTE OldMarginPct ROUNDED =
               (SellPrice - OldCost) * 100 / SellPrice
               ON SIZE ERROR MOVE -999.9 TO OldMarginPct
           END-COMPUTE
           COMPUTE NewMarginPct ROUNDED =
               (SellPrice - SpNewCost) * 100 / SellPrice
               ON SIZE ERROR MOVE -999.9 TO NewMarginPct
           END-COMPUTE
       ELSE
           MOVE 0 TO OldMarginPct
           MOVE 0 TO NewMarginPct
       END-IF.
       IF SpNewCost = OldCost
           MOVE "NO CHNG" TO LineStatus
       ELSE
           IF Tolerance > ZERO AND MovePct > Tolerance
               MOVE "HELD" TO LineStatus
               ADD 1 TO HeldCount
               PERFORM HoldOneCost
           ELSE
               MOVE "APPROVED" TO LineStatus
               ADD 1 TO ApprovedCount
               MOVE SpProdCode TO CpProdCode
               MOVE SpSize TO CpSize
               MOVE SpNewCost TO CpNewCost
               MOVE ImportEffDate TO CpEffDate
               MOVE AuthOperId TO CpApprover
               PERFORM WritePendingCost
           END-IF
       END-IF.
       MOVE SpProdCode TO PrnProdCode.
       MOVE SpSize TO PrnSize.
       MOVE FileProdName TO PrnProdName.
       MOVE OldCost TO PrnOldCost.
       MOVE SpNewCost TO PrnNewCost.
       MOVE MovePct TO PrnMovePct.
       MOVE SellPrice TO PrnPrice.
       MOVE OldMarginPct TO PrnOldMargin.
       MOVE NewMarginPct TO PrnNewMargin.
       MOVE LineStatus TO PrnStatus.
       WRITE PrintLine FROM ChangeLine.
       ADD 1 TO LineCount.

ScanCostRow.
       ADD 1 TO CostIdx.
       IF TblCostProd(CostIdx) = SpProdCode
               AND TblCostSize(CostIdx) = SpSize
           MOVE 'Y' TO CostFound
       END-IF.

PrintOneNotStocked.
       MOVE TblNsProd(NsIdx) TO PrnNsProd.
       MOVE TblNsSize(NsIdx) TO PrnNsSize.
       MOVE TblNsCost(NsIdx) TO PrnNsCost.
       MOVE TblNsWhy(NsIdx) TO PrnNsWhy.
       WRITE PrintLine FROM NotStockedLine.
       ADD 1 TO LineCount.

HoldOneCost.
       OPEN EXTEND CostHoldFile.
       IF CostHoldStatus = "35"
           OPEN OUTPUT CostHoldFile
           CLOSE CostHoldFile
           OPEN EXTEND CostHoldFile
       END-IF.
       MOVE SPACES TO CostHoldRec.
       MOVE SpProdCode TO ChProdCode.
       MOVE SpSize TO ChSize.
       MOVE OldCost TO ChOldCost.
       MOVE SpNewCost TO ChNewCost.
       MOVE ImportEffDate TO ChEffDate.
       MOVE ImportSupplier TO ChSupplierId.
       MOVE SellPrice TO ChPrice.
       WRITE CostHoldRec.
       CLOSE CostHoldFile.

*> CostPendRec is filled by the caller; the supplier goes on here.
WritePendingCost.
       MOVE ImportSupplier TO CpSupplierId.
       OPEN EXTEND CostPendFile.
       IF CostPendStatus = "35"
           OPEN OUTPUT CostPendFile
           CLOSE CostPendFile
           OPEN EXTEND CostPendFile
       END-IF.
       WRITE CostPendRec.
       CLOSE CostPendFile.

*> The supervisor walks the held changes one by one; a confirmed
*> change is approved for its effective date, a refused one is
*> dropped and the old cost stands.
ReviewHeldCosts.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Not authorized - level 3 required"
           GO TO ReviewHeldCosts-Exit
       END-IF.
       PERFORM LoadHoldTable.
       IF HoldOverflow = 'Y'
           DISPLAY "costhold.dat holds more than 300 changes - review"
               " refused so none are lost"
           GO TO ReviewHeldCosts-Exit
       END-IF.
       IF HoldCount = 0
           DISPLAY "No held cost changes to review"
           GO TO ReviewHeldCosts-Exit
       END-IF.
       MOVE 0 TO ApprovedCount.
       PERFORM ReviewOneHeldCost
           VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount.
       PERFORM RewriteHoldFile.
       IF ApprovedCount > 0
           CALL 'costeff'
           CANCEL 'costeff'
       END-IF.
ReviewHeldCosts-Exit.
       EXIT.

ReviewOneHeldCost.
       MOVE TblHoldRec(HoldIdx) TO CostHoldRec.
       DISPLAY ChProdCode " " ChSize " from " ChSupplierId
           " cost " ChOldCost " -> " ChNewCost " (sells at " ChPrice
           ") effective " ChEffDate.
       DISPLAY "Approve? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
           MOVE ChProdCode TO CpProdCode
           MOVE ChSize TO CpSize
           MOVE ChNewCost TO CpNewCost
           MOVE ChEffDate TO CpEffDate
           MOVE AuthOperId TO CpApprover
           MOVE ChSupplierId TO ImportSupplier
           PERFORM WritePendingCost
           ADD 1 TO ApprovedCount
           DISPLAY "Approved"
       ELSE
           DISPLAY "Dropped"
       END-IF.
       MOVE 'N' TO TblHoldKeep(HoldIdx).

ReadTolerance.
       OPEN INPUT CostTolFile.
       IF CostTolStatus = "35"
           CONTINUE
       ELSE
           READ CostTolFile
               AT END CONTINUE
               NOT AT END
                   MOVE TolPct TO Tolerance
                   MOVE 'Y' TO TolOnFile
           END-READ
           CLOSE CostTolFile
       END-IF.

KeyTolerance.
       DISPLAY "No costtol.dat control on file - keying one".
       DISPLAY "Cost movement tolerance % (e.g. 10.00): "
           WITH NO ADVANCING.
       ACCEPT Tolerance.
       OPEN OUTPUT CostTolFile.
       MOVE Tolerance TO TolPct.
       WRITE CostTolRec.
       CLOSE CostTolFile.
       MOVE 'Y' TO TolOnFile.

LoadCostTable.
       MOVE 0 TO CostCount.
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

LoadHoldTable.
       MOVE 0 TO HoldCount.
       MOVE 'N' TO HoldOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CostHoldFile.
       IF CostHoldStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneHoldRec UNTIL WSEOF = 'Y'.
       IF CostHoldStatus NOT = "35"
           CLOSE CostHoldFile
       END-IF.

LoadOneHoldRec.
       READ CostHoldFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF HoldCount < 300
                   ADD 1 TO HoldCount
                   MOVE CostHoldRec TO TblHoldRec(HoldCount)
                   MOVE 'Y' TO TblHoldKeep(HoldCount)
               ELSE
                   MOVE 'Y' TO HoldOverflow
               END-IF
       END-READ.

*> Reviewed changes come off the hold file whichever way the
*> decision went.
RewriteHoldFile.
       OPEN OUTPUT CostHoldFile.
       PERFORM RewriteOneHoldRec
           VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount.
       CLOSE CostHoldFile.

RewriteOneHoldRec.
       IF TblHoldKeep(HoldIdx) = 'Y'
           MOVE TblHoldRec(HoldIdx) TO CostHoldRec
           WRITE CostHoldRec
       END-IF.
