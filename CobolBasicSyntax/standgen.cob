*> reported on StandGen.rpt rather than silently skipped, and
*> every due order's next-run date is advanced by its frequency
*> so tomorrow's run does not retry today's failures blindly.
*> A standing order coming due within the week has its stock held
*> through ALLOC, so order entry cannot sell it to someone else in
*> the meantime; the hold is given back as the order is raised,
*> and stock is measured as free to sell rather than on hand.
*> Each order carries the delivery charge FREIGHT prices for the
*> customer's city and the shipment's weight, as an invoice line
*> of its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvCtlStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           03 MEmailAddr  PIC X(30).
       02 MCreditLimit PIC 9(5)V99.
       02 MCurrencyCode PIC X(3).
       02 MTermsCode PIC X(4).
       02 MParentId PIC 9(5).
       02 MConsentPost PIC X.
       02 MConsentPostDate PIC 9(8).
       02 MConsentEmail PIC X.
       02 MConsentEmailDate PIC 9(8).
       02 MConsentPhone PIC X.
       02 MConsentPhoneDate PIC 9(8).

FD PriceFile.
*> Kept in step with the PriceRec layout pricemnt.cob writes.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes.
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
01 InvMastStatus PIC XX.
01 InvCtlStatus PIC XX.
01 SalesHistStatus PIC XX.
01 SalesLineDone PIC X.
01 WSEOF PIC X.
01 CustFound PIC X.
01 ProdExits PIC X.
01 TaxIdx PIC 99.
01 OrderTaxRate PIC 9V9(4).
01 OrderTaxAmt PIC 9(5)V99.
*> TAXEXCHK's answer for the customer: Y exempt, E certificate
*> expired, N none; the certificate number goes on the invoice.
01 TaxExempt PIC X.
01 TaxCertNum PIC X(15).
*> Credit-check working fields, the order-entry way - one pass
*> over the open items OITEM keeps.
01 OpenItemStatus PIC XX.
01 CostLookProd PIC X(5).
01 CostLookSize PIC X.
01 FoundUnitCost PIC 9(3)V99.
*> A sales line split across the lots LOTS draws it from.
01 LotNum PIC X(10).
01 LotExpiry PIC 9(8).
01 LotQty PIC 9(5).
01 LotQtyLeft PIC 9(5).
01 LotLineQty PIC 9(5).
01 LotLineRev PIC 9(5)V99.
01 LotRevLeft PIC 9(5)V99.
*> Before/after images for the order.dat journal JRNL keeps.
01 JrnBefore PIC X(202).
01 JrnAfter PIC X(202).
01 OitDate PIC 9(8).
01 OitType PIC X.
01 OitAmount PIC S9(7)V99.
*> Arguments for the ALLOC stock-allocation call; a standing order
*> holds its stock under "S" and its number.
01 AllocSource.
       02 AllocSrcType PIC X.
       02 AllocSrcNum PIC 9(4).
       02 FILLER PIC X(3).
01 AllocProd PIC X(5).
01 AllocSize PIC X.
01 AllocQty PIC 9(4).
01 AllocatedQty PIC 9(5).
01 FreeQty PIC S9(5).
*> Arguments for FREIGHT and the delivery charge on the order.
01 DeliveryCharge PIC 9(3)V99 VALUE 0.
01 DeliveryTaxable PIC X VALUE 'N'.
01 ShipWeight PIC 9(5)V99.
01 UnitWeight PIC 9(5)V99.
01 FreightProd PIC X(5).
01 FreightSize PIC X.
01 FreightCity PIC 99.
01 FreightValue PIC 9(7)V99.
01 DeliveryLineNum PIC 99.
*> Orders due on or before this date have their stock held - a
*> week ahead on the 30-day-month arithmetic AdvanceNextRun uses.
01 HoldUntilDate.
       02 HuYear PIC 9(4).
       02 HuMonth PIC 99.
       02 HuDay PIC 99.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "standgen", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE TodayDate TO HoldUntilDate.
       ADD 7 TO HuDay.
       IF HuDay > 30
           SUBTRACT 30 FROM HuDay
           ADD 1 TO HuMonth
       END-IF.
       IF HuMonth > 12
           MOVE 1 TO HuMonth
           ADD 1 TO HuYear
       END-IF.
       PERFORM LoadStandingOrders.
       IF SoHeadCount = 0
           DISPLAY "No standing orders on file - nothing to generate"
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE GenReport.
       PERFORM RewriteStandingOrders.
       PERFORM RefreshOneHold
           VARYING SoHeadIdx FROM 1 BY 1
           UNTIL SoHeadIdx > SoHeadCount.
       DISPLAY "Standing orders: " GeneratedCount " generated, "
           FailedCount " failed (see StandGen.rpt)".
       CALL 'SESSLOG' USING "END  ", "standgen", SPACES.
       END-IF.

GenerateOneOrder.
       MOVE 'S' TO AllocSrcType.
       MOVE TblSoNum(SoHeadIdx) TO AllocSrcNum.
       CALL 'ALLOC' USING "REL ", AllocSource, AllocProd, AllocSize,
           AllocQty, AllocatedQty.
       MOVE 'Y' TO GenOK.
       MOVE SPACES TO FailReason.
       MOVE 0 TO GenLineCount.
           PERFORM ReportOneFailure
           GO TO GenerateOneOrder-Exit
       END-IF.
       PERFORM ComputeGenDelivery.
       PERFORM CheckGenCredit.
       IF GenOK = 'N'
           CLOSE OrderFile
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       IF TaxExempt = 'E'
           MOVE SPACES TO PrintLine
           STRING "   WARNING: exemption certificate " TaxCertNum
               DELIMITED BY SIZE
               " has expired - tax charged" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine
       END-IF.
GenerateOneOrder-Exit.
       EXIT.

*> Added before the credit check, the way order entry does it.
ComputeGenDelivery.
       MOVE 0 TO DeliveryCharge.
       MOVE 'N' TO DeliveryTaxable.
       MOVE 0 TO ShipWeight.
       PERFORM WeighOneGenLine
           VARYING GlIdx FROM 1 BY 1 UNTIL GlIdx > GenLineCount.
       MOVE MCityCode TO FreightCity.
       MOVE OrderTotal TO FreightValue.
       CALL 'FREIGHT' USING "CHRG", FreightCity, FreightProd,
           FreightSize, ShipWeight, FreightValue, DeliveryCharge,
           DeliveryTaxable.
       ADD DeliveryCharge TO OrderTotal.

WeighOneGenLine.
       MOVE TblGlProd(GlIdx) TO FreightProd.
       MOVE TblGlSize(GlIdx) TO FreightSize.
       CALL 'FREIGHT' USING "WGHT", FreightCity, FreightProd,
           FreightSize, UnitWeight, FreightValue, DeliveryCharge,
           DeliveryTaxable.
       COMPUTE ShipWeight = ShipWeight + UnitWeight * TblGlQty(GlIdx).

ReportOneFailure.
       ADD 1 TO FailedCount.
       MOVE SPACES TO PrintLine.
CheckOneGenSize.
       IF FileSizeType(SizeIdx) = TblSlSize(SoLineIdx)
           MOVE 'Y' TO SizeFound
           MOVE TblSlProd(SoLineIdx) TO AllocProd
           MOVE TblSlSize(SoLineIdx) TO AllocSize
           CALL 'ALLOC' USING "QRY ", AllocSource, AllocProd,
               AllocSize, AllocQty, AllocatedQty
           COMPUTE FreeQty = FileQtyOnHand(SizeIdx) - AllocatedQty
           IF FreeQty < TblSlQty(SoLineIdx)
               MOVE 'N' TO GenOK
               MOVE "not enough stock free to sell" TO FailReason
           ELSE
               PERFORM PriceOneGenLine
           END-IF
           END-REWRITE
       END-IF.

*> A customer holding an exemption certificate in force is not
*> taxed; an expired one is taxed and called out on the report.
ComputeGenTax.
       MOVE 0 TO OrderTaxRate.
       MOVE 0 TO OrderTaxAmt.
       CALL 'TAXEXCHK' USING TblSoCust(SoHeadIdx), TodayDate,
           TaxExempt, TaxCertNum.
       IF TaxExempt NOT = 'Y'
           PERFORM FindGenTaxRate
               VARYING TaxIdx FROM 1 BY 1 UNTIL TaxIdx > CityTaxCount
       END-IF.
       IF OrderTaxRate > ZERO
           IF DeliveryTaxable = 'Y'
               COMPUTE OrderTaxAmt ROUNDED = OrderTotal * OrderTaxRate
           ELSE
               COMPUTE OrderTaxAmt ROUNDED =
                   (OrderTotal - DeliveryCharge) * OrderTaxRate
           END-IF
       END-IF.

FindGenTaxRate.
       WRITE InvoiceLine.
       PERFORM WriteOneGenInvLine
           VARYING GlIdx FROM 1 BY 1 UNTIL GlIdx > GenLineCount.
       IF DeliveryCharge > ZERO
           MOVE SPACES TO InvoiceLine
           IF DeliveryTaxable = 'Y'
               STRING "  Delivery " ShipWeight DELIMITED BY SIZE
                   " kg: $" DeliveryCharge DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
           ELSE
               STRING "  Delivery " ShipWeight DELIMITED BY SIZE
                   " kg: $" DeliveryCharge DELIMITED BY SIZE
                   " (not taxed)" DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
           END-IF
           WRITE InvoiceLine
       END-IF.
       IF OrderTaxAmt > ZERO
           MOVE SPACES TO InvoiceLine
           STRING "  Sales tax: $" OrderTaxAmt DELIMITED BY SIZE
           END-STRING
           WRITE InvoiceLine
       END-IF.
       IF TaxExempt = 'Y'
           MOVE SPACES TO InvoiceLine
           STRING "  Tax exempt: certificate " TaxCertNum
               DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
       END-IF.
       MOVE SPACES TO InvoiceLine.
       STRING "  Order total: $" OrderTotal DELIMITED BY SIZE
           INTO InvoiceLine
       END-WRITE.
       PERFORM WriteOneGenMastLine
           VARYING GlIdx FROM 1 BY 1 UNTIL GlIdx > GenLineCount.
       IF DeliveryCharge > ZERO
           PERFORM WriteGenDeliveryLine
       END-IF.
       CLOSE InvoiceMaster.
       MOVE ThisInvoiceNum TO OitDoc.
       MOVE TblSoCust(SoHeadIdx) TO OitCust.
           INVALID KEY CONTINUE
       END-WRITE.

*> The delivery follows the goods as the invoice's last line, under
*> the DELIV code glpost credits to delivery income.
WriteGenDeliveryLine.
       MOVE ThisInvoiceNum TO InvoiceNum.
       COMPUTE DeliveryLineNum = GenLineCount + 1.
       MOVE DeliveryLineNum TO InvLineNum.
       MOVE SPACES TO InvBody.
       MOVE "DELIV" TO InvLProdCode.
       MOVE "DELIVERY" TO InvLProdName.
       MOVE 1 TO InvLQty.
       MOVE DeliveryCharge TO InvLPrice.
       MOVE DeliveryCharge TO InvLExtPrice.
       WRITE InvMastRec
           INVALID KEY CONTINUE
       END-WRITE.

WriteGenSalesHist.
       OPEN I-O SalesHistFile.
       IF SalesHistStatus = "35"
           OPEN OUTPUT SalesHistFile
           CLOSE SalesHistFile
           OPEN I-O SalesHistFile
       END-IF.
       PERFORM WriteOneGenSalesLine
           VARYING GlIdx FROM 1 BY 1 UNTIL GlIdx > GenLineCount.
       MOVE TblGlSize(GlIdx) TO CostLookSize.
       PERFORM FindUnitCost.
       MOVE FoundUnitCost TO SalesUnitCost.
       MOVE ThisInvoiceNum TO SalesInvNum.
       PERFORM WriteLotSalesLines.

*> One history line per lot the goods came from, oldest lot
*> first, with the line value shared by quantity so the lines
*> still add up to what was charged; goods with no lot left to
*> draw on go out on a line with the lot blank.
WriteLotSalesLines.
       MOVE SalesQty TO LotQtyLeft.
       MOVE SalesQty TO LotLineQty.
       MOVE SalesExtPrice TO LotLineRev.
       MOVE SalesExtPrice TO LotRevLeft.
       IF LotQtyLeft = ZERO
           MOVE SPACES TO SalesLotNum
           PERFORM PutSalesLine
       END-IF.
       PERFORM WriteOneLotSalesLine UNTIL LotQtyLeft = ZERO.

WriteOneLotSalesLine.
       MOVE LotQtyLeft TO LotQty.
       CALL 'LOTS' USING "DRAW", SalesProdCode, SalesSizeType, LotNum,
           LotExpiry, LotQty.
       IF LotQty = ZERO
           MOVE LotQtyLeft TO LotQty
           MOVE SPACES TO LotNum
       END-IF.
       IF LotQty = LotQtyLeft
           MOVE LotRevLeft TO SalesExtPrice
       ELSE
           COMPUTE SalesExtPrice ROUNDED = LotLineRev * LotQty
               / LotLineQty
       END-IF.
       MOVE LotQty TO SalesQty.
       MOVE LotNum TO SalesLotNum.
       PERFORM PutSalesLine.
       SUBTRACT LotQty FROM LotQtyLeft.
       SUBTRACT SalesExtPrice FROM LotRevLeft.

*> The history is keyed by product, size and date; the sequence
*> number on the key tells apart the lines of one product and size
*> sold the same day, so each line takes the next free one.
PutSalesLine.
       MOVE SalesDate TO SalesCustDate.
       MOVE 0 TO SalesSeq.
       MOVE 'N' TO SalesLineDone.
       PERFORM TryOneSalesSeq UNTIL SalesLineDone = 'Y'.

TryOneSalesSeq.
       ADD 1 TO SalesSeq.
       WRITE SalesHistRec
           INVALID KEY CONTINUE
       END-WRITE.
       IF SalesHistStatus NOT = "22" OR SalesSeq = 9999
           MOVE 'Y' TO SalesLineDone
       END-IF.

*> Scans prodcost.dat for the product/size of the line in hand.
FindUnitCost.
       WRITE InvCtlRec.
       CLOSE InvCtlFile.

*> Every order's hold is rebuilt from its lines as they now stand,
*> so one suspended or changed since last night holds nothing
*> stale; only an active order due within the week holds stock.
RefreshOneHold.
       MOVE 'S' TO AllocSrcType.
       MOVE TblSoNum(SoHeadIdx) TO AllocSrcNum.
       CALL 'ALLOC' USING "REL ", AllocSource, AllocProd, AllocSize,
           AllocQty, AllocatedQty.
       IF TblSoStatus(SoHeadIdx) = 'A'
               AND TblSoNext(SoHeadIdx) <= HoldUntilDate
           PERFORM HoldOneSoLine
               VARYING SoLineIdx FROM 1 BY 1
               UNTIL SoLineIdx > SoLineCount
       END-IF.

HoldOneSoLine.
       IF TblSlNum(SoLineIdx) = TblSoNum(SoHeadIdx)
           MOVE TblSlProd(SoLineIdx) TO AllocProd
           MOVE TblSlSize(SoLineIdx) TO AllocSize
           MOVE TblSlQty(SoLineIdx) TO AllocQty
           CALL 'ALLOC' USING "HOLD", AllocSource, AllocProd,
               AllocSize, AllocQty, AllocatedQty
       END-IF.

*> Weekly adds seven days on the 30-day-month arithmetic the aging
*> runs use; monthly moves the month on and keeps the day.
AdvanceNextRun.
