    *> One line per item sold, so salesrpt.cob can answer "how many
    *> large red shirts did we sell last week" without eyeballing
    *> invoice.dat's free-text lines.
    SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SalesKey
        ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
        FILE STATUS IS SalesHistStatus.

    *> Real invoice records keyed by a sequentially assigned invoice
    *> Blank means home currency; otherwise the invoice shows the
    *> total converted at the rate in force from rates.dat.
    02 CurrencyCode PIC X(3).
    *> Payment terms from terms.dat - net days and any early-
    *> settlement discount; blank means the standard net 30.
    02 TermsCode PIC X(4).
    *> Head-office account this branch belongs to; zero when the
    *> customer stands alone. The parent's CreditLimit caps the group.
    02 ParentId PIC 9(5).
    *> Marketing consent per channel - Y agreed, N opted out,
    *> blank never asked - and the date it was given or
    *> withdrawn. Campaign selection mails only a Y.
    02 ConsentPost PIC X.
    02 ConsentPostDate PIC 9(8).
    02 ConsentEmail PIC X.
    02 ConsentEmailDate PIC 9(8).
    02 ConsentPhone PIC X.
    02 ConsentPhoneDate PIC 9(8).

FD InvoiceFile.
01 InvoiceLine PIC X(80).
    02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
    02 FILLER PIC X.
    02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
    02 FILLER PIC X.
    02 OiDueDate PIC 9(8).

FD InvoiceMaster.
01 InvMastRec.
    02 BOStatus PIC X.

FD SalesHistFile.
*> Keyed on product, size, date and a sequence number that tells
*> apart the same product and size sold more than once in a day,
*> so the reports go straight to a date range; the alternate key
*> on customer and date finds one customer's purchases.
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
    *> Unit cost at sale time from prodcost.dat, for the margin
    *> report; zeros when no cost has been set.
    02 SalesUnitCost PIC 9(3)V99.
    *> The lot the goods were drawn from, blank for goods not
    *> received against a lot, and the invoice they went out on.
    02 SalesLotNum PIC X(10).
    02 SalesInvNum PIC 9(6).

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 SelCount PIC 9 VALUE 0.
01 SelProdName PIC X(10).
01 SelSizeType PIC A.
*> What was keyed or scanned at the product prompt, and what
*> BARCODE made of it.
01 ScanEntry PIC X(13).
01 ScanProdCode PIC X(5).
01 ScanSize PIC X.
01 ScanFound PIC X.
01 ScanIdx PIC 99.
01 InvCustFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 InvCustFound PIC X VALUE 'N'.
01 InvoiceItemCount PIC 9 VALUE 0.
01 SelQty PIC 9(3).
01 SalesHistStatus PIC XX.
01 SalesLineDone PIC X.
01 SalesHistDate PIC 9(8).
01 InvMastStatus PIC XX.
01 InvCtlStatus PIC XX.
01 TaxIdx PIC 99.
01 OrderTaxRate PIC 9V9(4).
01 OrderTaxAmt PIC 9(5)V99.
*> TAXEXCHK's answer for the customer: Y exempt, E certificate
*> expired, N none; the certificate number goes on the invoice.
01 TaxExempt PIC X.
01 TaxCertNum PIC X(15).
01 TaxAsOfDate PIC 9(8).
*> Currency handling for export customers: the best rate per code
*> (latest effective date not in the future) from rates.dat, and
*> the converted total for the invoice in hand.
01 BackOrderStatus PIC XX.
01 BackOrderAnswer PIC X.
01 BackOrderDate PIC 9(8).
*> Free to sell: on hand less what ALLOC says is already promised
*> to accepted quotes, standing orders about to run and the
*> back-order queue.
01 AllocSource PIC X(8) VALUE SPACES.
01 AllocQty PIC 9(4).
01 AllocatedQty PIC 9(5).
01 FreeQty PIC S9(5).
01 FreeShow PIC -(4)9.
01 AllocProd PIC X(5).
01 AllocSize PIC X.
*> Delivery charge for the order in hand: FREIGHT weighs each line
*> from prodweight.dat and prices the shipment from the freight.dat
*> bands for the customer's city. It goes on the invoice as a line
*> of its own under the DELIV code glpost credits to delivery
*> income.
01 DeliveryCharge PIC 9(3)V99 VALUE 0.
01 DeliveryTaxable PIC X VALUE 'N'.
01 ShipWeight PIC 9(5)V99.
01 UnitWeight PIC 9(5)V99.
01 FreightProd PIC X(5).
01 FreightSize PIC X.
01 FreightCity PIC 99.
01 FreightValue PIC 9(7)V99.
01 DeliveryLineNum PIC 99.
01 PriceIdx PIC 9(3).
01 UnitPrice PIC 9(3)V99.
01 BestPriceEff PIC 9(8).
01 GcAmountDue PIC 9(5)V99.
01 GcApplied PIC X VALUE 'N'.
01 GcFound PIC X.
*> Loyalty points redeemed as a discount on the order in hand; the
*> points come off the customer's balance once the invoice has
*> its number.
01 LoyCustId PIC 9(5).
01 LoyPoints PIC 9(7) VALUE 0.
01 LoyDocNum PIC 9(6).
01 LoyBalance PIC 9(7).
01 LoyPointValue PIC 9V9999.
01 LoyMaxPoints PIC 9(7).
01 LoyGoodsValue PIC 9(5)V99.
01 LoyBalanceValue PIC 9(8)V99.
01 LoyDiscAmt PIC 9(5)V99 VALUE 0.
01 LoyApplied PIC X VALUE 'N'.
*> Unit-cost lookup for the sales history line in hand.
01 ProdCostStatus PIC XX.
01 CostEOF PIC X.
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
*> Sale-time location take and the in-memory copy of stockloc.dat
*> while its row is drawn down.
01 StockLocStatus PIC XX.
01 CreditOpenBal PIC S9(7)V99.
01 CreditOK PIC X.
01 SupervisorAnswer PIC X.
*> Group exposure: a branch's order is also tested, with every other
*> branch's open items and the parent's own, against the limit held
*> on the parent account, so borrowing spread across the branches
*> still meets one limit.
01 GroupParentId PIC 9(5).
01 GroupLimit PIC 9(5)V99.
01 GroupOpenBal PIC S9(7)V99.
01 OrderCustId PIC 9(5).
01 GroupEOF PIC X.
01 GroupTable.
    02 GroupMember OCCURS 0 TO 50 TIMES
            DEPENDING ON GroupCount.
        03 TblGrpCust PIC 9(5).
01 GroupCount PIC 99 VALUE 0.
01 GrpIdx PIC 99.
01 GroupMatched PIC X.
*> In-use lock handling through FILELOCK, so a second operator is
*> told who already has the file instead of silently corrupting it.
01 LockResult PIC X.
    ACCEPT NumSelections.
    MOVE 0 TO OrderTotal.
    MOVE 0 TO InvoiceItemCount.
    MOVE 0 TO DeliveryCharge.
    MOVE 'N' TO DeliveryTaxable.
    PERFORM SelectOneItem VARYING SelCount FROM 1 BY 1 UNTIL SelCount > NumSelections.
    DISPLAY "Order total: $" OrderTotal.
    PERFORM AskPromotionCode.
    IF PromoApplied = 'Y'
        DISPLAY "Order total after promotion: $" OrderTotal
    END-IF.
    PERFORM ComputeDeliveryCharge.
    PERFORM CheckCreditLimit.
    IF CreditOK = 'Y'
        PERFORM WriteInvoice
            VARYING K FROM 1 BY 1 UNTIL K > InvoiceItemCount
        MOVE 0 TO InvoiceItemCount
        MOVE 0 TO OrderTotal
        MOVE 0 TO DeliveryCharge
    END-IF.

*> Priced on the goods after any promotion, so the waiver threshold
*> is tested against what the customer actually pays for them, and
*> added before the credit check so the limit covers the delivery.
ComputeDeliveryCharge.
    IF InvoiceItemCount > 0
        MOVE 'N' TO InvCustFound
        OPEN INPUT CustomerFile
        IF InvCustFileStatus = "35"
            CONTINUE
        ELSE
            READ CustomerFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE 'Y' TO InvCustFound
            END-READ
            CLOSE CustomerFile
        END-IF
        IF InvCustFound = 'Y'
            MOVE 0 TO ShipWeight
            PERFORM WeighOneItem
                VARYING K FROM 1 BY 1 UNTIL K > InvoiceItemCount
            MOVE CityCode TO FreightCity
            MOVE OrderTotal TO FreightValue
            CALL 'FREIGHT' USING "CHRG", FreightCity, FreightProd,
                FreightSize, ShipWeight, FreightValue, DeliveryCharge,
                DeliveryTaxable
            IF DeliveryCharge > ZERO
                ADD DeliveryCharge TO OrderTotal
                DISPLAY "Delivery (" ShipWeight " kg): $" DeliveryCharge
                DISPLAY "Order total with delivery: $" OrderTotal
            END-IF
        END-IF
    END-IF.

*> A kit line carries size K, which FREIGHT weighs by its
*> components.
WeighOneItem.
    MOVE InvItemProdCode(K) TO FreightProd.
    MOVE InvItemSize(K) TO FreightSize.
    CALL 'FREIGHT' USING "WGHT", FreightCity, FreightProd,
        FreightSize, UnitWeight, FreightValue, DeliveryCharge,
        DeliveryTaxable.
    COMPUTE ShipWeight = ShipWeight + UnitWeight * InvItemQty(K).

*> Refuses (or lets a supervisor wave through) an order that would
*> push the customer past the CreditLimit held on the master. A zero
*> limit means none has been set, so those customers pass unchecked.
*> A customer in a parent/branch group is then tested as a group.
CheckCreditLimit.
    MOVE 'Y' TO CreditOK.
    MOVE ZERO TO CreditCustLimit.
    MOVE ZERO TO GroupParentId.
    OPEN INPUT CustomerFile.
    IF InvCustFileStatus = "35"
        CONTINUE
    ELSE
        READ CustomerFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE CreditLimit TO CreditCustLimit
                IF ParentId IS NUMERIC
                    MOVE ParentId TO GroupParentId
                END-IF
        END-READ
        CLOSE CustomerFile
    END-IF.
            END-IF
        END-IF
    END-IF.
    IF CreditOK = 'Y'
        PERFORM CheckGroupLimit
    END-IF.

*> The group is the parent and every account naming it as parent;
*> a customer with no parent is tested as the head of its own
*> group, which is only a group if some branch names it. The
*> parent's limit of zero means the group has none.
CheckGroupLimit.
    MOVE IDNum TO OrderCustId.
    IF GroupParentId = ZERO
        MOVE IDNum TO GroupParentId
    END-IF.
    PERFORM LoadGroupMembers.
    MOVE OrderCustId TO IDNum.
    IF GroupCount > 1 AND GroupLimit > ZERO
        PERFORM SumGroupOpenItems
        IF GroupOpenBal + OrderTotal > GroupLimit
            DISPLAY "GROUP CREDIT LIMIT: group " GroupParentId
                " open balance $" GroupOpenBal
                " plus this order exceeds limit $" GroupLimit
            DISPLAY "Supervisor approval to accept? (Y/N) "
                WITH NO ADVANCING
            ACCEPT SupervisorAnswer
            IF SupervisorAnswer NOT = 'Y' AND SupervisorAnswer NOT = 'y'
                MOVE 'N' TO CreditOK
            END-IF
        END-IF
    END-IF.

LoadGroupMembers.
    MOVE 0 TO GroupCount.
    MOVE ZERO TO GroupLimit.
    OPEN INPUT CustomerFile.
    IF InvCustFileStatus = "35"
        CONTINUE
    ELSE
        MOVE GroupParentId TO IDNum
        READ CustomerFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE CreditLimit TO GroupLimit
                ADD 1 TO GroupCount
                MOVE IDNum TO TblGrpCust(GroupCount)
        END-READ
        MOVE 'N' TO GroupEOF
        MOVE LOW-VALUES TO IDNum
        START CustomerFile KEY IS NOT LESS THAN IDNum
            INVALID KEY MOVE 'Y' TO GroupEOF
        END-START
        PERFORM LoadOneGroupMember UNTIL GroupEOF = 'Y'
        CLOSE CustomerFile
    END-IF.

LoadOneGroupMember.
    READ CustomerFile NEXT RECORD
        AT END MOVE 'Y' TO GroupEOF
        NOT AT END
            IF ParentId IS NUMERIC AND ParentId = GroupParentId
                IF GroupCount < 50
                    ADD 1 TO GroupCount
                    MOVE IDNum TO TblGrpCust(GroupCount)
                ELSE
                    DISPLAY "WARNING: group " GroupParentId
                        " has more than 50 accounts - branch " IDNum
                        " left out of the group check"
                END-IF
            END-IF
    END-READ.

SumGroupOpenItems.
    MOVE ZERO TO GroupOpenBal.
    MOVE 'N' TO CreditEOF.
    OPEN INPUT OpenItemFile.
    IF OpenItemStatus = "35"
        MOVE 'Y' TO CreditEOF
    END-IF.
    PERFORM SumOneGroupItem UNTIL CreditEOF = 'Y'.
    IF OpenItemStatus NOT = "35"
        CLOSE OpenItemFile
    END-IF.

SumOneGroupItem.
    READ OpenItemFile
        AT END MOVE 'Y' TO CreditEOF
        NOT AT END
            MOVE 'N' TO GroupMatched
            PERFORM MatchGroupMember
                VARYING GrpIdx FROM 1 BY 1
                UNTIL GroupMatched = 'Y' OR GrpIdx > GroupCount
            IF GroupMatched = 'Y'
                ADD OiOutstanding TO GroupOpenBal
            END-IF
    END-READ.

MatchGroupMember.
    IF TblGrpCust(GrpIdx) = OiCustId
        MOVE 'Y' TO GroupMatched
    END-IF.

*> One pass over the open items: the outstanding amounts already
*> net documents, credits and payments against each other.
    IF InvCustFound = 'N'
        DISPLAY "Customer Id not found - invoice not recorded"
    ELSE
        PERFORM AskLoyaltyRedeem
        PERFORM ComputeSalesTax
        PERFORM AskGiftCard
        ACCEPT InvDate FROM DATE
        WRITE InvoiceLine
        PERFORM WriteInvoiceLineItem
            VARYING K FROM 1 BY 1 UNTIL K > InvoiceItemCount
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
        END-IF
        IF PromoApplied = 'Y'
            MOVE SPACES TO InvoiceLine
            STRING "  Promotion " EntryPromoCode DELIMITED BY SIZE
            WRITE InvoiceLine
            PERFORM LogPromotionUse
        END-IF
        IF LoyApplied = 'Y'
            MOVE SPACES TO InvoiceLine
            STRING "  Loyalty points " LoyPoints DELIMITED BY SIZE
                ": -$" LoyDiscAmt DELIMITED BY SIZE
                INTO InvoiceLine
            END-STRING
            WRITE InvoiceLine
        END-IF
        IF GcApplied = 'Y'
            MOVE SPACES TO InvoiceLine
            STRING "  Paid by gift card " EntryGcNum
            END-STRING
            WRITE InvoiceLine
        END-IF
        IF TaxExempt = 'Y'
            MOVE SPACES TO InvoiceLine
            STRING "  Tax exempt: certificate " TaxCertNum
                DELIMITED BY SIZE
                INTO InvoiceLine
            END-STRING
            WRITE InvoiceLine
        END-IF
        MOVE SPACES TO InvoiceLine
        STRING "  Order total: $" OrderTotal DELIMITED BY SIZE
            INTO InvoiceLine
    END-WRITE.
    PERFORM WriteInvoiceMasterLine
        VARYING K FROM 1 BY 1 UNTIL K > InvoiceItemCount.
    IF DeliveryCharge > ZERO
        PERFORM WriteDeliveryMasterLine
    END-IF.
    CLOSE InvoiceMaster.
    *> The receivable - total plus tax - lands on the open-items
    *> file the moment the document exists.
    COMPUTE OitAmount = OrderTotal + OrderTaxAmt.
    CALL 'OITEM' USING "DOC", OitDoc, OitCust, OitDate,
        OitType, OitAmount.
    IF LoyApplied = 'Y'
        MOVE IDNum TO LoyCustId
        MOVE ThisInvoiceNum TO LoyDocNum
        CALL 'LOYPTS' USING "REDM", LoyCustId, LoyPoints, LoyDocNum,
            LoyBalance, LoyPointValue
        DISPLAY "Loyalty points left: " LoyBalance
    END-IF.
    *> The card's tender pays the invoice down on the spot.
    IF GcApplied = 'Y'
        MOVE 0 TO OitDoc
        INVALID KEY CONTINUE
    END-WRITE.

*> The delivery follows the goods as the invoice's last line.
WriteDeliveryMasterLine.
    MOVE ThisInvoiceNum TO InvoiceNum.
    COMPUTE DeliveryLineNum = InvoiceItemCount + 1.
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

GetNextInvoiceNum.
    MOVE 0 TO NextInvoiceNum.
    OPEN INPUT InvCtlFile.
*> Appends one history line per item on the order just invoiced.
WriteSalesHistory.
    IF InvoiceItemCount > 0
        OPEN I-O SalesHistFile
        IF SalesHistStatus = "35"
            OPEN OUTPUT SalesHistFile
            CLOSE SalesHistFile
            OPEN I-O SalesHistFile
        END-IF
        ACCEPT SalesHistDate FROM DATE YYYYMMDD
        PERFORM WriteOneSalesLine
    MOVE InvItemSize(K) TO CostLookSize.
    PERFORM FindUnitCost.
    MOVE FoundUnitCost TO SalesUnitCost.
    MOVE ThisInvoiceNum TO SalesInvNum.
    PERFORM WriteLotSalesLines.

*> The sold quantity comes off a named location when locations are
*> in use; a short location is warned about rather than refused -
        MOVE TblKcSize(KcIdx) TO CostLookSize
        PERFORM FindUnitCost
        MOVE FoundUnitCost TO SalesUnitCost
        MOVE ThisInvoiceNum TO SalesInvNum
        PERFORM WriteLotSalesLines
    END-IF.

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

*> Scans prodcost.dat for the product/size; zeros when no cost has
    END-IF.
    WRITE InvoiceLine.

*> A scanned barcode gives the product and size straight off
*> barcode.dat; anything else is taken as a typed product name.
SelectOneItem.
    DISPLAY "Product name or barcode: " WITH NO ADVANCING.
    ACCEPT ScanEntry.
    CALL 'BARCODE' USING ScanEntry, ScanProdCode, ScanSize, ScanFound.
    IF ScanFound = 'Y'
        MOVE ScanProdCode TO SelProdName
        PERFORM MatchScannedProduct
            VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ProductCount
        MOVE ScanSize TO SelSizeType
        DISPLAY "Scanned " SelProdName " size " SelSizeType
    ELSE
        MOVE ScanEntry TO SelProdName
        DISPLAY "Size (S/M/L): " WITH NO ADVANCING
        ACCEPT SelSizeType
    END-IF.
    DISPLAY "Quantity: " WITH NO ADVANCING.
    ACCEPT SelQty.
    IF SelQty = ZERO
        END-IF
    END-IF.

MatchScannedProduct.
    IF ProdCode(ScanIdx) = ScanProdCode
        MOVE ProdName(ScanIdx) TO SelProdName
    END-IF.

MatchOneKitHead.
    IF TblKhName(KitIdx) = SelProdName
            OR TblKhCode(KitIdx) = SelProdName(1:5)
                " not on the order table"
            MOVE 'N' TO KitStockOK
        ELSE
            MOVE TblKcProd(KcIdx) TO AllocProd
            MOVE TblKcSize(KcIdx) TO AllocSize
            PERFORM QueryAllocated
            COMPUTE FreeQty = QtyOnHand(CompRowIdx, CompSizeIdx)
                - AllocatedQty
            IF FreeQty < CompNeed
                MOVE FreeQty TO FreeShow
                DISPLAY "Insufficient stock: " TblKcProd(KcIdx)
                    " " TblKcSize(KcIdx) " needs " CompNeed
                    " only " FreeShow " free to sell"
                MOVE 'N' TO KitStockOK
            END-IF
        END-IF
    SEARCH ProdSize
        AT END DISPLAY 'Size not found'
        WHEN SizeType(I,J) = SelSizeType
            MOVE ProdCode(I) TO AllocProd
            MOVE SizeType(I,J) TO AllocSize
            PERFORM QueryAllocated
            COMPUTE FreeQty = QtyOnHand(I,J) - AllocatedQty
            IF FreeQty >= SelQty
                PERFORM PickEffectivePrice
                PERFORM ApplyContractPrice
                COMPUTE WSExtPriceCheck = SelQty * UnitPrice
                        " only " QtyOnHand(I,J) " left"
                END-IF
            ELSE
                MOVE FreeQty TO FreeShow
                DISPLAY "Insufficient stock: " ProdName(I) " " SizeType(I,J)
                    " only " FreeShow " free to sell - not added to order"
                DISPLAY "Record back-order for the customer? (Y/N) "
                    WITH NO ADVANCING
                ACCEPT BackOrderAnswer
            END-IF
    END-SEARCH.

QueryAllocated.
    CALL 'ALLOC' USING "QRY ", AllocSource, AllocProd, AllocSize,
        AllocQty, AllocatedQty.

*> The missed sale goes on the back-order queue so the receiving
*> desk can release it the moment the stock comes back.
WriteBackOrder.

*> Works out tax on the order total from the customer's city code;
*> a city with no rate on file (or no city keyed) is tax-free, as
*> walk-in trade always was. A customer holding an exemption
*> certificate in force is not taxed at all.
ComputeSalesTax.
    MOVE 0 TO OrderTaxRate.
    MOVE 0 TO OrderTaxAmt.
    ACCEPT TaxAsOfDate FROM DATE YYYYMMDD.
    CALL 'TAXEXCHK' USING IDNum, TaxAsOfDate, TaxExempt, TaxCertNum.
    IF TaxExempt = 'Y'
        DISPLAY "Tax exempt - certificate " TaxCertNum
    ELSE
        IF TaxExempt = 'E'
            DISPLAY "WARNING: exemption certificate " TaxCertNum
                " has expired - tax charged"
        END-IF
        PERFORM FindCityTaxRate
            VARYING TaxIdx FROM 1 BY 1 UNTIL TaxIdx > CityTaxCount
    END-IF.
    IF OrderTaxRate > ZERO
        IF DeliveryTaxable = 'Y'
            COMPUTE OrderTaxAmt ROUNDED = OrderTotal * OrderTaxRate
        ELSE
            COMPUTE OrderTaxAmt ROUNDED =
                (OrderTotal - DeliveryCharge) * OrderTaxRate
        END-IF
        DISPLAY "Sales tax: $" OrderTaxAmt " (rate " OrderTaxRate ")"
    END-IF.

*> settled, and it redeems up to its balance against what the
*> customer owes, leaving the totals untouched. Refusing an order
*> can therefore never destroy card value.
*> Points are a discount on the goods, taken before tax the way a
*> promotion is; they never pay for the delivery, so a customer
*> can redeem no more points than the goods are worth.
AskLoyaltyRedeem.
    MOVE 'N' TO LoyApplied.
    MOVE 0 TO LoyDiscAmt.
    MOVE 0 TO LoyPoints.
    IF InvoiceItemCount = 0 OR OrderTotal NOT > DeliveryCharge
        CONTINUE
    ELSE
        MOVE IDNum TO LoyCustId
        MOVE 0 TO LoyDocNum
        CALL 'LOYPTS' USING "BAL ", LoyCustId, LoyPoints, LoyDocNum,
            LoyBalance, LoyPointValue
        IF LoyBalance > ZERO AND LoyPointValue > ZERO
            COMPUTE LoyGoodsValue = OrderTotal - DeliveryCharge
            COMPUTE LoyMaxPoints = LoyGoodsValue / LoyPointValue
            IF LoyMaxPoints > LoyBalance
                MOVE LoyBalance TO LoyMaxPoints
            END-IF
            COMPUTE LoyBalanceValue ROUNDED =
                LoyBalance * LoyPointValue
            DISPLAY "Loyalty points: " LoyBalance " worth $"
                LoyBalanceValue
            DISPLAY "Points to redeem (0 for none, up to "
                LoyMaxPoints "): " WITH NO ADVANCING
            ACCEPT LoyPoints
            IF LoyPoints > LoyMaxPoints
                MOVE LoyMaxPoints TO LoyPoints
                DISPLAY "Redeeming the most allowed: " LoyPoints
            END-IF
            IF LoyPoints > ZERO
                COMPUTE LoyDiscAmt ROUNDED = LoyPoints * LoyPointValue
                SUBTRACT LoyDiscAmt FROM OrderTotal
                MOVE 'Y' TO LoyApplied
                DISPLAY "Points discount: -$" LoyDiscAmt
            END-IF
        END-IF
    END-IF.

AskGiftCard.
    MOVE 'N' TO GcApplied.
    MOVE 0 TO GcRedeemAmt.
