*> without re-keying the lines. Prices are re-checked from
*> prices.dat at conversion, not frozen at quote time, and the
*> conversion takes stock and writes the invoice exactly the way
*> order entry does. A quote the customer accepts sets its stock
*> aside through ALLOC until it is converted or cancelled, and
*> both the quote and the conversion are measured against stock
*> free to sell - on hand less what is already promised - rather
*> than the raw on-hand figure. Conversion adds the delivery
*> charge FREIGHT prices for the customer's city and the
*> shipment's weight, as an invoice line of its own.

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

FD QuoteFile.
*> H-header: number, customer, quoted date, expiry, status (O open,
*> A accepted with its stock held, C converted, X refused, expired
*> or cancelled); L-line: the product, size,
*> quantity and the indicative price shown at quote time.
01 QuoteRec PIC X(60).
01 QuoteHeader REDEFINES QuoteRec.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD CityTaxFile.
01 CityTaxRec.
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
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 TaxIdx PIC 99.
01 OrderTaxRate PIC 9V9(4).
01 OrderTaxAmt PIC 9(5)V99.
*> TAXEXCHK's answer for the customer: Y exempt, E certificate
*> expired, N none; the certificate number goes on the invoice.
01 TaxExempt PIC X.
01 TaxCertNum PIC X(15).
*> The lines of the quote being keyed, printed or converted.
01 QLineTable.
       02 QLineEntry OCCURS 0 TO 9 TIMES
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
01 LockResult PIC X.
01 LockHolder PIC X(40).
01 LockAnswer PIC X.
*> Arguments for the ALLOC stock-allocation call; a quote holds
*> its stock under "Q" and its number.
01 AllocSource.
       02 AllocSrcType PIC X.
       02 AllocSrcNum PIC 9(5).
       02 FILLER PIC X(2).
01 AllocQty PIC 9(4).
01 AllocatedQty PIC 9(5).
01 FreeQty PIC S9(5).
01 FreeShow PIC -(4)9.
01 NewQuoteStatus PIC X.
01 QuoteCopyOverflow PIC X.
*> Arguments for FREIGHT and the delivery charge on a conversion.
01 DeliveryCharge PIC 9(3)V99 VALUE 0.
01 DeliveryTaxable PIC X VALUE 'N'.
01 ShipWeight PIC 9(5)V99.
01 UnitWeight PIC 9(5)V99.
01 FreightProd PIC X(5).
01 FreightSize PIC X.
01 FreightCity PIC 99.
01 FreightValue PIC 9(7)V99.
01 DeliveryLineNum PIC 99.

PROCEDURE DIVISION.
StartPara.
           DISPLAY "1: Enter a Quote"
           DISPLAY "2: Print a Quote"
           DISPLAY "3: Convert Quote to Order"
           DISPLAY "4: Accept a Quote (hold the stock)"
           DISPLAY "5: Cancel a Quote"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 1 PERFORM EnterQuote THRU EnterQuote-Exit
               WHEN 2 PERFORM PrintQuote THRU PrintQuote-Exit
               WHEN 3 PERFORM ConvertQuote THRU ConvertQuote-Exit
               WHEN 4 PERFORM AcceptQuote THRU AcceptQuote-Exit
               WHEN 5 PERFORM CancelQuote THRU CancelQuote-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
           MOVE 1 TO EntryQty
       END-IF.
       MOVE KeepSizeIdx TO SizeIdx.
       MOVE SPACES TO AllocSource.
       PERFORM ComputeFreeToSell.
       IF EntryQty > FreeQty
           MOVE FreeQty TO FreeShow
           DISPLAY "Note: only " FreeShow " free to sell today"
       END-IF.
       PERFORM PickEffectivePrice.
       ADD 1 TO QLineCount.
       MOVE EntryProdCode TO TblQlProd(QLineCount).
           DISPLAY "Quote not on file"
           GO TO ConvertQuote-Exit
       END-IF.
       IF FoundStatus NOT = 'O' AND FoundStatus NOT = 'A'
           DISPLAY "Quote is not open (status " FoundStatus ")"
           GO TO ConvertQuote-Exit
       END-IF.
       MOVE 'Q' TO AllocSrcType.
       MOVE EntryQuoteNum TO AllocSrcNum.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       IF FoundExpiry > 0 AND TodayDate > FoundExpiry
           DISPLAY "Quote expired on " FoundExpiry " - re-quote"
               OperatorName, LockResult, LockHolder
           GO TO ConvertQuote-Exit
       END-IF.
       PERFORM ComputeConvDelivery.
      *> The same credit check order entry runs: open items plus
      *> this order against the CreditLimit, a supervisor to wave
      *> it through. Nothing has been taken from stock yet.
       MOVE FoundCust TO EntryCustId.
       PERFORM ComputeQuoteTax.
       PERFORM WriteConvertedInvoice.
       MOVE 'C' TO NewQuoteStatus.
       PERFORM MarkQuoteStatus.
       CALL 'ALLOC' USING "REL ", AllocSource, EntryProdCode,
           EntrySize, AllocQty, AllocatedQty.
       DISPLAY "Quote " EntryQuoteNum " converted - invoice "
           ThisInvoiceNum " raised".
ConvertQuote-Exit.
           END-IF
       END-IF.

*> The quote's own held stock counts as free to it.
CheckOneConvSize.
       IF FileSizeType(SizeIdx) = TblQlSize(QlIdx)
           MOVE 'Y' TO SizeFound
           MOVE TblQlProd(QlIdx) TO EntryProdCode
           MOVE TblQlSize(QlIdx) TO EntrySize
           PERFORM ComputeFreeToSell
           IF FreeQty < TblQlQty(QlIdx)
               MOVE FreeQty TO FreeShow
               DISPLAY "Insufficient stock: " TblQlProd(QlIdx) " "
                   TblQlSize(QlIdx) " only " FreeShow
                   " free to sell"
               MOVE 'N' TO StockOK
           ELSE
               PERFORM PickEffectivePriceBySize
               PERFORM ApplyConvContract
               MOVE UnitPrice TO TblQlPrice(QlIdx)
           END-IF
       END-IF.

*> Priced on the goods at today's prices and added before the
*> credit check, the way order entry does it.
ComputeConvDelivery.
       MOVE 0 TO DeliveryCharge.
       MOVE 'N' TO DeliveryTaxable.
       OPEN INPUT CustomerMaster.
       MOVE 'Y' TO CustFound.
       MOVE FoundCust TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       CLOSE CustomerMaster.
       IF CustFound = 'Y'
           MOVE 0 TO ShipWeight
           PERFORM WeighOneConvLine
               VARYING QlIdx FROM 1 BY 1 UNTIL QlIdx > QLineCount
           MOVE MCityCode TO FreightCity
           MOVE OrderTotal TO FreightValue
           CALL 'FREIGHT' USING "CHRG", FreightCity, FreightProd,
               FreightSize, ShipWeight, FreightValue, DeliveryCharge,
               DeliveryTaxable
           IF DeliveryCharge > ZERO
               ADD DeliveryCharge TO OrderTotal
               DISPLAY "Delivery (" ShipWeight " kg): $"
                   DeliveryCharge
           END-IF
       END-IF.

WeighOneConvLine.
       MOVE TblQlProd(QlIdx) TO FreightProd.
       MOVE TblQlSize(QlIdx) TO FreightSize.
       CALL 'FREIGHT' USING "WGHT", FreightCity, FreightProd,
           FreightSize, UnitWeight, FreightValue, DeliveryCharge,
           DeliveryTaxable.
       COMPUTE ShipWeight = ShipWeight + UnitWeight * TblQlQty(QlIdx).

*> Refuses (or lets a supervisor wave through) a conversion that
*> would push the customer past the CreditLimit on the master. A
*> zero limit means none has been set, so those customers pass
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       CLOSE CustomerMaster.
       CALL 'TAXEXCHK' USING EntryCustId, TodayDate, TaxExempt,
           TaxCertNum.
       IF TaxExempt = 'Y'
           DISPLAY "Tax exempt - certificate " TaxCertNum
       END-IF.
       IF TaxExempt = 'E'
           DISPLAY "WARNING: exemption certificate " TaxCertNum
               " has expired - tax charged"
       END-IF.
       IF CustFound = 'Y' AND TaxExempt NOT = 'Y'
           PERFORM FindCityTaxRate
               VARYING TaxIdx FROM 1 BY 1 UNTIL TaxIdx > CityTaxCount
           IF OrderTaxRate > ZERO
               IF DeliveryTaxable = 'Y'
                   COMPUTE OrderTaxAmt ROUNDED =
                       OrderTotal * OrderTaxRate
               ELSE
                   COMPUTE OrderTaxAmt ROUNDED =
                       (OrderTotal - DeliveryCharge) * OrderTaxRate
               END-IF
           END-IF
       END-IF.

       WRITE InvoiceLine.
       PERFORM WriteOneConvInvLine
           VARYING QlIdx FROM 1 BY 1 UNTIL QlIdx > QLineCount.
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
       PERFORM WriteOneConvMastLine
           VARYING QlIdx FROM 1 BY 1 UNTIL QlIdx > QLineCount.
       IF DeliveryCharge > ZERO
           PERFORM WriteConvDeliveryLine
       END-IF.
       CLOSE InvoiceMaster.
       MOVE ThisInvoiceNum TO OitDoc.
       MOVE EntryCustId TO OitCust.
           INVALID KEY CONTINUE
       END-WRITE.

*> The delivery follows the goods as the invoice's last line, under
*> the DELIV code glpost credits to delivery income.
WriteConvDeliveryLine.
       MOVE ThisInvoiceNum TO InvoiceNum.
       COMPUTE DeliveryLineNum = QLineCount + 1.
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

WriteConvSalesHist.
       OPEN I-O SalesHistFile.
       IF SalesHistStatus = "35"
           OPEN OUTPUT SalesHistFile
           CLOSE SalesHistFile
           OPEN I-O SalesHistFile
       END-IF.
       PERFORM WriteOneConvSalesLine
           VARYING QlIdx FROM 1 BY 1 UNTIL QlIdx > QLineCount.
       MOVE TblQlSize(QlIdx) TO CostLookSize.
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

*> The whole quote file is copied through memory with the one
*> header's status flipped to C - the waitlist rewrite discipline.
*> Flips the quote in hand to NewQuoteStatus. A file too big for
*> the table is left as it is rather than rewritten short.
MarkQuoteStatus.
       MOVE 0 TO QuoteCopyCount.
       MOVE 'N' TO QuoteCopyOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT QuoteFile.
       IF QuoteFileStatus = "35"
       IF QuoteFileStatus NOT = "35"
           CLOSE QuoteFile
       END-IF.
       IF QuoteCopyOverflow = 'Y'
           DISPLAY "Quote file too big to rewrite - status not updated"
       ELSE
           OPEN OUTPUT QuoteFile
           PERFORM PutOneQuoteRec
               VARYING QcIdx FROM 1 BY 1 UNTIL QcIdx > QuoteCopyCount
           CLOSE QuoteFile
       END-IF.

CopyOneQuoteRec.
       READ QuoteFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF QhRecType = 'H' AND QhQuoteNum = EntryQuoteNum
                   MOVE NewQuoteStatus TO QhStatus
               END-IF
               IF QuoteCopyCount < 500
                   ADD 1 TO QuoteCopyCount
                   MOVE QuoteRec TO TblQcRec(QuoteCopyCount)
               ELSE
                   MOVE 'Y' TO QuoteCopyOverflow
               END-IF
       END-READ.

       MOVE TblQcRec(QcIdx) TO QuoteRec.
       WRITE QuoteRec.

*> Acceptance holds every line's stock for the quote, so it is
*> only taken while the whole quote can still be covered from
*> stock free to sell; otherwise nothing is held.
AcceptQuote.
       DISPLAY " "
       DISPLAY "Quote number: " WITH NO ADVANCING.
       ACCEPT EntryQuoteNum.
       PERFORM FetchQuote.
       IF FoundQuote = 'N'
           DISPLAY "Quote not on file"
           GO TO AcceptQuote-Exit
       END-IF.
       IF FoundStatus NOT = 'O'
           DISPLAY "Quote is not open (status " FoundStatus ")"
           GO TO AcceptQuote-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       IF FoundExpiry > 0 AND TodayDate > FoundExpiry
           DISPLAY "Quote expired on " FoundExpiry " - re-quote"
           GO TO AcceptQuote-Exit
       END-IF.
       MOVE SPACES TO AllocSource.
       MOVE 'Y' TO StockOK.
       OPEN INPUT OrderFile.
       IF OrderFileStatus NOT = "00"
           DISPLAY "order.dat not available - quote not accepted"
           GO TO AcceptQuote-Exit
       END-IF.
       PERFORM CheckOneAcceptLine
           VARYING QlIdx FROM 1 BY 1 UNTIL QlIdx > QLineCount.
       CLOSE OrderFile.
       IF StockOK = 'N'
           DISPLAY "Not enough stock free to hold - quote left open"
           GO TO AcceptQuote-Exit
       END-IF.
       MOVE 'Q' TO AllocSrcType.
       MOVE EntryQuoteNum TO AllocSrcNum.
       PERFORM HoldOneQuoteLine
           VARYING QlIdx FROM 1 BY 1 UNTIL QlIdx > QLineCount.
       MOVE 'A' TO NewQuoteStatus.
       PERFORM MarkQuoteStatus.
       DISPLAY "Quote " EntryQuoteNum " accepted - stock held until"
           " it is converted or cancelled".
AcceptQuote-Exit.
       EXIT.

CheckOneAcceptLine.
       MOVE 'Y' TO ProdExits.
       MOVE TblQlProd(QlIdx) TO FileProdCode.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY "Product " TblQlProd(QlIdx) " no longer on file"
           MOVE 'N' TO StockOK
       ELSE
           MOVE 'N' TO SizeFound
           PERFORM CheckOneAcceptSize
               VARYING SizeIdx FROM 1 BY 1
               UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount
           IF SizeFound = 'N'
               DISPLAY "Size gone from " TblQlProd(QlIdx)
               MOVE 'N' TO StockOK
           END-IF
       END-IF.

CheckOneAcceptSize.
       IF FileSizeType(SizeIdx) = TblQlSize(QlIdx)
           MOVE 'Y' TO SizeFound
           MOVE TblQlProd(QlIdx) TO EntryProdCode
           MOVE TblQlSize(QlIdx) TO EntrySize
           PERFORM ComputeFreeToSell
           IF FreeQty < TblQlQty(QlIdx)
               MOVE FreeQty TO FreeShow
               DISPLAY "Short: " TblQlProd(QlIdx) " "
                   TblQlSize(QlIdx) " needs " TblQlQty(QlIdx)
                   " only " FreeShow " free to sell"
               MOVE 'N' TO StockOK
           END-IF
       END-IF.

HoldOneQuoteLine.
       MOVE TblQlQty(QlIdx) TO AllocQty.
       CALL 'ALLOC' USING "HOLD", AllocSource, TblQlProd(QlIdx),
           TblQlSize(QlIdx), AllocQty, AllocatedQty.

*> A cancelled quote gives back any stock it was holding.
CancelQuote.
       DISPLAY " "
       DISPLAY "Quote number: " WITH NO ADVANCING.
       ACCEPT EntryQuoteNum.
       PERFORM FetchQuote.
       IF FoundQuote = 'N'
           DISPLAY "Quote not on file"
           GO TO CancelQuote-Exit
       END-IF.
       IF FoundStatus NOT = 'O' AND FoundStatus NOT = 'A'
           DISPLAY "Quote is not open (status " FoundStatus ")"
           GO TO CancelQuote-Exit
       END-IF.
       DISPLAY "Cancel quote " EntryQuoteNum "? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Quote left as it was"
           GO TO CancelQuote-Exit
       END-IF.
       MOVE 'X' TO NewQuoteStatus.
       PERFORM MarkQuoteStatus.
       MOVE 'Q' TO AllocSrcType.
       MOVE EntryQuoteNum TO AllocSrcNum.
       CALL 'ALLOC' USING "REL ", AllocSource, EntryProdCode,
           EntrySize, AllocQty, AllocatedQty.
       DISPLAY "Quote " EntryQuoteNum " cancelled".
CancelQuote-Exit.
       EXIT.

*> On hand less everything promised elsewhere: ALLOC leaves out
*> whatever AllocSource itself holds.
ComputeFreeToSell.
       CALL 'ALLOC' USING "QRY ", AllocSource, EntryProdCode,
           EntrySize, AllocQty, AllocatedQty.
       COMPUTE FreeQty = FileQtyOnHand(SizeIdx) - AllocatedQty.

*> Picks the price in force today for EntryProdCode/EntrySize,
*> falling back to the order.dat price under SizeIdx.
PickEffectivePrice.
