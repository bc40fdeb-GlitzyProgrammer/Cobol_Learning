       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ediimp.
AUTHOR. Lawrence.
*> Electronic order import, run as a night-batch step: our largest
*> customers send their orders as a fixed-format file (ediord.dat)
*> instead of phoning them in, a header per order carrying their
*> IDNum and their own PO reference and a line per product, size
*> and quantity. Each order goes through the order-entry checks
*> and pricing - the customer must be on file and active, prices
*> come from the effective-dated prices.dat with contract prices
*> over them, and the order must sit inside both the customer's
*> own CreditLimit and its group's. A line the stock free to sell
*> (on hand less what ALLOC says is promised elsewhere) cannot
*> cover goes on the back-order queue the way order entry offers,
*> and the rest of the order is raised through the normal stock,
*> invoice, invoice-master and sales-history path. Orders refused
*> are listed with the reason on EdiImport.rpt, and ediack.dat
*> goes back to the customer with the invoice number or the
*> reason against every one of their PO references. The inbound
*> file is emptied once read so a rerun cannot raise the same
*> orders twice. The invoice carries the delivery charge FREIGHT
*> prices for the customer's city and the shipment's weight, as a
*> line of its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL EdiOrderFile ASSIGN TO "ediord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EdiOrderStatus.

       SELECT EdiAckFile ASSIGN TO "ediack.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EdiAckStatus.

       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT OPTIONAL PriceFile ASSIGN TO "prices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PriceFileStatus.

       SELECT OPTIONAL ContractFile ASSIGN TO "contract.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ContractFileStatus.

       SELECT OPTIONAL CityTaxFile ASSIGN TO "citytax.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CityTaxStatus.

       SELECT OPTIONAL InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvoiceFileStatus.

      *> The structured open-items file OITEM maintains; the credit
      *> checks sum the outstanding amounts from here.
       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenItemStatus.

       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT OPTIONAL InvCtlFile ASSIGN TO "invctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvCtlStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

       SELECT OPTIONAL BackOrderFile ASSIGN TO "backorder.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BackOrderStatus.

       SELECT EdiReport ASSIGN TO "EdiImport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EdiOrderFile.
*> H records open an order with the customer's IDNum and PO
*> reference; the L records under it are its lines.
01 EdiOrderRec PIC X(40).
01 EdiOrderHeader REDEFINES EdiOrderRec.
       02 EoRecType PIC X.
       02 FILLER PIC X.
       02 EoCustId PIC 9(5).
       02 FILLER PIC X.
       02 EoPoRef PIC X(15).
       02 FILLER PIC X(17).
01 EdiOrderLine REDEFINES EdiOrderRec.
       02 ElRecType PIC X.
       02 FILLER PIC X.
       02 ElProdCode PIC X(5).
       02 FILLER PIC X.
       02 ElSize PIC A.
       02 FILLER PIC X.
       02 ElQty PIC 9(3).
       02 FILLER PIC X(27).

FD EdiAckFile.
*> One line per PO reference received: A accepted with the invoice
*> raised, B nothing in stock so every line was back-ordered, R
*> refused with the reason.
01 EdiAckRec.
       02 AkCustId PIC 9(5).
       02 FILLER PIC X.
       02 AkPoRef PIC X(15).
       02 FILLER PIC X.
       02 AkStatus PIC X.
       02 FILLER PIC X.
       02 AkInvoiceNum PIC 9(6).
       02 FILLER PIC X.
       02 AkTotal PIC 9(5)V99.
       02 FILLER PIC X.
       02 AkBackOrdLines PIC 9.
       02 FILLER PIC X.
       02 AkReason PIC X(30).

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

FD CustomerMaster.
01 MasterData.
       02 MIDNum PIC 9(5).
       02 MCustName.
           03 MFirstName PIC X(15).
           03 MLastName PIC X(15).
       02 MCustStatus PIC X(1).
      *> Kept in step with coboltutf3's CustomerData layout so this
      *> shares the same indexed file without misaligning records.
       02 MInactiveDate.
           03 MInactYear  PIC 9(4).
           03 MInactMonth PIC 99.
           03 MInactDay   PIC 99.
       02 MCustContact.
           03 MAddrLine1  PIC X(20).
           03 MAddrLine2  PIC X(20).
           03 MCityCode   PIC 99.
           03 MPostalCode PIC X(8).
           03 MPhoneNum   PIC X(12).
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
01 PriceRec.
       02 PriceProdCode PIC X(5).
       02 FILLER PIC X.
       02 PriceSizeType PIC A.
       02 FILLER PIC X.
       02 PriceAmount PIC 9(3)V99.
       02 FILLER PIC X.
       02 PriceEffDate PIC 9(8).

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

FD CityTaxFile.
01 CityTaxRec.
       02 TaxCityCode PIC 99.
       02 FILLER PIC X.
       02 TaxCityRate PIC 9V9(4).

FD InvoiceFile.
01 InvoiceLine PIC X(80).

FD OpenItemFile.
*> Kept in step with the OpenItemRec layout OITEM writes.
01 OpenItemRec.
       02 OiDocNum PIC 9(6).
       02 FILLER PIC X.
       02 OiCustId PIC 9(5).
       02 FILLER PIC X.
       02 OiDate PIC 9(8).
       02 FILLER PIC X.
       02 OiType PIC X.
       02 FILLER PIC X.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
           03 InvLineNum PIC 99.
       02 InvBody PIC X(40).
       02 InvHeaderBody REDEFINES InvBody.
           03 InvCustId PIC 9(5).
           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 InvSalespId PIC X(3).
           03 FILLER PIC X(9).
           03 InvHdrTax PIC 9(6)V99.
       02 InvLineBody REDEFINES InvBody.
           03 InvLProdCode PIC X(5).
           03 InvLProdName PIC X(10).
           03 InvLSize PIC A.
           03 InvLQty PIC 9(3).
           03 InvLPrice PIC 9(3)V99.
           03 InvLExtPrice PIC 9(5)V99.
           03 FILLER PIC X(9).

FD InvCtlFile.
01 InvCtlRec.
       02 NextInvoiceNum PIC 9(6).

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

FD EdiReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 EdiOrderStatus PIC XX.
01 EdiAckStatus PIC XX.
01 OrderFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 PriceFileStatus PIC XX.
01 ContractFileStatus PIC XX.
01 CityTaxStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 InvMastStatus PIC XX.
01 InvCtlStatus PIC XX.
01 SalesHistStatus PIC XX.
01 SalesLineDone PIC X.
01 BackOrderStatus PIC XX.
01 WSEOF PIC X.
01 CustFound PIC X.
01 ProdExits PIC X.
01 SizeFound PIC X.
01 SizeIdx PIC 99.
01 TodayDate PIC 9(8).
*> The inbound orders held in memory: headers, and lines tagged
*> with the header they came under.
01 EdiHeadTable.
       02 EdiHeadEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON EdiHeadCount.
           03 TblEhCust PIC 9(5).
           03 TblEhPoRef PIC X(15).
01 EdiHeadCount PIC 9(3) VALUE 0.
01 EdiHeadIdx PIC 9(3).
01 EdiLineTable.
       02 EdiLineEntry OCCURS 0 TO 900 TIMES
               DEPENDING ON EdiLineCount.
           03 TblElHead PIC 9(3).
           03 TblElProd PIC X(5).
           03 TblElSize PIC A.
           03 TblElQty PIC 9(3).
01 EdiLineCount PIC 9(3) VALUE 0.
01 EdiLineIdx PIC 9(3).
01 EdiOverflow PIC X VALUE 'N'.
01 OrderCustId PIC 9(5).
*> The lines of the order in hand that the shelf can cover, priced
*> and extended, and the ones going on the back-order queue.
01 GenLineTable.
       02 GenLineEntry OCCURS 0 TO 9 TIMES
               DEPENDING ON GenLineCount.
           03 TblGlProd PIC X(5).
           03 TblGlName PIC X(10).
           03 TblGlSize PIC A.
           03 TblGlQty PIC 9(3).
           03 TblGlPrice PIC 9(3)V99.
           03 TblGlExt PIC 9(5)V99.
01 GenLineCount PIC 9 VALUE 0.
01 GlIdx PIC 9.
01 BoLineTable.
       02 BoLineEntry OCCURS 0 TO 9 TIMES
               DEPENDING ON BoLineCount.
           03 TblBoProd PIC X(5).
           03 TblBoSize PIC A.
           03 TblBoQty PIC 9(3).
01 BoLineCount PIC 9 VALUE 0.
01 BoIdx PIC 9.
01 OrderLineCount PIC 9(3).
01 GenOK PIC X.
01 FailReason PIC X(30).
01 OrderTotal PIC 9(5)V99.
01 UnitPrice PIC 9(3)V99.
01 BestPriceEff PIC 9(8).
01 PriceIdx PIC 9(3).
01 PriceTable.
       02 PriceEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON PriceCount.
           03 TblPriceProd PIC X(5).
           03 TblPriceSize PIC A.
           03 TblPriceAmt PIC 9(3)V99.
           03 TblPriceEff PIC 9(8).
01 PriceCount PIC 9(3) VALUE 0.
01 ContractTable.
       02 ContractEntry OCCURS 0 TO 50 TIMES
               DEPENDING ON ContractCount.
           03 TblCpCust PIC 9(5).
           03 TblCpProd PIC X(5).
           03 TblCpSize PIC X.
           03 TblCpType PIC X.
           03 TblCpPrice PIC 9(3)V99.
           03 TblCpPct PIC 99V99.
01 ContractCount PIC 9(2) VALUE 0.
01 ContrIdx PIC 9(2).
01 CityTaxTable.
       02 CityTaxEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON CityTaxCount.
           03 TblTaxCity PIC 99.
           03 TblTaxRate PIC 9V9(4).
01 CityTaxCount PIC 99 VALUE 0.
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
01 CreditEOF PIC X.
01 CreditOpenBal PIC S9(7)V99.
*> Group exposure, the order-entry rule: the parent and every
*> account naming it as parent share the limit held on the parent.
01 GroupParentId PIC 9(5).
01 GroupLimit PIC 9(5)V99.
01 GroupOpenBal PIC S9(7)V99.
01 GroupEOF PIC X.
01 GroupTable.
       02 GroupMember OCCURS 0 TO 50 TIMES
               DEPENDING ON GroupCount.
           03 TblGrpCust PIC 9(5).
01 GroupCount PIC 99 VALUE 0.
01 GrpIdx PIC 99.
01 GroupMatched PIC X.
01 ThisInvoiceNum PIC 9(6).
01 InvTextDate.
       02 ItYear  PIC 99.
       02 ItMonth PIC 99.
       02 ItDay   PIC 99.
01 AcceptedCount PIC 9(3) VALUE 0.
01 BackOrderedCount PIC 9(3) VALUE 0.
01 RejectedCount PIC 9(3) VALUE 0.
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
*> Before/after images for the order.dat journal JRNL keeps.
01 JrnBefore PIC X(202).
01 JrnAfter PIC X(202).
*> Arguments for the OITEM open-items call.
01 OitDoc PIC 9(6).
01 OitCust PIC 9(5).
01 OitDate PIC 9(8).
01 OitType PIC X.
01 OitAmount PIC S9(7)V99.
*> Arguments for the ALLOC free-to-sell query.
01 AllocSource PIC X(8) VALUE SPACES.
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

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "ediimp  ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM LoadEdiOrders.
       IF EdiOverflow = 'Y'
           DISPLAY "ediord.dat holds more than 100 orders or 900 lines"
               " - nothing imported, file left in place"
           MOVE 8 TO RETURN-CODE
           CALL 'SESSLOG' USING "END  ", "ediimp  ", SPACES
           GOBACK
       END-IF.
       IF EdiHeadCount = 0
           DISPLAY "No electronic orders received - nothing to import"
           CALL 'SESSLOG' USING "END  ", "ediimp  ", SPACES
           GOBACK
       END-IF.
       PERFORM LoadPriceTable.
       PERFORM LoadContractTable.
       PERFORM LoadCityTaxTable.
       OPEN OUTPUT EdiReport.
       OPEN OUTPUT EdiAckFile.
       MOVE SPACES TO PrintLine.
       STRING "ELECTRONIC ORDER IMPORT " TodayDate
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       PERFORM ImportOneOrder THRU ImportOneOrder-Exit
           VARYING EdiHeadIdx FROM 1 BY 1
           UNTIL EdiHeadIdx > EdiHeadCount.
       MOVE SPACES TO PrintLine.
       STRING "ACCEPTED " AcceptedCount DELIMITED BY SIZE
           "  BACK-ORDERED " BackOrderedCount DELIMITED BY SIZE
           "  REJECTED " RejectedCount DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE EdiReport.
       CLOSE EdiAckFile.
      *> Every order now has its acknowledgement, so the inbound
      *> file is emptied ready for the next transmission.
       OPEN OUTPUT EdiOrderFile.
       CLOSE EdiOrderFile.
       DISPLAY "Electronic orders: " AcceptedCount " accepted, "
           BackOrderedCount " back-ordered, " RejectedCount
           " rejected (see EdiImport.rpt)".
       CALL 'SESSLOG' USING "END  ", "ediimp  ", SPACES.
       GOBACK.

*> Every line is found and priced, or set aside for back order,
*> before any stock is taken, so a refused order leaves stock
*> exactly as it was.
ImportOneOrder.
       MOVE 'Y' TO GenOK.
       MOVE SPACES TO FailReason.
       MOVE 0 TO GenLineCount.
       MOVE 0 TO BoLineCount.
       MOVE 0 TO OrderLineCount.
       MOVE 0 TO OrderTotal.
       MOVE 0 TO OrderTaxAmt.
       MOVE 0 TO ThisInvoiceNum.
       MOVE TblEhCust(EdiHeadIdx) TO OrderCustId.
       PERFORM ReadOrderCustomer.
       IF CustFound = 'N'
           MOVE "customer not on file" TO FailReason
           PERFORM RejectOneOrder
           GO TO ImportOneOrder-Exit
       END-IF.
       IF MCustStatus = 'I'
           MOVE "customer account inactive" TO FailReason
           PERFORM RejectOneOrder
           GO TO ImportOneOrder-Exit
       END-IF.
       PERFORM CountOneOrderLine
           VARYING EdiLineIdx FROM 1 BY 1
           UNTIL EdiLineIdx > EdiLineCount.
       IF OrderLineCount = 0
           MOVE "no lines on order" TO FailReason
           PERFORM RejectOneOrder
           GO TO ImportOneOrder-Exit
       END-IF.
       IF OrderLineCount > 9
           MOVE "more than 9 lines on order" TO FailReason
           PERFORM RejectOneOrder
           GO TO ImportOneOrder-Exit
       END-IF.
       OPEN I-O OrderFile.
       PERFORM BuildEdiLines
           VARYING EdiLineIdx FROM 1 BY 1
           UNTIL EdiLineIdx > EdiLineCount OR GenOK = 'N'.
       IF GenOK = 'N'
           CLOSE OrderFile
           PERFORM RejectOneOrder
           GO TO ImportOneOrder-Exit
       END-IF.
       IF GenLineCount = 0
           CLOSE OrderFile
           PERFORM WriteEdiBackOrders
           ADD 1 TO BackOrderedCount
           MOVE "all lines back-ordered" TO FailReason
           MOVE 'B' TO AkStatus
           PERFORM WriteEdiAck
           PERFORM ReportBackOrders
           GO TO ImportOneOrder-Exit
       END-IF.
       PERFORM ComputeEdiDelivery.
       PERFORM CheckEdiCredit.
       IF GenOK = 'N'
           CLOSE OrderFile
           PERFORM RejectOneOrder
           GO TO ImportOneOrder-Exit
       END-IF.
       PERFORM TakeEdiStock
           VARYING GlIdx FROM 1 BY 1 UNTIL GlIdx > GenLineCount.
       CLOSE OrderFile.
       PERFORM ComputeEdiTax.
       PERFORM WriteEdiInvoice.
       PERFORM WriteEdiBackOrders.
       ADD 1 TO AcceptedCount.
       MOVE SPACES TO FailReason.
       IF BoLineCount > 0
           MOVE "part back-ordered" TO FailReason
       END-IF.
       MOVE 'A' TO AkStatus.
       PERFORM WriteEdiAck.
       PERFORM ReportBackOrders.
       IF TaxExempt = 'E'
           MOVE SPACES TO PrintLine
           STRING "CUST " OrderCustId DELIMITED BY SIZE
               " PO " TblEhPoRef(EdiHeadIdx) DELIMITED BY SIZE
               " exemption certificate " TaxCertNum DELIMITED BY SIZE
               " expired - taxed" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine
       END-IF.
ImportOneOrder-Exit.
       EXIT.

ReadOrderCustomer.
       MOVE 'Y' TO CustFound.
       OPEN INPUT CustomerMaster.
       IF MasterFileStatus = "35"
           MOVE 'N' TO CustFound
       ELSE
           MOVE OrderCustId TO MIDNum
           READ CustomerMaster
               INVALID KEY MOVE 'N' TO CustFound
           END-READ
           CLOSE CustomerMaster
       END-IF.

CountOneOrderLine.
       IF TblElHead(EdiLineIdx) = EdiHeadIdx
           ADD 1 TO OrderLineCount
       END-IF.

RejectOneOrder.
       ADD 1 TO RejectedCount.
       MOVE 0 TO GenLineCount.
       MOVE 0 TO BoLineCount.
       MOVE 0 TO OrderTotal.
       MOVE 'R' TO AkStatus.
       PERFORM WriteEdiAck.
       MOVE SPACES TO PrintLine.
       STRING "CUST " OrderCustId DELIMITED BY SIZE
           " PO " TblEhPoRef(EdiHeadIdx) DELIMITED BY SIZE
           " REJECTED: " FailReason DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.

*> AkStatus is set by the caller; everything else comes from the
*> order in hand.
WriteEdiAck.
       MOVE OrderCustId TO AkCustId.
       MOVE TblEhPoRef(EdiHeadIdx) TO AkPoRef.
       MOVE ThisInvoiceNum TO AkInvoiceNum.
       MOVE OrderTotal TO AkTotal.
       MOVE BoLineCount TO AkBackOrdLines.
       MOVE FailReason TO AkReason.
       WRITE EdiAckRec.

ReportBackOrders.
       PERFORM ReportOneBackOrder
           VARYING BoIdx FROM 1 BY 1 UNTIL BoIdx > BoLineCount.

ReportOneBackOrder.
       MOVE SPACES TO PrintLine.
       STRING "CUST " OrderCustId DELIMITED BY SIZE
           " PO " TblEhPoRef(EdiHeadIdx) DELIMITED BY SIZE
           " BACK-ORDERED " TblBoProd(BoIdx) DELIMITED BY SIZE
           " " TblBoSize(BoIdx) DELIMITED BY SIZE
           " x" TblBoQty(BoIdx) DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.

BuildEdiLines.
       IF TblElHead(EdiLineIdx) = EdiHeadIdx
           MOVE 'Y' TO ProdExits
           MOVE TblElProd(EdiLineIdx) TO FileProdCode
           READ OrderFile
               INVALID KEY MOVE 'N' TO ProdExits
           END-READ
           IF ProdExits = 'N'
               MOVE 'N' TO GenOK
               STRING "unknown product " TblElProd(EdiLineIdx)
                   DELIMITED BY SIZE
                   INTO FailReason
               END-STRING
           ELSE
               MOVE 'N' TO SizeFound
               PERFORM CheckOneEdiSize
                   VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount
               IF SizeFound = 'N'
                   MOVE 'N' TO GenOK
                   STRING "no size " TblElSize(EdiLineIdx)
                       " for product " TblElProd(EdiLineIdx)
                       DELIMITED BY SIZE
                       INTO FailReason
                   END-STRING
               END-IF
           END-IF
       END-IF.

*> A line the stock free to sell cannot cover in full goes on the
*> back-order queue whole, as order entry does, not part-shipped.
CheckOneEdiSize.
       IF FileSizeType(SizeIdx) = TblElSize(EdiLineIdx)
           MOVE 'Y' TO SizeFound
           MOVE TblElProd(EdiLineIdx) TO AllocProd
           MOVE TblElSize(EdiLineIdx) TO AllocSize
           CALL 'ALLOC' USING "QRY ", AllocSource, AllocProd,
               AllocSize, AllocQty, AllocatedQty
           COMPUTE FreeQty = FileQtyOnHand(SizeIdx) - AllocatedQty
           IF FreeQty < TblElQty(EdiLineIdx)
               ADD 1 TO BoLineCount
               MOVE TblElProd(EdiLineIdx) TO TblBoProd(BoLineCount)
               MOVE TblElSize(EdiLineIdx) TO TblBoSize(BoLineCount)
               MOVE TblElQty(EdiLineIdx) TO TblBoQty(BoLineCount)
           ELSE
               PERFORM PriceOneEdiLine
           END-IF
       END-IF.

PriceOneEdiLine.
       MOVE FileProdPrice(SizeIdx) TO UnitPrice.
       MOVE 0 TO BestPriceEff.
       PERFORM CheckOnePriceEntry
           VARYING PriceIdx FROM 1 BY 1 UNTIL PriceIdx > PriceCount.
       PERFORM CheckOneContractEntry
           VARYING ContrIdx FROM 1 BY 1
           UNTIL ContrIdx > ContractCount.
       ADD 1 TO GenLineCount.
       MOVE TblElProd(EdiLineIdx) TO TblGlProd(GenLineCount).
       MOVE FileProdName TO TblGlName(GenLineCount).
       MOVE TblElSize(EdiLineIdx) TO TblGlSize(GenLineCount).
       MOVE TblElQty(EdiLineIdx) TO TblGlQty(GenLineCount).
       MOVE UnitPrice TO TblGlPrice(GenLineCount).
       COMPUTE TblGlExt(GenLineCount) =
           TblElQty(EdiLineIdx) * UnitPrice.
       ADD TblGlExt(GenLineCount) TO OrderTotal.

CheckOnePriceEntry.
       IF TblPriceProd(PriceIdx) = TblElProd(EdiLineIdx)
               AND TblPriceSize(PriceIdx) = TblElSize(EdiLineIdx)
               AND TblPriceEff(PriceIdx) <= TodayDate
               AND TblPriceEff(PriceIdx) >= BestPriceEff
           MOVE TblPriceAmt(PriceIdx) TO UnitPrice
           MOVE TblPriceEff(PriceIdx) TO BestPriceEff
       END-IF.

CheckOneContractEntry.
       IF TblCpCust(ContrIdx) = OrderCustId
               AND TblCpProd(ContrIdx) = TblElProd(EdiLineIdx)
               AND (TblCpSize(ContrIdx) = SPACE
                   OR TblCpSize(ContrIdx) = TblElSize(EdiLineIdx))
           IF TblCpType(ContrIdx) = 'P'
               MOVE TblCpPrice(ContrIdx) TO UnitPrice
           END-IF
           IF TblCpType(ContrIdx) = 'D'
               COMPUTE UnitPrice ROUNDED =
                   UnitPrice * (100 - TblCpPct(ContrIdx)) / 100
           END-IF
       END-IF.

*> The order-entry rule without the supervisor: a zero limit means
*> none has been set; over either the customer's own limit or its
*> group's and the order is refused, since nobody is at the
*> keyboard to wave it through.
*> Priced on the lines being raised, not the back-ordered ones, and
*> added before the credit check the way order entry does it.
ComputeEdiDelivery.
       MOVE 0 TO DeliveryCharge.
       MOVE 'N' TO DeliveryTaxable.
       MOVE 0 TO ShipWeight.
       PERFORM WeighOneEdiLine
           VARYING GlIdx FROM 1 BY 1 UNTIL GlIdx > GenLineCount.
       MOVE MCityCode TO FreightCity.
       MOVE OrderTotal TO FreightValue.
       CALL 'FREIGHT' USING "CHRG", FreightCity, FreightProd,
           FreightSize, ShipWeight, FreightValue, DeliveryCharge,
           DeliveryTaxable.
       ADD DeliveryCharge TO OrderTotal.

WeighOneEdiLine.
       MOVE TblGlProd(GlIdx) TO FreightProd.
       MOVE TblGlSize(GlIdx) TO FreightSize.
       CALL 'FREIGHT' USING "WGHT", FreightCity, FreightProd,
           FreightSize, UnitWeight, FreightValue, DeliveryCharge,
           DeliveryTaxable.
       COMPUTE ShipWeight = ShipWeight + UnitWeight * TblGlQty(GlIdx).

CheckEdiCredit.
       IF MCreditLimit > ZERO
           PERFORM SumOpenItems
           IF CreditOpenBal + OrderTotal > MCreditLimit
               MOVE 'N' TO GenOK
               MOVE "credit limit exceeded" TO FailReason
           END-IF
       END-IF.
       IF GenOK = 'Y'
           PERFORM CheckGroupLimit
       END-IF.

SumOpenItems.
       MOVE ZERO TO CreditOpenBal.
       MOVE 'N' TO CreditEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           MOVE 'Y' TO CreditEOF
       END-IF.
       PERFORM SumOneOpenItem UNTIL CreditEOF = 'Y'.
       IF OpenItemStatus NOT = "35"
           CLOSE OpenItemFile
       END-IF.

SumOneOpenItem.
       READ OpenItemFile
           AT END MOVE 'Y' TO CreditEOF
           NOT AT END
               IF OiCustId = OrderCustId
                   ADD OiOutstanding TO CreditOpenBal
               END-IF
       END-READ.

*> A customer with no parent is tested as the head of its own
*> group, which is only a group if some branch names it. The
*> group scan moves the customer record on, so the order's own
*> customer is read back afterwards for the tax and invoice.
CheckGroupLimit.
       MOVE ZERO TO GroupParentId.
       IF MParentId IS NUMERIC
           MOVE MParentId TO GroupParentId
       END-IF.
       IF GroupParentId = ZERO
           MOVE OrderCustId TO GroupParentId
       END-IF.
       PERFORM LoadGroupMembers.
       PERFORM ReadOrderCustomer.
       IF GroupCount > 1 AND GroupLimit > ZERO
           PERFORM SumGroupOpenItems
           IF GroupOpenBal + OrderTotal > GroupLimit
               MOVE 'N' TO GenOK
               MOVE "group credit limit exceeded" TO FailReason
           END-IF
       END-IF.

LoadGroupMembers.
       MOVE 0 TO GroupCount.
       MOVE ZERO TO GroupLimit.
       OPEN INPUT CustomerMaster.
       IF MasterFileStatus = "35"
           CONTINUE
       ELSE
           MOVE GroupParentId TO MIDNum
           READ CustomerMaster
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MCreditLimit TO GroupLimit
                   ADD 1 TO GroupCount
                   MOVE MIDNum TO TblGrpCust(GroupCount)
           END-READ
           MOVE 'N' TO GroupEOF
           MOVE LOW-VALUES TO MIDNum
           START CustomerMaster KEY IS NOT LESS THAN MIDNum
               INVALID KEY MOVE 'Y' TO GroupEOF
           END-START
           PERFORM LoadOneGroupMember UNTIL GroupEOF = 'Y'
           CLOSE CustomerMaster
       END-IF.

LoadOneGroupMember.
       READ CustomerMaster NEXT RECORD
           AT END MOVE 'Y' TO GroupEOF
           NOT AT END
               IF MParentId IS NUMERIC AND MParentId = GroupParentId
                   IF GroupCount < 50
                       ADD 1 TO GroupCount
                       MOVE MIDNum TO TblGrpCust(GroupCount)
                   ELSE
                       DISPLAY "WARNING: group " GroupParentId
                           " has more than 50 accounts - branch "
                           MIDNum " left out of the group check"
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

TakeEdiStock.
       MOVE TblGlProd(GlIdx) TO FileProdCode.
       READ OrderFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE FileProductRec TO JrnBefore
               MOVE 'N' TO SizeFound
               PERFORM DecrementOneEdiSize
                   VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount
       END-READ.

DecrementOneEdiSize.
       IF FileSizeType(SizeIdx) = TblGlSize(GlIdx)
           MOVE 'Y' TO SizeFound
           SUBTRACT TblGlQty(GlIdx) FROM FileQtyOnHand(SizeIdx)
           REWRITE FileProductRec
               INVALID KEY DISPLAY "Stock not updated for "
                   TblGlProd(GlIdx)
               NOT INVALID KEY
                   MOVE FileProductRec TO JrnAfter
                   CALL 'JRNL' USING "ORDR", "UPD",
                       JrnBefore, JrnAfter
           END-REWRITE
       END-IF.

*> A customer holding an exemption certificate in force is not
*> taxed; an expired one is taxed and called out on the report.
ComputeEdiTax.
       MOVE 0 TO OrderTaxRate.
       MOVE 0 TO OrderTaxAmt.
       CALL 'TAXEXCHK' USING OrderCustId, TodayDate,
           TaxExempt, TaxCertNum.
       IF TaxExempt NOT = 'Y'
           PERFORM FindEdiTaxRate
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

FindEdiTaxRate.
       IF TblTaxCity(TaxIdx) = MCityCode
           MOVE TblTaxRate(TaxIdx) TO OrderTaxRate
       END-IF.

*> Same header/item/tax/total shape WriteInvoice appends, with the
*> customer's PO reference on the header line.
WriteEdiInvoice.
       PERFORM GetNextInvoiceNum.
       OPEN EXTEND InvoiceFile.
       IF InvoiceFileStatus = "35"
           OPEN OUTPUT InvoiceFile
           CLOSE InvoiceFile
           OPEN EXTEND InvoiceFile
       END-IF.
       ACCEPT InvTextDate FROM DATE.
       MOVE SPACES TO InvoiceLine.
       STRING OrderCustId DELIMITED BY SIZE
           " " MFirstName DELIMITED BY SPACE
           " " MLastName DELIMITED BY SPACE
           " order on " ItMonth DELIMITED BY SIZE
           "/" ItDay DELIMITED BY SIZE
           "/" ItYear DELIMITED BY SIZE
           " PO " TblEhPoRef(EdiHeadIdx) DELIMITED BY SPACE
           INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.
       PERFORM WriteOneEdiInvLine
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
               " at " OrderTaxRate DELIMITED BY SIZE
               INTO InvoiceLine
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
       END-STRING.
       WRITE InvoiceLine.
       CLOSE InvoiceFile.
       PERFORM WriteEdiInvMaster.
       PERFORM WriteEdiSalesHist.

WriteOneEdiInvLine.
       MOVE SPACES TO InvoiceLine.
       STRING "  " TblGlName(GlIdx) DELIMITED BY SPACE
           " " TblGlSize(GlIdx) DELIMITED BY SIZE
           " x" TblGlQty(GlIdx) DELIMITED BY SIZE
           " @$" TblGlPrice(GlIdx) DELIMITED BY SIZE
           " = $" TblGlExt(GlIdx) DELIMITED BY SIZE
           " (electronic order)" DELIMITED BY SIZE
           INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.

WriteEdiInvMaster.
       OPEN I-O InvoiceMaster.
       IF InvMastStatus = "35"
           OPEN OUTPUT InvoiceMaster
           CLOSE InvoiceMaster
           OPEN I-O InvoiceMaster
       END-IF.
       MOVE ThisInvoiceNum TO InvoiceNum.
       MOVE 0 TO InvLineNum.
       MOVE SPACES TO InvBody.
       MOVE OrderCustId TO InvCustId.
       MOVE TodayDate TO InvHdrDate.
       MOVE OrderTotal TO InvTotal.
       MOVE OrderTaxAmt TO InvHdrTax.
       WRITE InvMastRec
           INVALID KEY DISPLAY "Invoice " ThisInvoiceNum
               " not recorded"
       END-WRITE.
       PERFORM WriteOneEdiMastLine
           VARYING GlIdx FROM 1 BY 1 UNTIL GlIdx > GenLineCount.
       IF DeliveryCharge > ZERO
           PERFORM WriteEdiDeliveryLine
       END-IF.
       CLOSE InvoiceMaster.
       MOVE ThisInvoiceNum TO OitDoc.
       MOVE OrderCustId TO OitCust.
       MOVE TodayDate TO OitDate.
       MOVE 'I' TO OitType.
       COMPUTE OitAmount = OrderTotal + OrderTaxAmt.
       CALL 'OITEM' USING "DOC", OitDoc, OitCust, OitDate,
           OitType, OitAmount.

WriteOneEdiMastLine.
       MOVE ThisInvoiceNum TO InvoiceNum.
       MOVE GlIdx TO InvLineNum.
       MOVE SPACES TO InvBody.
       MOVE TblGlProd(GlIdx) TO InvLProdCode.
       MOVE TblGlName(GlIdx) TO InvLProdName.
       MOVE TblGlSize(GlIdx) TO InvLSize.
       MOVE TblGlQty(GlIdx) TO InvLQty.
       MOVE TblGlPrice(GlIdx) TO InvLPrice.
       MOVE TblGlExt(GlIdx) TO InvLExtPrice.
       WRITE InvMastRec
           INVALID KEY CONTINUE
       END-WRITE.

*> The delivery follows the goods as the invoice's last line, under
*> the DELIV code glpost credits to delivery income.
WriteEdiDeliveryLine.
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

WriteEdiSalesHist.
       OPEN I-O SalesHistFile.
       IF SalesHistStatus = "35"
           OPEN OUTPUT SalesHistFile
           CLOSE SalesHistFile
           OPEN I-O SalesHistFile
       END-IF.
       PERFORM WriteOneEdiSalesLine
           VARYING GlIdx FROM 1 BY 1 UNTIL GlIdx > GenLineCount.
       CLOSE SalesHistFile.

WriteOneEdiSalesLine.
       MOVE SPACES TO SalesHistRec.
       MOVE TodayDate TO SalesDate.
       MOVE TblGlProd(GlIdx) TO SalesProdCode.
       MOVE TblGlSize(GlIdx) TO SalesSizeType.
       MOVE TblGlQty(GlIdx) TO SalesQty.
       MOVE TblGlExt(GlIdx) TO SalesExtPrice.
       MOVE OrderCustId TO SalesCustId.
       MOVE TblGlProd(GlIdx) TO CostLookProd.
       MOVE TblGlSize(GlIdx) TO CostLookSize.
       PERFORM FindUnitCost.
       MOVE FoundUnitCost TO SalesUnitCost.
       MOVE ThisInvoiceNum TO SalesInvNum.
       PERFORM WriteLotSalesLines.

*> The missed lines go on the back-order queue so the receiving
*> desk can release them the moment the stock comes back.
WriteEdiBackOrders.
       IF BoLineCount > 0
           OPEN EXTEND BackOrderFile
           IF BackOrderStatus = "35"
               OPEN OUTPUT BackOrderFile
               CLOSE BackOrderFile
               OPEN EXTEND BackOrderFile
           END-IF
           PERFORM WriteOneEdiBackOrder
               VARYING BoIdx FROM 1 BY 1 UNTIL BoIdx > BoLineCount
           CLOSE BackOrderFile
       END-IF.

WriteOneEdiBackOrder.
       MOVE SPACES TO BackOrderRec.
       MOVE TodayDate TO BODate.
       MOVE OrderCustId TO BOCustId.
       MOVE TblBoProd(BoIdx) TO BOProdCode.
       MOVE TblBoSize(BoIdx) TO BOSize.
       MOVE TblBoQty(BoIdx) TO BOQty.
       MOVE 'W' TO BOStatus.
       WRITE BackOrderRec.

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
       MOVE 0 TO FoundUnitCost.
       MOVE 'N' TO CostEOF.
       OPEN INPUT ProdCostFile.
       IF ProdCostStatus = "35"
           MOVE 'Y' TO CostEOF
       END-IF.
       PERFORM CheckOneCostRec UNTIL CostEOF = 'Y'.
       IF ProdCostStatus NOT = "35"
           CLOSE ProdCostFile
       END-IF.

CheckOneCostRec.
       READ ProdCostFile
           AT END MOVE 'Y' TO CostEOF
           NOT AT END
               IF PcProdCode = CostLookProd AND PcSize = CostLookSize
                   MOVE PcUnitCost TO FoundUnitCost
               END-IF
       END-READ.

GetNextInvoiceNum.
       MOVE 0 TO NextInvoiceNum.
       OPEN INPUT InvCtlFile.
       IF InvCtlStatus = "35"
           CONTINUE
       ELSE
           READ InvCtlFile
               AT END CONTINUE
           END-READ
           CLOSE InvCtlFile
       END-IF.
       ADD 1 TO NextInvoiceNum.
       MOVE NextInvoiceNum TO ThisInvoiceNum.
       OPEN OUTPUT InvCtlFile.
       WRITE InvCtlRec.
       CLOSE InvCtlFile.

*> An L record before any H has no order to belong to and is
*> dropped; more orders or lines than the tables hold stops the
*> import before anything is raised.
LoadEdiOrders.
       MOVE 0 TO EdiHeadCount.
       MOVE 0 TO EdiLineCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT EdiOrderFile.
       IF EdiOrderStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneEdiRec UNTIL WSEOF = 'Y'.
       IF EdiOrderStatus NOT = "35"
           CLOSE EdiOrderFile
       END-IF.

LoadOneEdiRec.
       READ EdiOrderFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF EoRecType = 'H'
                   IF EdiHeadCount < 100
                       ADD 1 TO EdiHeadCount
                       MOVE EoCustId TO TblEhCust(EdiHeadCount)
                       MOVE EoPoRef TO TblEhPoRef(EdiHeadCount)
                   ELSE
                       MOVE 'Y' TO EdiOverflow
                   END-IF
               END-IF
               IF ElRecType = 'L' AND EdiHeadCount > 0
                   IF EdiLineCount < 900
                       ADD 1 TO EdiLineCount
                       MOVE EdiHeadCount TO TblElHead(EdiLineCount)
                       MOVE ElProdCode TO TblElProd(EdiLineCount)
                       MOVE ElSize TO TblElSize(EdiLineCount)
                       MOVE ElQty TO TblElQty(EdiLineCount)
                   ELSE
                       MOVE 'Y' TO EdiOverflow
                   END-IF
               END-IF
       END-READ.

LoadPriceTable.
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
               IF PriceCount < 100
                   ADD 1 TO PriceCount
                   MOVE PriceProdCode TO TblPriceProd(PriceCount)
                   MOVE PriceSizeType TO TblPriceSize(PriceCount)
                   MOVE PriceAmount TO TblPriceAmt(PriceCount)
                   MOVE PriceEffDate TO TblPriceEff(PriceCount)
               END-IF
       END-READ.

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
               IF ContractCount < 50
                   ADD 1 TO ContractCount
                   MOVE CpCustId TO TblCpCust(ContractCount)
                   MOVE CpProdCode TO TblCpProd(ContractCount)
                   MOVE CpSizeType TO TblCpSize(ContractCount)
                   MOVE CpType TO TblCpType(ContractCount)
                   MOVE CpPrice TO TblCpPrice(ContractCount)
                   MOVE CpDiscPct TO TblCpPct(ContractCount)
               END-IF
       END-READ.

LoadCityTaxTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CityTaxFile.
       IF CityTaxStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCityTaxRec UNTIL WSEOF = 'Y'.
       IF CityTaxStatus NOT = "35"
           CLOSE CityTaxFile
       END-IF.

LoadOneCityTaxRec.
       READ CityTaxFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CityTaxCount < 20
                   ADD 1 TO CityTaxCount
                   MOVE TaxCityCode TO TblTaxCity(CityTaxCount)
                   MOVE TaxCityRate TO TblTaxRate(CityTaxCount)
               END-IF
       END-READ.
