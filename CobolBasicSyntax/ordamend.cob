       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ordamend.
AUTHOR. Lawrence.
*> Order amendment and cancellation before dispatch. A customer who
*> rang back to change an order used to have it refused and keyed
*> again, leaving a dead invoice and a new number. Here an invoice
*> dispatch.cob has not yet marked shipped can have lines added,
*> their quantities changed or removed: each changed line is
*> re-priced the way order entry prices it - the customer's
*> contract price over today's effective price - the stock is
*> taken or released on order.dat and stockloc.dat, with released
*> goods put back on the lots they were drawn from, the delivery
*> charge is worked out again on the amended weight, an increase
*> has to pass the customer's and the group's credit check again,
*> and the difference - goods, delivery and tax - goes onto the
*> open items, invoice.dat and, for an invoice glpost has already
*> journalled, the ledger. A cancellation releases all the stock,
*> gives back any loyalty points redeemed on the order and voids
*> the invoice: it keeps its number on the master with a V flag,
*> a zero total and the date, so the numbering has no gaps, and
*> the reason is kept on ordamend.log. Every amendment is audited
*> there, line by line, with the operator and reason. Goods
*> already shipped come back through returns.cob instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

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

       SELECT OPTIONAL InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvoiceFileStatus.

      *> Read for the fresh credit check on an amendment that raises
      *> the order; OITEM does the writing.
       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL CityTaxFile ASSIGN TO "citytax.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CityTaxStatus.

       SELECT OPTIONAL PriceFile ASSIGN TO "prices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PriceFileStatus.

       SELECT OPTIONAL ContractFile ASSIGN TO "contract.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ContractFileStatus.

       SELECT OPTIONAL KitDefFile ASSIGN TO "kitdef.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KitDefStatus.

       SELECT OPTIONAL StockLocFile ASSIGN TO "stockloc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockLocStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

      *> Extra goods taken by an amendment are sold goods like any
      *> other, so they go onto the sales history with their cost.
       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

      *> Released stock is logged the way returns.cob logs a restock,
      *> so the end-of-day inventory reconciliation nets it off.
       SELECT OPTIONAL AdjustLog ASSIGN TO "stockadj.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjustLogStatus.

      *> An invoice already journalled by glpost gets its difference
      *> journalled here; one not yet posted is posted amended.
       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT OPTIONAL GlCtlFile ASSIGN TO "glctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GlCtlStatus.

       SELECT OPTIONAL LoyCtlFile ASSIGN TO "loyctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyCtlStatus.

       SELECT OPTIONAL AmendLog ASSIGN TO "ordamend.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AmendLogStatus.

DATA DIVISION.
FILE SECTION.
FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items. A voided invoice
*> carries V in the shipped flag and the void date beside it.
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
           03 InvShipFlag PIC X.
           03 InvShipDate PIC 9(8).
           03 InvHdrTax PIC 9(6)V99.
       02 InvLineBody REDEFINES InvBody.
           03 InvLProdCode PIC X(5).
           03 InvLProdName PIC X(10).
           03 InvLSize PIC A.
           03 InvLQty PIC 9(3).
           03 InvLPrice PIC 9(3)V99.
           03 InvLExtPrice PIC 9(5)V99.
           03 FILLER PIC X(9).

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

FD InvoiceFile.
01 InvoiceLine PIC X(80).

FD OpenItemFile.
*> Kept in step with the OpenItemRec layout OITEM keeps.
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

FD CityTaxFile.
01 CityTaxRec.
       02 TaxCityCode PIC 99.
       02 FILLER PIC X.
       02 TaxCityRate PIC 9V9(4).

FD PriceFile.
*> Kept in step with the PriceRec layout pricemaint.cob writes.
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

FD KitDefFile.
*> Kept in step with the kit layout kitmaint.cob writes: an H row
*> per kit, then a C row per component.
01 KitDefRec PIC X(40).
01 KitDefHeader REDEFINES KitDefRec.
       02 KdRecType PIC X.
       02 FILLER PIC X.
       02 KdKitCode PIC X(5).
       02 FILLER PIC X.
       02 KdKitName PIC X(10).
       02 FILLER PIC X.
       02 KdKitPrice PIC 9(5)V99.
       02 FILLER PIC X(13).
01 KitDefComp REDEFINES KitDefRec.
       02 KcRecType PIC X.
       02 FILLER PIC X.
       02 KcKitCode PIC X(5).
       02 FILLER PIC X.
       02 KcProdCode PIC X(5).
       02 FILLER PIC X.
       02 KcSize PIC A.
       02 FILLER PIC X.
       02 KcQtyPer PIC 9(2).
       02 FILLER PIC X(22).

FD StockLocFile.
*> Kept in step with the StockLocRec layout stockxfer.cob keeps.
01 StockLocRec.
       02 SlProdCode PIC X(5).
       02 FILLER PIC X.
       02 SlSize PIC X.
       02 FILLER PIC X.
       02 SlLoc PIC X(2).
       02 FILLER PIC X.
       02 SlQty PIC 9(4).

FD ProdCostFile.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

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

FD AdjustLog.
*> Kept in step with the AdjustLine layout cyclecount writes.
01 AdjustLine.
       02 AdjDate PIC 9(8).
       02 FILLER PIC X.
       02 AdjProdCode PIC X(5).
       02 FILLER PIC X.
       02 AdjSizeType PIC A.
       02 FILLER PIC X.
       02 AdjBefore PIC 9(4).
       02 FILLER PIC X.
       02 AdjAfter PIC 9(4).
       02 FILLER PIC X.
       02 AdjCounter PIC X(20).

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

FD GlCtlFile.
*> Kept in step with the GlCtlRec layout glpost.cob writes.
01 GlCtlRec.
       02 LastPostDate PIC 9(8).

FD LoyCtlFile.
*> Kept in step with the LoyCtlRec layout loyalty.cob writes.
01 LoyCtlRec.
       02 LcEarnRate PIC 9(3)V99.
       02 FILLER PIC X.
       02 LcPointValue PIC 9V9999.
       02 FILLER PIC X.
       02 LcExpiryMonths PIC 99.
       02 FILLER PIC X.
       02 LcLastInvoice PIC 9(6).

FD AmendLog.
*> Fixed columns: date and time, invoice, what was done (ADDLN,
*> CHGLN, DELLN or VOID), product and size, quantity and line value
*> before and after, the operator and the reason given. A VOID row
*> carries the invoice total before and zero after.
01 AmendLogRec.
       02 AlgDate PIC 9(8).
       02 FILLER PIC X.
       02 AlgTime PIC 9(6).
       02 FILLER PIC X.
       02 AlgInvNum PIC 9(6).
       02 FILLER PIC X.
       02 AlgAction PIC X(5).
       02 FILLER PIC X.
       02 AlgProdCode PIC X(5).
       02 FILLER PIC X.
       02 AlgSize PIC X.
       02 FILLER PIC X.
       02 AlgOldQty PIC 9(3).
       02 FILLER PIC X.
       02 AlgNewQty PIC 9(3).
       02 FILLER PIC X.
       02 AlgOldAmt PIC 9(5)V99.
       02 FILLER PIC X.
       02 AlgNewAmt PIC 9(5)V99.
       02 FILLER PIC X.
       02 AlgOperator PIC X(20).
       02 FILLER PIC X.
       02 AlgReason PIC X(30).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 AmendChoice PIC 9.
*> N while lines are being amended, Y once saved, A if abandoned.
01 AmendDone PIC X.
01 InvMastStatus PIC XX.
01 OrderFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 CityTaxStatus PIC XX.
01 PriceFileStatus PIC XX.
01 ContractFileStatus PIC XX.
01 KitDefStatus PIC XX.
01 StockLocStatus PIC XX.
01 ProdCostStatus PIC XX.
01 SalesHistStatus PIC XX.
01 SalesLineDone PIC X.
01 AdjustLogStatus PIC XX.
01 JournalStatus PIC XX.
01 GlCtlStatus PIC XX.
01 LoyCtlStatus PIC XX.
01 AmendLogStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 InvFound PIC X.
01 CustFound PIC X.
01 FullName PIC X(31).
01 ProdExits PIC X.
01 SizeFound PIC X.
01 SizeIdx PIC 99.
01 TodayDate PIC 9(8).
01 ShortDate.
       02 TdYear  PIC 99.
       02 TdMonth PIC 99.
       02 TdDay   PIC 99.
01 AmendClock.
       02 AmendTime PIC 9(6).
       02 FILLER PIC 99.
*> The invoice being amended, as it stood when it was fetched.
01 AmdInvNum PIC 9(6).
01 AmdCustId PIC 9(5).
01 AmdHdrDate PIC 9(8).
01 OldTotal PIC S9(5)V99.
01 OldTax PIC 9(6)V99.
01 LastLineNum PIC 99.
01 DelLineNum PIC 99.
01 NewLineNum PIC 99.
01 DelivFound PIC X.
01 DelivExt PIC 9(5)V99.
01 FinchFound PIC X.
*> One row per goods line: what the invoice held and what it will
*> hold. State O is untouched, C changed, A added, R removed.
01 AmendTable.
       02 AmendEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON AmendCount.
           03 AmdProd PIC X(5).
           03 AmdName PIC X(10).
           03 AmdSize PIC A.
           03 AmdOldQty PIC 9(3).
           03 AmdNewQty PIC 9(3).
           03 AmdPrice PIC 9(5)V99.
           03 AmdOldExt PIC 9(5)V99.
           03 AmdNewExt PIC 9(5)V99.
           03 AmdState PIC X.
01 AmendCount PIC 99 VALUE 0.
01 AmdIdx PIC 99.
01 PickedLine PIC 99.
01 LiveLines PIC 99.
01 ChangedLines PIC 99.
01 EntryProdCode PIC X(5).
01 EntrySize PIC A.
01 EntryQty PIC 9(3).
01 AmendReason PIC X(30).
*> What the amendment comes to.
01 OldGoods PIC 9(6)V99.
01 NewGoods PIC 9(6)V99.
01 GoodsDelta PIC S9(6)V99.
01 TaxDelta PIC S9(6)V99.
01 DelivDelta PIC S9(6)V99.
01 BlockDelta PIC S9(6)V99.
01 TaxableDelta PIC S9(6)V99.
01 NewTotal PIC S9(6)V99.
01 NewTax PIC S9(6)V99.
01 GoodsAbs PIC 9(5)V99.
01 TaxAbs PIC 9(5)V99.
01 ShowMoney PIC -ZZ,ZZ9.99.
01 ShowMoney2 PIC -ZZ,ZZ9.99.
*> Free-to-sell check on a line added or raised.
01 CheckProd PIC X(5).
01 CheckSize PIC A.
01 CheckQty PIC 9(5).
01 StockOK PIC X.
01 PendingTake PIC 9(5).
01 FreeQty PIC S9(5).
01 FreeShow PIC -(5)9.
01 AllocSource PIC X(8) VALUE SPACES.
01 AllocProd PIC X(5).
01 AllocSize PIC X.
01 AllocQty PIC 9(4).
01 AllocatedQty PIC 9(5).
*> Re-pricing at today's effective price.
01 PriceFileEOF PIC X.
01 PriceTable.
       02 PriceEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON PriceCount.
           03 TblPriceProd PIC X(5).
           03 TblPriceSize PIC A.
           03 TblPriceAmt PIC 9(3)V99.
           03 TblPriceEff PIC 9(8).
01 PriceCount PIC 9(3) VALUE 0.
01 PriceIdx PIC 9(3).
01 BestPriceEff PIC 9(8).
01 UnitPrice PIC 9(5)V99.
01 PriceLineExt PIC 9(5)V99.
*> Contract prices from contract.dat: P an agreed price, D a
*> percentage off; a blank size covers every size.
01 ContractEOF PIC X.
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
*> Kits: the price from the H row, the stock from the C rows.
01 KitEOF PIC X.
01 KitHeadTable.
       02 KitHeadEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON KitHeadCount.
           03 TblKhCode PIC X(5).
           03 TblKhName PIC X(10).
           03 TblKhPrice PIC 9(5)V99.
01 KitHeadCount PIC 9(2) VALUE 0.
01 KitIdx PIC 9(2).
01 KitFoundIdx PIC 9(2).
01 KitCompTable.
       02 KitCompEntry OCCURS 0 TO 60 TIMES
               DEPENDING ON KitCompCount.
           03 TblKcKit PIC X(5).
           03 TblKcProd PIC X(5).
           03 TblKcSize PIC A.
           03 TblKcQty PIC 9(2).
01 KitCompCount PIC 9(2) VALUE 0.
01 KcIdx PIC 9(2).
01 KitStockOK PIC X.
01 KitCheckCode PIC X(5).
01 KitCheckQty PIC 9(3).
01 KitRevenueLeft PIC 9(5)V99.
*> A stock movement: product, size, units and which way.
01 MoveQty PIC S9(4).
01 MoveProd PIC X(5).
01 MoveSize PIC A.
01 MoveUnits PIC 9(5).
01 MoveRevenue PIC 9(5)V99.
01 QtyBeforeMove PIC 9(4).
01 AdjLogDate PIC 9(8).
*> Before/after images for the order.dat journal JRNL keeps.
01 JrnBefore PIC X(202).
01 JrnAfter PIC X(202).
*> Locations on stockloc.dat, held while one row is moved.
01 LocEOF PIC X.
01 LocTable.
       02 LocEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON LocCount.
           03 TblLocProd PIC X(5).
           03 TblLocSize PIC X.
           03 TblLocLoc PIC X(2).
           03 TblLocQty PIC 9(4).
01 LocCount PIC 9(3) VALUE 0.
01 LocIdx PIC 9(3).
01 LocFound PIC X.
01 EntryLocation PIC X(2).
*> Sales history for extra goods taken, a line per lot drawn.
01 SalesHistDate PIC 9(8).
01 CostEOF PIC X.
01 CostLookProd PIC X(5).
01 CostLookSize PIC X.
01 FoundUnitCost PIC 9(3)V99.
01 LotQtyLeft PIC 9(5).
01 LotLineQty PIC 9(5).
01 LotLineRev PIC 9(5)V99.
01 LotRevLeft PIC 9(5)V99.
01 LotNum PIC X(10).
01 LotExpiry PIC 9(8).
01 LotQty PIC 9(5).
*> Lot-drawn history lines for released goods, newest last.
01 LotLineTable.
       02 LotLineEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON LotLineCount.
           03 TblLlKey PIC X(18).
01 LotLineCount PIC 99 VALUE 0.
01 LotLineIdx PIC 99.
01 LotScanEOF PIC X.
01 PutBackUnits PIC 9(5).
01 LotLineFound PIC X.
01 SplitRevenue PIC 9(5)V99.
*> Tax at the customer's city rate.
01 CityTaxEOF PIC X.
01 CityTaxTable.
       02 CityTaxEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON CityTaxCount.
           03 TblTaxCity PIC 99.
           03 TblTaxRate PIC 9V9(4).
01 CityTaxCount PIC 99 VALUE 0.
01 TaxIdx PIC 99.
01 AmendTaxRate PIC 9V9(4).
*> The fresh credit check.
01 CreditOK PIC X.
01 CreditEOF PIC X.
01 CreditOpenBal PIC S9(7)V99.
01 SupervisorAnswer PIC X.
*> Group exposure: a branch's amendment is also tested, with every
*> other branch's open items and the parent's own, against the
*> limit held on the parent account, as order entry tests it.
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
*> The delivery charge on the amended lines, priced by FREIGHT on
*> their weight for the customer's city, as order entry prices it.
01 NewDeliv PIC 9(3)V99.
01 DeliveryTaxable PIC X.
01 ShipWeight PIC 9(5)V99.
01 UnitWeight PIC 9(5)V99.
01 FreightProd PIC X(5).
01 FreightSize PIC X.
01 FreightCity PIC 99.
01 FreightValue PIC 9(7)V99.
*> Arguments for the OITEM open-items call.
01 OitDoc PIC 9(6).
01 OitCust PIC 9(5).
01 OitDate PIC 9(8).
01 OitType PIC X.
01 OitAmount PIC S9(7)V99.
*> Journal lines for an invoice glpost has already posted.
01 PostedThrough PIC 9(8).
01 JrnTag PIC X(12).
01 JrnTax PIC 9(7)V99.
01 JrnDeliv PIC 9(7)V99.
01 JrnSigned PIC S9(7)V99.
*> Arguments for LOYPTS, for an invoice loyearn has already earned.
01 SchemeFound PIC X.
01 LoyCustId PIC 9(5).
01 LoyPoints PIC 9(7).
01 LoyDocNum PIC 9(6).
01 LoyBalance PIC 9(7).
01 LoyPointValue PIC 9V9999.
01 LoyNetValue PIC 9(7)V99.
*> In-use lock handling through FILELOCK, so a second operator is
*> told who already has the file instead of silently corrupting it.
01 LockResult PIC X.
01 LockHolder PIC X(40).
01 LockAnswer PIC X.
*> System-status check at start-up: while the night batch holds the
*> system CLOSED only a supervisor override gets in.
01 SysReason PIC X(30).
01 SysSetBy PIC X(20).
01 SysIsOpen PIC X.
01 SysOverride PIC X.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
*> Accounting-period check: amendments are dated today, so they
*> need today's month open.
01 PerDocDate PIC 9(8).
01 PeriodOpen PIC X.
01 PerOverride PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "ordamend", OperatorName.
       CALL 'SESSLOG' USING "START", "ordamend", OperatorName.
       PERFORM CheckSystemOpen.
       IF SysIsOpen = 'N'
           CALL 'SESSLOG' USING "END  ", "ordamend", OperatorName
           GOBACK
       END-IF.
       PERFORM CheckPeriodOpen.
       IF PeriodOpen = 'N'
           CALL 'SESSLOG' USING "END  ", "ordamend", OperatorName
           GOBACK
       END-IF.
       PERFORM AcquireOrderLock.
       IF LockResult = 'N'
           CALL 'SESSLOG' USING "END  ", "ordamend", OperatorName
           GOBACK
       END-IF.
       OPEN I-O InvoiceMaster.
       IF InvMastStatus = "35"
           DISPLAY "No invoice master on file - nothing to amend"
           CALL 'FILELOCK' USING "FRE", "ordrlock    ", OperatorName,
               LockResult, LockHolder
           CALL 'SESSLOG' USING "END  ", "ordamend", OperatorName
           GOBACK
       END-IF.
       PERFORM LoadCityTaxTable.
       PERFORM LoadPriceTable.
       PERFORM LoadContractTable.
       PERFORM LoadKitTables.
       OPEN I-O OrderFile.
       OPEN INPUT CustomerMaster.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "ORDER AMENDMENT / CANCELLATION"
           DISPLAY "1: Amend an Order"
           DISPLAY "2: Cancel an Order"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AmendOrder THRU AmendOrder-Exit
               WHEN 2 PERFORM CancelOrder THRU CancelOrder-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE InvoiceMaster, OrderFile, CustomerMaster.
       CALL 'FILELOCK' USING "FRE", "ordrlock    ", OperatorName,
           LockResult, LockHolder.
       CALL 'SESSLOG' USING "END  ", "ordamend", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Refuses entry while the night batch holds the system closed,
*> with a supervisor override for emergencies.
CheckSystemOpen.
       CALL 'SYSSTAT' USING "CHK", SysReason, SysSetBy, SysIsOpen.
       IF SysIsOpen = 'N'
           DISPLAY "SYSTEM CLOSED: " SysReason " (by " SysSetBy ")"
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           IF AuthAllowed = 'Y'
               DISPLAY "Supervisor override - enter anyway? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT SysOverride
               IF SysOverride = 'Y' OR SysOverride = 'y'
                   MOVE 'Y' TO SysIsOpen
               END-IF
           END-IF
           IF SysIsOpen = 'N'
               DISPLAY "Try again when the system reopens"
           END-IF
       END-IF.

*> Refuses entry once the accountant has closed the month the
*> amendments would be dated into, with a logged level-3 override.
CheckPeriodOpen.
       ACCEPT PerDocDate FROM DATE YYYYMMDD.
       CALL 'PERCHK' USING "CHK", PerDocDate, PeriodOpen.
       IF PeriodOpen = 'N'
           DISPLAY "PERIOD CLOSED for documents dated " PerDocDate
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           IF AuthAllowed = 'Y'
               DISPLAY "Supervisor override - post anyway? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT PerOverride
               IF PerOverride = 'Y' OR PerOverride = 'y'
                   CALL 'PERCHK' USING "OVR", PerDocDate, PeriodOpen
               END-IF
           END-IF
           IF PeriodOpen = 'N'
               DISPLAY "Nothing can be posted into a closed period"
           END-IF
       END-IF.

*> order.dat is shared with coboltuttable's order entry, so the same
*> ordrlock in-use lock applies here.
AcquireOrderLock.
       CALL 'FILELOCK' USING "GET", "ordrlock    ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "order.dat is in use by " LockHolder
           DISPLAY "Override stale lock? (Y/N) " WITH NO ADVANCING
           ACCEPT LockAnswer
           IF LockAnswer = 'Y' OR LockAnswer = 'y'
               CALL 'FILELOCK' USING "FRC", "ordrlock    ",
                   OperatorName, LockResult, LockHolder
           ELSE
               DISPLAY "Try again when the file is free"
           END-IF
       END-IF.

*> The lines are amended in the table first and nothing on file
*> moves until the operator saves - abandoning leaves the invoice
*> exactly as it was.
AmendOrder.
       PERFORM FetchOpenInvoice THRU FetchOpenInvoice-Exit.
       IF InvFound = 'N'
           GO TO AmendOrder-Exit
       END-IF.
       PERFORM ShowAmendLines.
       MOVE 'N' TO AmendDone.
       PERFORM UNTIL AmendDone NOT = 'N'
           DISPLAY " "
           DISPLAY "AMEND INVOICE " AmdInvNum
           DISPLAY "1: Add a Line"
           DISPLAY "2: Change a Line's Quantity"
           DISPLAY "3: Remove a Line"
           DISPLAY "4: Show the Lines"
           DISPLAY "9: Finish and Save"
           DISPLAY "0: Abandon"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT AmendChoice
           EVALUATE AmendChoice
               WHEN 1 PERFORM AddAmendLine THRU AddAmendLine-Exit
               WHEN 2 PERFORM ChangeAmendLine
                   THRU ChangeAmendLine-Exit
               WHEN 3 PERFORM RemoveAmendLine
                   THRU RemoveAmendLine-Exit
               WHEN 4 PERFORM ShowAmendLines
               WHEN 9 PERFORM SaveAmendment THRU SaveAmendment-Exit
               WHEN 0 MOVE 'A' TO AmendDone
               WHEN OTHER DISPLAY "Not a choice"
           END-EVALUATE
       END-PERFORM.
       IF AmendDone = 'A'
           DISPLAY "Amendment abandoned - invoice " AmdInvNum
               " unchanged"
       END-IF.
AmendOrder-Exit.
       EXIT.

*> Only an order that has not left the building can be amended or
*> cancelled: a credit memo, a finance charge, anything dispatch
*> has marked shipped and an invoice already voided are refused.
FetchOpenInvoice.
       DISPLAY " "
       DISPLAY "Invoice Number: " WITH NO ADVANCING.
       ACCEPT AmdInvNum.
       MOVE AmdInvNum TO InvoiceNum.
       MOVE 0 TO InvLineNum.
       MOVE 'Y' TO InvFound.
       READ InvoiceMaster
           INVALID KEY MOVE 'N' TO InvFound
       END-READ.
       IF InvFound = 'N'
           DISPLAY "Invoice not on file"
           GO TO FetchOpenInvoice-Exit
       END-IF.
       IF InvTotal < ZERO
           DISPLAY "That is a credit memo - it cannot be amended"
           MOVE 'N' TO InvFound
           GO TO FetchOpenInvoice-Exit
       END-IF.
       IF InvShipFlag = 'S' OR InvShipFlag = 'D' OR InvShipFlag = 'R'
           DISPLAY "Already shipped on " InvShipDate
               " - goods coming back go through returns"
           MOVE 'N' TO InvFound
           GO TO FetchOpenInvoice-Exit
       END-IF.
       IF InvShipFlag = 'V'
           DISPLAY "Invoice was cancelled on " InvShipDate
           MOVE 'N' TO InvFound
           GO TO FetchOpenInvoice-Exit
       END-IF.
       MOVE InvCustId TO AmdCustId.
       MOVE InvHdrDate TO AmdHdrDate.
       MOVE InvTotal TO OldTotal.
       IF InvHdrTax IS NUMERIC
           MOVE InvHdrTax TO OldTax
       ELSE
           MOVE 0 TO OldTax
       END-IF.
       PERFORM LoadInvoiceLines.
       IF FinchFound = 'Y'
           DISPLAY "That is a finance charge, not an order"
           MOVE 'N' TO InvFound
           GO TO FetchOpenInvoice-Exit
       END-IF.
       MOVE 'Y' TO CustFound.
       MOVE AmdCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(customer not on file)" TO FullName
       END-IF.
       MOVE OldTotal TO ShowMoney.
       DISPLAY "Invoice " AmdInvNum " dated " AmdHdrDate
           " customer " AmdCustId " " FullName.
       DISPLAY "  Total $" ShowMoney " plus tax $" OldTax.
FetchOpenInvoice-Exit.
       EXIT.

*> The goods lines go into the table; the DELIV line is held aside
*> and priced again when the amendment is saved.
LoadInvoiceLines.
       MOVE 0 TO AmendCount.
       MOVE 0 TO LastLineNum.
       MOVE 0 TO DelivExt.
       MOVE 'N' TO DelivFound.
       MOVE 'N' TO FinchFound.
       MOVE 'N' TO WSEOF.
       MOVE AmdInvNum TO InvoiceNum.
       MOVE 0 TO InvLineNum.
       START InvoiceMaster KEY IS GREATER THAN InvKey
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       PERFORM LoadOneInvLine UNTIL WSEOF = 'Y'.

LoadOneInvLine.
       READ InvoiceMaster NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF InvoiceNum NOT = AmdInvNum
                   MOVE 'Y' TO WSEOF
               ELSE
                   MOVE InvLineNum TO LastLineNum
                   EVALUATE InvLProdCode
                       WHEN "DELIV"
                           MOVE 'Y' TO DelivFound
                           MOVE InvLExtPrice TO DelivExt
                       WHEN "FINCH"
                           MOVE 'Y' TO FinchFound
                       WHEN OTHER
                           PERFORM HoldOneInvLine
                   END-EVALUATE
               END-IF
       END-READ.

HoldOneInvLine.
       IF AmendCount < 20
           ADD 1 TO AmendCount
           MOVE InvLProdCode TO AmdProd(AmendCount)
           MOVE InvLProdName TO AmdName(AmendCount)
           MOVE InvLSize TO AmdSize(AmendCount)
           MOVE InvLQty TO AmdOldQty(AmendCount)
           MOVE InvLQty TO AmdNewQty(AmendCount)
           MOVE InvLPrice TO AmdPrice(AmendCount)
           MOVE InvLExtPrice TO AmdOldExt(AmendCount)
           MOVE InvLExtPrice TO AmdNewExt(AmendCount)
           MOVE 'O' TO AmdState(AmendCount)
       END-IF.

ShowAmendLines.
       DISPLAY " ".
       PERFORM ShowOneAmendLine
           VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount.
       IF DelivFound = 'Y'
           DISPLAY "    Delivery $" DelivExt
               " (priced again on the amended weight when saved)"
       END-IF.

ShowOneAmendLine.
       EVALUATE AmdState(AmdIdx)
           WHEN 'A'
               DISPLAY AmdIdx ": " AmdProd(AmdIdx) " " AmdName(AmdIdx)
                   " " AmdSize(AmdIdx) " x" AmdNewQty(AmdIdx)
                   " @$" AmdPrice(AmdIdx) " = $" AmdNewExt(AmdIdx)
                   "  added"
           WHEN 'C'
               DISPLAY AmdIdx ": " AmdProd(AmdIdx) " " AmdName(AmdIdx)
                   " " AmdSize(AmdIdx) " x" AmdNewQty(AmdIdx)
                   " @$" AmdPrice(AmdIdx) " = $" AmdNewExt(AmdIdx)
                   "  changed from x" AmdOldQty(AmdIdx)
           WHEN 'R'
               DISPLAY AmdIdx ": " AmdProd(AmdIdx) " " AmdName(AmdIdx)
                   " " AmdSize(AmdIdx) "  REMOVED"
           WHEN OTHER
               DISPLAY AmdIdx ": " AmdProd(AmdIdx) " " AmdName(AmdIdx)
                   " " AmdSize(AmdIdx) " x" AmdNewQty(AmdIdx)
                   " @$" AmdPrice(AmdIdx) " = $" AmdNewExt(AmdIdx)
       END-EVALUATE.

*> A new line is priced as order entry prices it and must be free
*> to sell - on hand, less what ALLOC has promised elsewhere, less
*> what this amendment has already taken. Size K is a kit.
AddAmendLine.
       IF AmendCount >= 20
           DISPLAY "No room for more lines on this invoice"
           GO TO AddAmendLine-Exit
       END-IF.
       DISPLAY "Product or kit code: " WITH NO ADVANCING.
       ACCEPT EntryProdCode.
       DISPLAY "Size (K for a kit): " WITH NO ADVANCING.
       ACCEPT EntrySize.
       DISPLAY "Quantity: " WITH NO ADVANCING.
       ACCEPT EntryQty.
       IF EntryQty = ZERO
           DISPLAY "Nothing added"
           GO TO AddAmendLine-Exit
       END-IF.
       IF EntrySize = 'K'
           MOVE EntryProdCode TO KitCheckCode
           PERFORM FindKitHead
           IF KitFoundIdx = ZERO
               DISPLAY "Kit not on kitdef.dat"
               GO TO AddAmendLine-Exit
           END-IF
           MOVE EntryQty TO KitCheckQty
           PERFORM CheckKitStock
           IF KitStockOK = 'N'
               DISPLAY "Kit refused - a component is short"
               GO TO AddAmendLine-Exit
           END-IF
           MOVE TblKhName(KitFoundIdx) TO AmdName(AmendCount + 1)
           MOVE TblKhPrice(KitFoundIdx) TO UnitPrice
       ELSE
           MOVE EntryProdCode TO CheckProd
           MOVE EntrySize TO CheckSize
           MOVE EntryQty TO CheckQty
           PERFORM CheckFreeStock THRU CheckFreeStock-Exit
           IF StockOK = 'N'
               GO TO AddAmendLine-Exit
           END-IF
           MOVE FileProdName TO AmdName(AmendCount + 1)
           PERFORM PickEffectivePrice
       END-IF.
       COMPUTE PriceLineExt = EntryQty * UnitPrice
           ON SIZE ERROR
               DISPLAY "Line value too large - not added"
               GO TO AddAmendLine-Exit
       END-COMPUTE.
       ADD 1 TO AmendCount.
       MOVE EntryProdCode TO AmdProd(AmendCount).
       MOVE EntrySize TO AmdSize(AmendCount).
       MOVE 0 TO AmdOldQty(AmendCount).
       MOVE EntryQty TO AmdNewQty(AmendCount).
       MOVE UnitPrice TO AmdPrice(AmendCount).
       MOVE 0 TO AmdOldExt(AmendCount).
       MOVE PriceLineExt TO AmdNewExt(AmendCount).
       MOVE 'A' TO AmdState(AmendCount).
       DISPLAY "Added " AmdName(AmendCount) " " EntrySize " x"
           EntryQty " at $" UnitPrice.
AddAmendLine-Exit.
       EXIT.

*> A changed line is re-priced as order entry would price it today
*> - contract price first - for its whole quantity; only a rise in
*> quantity needs the stock to be free.
ChangeAmendLine.
       PERFORM ShowAmendLines.
       DISPLAY "Line to change: " WITH NO ADVANCING.
       ACCEPT PickedLine.
       IF PickedLine = ZERO OR PickedLine > AmendCount
           DISPLAY "No such line"
           GO TO ChangeAmendLine-Exit
       END-IF.
       IF AmdState(PickedLine) = 'R'
           DISPLAY "That line has been removed - add it again instead"
           GO TO ChangeAmendLine-Exit
       END-IF.
       DISPLAY "New quantity: " WITH NO ADVANCING.
       ACCEPT EntryQty.
       IF EntryQty = ZERO
           DISPLAY "Use Remove a Line to take a line off"
           GO TO ChangeAmendLine-Exit
       END-IF.
       IF EntryQty = AmdNewQty(PickedLine)
           DISPLAY "Quantity unchanged"
           GO TO ChangeAmendLine-Exit
       END-IF.
       MOVE AmdPrice(PickedLine) TO UnitPrice.
       IF AmdSize(PickedLine) = 'K'
           MOVE AmdProd(PickedLine) TO KitCheckCode
           PERFORM FindKitHead
           IF KitFoundIdx = ZERO
               DISPLAY "Kit no longer on kitdef.dat - change refused"
               GO TO ChangeAmendLine-Exit
           END-IF
           IF EntryQty > AmdNewQty(PickedLine)
               COMPUTE KitCheckQty = EntryQty - AmdNewQty(PickedLine)
               PERFORM CheckKitStock
               IF KitStockOK = 'N'
                   DISPLAY "Kit refused - a component is short"
                   GO TO ChangeAmendLine-Exit
               END-IF
           END-IF
           MOVE TblKhPrice(KitFoundIdx) TO UnitPrice
       ELSE
           MOVE AmdProd(PickedLine) TO CheckProd
           MOVE AmdSize(PickedLine) TO CheckSize
           MOVE 0 TO CheckQty
           IF EntryQty > AmdNewQty(PickedLine)
               COMPUTE CheckQty = EntryQty - AmdNewQty(PickedLine)
           END-IF
           PERFORM CheckFreeStock THRU CheckFreeStock-Exit
           IF StockOK = 'N'
               GO TO ChangeAmendLine-Exit
           END-IF
           PERFORM PickEffectivePrice
       END-IF.
       COMPUTE PriceLineExt = EntryQty * UnitPrice
           ON SIZE ERROR
               DISPLAY "Line value too large - not changed"
               GO TO ChangeAmendLine-Exit
       END-COMPUTE.
       IF UnitPrice NOT = AmdPrice(PickedLine)
           DISPLAY "Re-priced at $" UnitPrice " (was $"
               AmdPrice(PickedLine) ")"
       END-IF.
       MOVE EntryQty TO AmdNewQty(PickedLine).
       MOVE UnitPrice TO AmdPrice(PickedLine).
       MOVE PriceLineExt TO AmdNewExt(PickedLine).
       IF AmdState(PickedLine) = 'O'
           MOVE 'C' TO AmdState(PickedLine)
       END-IF.
ChangeAmendLine-Exit.
       EXIT.

*> The last goods line cannot be removed - an order with nothing
*> on it is a cancellation, and gets a reason and a VOID.
RemoveAmendLine.
       PERFORM ShowAmendLines.
       DISPLAY "Line to remove: " WITH NO ADVANCING.
       ACCEPT PickedLine.
       IF PickedLine = ZERO OR PickedLine > AmendCount
           DISPLAY "No such line"
           GO TO RemoveAmendLine-Exit
       END-IF.
       IF AmdState(PickedLine) = 'R'
           DISPLAY "That line is already removed"
           GO TO RemoveAmendLine-Exit
       END-IF.
       MOVE 0 TO LiveLines.
       PERFORM CountOneLiveLine
           VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount.
       IF LiveLines < 2
           DISPLAY "That is the last line - cancel the order instead"
           GO TO RemoveAmendLine-Exit
       END-IF.
       MOVE 0 TO AmdNewQty(PickedLine).
       MOVE 0 TO AmdNewExt(PickedLine).
       MOVE 'R' TO AmdState(PickedLine).
       DISPLAY "Line " PickedLine " removed".
RemoveAmendLine-Exit.
       EXIT.

CountOneLiveLine.
       IF AmdState(AmdIdx) NOT = 'R'
           ADD 1 TO LiveLines
       END-IF.

*> Works out the difference, re-checks credit on a rise, takes a
*> reason and - once confirmed - moves the stock and rewrites the
*> invoice, then carries the difference to every file that holds
*> the invoice's value.
SaveAmendment.
       MOVE 0 TO OldGoods.
       MOVE 0 TO NewGoods.
       MOVE 0 TO ChangedLines.
       PERFORM SumOneAmendLine
           VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount.
       IF ChangedLines = ZERO
           DISPLAY "No changes to save"
           GO TO SaveAmendment-Exit
       END-IF.
       COMPUTE GoodsDelta = NewGoods - OldGoods.
       PERFORM FindAmendTaxRate.
       PERFORM ComputeAmendDelivery.
       COMPUTE DelivDelta = NewDeliv - DelivExt.
       COMPUTE NewTotal = OldTotal + GoodsDelta + DelivDelta.
       IF NewTotal < ZERO
           DISPLAY "Amended total would fall below zero - cancel the"
               " order instead"
           GO TO SaveAmendment-Exit
       END-IF.
       IF NewTotal > 99999.99
           DISPLAY "Amended total too large for one invoice"
           GO TO SaveAmendment-Exit
       END-IF.
       MOVE GoodsDelta TO TaxableDelta.
       IF DeliveryTaxable = 'Y'
           ADD DelivDelta TO TaxableDelta
       END-IF.
       MOVE 0 TO TaxDelta.
       IF OldTax > ZERO AND AmendTaxRate > ZERO
           COMPUTE TaxDelta ROUNDED = TaxableDelta * AmendTaxRate
       END-IF.
       COMPUTE NewTax = OldTax + TaxDelta.
       IF NewTax < ZERO
           MOVE 0 TO NewTax
           COMPUTE TaxDelta = 0 - OldTax
       END-IF.
       MOVE GoodsDelta TO ShowMoney.
       MOVE TaxDelta TO ShowMoney2.
       DISPLAY "Goods change $" ShowMoney "  tax change $" ShowMoney2.
       IF DelivDelta NOT = ZERO
           MOVE DelivDelta TO ShowMoney
           DISPLAY "Delivery now $" NewDeliv " on " ShipWeight
               " kg (change $" ShowMoney ")"
       END-IF.
       MOVE NewTotal TO ShowMoney.
       DISPLAY "New invoice total $" ShowMoney " plus tax $" NewTax.
       IF GoodsDelta + DelivDelta > ZERO
           PERFORM CheckAmendCredit
           IF CreditOK = 'N'
               DISPLAY "Amendment refused on credit - lines kept for"
                   " further changes"
               GO TO SaveAmendment-Exit
           END-IF
       END-IF.
       DISPLAY "Reason for the amendment: " WITH NO ADVANCING.
       ACCEPT AmendReason.
       IF AmendReason = SPACES
           DISPLAY "A reason is needed for the audit - not saved"
           GO TO SaveAmendment-Exit
       END-IF.
       DISPLAY "Save the amendment to invoice " AmdInvNum "? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Not saved - lines kept for further changes"
           GO TO SaveAmendment-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM ApplyLineStock
           VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount.
       PERFORM RewriteInvoiceLines.
       MOVE AmdInvNum TO InvoiceNum.
       MOVE 0 TO InvLineNum.
       READ InvoiceMaster
           INVALID KEY DISPLAY "Invoice header gone - total not updated"
           NOT INVALID KEY
               MOVE NewTotal TO InvTotal
               MOVE NewTax TO InvHdrTax
               REWRITE InvMastRec
                   INVALID KEY DISPLAY "Invoice total not updated"
               END-REWRITE
       END-READ.
       PERFORM WriteAmendInvoiceBlock.
       MOVE AmdInvNum TO OitDoc.
       MOVE AmdCustId TO OitCust.
       MOVE TodayDate TO OitDate.
       MOVE 'I' TO OitType.
       COMPUTE OitAmount = GoodsDelta + DelivDelta + TaxDelta.
       CALL 'OITEM' USING "ADJ", OitDoc, OitCust, OitDate,
           OitType, OitAmount.
       PERFORM JournalAmendment.
       PERFORM AdjustLoyaltyPoints.
       PERFORM OpenAmendLog.
       PERFORM AuditOneAmendLine
           VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount.
       CLOSE AmendLog.
       MOVE 'Y' TO AmendDone.
       MOVE NewTotal TO ShowMoney.
       DISPLAY "Invoice " AmdInvNum " amended - total now $" ShowMoney.
SaveAmendment-Exit.
       EXIT.

SumOneAmendLine.
       ADD AmdOldExt(AmdIdx) TO OldGoods.
       ADD AmdNewExt(AmdIdx) TO NewGoods.
       IF AmdState(AmdIdx) NOT = 'O'
               AND (AmdOldQty(AmdIdx) > ZERO
                   OR AmdNewQty(AmdIdx) > ZERO)
           ADD 1 TO ChangedLines
       END-IF.

*> The amended lines are weighed and the shipment priced for the
*> customer's city on the amended goods value, so a waiver over an
*> order value is tested again. A customer no longer on file keeps
*> the charge the order had.
ComputeAmendDelivery.
       MOVE DelivExt TO NewDeliv.
       MOVE 'N' TO DeliveryTaxable.
       MOVE 0 TO ShipWeight.
       IF CustFound = 'Y'
           PERFORM WeighOneAmendLine
               VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount
           MOVE MCityCode TO FreightCity
           MOVE NewGoods TO FreightValue
           CALL 'FREIGHT' USING "CHRG", FreightCity, FreightProd,
               FreightSize, ShipWeight, FreightValue, NewDeliv,
               DeliveryTaxable
       END-IF.

WeighOneAmendLine.
       IF AmdNewQty(AmdIdx) > ZERO
           MOVE AmdProd(AmdIdx) TO FreightProd
           MOVE AmdSize(AmdIdx) TO FreightSize
           CALL 'FREIGHT' USING "WGHT", FreightCity, FreightProd,
               FreightSize, UnitWeight, FreightValue, NewDeliv,
               DeliveryTaxable
           COMPUTE ShipWeight = ShipWeight
               + UnitWeight * AmdNewQty(AmdIdx)
       END-IF.

FindAmendTaxRate.
       MOVE 0 TO AmendTaxRate.
       MOVE 'Y' TO CustFound.
       MOVE AmdCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           PERFORM FindOneTaxRate
               VARYING TaxIdx FROM 1 BY 1 UNTIL TaxIdx > CityTaxCount
       END-IF.

FindOneTaxRate.
       IF TblTaxCity(TaxIdx) = MCityCode
           MOVE TblTaxRate(TaxIdx) TO AmendTaxRate
       END-IF.

*> The same test order entry makes: the customer's open balance
*> plus what the amendment adds must stay inside the limit, or a
*> supervisor has to accept it. A limit of zero means none. A
*> customer in a parent/branch group is then tested as a group.
CheckAmendCredit.
       MOVE 'Y' TO CreditOK.
       MOVE 'Y' TO CustFound.
       MOVE AmdCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y' AND MCreditLimit > ZERO
           PERFORM SumOpenItems
           IF CreditOpenBal + GoodsDelta + DelivDelta + TaxDelta
                   > MCreditLimit
               DISPLAY "CREDIT LIMIT: open balance $" CreditOpenBal
                   " plus this amendment exceeds limit $"
                   MCreditLimit
               DISPLAY "Supervisor approval to accept? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT SupervisorAnswer
               IF SupervisorAnswer NOT = 'Y'
                       AND SupervisorAnswer NOT = 'y'
                   MOVE 'N' TO CreditOK
               END-IF
           END-IF
       END-IF.
       IF CustFound = 'Y' AND CreditOK = 'Y'
           PERFORM CheckAmendGroupLimit
       END-IF.

*> The group is the parent and every account naming it as parent;
*> a customer with no parent is tested as the head of its own
*> group, which is only a group if some branch names it. The
*> parent's limit of zero means the group has none.
CheckAmendGroupLimit.
       MOVE ZERO TO GroupParentId.
       IF MParentId IS NUMERIC
           MOVE MParentId TO GroupParentId
       END-IF.
       IF GroupParentId = ZERO
           MOVE AmdCustId TO GroupParentId
       END-IF.
       PERFORM LoadGroupMembers.
       IF GroupCount > 1 AND GroupLimit > ZERO
           PERFORM SumGroupOpenItems
           IF GroupOpenBal + GoodsDelta + DelivDelta + TaxDelta
                   > GroupLimit
               DISPLAY "GROUP CREDIT LIMIT: group " GroupParentId
                   " open balance $" GroupOpenBal
                   " plus this amendment exceeds limit $" GroupLimit
               DISPLAY "Supervisor approval to accept? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT SupervisorAnswer
               IF SupervisorAnswer NOT = 'Y'
                       AND SupervisorAnswer NOT = 'y'
                   MOVE 'N' TO CreditOK
               END-IF
           END-IF
       END-IF.

LoadGroupMembers.
       MOVE 0 TO GroupCount.
       MOVE ZERO TO GroupLimit.
       MOVE GroupParentId TO MIDNum.
       READ CustomerMaster
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE MCreditLimit TO GroupLimit
               ADD 1 TO GroupCount
               MOVE MIDNum TO TblGrpCust(GroupCount)
       END-READ.
       MOVE 'N' TO GroupEOF.
       MOVE LOW-VALUES TO MIDNum.
       START CustomerMaster KEY IS NOT LESS THAN MIDNum
           INVALID KEY MOVE 'Y' TO GroupEOF
       END-START.
       PERFORM LoadOneGroupMember UNTIL GroupEOF = 'Y'.

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
               IF OiCustId = AmdCustId
                   ADD OiOutstanding TO CreditOpenBal
               END-IF
       END-READ.

*> A cancellation releases every line and voids the invoice: the
*> number stays on the master with a V flag and the void date, the
*> lines stay for the record, and the total and tax go to zero.
CancelOrder.
       PERFORM FetchOpenInvoice THRU FetchOpenInvoice-Exit.
       IF InvFound = 'N'
           GO TO CancelOrder-Exit
       END-IF.
       PERFORM ShowAmendLines.
       DISPLAY "Reason for the cancellation: " WITH NO ADVANCING.
       ACCEPT AmendReason.
       IF AmendReason = SPACES
           DISPLAY "A reason is needed for the audit - not cancelled"
           GO TO CancelOrder-Exit
       END-IF.
       DISPLAY "Cancel invoice " AmdInvNum " and release all its"
           " stock? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Not cancelled"
           GO TO CancelOrder-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE 'V' TO AmendDone.
       PERFORM ReleaseWholeLine
           VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount.
       MOVE AmdInvNum TO InvoiceNum.
       MOVE 0 TO InvLineNum.
       READ InvoiceMaster
           INVALID KEY DISPLAY "Invoice header gone - not voided"
           NOT INVALID KEY
               MOVE 'V' TO InvShipFlag
               MOVE TodayDate TO InvShipDate
               MOVE 0 TO InvTotal
               MOVE 0 TO InvHdrTax
               REWRITE InvMastRec
                   INVALID KEY DISPLAY "Invoice not voided"
               END-REWRITE
       END-READ.
       COMPUTE GoodsDelta = 0 - OldTotal.
       MOVE 0 TO DelivDelta.
       COMPUTE TaxDelta = 0 - OldTax.
       PERFORM WriteAmendInvoiceBlock.
       MOVE AmdInvNum TO OitDoc.
       MOVE AmdCustId TO OitCust.
       MOVE TodayDate TO OitDate.
       MOVE 'I' TO OitType.
       COMPUTE OitAmount = GoodsDelta + TaxDelta.
       CALL 'OITEM' USING "ADJ", OitDoc, OitCust, OitDate,
           OitType, OitAmount.
       PERFORM JournalVoid.
       PERFORM AdjustLoyaltyPoints.
       PERFORM GiveBackRedeemedPoints.
       PERFORM OpenAmendLog.
       PERFORM AuditVoid.
       CLOSE AmendLog.
       DISPLAY "Invoice " AmdInvNum " cancelled - number kept, marked"
           " VOID".
CancelOrder-Exit.
       EXIT.

ReleaseWholeLine.
       MOVE 0 TO AmdNewQty(AmdIdx).
       MOVE 0 TO AmdNewExt(AmdIdx).
       PERFORM ApplyLineStock.

*> The quantity difference on one line moves the stock: a rise is
*> taken off the shelf and sold, a fall or removal is put back. A
*> kit moves each of its components.
ApplyLineStock.
       COMPUTE MoveQty = AmdNewQty(AmdIdx) - AmdOldQty(AmdIdx).
       IF MoveQty NOT = ZERO
           IF AmdSize(AmdIdx) = 'K'
               IF MoveQty > ZERO
                   COMPUTE KitRevenueLeft = MoveQty * AmdPrice(AmdIdx)
               END-IF
               PERFORM MoveOneKitComp
                   VARYING KcIdx FROM 1 BY 1
                   UNTIL KcIdx > KitCompCount
           ELSE
               MOVE AmdProd(AmdIdx) TO MoveProd
               MOVE AmdSize(AmdIdx) TO MoveSize
               IF MoveQty > ZERO
                   MOVE MoveQty TO MoveUnits
                   COMPUTE MoveRevenue = MoveQty * AmdPrice(AmdIdx)
                   PERFORM TakeStock
               ELSE
                   COMPUTE MoveUnits = 0 - MoveQty
                   PERFORM ReleaseStock
               END-IF
           END-IF
       END-IF.

*> The kit's revenue rides on its first component's history line,
*> the way order entry writes a kit sale.
MoveOneKitComp.
       IF TblKcKit(KcIdx) = AmdProd(AmdIdx)
           MOVE TblKcProd(KcIdx) TO MoveProd
           MOVE TblKcSize(KcIdx) TO MoveSize
           IF MoveQty > ZERO
               COMPUTE MoveUnits = TblKcQty(KcIdx) * MoveQty
               MOVE KitRevenueLeft TO MoveRevenue
               MOVE 0 TO KitRevenueLeft
               PERFORM TakeStock
           ELSE
               COMPUTE MoveUnits = TblKcQty(KcIdx) * (0 - MoveQty)
               PERFORM ReleaseStock
           END-IF
       END-IF.

TakeStock.
       MOVE 'Y' TO ProdExits.
       MOVE MoveProd TO FileProdCode.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY MoveProd " no longer on order.dat - stock not"
               " adjusted"
       ELSE
           MOVE FileProductRec TO JrnBefore
           MOVE 'N' TO SizeFound
           PERFORM TakeOneSize
               VARYING SizeIdx FROM 1 BY 1
               UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount
           IF SizeFound = 'N'
               DISPLAY MoveProd " size " MoveSize " not on the"
                   " product - stock not adjusted"
           END-IF
       END-IF.
       DISPLAY "Take " MoveUnits " of " MoveProd " " MoveSize
           " from location (spaces to skip): " WITH NO ADVANCING.
       ACCEPT EntryLocation.
       IF EntryLocation NOT = SPACES
           PERFORM DrawFromLocation
       END-IF.
       PERFORM WriteAmendSale.

TakeOneSize.
       IF FileSizeType(SizeIdx) = MoveSize
           MOVE 'Y' TO SizeFound
           IF FileQtyOnHand(SizeIdx) < MoveUnits
               MOVE 0 TO FileQtyOnHand(SizeIdx)
           ELSE
               SUBTRACT MoveUnits FROM FileQtyOnHand(SizeIdx)
           END-IF
           REWRITE FileProductRec
               INVALID KEY DISPLAY "Stock not adjusted"
               NOT INVALID KEY
                   MOVE FileProductRec TO JrnAfter
                   CALL 'JRNL' USING "ORDR", "UPD",
                       JrnBefore, JrnAfter
           END-REWRITE
       END-IF.

ReleaseStock.
       MOVE 'Y' TO ProdExits.
       MOVE MoveProd TO FileProdCode.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY MoveProd " no longer on order.dat - stock not"
               " adjusted"
       ELSE
           MOVE FileProductRec TO JrnBefore
           MOVE 'N' TO SizeFound
           PERFORM ReleaseOneSize
               VARYING SizeIdx FROM 1 BY 1
               UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount
           IF SizeFound = 'N'
               DISPLAY MoveProd " size " MoveSize " not on the"
                   " product - stock not adjusted"
           END-IF
       END-IF.
       DISPLAY "Put " MoveUnits " of " MoveProd " " MoveSize
           " back at location (spaces to skip): " WITH NO ADVANCING.
       ACCEPT EntryLocation.
       IF EntryLocation NOT = SPACES
           PERFORM RestoreToLocation
       END-IF.
       PERFORM PutBackDrawnLots.

*> Released goods go back on the lots they were drawn from, the
*> latest draw first, and their history lines lose the lot, so a
*> recall trace stops naming this customer for goods they never
*> received. The units stay on the history as sold, as a restock
*> through returns leaves them.
PutBackDrawnLots.
       MOVE MoveUnits TO LotQtyLeft.
       MOVE 0 TO LotLineCount.
       OPEN I-O SalesHistFile.
       IF SalesHistStatus NOT = "35"
           MOVE 'N' TO LotScanEOF
           MOVE AmdCustId TO SalesCustId
           MOVE AmdHdrDate TO SalesCustDate
           START SalesHistFile KEY IS NOT LESS THAN SalesCustKey
               INVALID KEY MOVE 'Y' TO LotScanEOF
           END-START
           PERFORM CollectOneLotLine UNTIL LotScanEOF = 'Y'
           PERFORM PutBackOneLotLine
               VARYING LotLineIdx FROM LotLineCount BY -1
               UNTIL LotLineIdx < 1 OR LotQtyLeft = ZERO
           CLOSE SalesHistFile
       END-IF.

CollectOneLotLine.
       READ SalesHistFile NEXT RECORD
           AT END MOVE 'Y' TO LotScanEOF
           NOT AT END
               IF SalesCustId NOT = AmdCustId
                   MOVE 'Y' TO LotScanEOF
               ELSE
                   IF SalesInvNum IS NUMERIC
                           AND SalesInvNum = AmdInvNum
                           AND SalesProdCode = MoveProd
                           AND SalesSizeType = MoveSize
                           AND SalesLotNum NOT = SPACES
                           AND LotLineCount < 20
                       ADD 1 TO LotLineCount
                       MOVE SalesKey TO TblLlKey(LotLineCount)
                   END-IF
               END-IF
       END-READ.

*> A line only partly released is split: the part kept stays on
*> the lot, the part put back goes onto a line of its own.
PutBackOneLotLine.
       MOVE TblLlKey(LotLineIdx) TO SalesKey.
       MOVE 'Y' TO LotLineFound.
       READ SalesHistFile
           INVALID KEY MOVE 'N' TO LotLineFound
       END-READ.
       IF LotLineFound = 'Y' AND SalesQty > ZERO
           MOVE SalesQty TO PutBackUnits
           IF PutBackUnits > LotQtyLeft
               MOVE LotQtyLeft TO PutBackUnits
           END-IF
           MOVE SalesLotNum TO LotNum
           MOVE PutBackUnits TO LotQty
           CALL 'LOTS' USING "PUTB", SalesProdCode, SalesSizeType,
               LotNum, LotExpiry, LotQty
           IF PutBackUnits = SalesQty
               MOVE SPACES TO SalesLotNum
               REWRITE SalesHistRec
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               COMPUTE SplitRevenue ROUNDED =
                   SalesExtPrice * PutBackUnits / SalesQty
               SUBTRACT PutBackUnits FROM SalesQty
               SUBTRACT SplitRevenue FROM SalesExtPrice
               REWRITE SalesHistRec
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE PutBackUnits TO SalesQty
               MOVE SplitRevenue TO SalesExtPrice
               MOVE SPACES TO SalesLotNum
               PERFORM PutSalesLine
           END-IF
           SUBTRACT PutBackUnits FROM LotQtyLeft
       END-IF.

ReleaseOneSize.
       IF FileSizeType(SizeIdx) = MoveSize
           MOVE 'Y' TO SizeFound
           MOVE FileQtyOnHand(SizeIdx) TO QtyBeforeMove
           ADD MoveUnits TO FileQtyOnHand(SizeIdx)
           REWRITE FileProductRec
               INVALID KEY DISPLAY "Stock not adjusted"
               NOT INVALID KEY
                   MOVE FileProductRec TO JrnAfter
                   CALL 'JRNL' USING "ORDR", "UPD",
                       JrnBefore, JrnAfter
                   PERFORM LogStockRelease
           END-REWRITE
       END-IF.

*> Same line shape cyclecount's adjustment audit writes, so the
*> end-of-day reconciliation sees the release as movement.
LogStockRelease.
       OPEN EXTEND AdjustLog.
       IF AdjustLogStatus = "35"
           OPEN OUTPUT AdjustLog
           CLOSE AdjustLog
           OPEN EXTEND AdjustLog
       END-IF.
       ACCEPT AdjLogDate FROM DATE YYYYMMDD.
       MOVE SPACES TO AdjustLine.
       MOVE AdjLogDate TO AdjDate.
       MOVE MoveProd TO AdjProdCode.
       MOVE MoveSize TO AdjSizeType.
       MOVE QtyBeforeMove TO AdjBefore.
       MOVE FileQtyOnHand(SizeIdx) TO AdjAfter.
       MOVE OperatorName TO AdjCounter.
       WRITE AdjustLine.
       CLOSE AdjustLog.

*> A short location is warned about rather than refused - the
*> order.dat total is what governs, and a transfer squares it.
DrawFromLocation.
       PERFORM LoadLocTable.
       MOVE 'N' TO LocFound.
       PERFORM DrawDownOneLocRow
           VARYING LocIdx FROM 1 BY 1
           UNTIL LocFound = 'Y' OR LocIdx > LocCount.
       IF LocFound = 'N'
           DISPLAY "Nothing recorded at " EntryLocation
               " for that product/size - not drawn down"
       ELSE
           PERFORM RewriteLocFile
       END-IF.

DrawDownOneLocRow.
       IF TblLocProd(LocIdx) = MoveProd
               AND TblLocSize(LocIdx) = MoveSize
               AND TblLocLoc(LocIdx) = EntryLocation
           MOVE 'Y' TO LocFound
           IF TblLocQty(LocIdx) >= MoveUnits
               SUBTRACT MoveUnits FROM TblLocQty(LocIdx)
           ELSE
               DISPLAY "Location short - only " TblLocQty(LocIdx)
                   " there; zeroed, square it with a transfer"
               MOVE ZEROS TO TblLocQty(LocIdx)
           END-IF
       END-IF.

RestoreToLocation.
       PERFORM LoadLocTable.
       MOVE 'N' TO LocFound.
       PERFORM RestoreOneLocRow
           VARYING LocIdx FROM 1 BY 1
           UNTIL LocFound = 'Y' OR LocIdx > LocCount.
       IF LocFound = 'Y'
           PERFORM RewriteLocFile
       ELSE
           DISPLAY "No row at " EntryLocation " for " MoveProd
               " - square it with a transfer"
       END-IF.

RestoreOneLocRow.
       IF TblLocProd(LocIdx) = MoveProd
               AND TblLocSize(LocIdx) = MoveSize
               AND TblLocLoc(LocIdx) = EntryLocation
           MOVE 'Y' TO LocFound
           ADD MoveUnits TO TblLocQty(LocIdx)
       END-IF.

LoadLocTable.
       MOVE 0 TO LocCount.
       MOVE 'N' TO LocEOF.
       OPEN INPUT StockLocFile.
       IF StockLocStatus = "35"
           MOVE 'Y' TO LocEOF
       END-IF.
       PERFORM LoadOneLocRec UNTIL LocEOF = 'Y'.
       IF StockLocStatus NOT = "35"
           CLOSE StockLocFile
       END-IF.

LoadOneLocRec.
       READ StockLocFile
           AT END MOVE 'Y' TO LocEOF
           NOT AT END
               IF LocCount < 300
                   ADD 1 TO LocCount
                   MOVE SlProdCode TO TblLocProd(LocCount)
                   MOVE SlSize TO TblLocSize(LocCount)
                   MOVE SlLoc TO TblLocLoc(LocCount)
                   MOVE SlQty TO TblLocQty(LocCount)
               END-IF
       END-READ.

RewriteLocFile.
       OPEN OUTPUT StockLocFile.
       PERFORM RewriteOneLocRec
           VARYING LocIdx FROM 1 BY 1 UNTIL LocIdx > LocCount.
       CLOSE StockLocFile.

RewriteOneLocRec.
       MOVE SPACES TO StockLocRec.
       MOVE TblLocProd(LocIdx) TO SlProdCode.
       MOVE TblLocSize(LocIdx) TO SlSize.
       MOVE TblLocLoc(LocIdx) TO SlLoc.
       MOVE TblLocQty(LocIdx) TO SlQty.
       WRITE StockLocRec.

*> The extra goods go onto the sales history against the invoice,
*> a line per lot drawn, oldest lot first, as order entry does.
WriteAmendSale.
       OPEN I-O SalesHistFile.
       IF SalesHistStatus = "35"
           OPEN OUTPUT SalesHistFile
           CLOSE SalesHistFile
           OPEN I-O SalesHistFile
       END-IF.
       MOVE TodayDate TO SalesHistDate.
       MOVE SPACES TO SalesHistRec.
       MOVE SalesHistDate TO SalesDate.
       MOVE MoveProd TO SalesProdCode.
       MOVE MoveSize TO SalesSizeType.
       MOVE MoveUnits TO SalesQty.
       MOVE MoveRevenue TO SalesExtPrice.
       MOVE AmdCustId TO SalesCustId.
       MOVE MoveProd TO CostLookProd.
       MOVE MoveSize TO CostLookSize.
       PERFORM FindUnitCost.
       MOVE FoundUnitCost TO SalesUnitCost.
       MOVE AmdInvNum TO SalesInvNum.
       PERFORM WriteLotSalesLines.
       CLOSE SalesHistFile.

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
*> been keyed yet, which the margin report treats as unknown.
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

*> The old item lines come off the master and the amended ones go
*> back numbered from 01, removed lines dropped, with the DELIV
*> line at its new charge last as order entry writes it.
RewriteInvoiceLines.
       PERFORM DeleteOneInvLine
           VARYING DelLineNum FROM 1 BY 1
           UNTIL DelLineNum > LastLineNum.
       MOVE 0 TO NewLineNum.
       PERFORM WriteOneAmendedLine
           VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount.
       IF NewDeliv > ZERO
           ADD 1 TO NewLineNum
           MOVE AmdInvNum TO InvoiceNum
           MOVE NewLineNum TO InvLineNum
           MOVE SPACES TO InvBody
           MOVE "DELIV" TO InvLProdCode
           MOVE "DELIVERY" TO InvLProdName
           MOVE 1 TO InvLQty
           MOVE NewDeliv TO InvLPrice
           MOVE NewDeliv TO InvLExtPrice
           WRITE InvMastRec
               INVALID KEY CONTINUE
           END-WRITE
       END-IF.

DeleteOneInvLine.
       MOVE AmdInvNum TO InvoiceNum.
       MOVE DelLineNum TO InvLineNum.
       DELETE InvoiceMaster
           INVALID KEY CONTINUE
       END-DELETE.

WriteOneAmendedLine.
       IF AmdNewQty(AmdIdx) > ZERO
           ADD 1 TO NewLineNum
           MOVE AmdInvNum TO InvoiceNum
           MOVE NewLineNum TO InvLineNum
           MOVE SPACES TO InvBody
           MOVE AmdProd(AmdIdx) TO InvLProdCode
           MOVE AmdName(AmdIdx) TO InvLProdName
           MOVE AmdSize(AmdIdx) TO InvLSize
           MOVE AmdNewQty(AmdIdx) TO InvLQty
           MOVE AmdPrice(AmdIdx) TO InvLPrice
           MOVE AmdNewExt(AmdIdx) TO InvLExtPrice
           WRITE InvMastRec
               INVALID KEY CONTINUE
           END-WRITE
       END-IF.

*> The difference goes onto invoice.dat in the shape order entry
*> and returns write - an "Order total" block for a rise, a
*> "Credit total" block for a fall or a void - so the statement,
*> tax remittance and control-total readers net it in.
WriteAmendInvoiceBlock.
       ACCEPT ShortDate FROM DATE.
       MOVE 'Y' TO CustFound.
       MOVE AmdCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       OPEN EXTEND InvoiceFile.
       IF InvoiceFileStatus = "35"
           OPEN OUTPUT InvoiceFile
           CLOSE InvoiceFile
           OPEN EXTEND InvoiceFile
       END-IF.
       MOVE SPACES TO InvoiceLine.
       IF CustFound = 'Y'
           STRING AmdCustId DELIMITED BY SIZE
               " " MFirstName DELIMITED BY SPACE
               " " MLastName DELIMITED BY SPACE
               " order on " TdMonth DELIMITED BY SIZE
               "/" TdDay DELIMITED BY SIZE
               "/" TdYear DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
       ELSE
           STRING AmdCustId DELIMITED BY SIZE
               " (retired customer)" DELIMITED BY SIZE
               " order on " TdMonth DELIMITED BY SIZE
               "/" TdDay DELIMITED BY SIZE
               "/" TdYear DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
       END-IF.
       WRITE InvoiceLine.
       MOVE SPACES TO InvoiceLine.
       IF AmendDone = 'N'
           STRING "  AMENDED invoice " AmdInvNum DELIMITED BY SIZE
               ": " AmendReason DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           PERFORM WriteOneAmendDetail
               VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount
           IF DelivDelta NOT = ZERO
               MOVE SPACES TO InvoiceLine
               IF DeliveryTaxable = 'Y'
                   STRING "  DELIVERY $" DelivExt DELIMITED BY SIZE
                       " to $" NewDeliv DELIMITED BY SIZE
                       " for " ShipWeight DELIMITED BY SIZE
                       " kg" DELIMITED BY SIZE
                       INTO InvoiceLine
                   END-STRING
               ELSE
                   STRING "  DELIVERY $" DelivExt DELIMITED BY SIZE
                       " to $" NewDeliv DELIMITED BY SIZE
                       " for " ShipWeight DELIMITED BY SIZE
                       " kg (not taxed)" DELIMITED BY SIZE
                       INTO InvoiceLine
                   END-STRING
               END-IF
               WRITE InvoiceLine
           END-IF
       ELSE
           STRING "  VOID invoice " AmdInvNum DELIMITED BY SIZE
               ": " AmendReason DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
       END-IF.
       IF TaxDelta < ZERO
           COMPUTE TaxAbs = 0 - TaxDelta
       ELSE
           MOVE TaxDelta TO TaxAbs
       END-IF.
       IF TaxAbs > ZERO
           MOVE SPACES TO InvoiceLine
           STRING "  Sales tax: $" TaxAbs DELIMITED BY SIZE
               " at " AmendTaxRate DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
       END-IF.
       MOVE SPACES TO InvoiceLine.
       COMPUTE BlockDelta = GoodsDelta + DelivDelta.
       IF BlockDelta < ZERO
           COMPUTE GoodsAbs = 0 - BlockDelta
           STRING "  Credit total:$" GoodsAbs DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
       ELSE
           MOVE BlockDelta TO GoodsAbs
           STRING "  Order total: $" GoodsAbs DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
       END-IF.
       WRITE InvoiceLine.
       CLOSE InvoiceFile.

WriteOneAmendDetail.
       MOVE SPACES TO InvoiceLine.
       EVALUATE AmdState(AmdIdx)
           WHEN 'A'
               STRING "  ADDED " AmdName(AmdIdx) DELIMITED BY SIZE
                   " " AmdSize(AmdIdx) DELIMITED BY SIZE
                   " x" AmdNewQty(AmdIdx) DELIMITED BY SIZE
                   " $" AmdNewExt(AmdIdx) DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
           WHEN 'C'
               STRING "  CHANGED " AmdName(AmdIdx) DELIMITED BY SIZE
                   " " AmdSize(AmdIdx) DELIMITED BY SIZE
                   " x" AmdOldQty(AmdIdx) DELIMITED BY SIZE
                   " to x" AmdNewQty(AmdIdx) DELIMITED BY SIZE
                   " $" AmdNewExt(AmdIdx) DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
           WHEN 'R'
               IF AmdOldQty(AmdIdx) > ZERO
                   STRING "  REMOVED " AmdName(AmdIdx)
                       DELIMITED BY SIZE
                       " " AmdSize(AmdIdx) DELIMITED BY SIZE
                       " x" AmdOldQty(AmdIdx) DELIMITED BY SIZE
                       INTO InvoiceLine
                   END-STRING
               END-IF
       END-EVALUATE.
       IF InvoiceLine NOT = SPACES
           WRITE InvoiceLine
       END-IF.

*> glctl.dat says how far glpost has journalled. An invoice dated
*> after that will post in its amended form on the next run; one
*> dated on or before it has already posted, so the difference is
*> journalled here - receivables against sales, delivery income
*> and tax payable, each the way its own difference runs.
ReadPostedThrough.
       MOVE 0 TO PostedThrough.
       OPEN INPUT GlCtlFile.
       IF GlCtlStatus NOT = "35"
           READ GlCtlFile
               AT END CONTINUE
               NOT AT END MOVE LastPostDate TO PostedThrough
           END-READ
           CLOSE GlCtlFile
       END-IF.

JournalAmendment.
       PERFORM ReadPostedThrough.
       IF AmdHdrDate <= PostedThrough
           MOVE SPACES TO JrnTag
           STRING "AMD " AmdInvNum DELIMITED BY SIZE
               INTO JrnTag
           END-STRING
           PERFORM OpenJournalFile
           MOVE 4000 TO JrnAcct
           MOVE GoodsDelta TO JrnSigned
           PERFORM WriteCreditSideLine
           MOVE 4200 TO JrnAcct
           MOVE DelivDelta TO JrnSigned
           PERFORM WriteCreditSideLine
           MOVE 2200 TO JrnAcct
           MOVE TaxDelta TO JrnSigned
           PERFORM WriteCreditSideLine
           MOVE 1100 TO JrnAcct
           COMPUTE JrnSigned = 0 - (GoodsDelta + DelivDelta + TaxDelta)
           PERFORM WriteCreditSideLine
           CLOSE JournalFile
       END-IF.

*> JrnSigned is the change on a credit-side account: a rise is a
*> credit, a fall a debit. Receivables come in turned round.
WriteCreditSideLine.
       IF JrnSigned < ZERO
           MOVE 'D' TO JrnDrCr
           COMPUTE JrnAmount = 0 - JrnSigned
       ELSE
           MOVE 'C' TO JrnDrCr
           MOVE JrnSigned TO JrnAmount
       END-IF.
       PERFORM WriteOneJrnLine.

*> A posted invoice voided comes back out the way glpost put it
*> in: goods off sales, the delivery off delivery income, the tax
*> off tax payable and the whole off receivables.
JournalVoid.
       PERFORM ReadPostedThrough.
       IF AmdHdrDate <= PostedThrough
           MOVE SPACES TO JrnTag
           STRING "VOID " AmdInvNum DELIMITED BY SIZE
               INTO JrnTag
           END-STRING
           PERFORM OpenJournalFile
           MOVE DelivExt TO JrnDeliv
           IF JrnDeliv > OldTotal
               MOVE OldTotal TO JrnDeliv
           END-IF
           MOVE OldTax TO JrnTax
           MOVE 4000 TO JrnAcct
           MOVE 'D' TO JrnDrCr
           COMPUTE JrnAmount = OldTotal - JrnDeliv
           PERFORM WriteOneJrnLine
           MOVE 4200 TO JrnAcct
           MOVE 'D' TO JrnDrCr
           MOVE JrnDeliv TO JrnAmount
           PERFORM WriteOneJrnLine
           MOVE 2200 TO JrnAcct
           MOVE 'D' TO JrnDrCr
           MOVE JrnTax TO JrnAmount
           PERFORM WriteOneJrnLine
           MOVE 1100 TO JrnAcct
           MOVE 'C' TO JrnDrCr
           COMPUTE JrnAmount = OldTotal + JrnTax
           PERFORM WriteOneJrnLine
           CLOSE JournalFile
       END-IF.

OpenJournalFile.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.

*> JrnAcct, JrnDrCr and JrnAmount are set by the caller; a zero
*> line is not worth writing.
WriteOneJrnLine.
       IF JrnAmount > ZERO
           MOVE TodayDate TO JrnDate
           MOVE JrnTag TO JrnSource
           WRITE JournalRec
       END-IF.

*> An invoice loyearn has already earned on earns more or gives
*> back on the difference in goods, at the scheme's rate, so the
*> points match what the customer ended up buying. One it has not
*> reached yet earns on its amended value in the usual way.
AdjustLoyaltyPoints.
       MOVE 'N' TO SchemeFound.
       OPEN INPUT LoyCtlFile.
       IF LoyCtlStatus NOT = "35"
           READ LoyCtlFile
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO SchemeFound
           END-READ
           CLOSE LoyCtlFile
       END-IF.
       IF SchemeFound = 'Y' AND AmdInvNum <= LcLastInvoice
           MOVE AmdCustId TO LoyCustId
           MOVE AmdInvNum TO LoyDocNum
           IF GoodsDelta < ZERO
               COMPUTE LoyNetValue = 0 - GoodsDelta
               IF AmendDone NOT = 'N'
                   IF LoyNetValue > DelivExt
                       SUBTRACT DelivExt FROM LoyNetValue
                   ELSE
                       MOVE 0 TO LoyNetValue
                   END-IF
               END-IF
               COMPUTE LoyPoints = LoyNetValue * LcEarnRate
               IF LoyPoints > ZERO
                   CALL 'LOYPTS' USING "BACK", LoyCustId, LoyPoints,
                       LoyDocNum, LoyBalance, LoyPointValue
               END-IF
           ELSE
               MOVE GoodsDelta TO LoyNetValue
               COMPUTE LoyPoints = LoyNetValue * LcEarnRate
               IF LoyPoints > ZERO
                   CALL 'LOYPTS' USING "EARN", LoyCustId, LoyPoints,
                       LoyDocNum, LoyBalance, LoyPointValue
               END-IF
           END-IF
       END-IF.

*> A cancelled order gives back whatever loyalty points were
*> redeemed on it at the till; the ledger knows how many.
GiveBackRedeemedPoints.
       IF SchemeFound = 'Y'
           MOVE AmdCustId TO LoyCustId
           MOVE AmdInvNum TO LoyDocNum
           MOVE 0 TO LoyPoints
           CALL 'LOYPTS' USING "UNRD", LoyCustId, LoyPoints,
               LoyDocNum, LoyBalance, LoyPointValue
           IF LoyPoints > ZERO
               DISPLAY LoyPoints " redeemed points given back - "
                   "balance now " LoyBalance
           END-IF
       END-IF.

OpenAmendLog.
       OPEN EXTEND AmendLog.
       IF AmendLogStatus = "35"
           OPEN OUTPUT AmendLog
           CLOSE AmendLog
           OPEN EXTEND AmendLog
       END-IF.
       ACCEPT AmendClock FROM TIME.

AuditOneAmendLine.
       IF AmdState(AmdIdx) NOT = 'O'
               AND (AmdOldQty(AmdIdx) > ZERO
                   OR AmdNewQty(AmdIdx) > ZERO)
           MOVE SPACES TO AmendLogRec
           MOVE TodayDate TO AlgDate
           MOVE AmendTime TO AlgTime
           MOVE AmdInvNum TO AlgInvNum
           EVALUATE AmdState(AmdIdx)
               WHEN 'A' MOVE "ADDLN" TO AlgAction
               WHEN 'C' MOVE "CHGLN" TO AlgAction
               WHEN OTHER MOVE "DELLN" TO AlgAction
           END-EVALUATE
           MOVE AmdProd(AmdIdx) TO AlgProdCode
           MOVE AmdSize(AmdIdx) TO AlgSize
           MOVE AmdOldQty(AmdIdx) TO AlgOldQty
           MOVE AmdNewQty(AmdIdx) TO AlgNewQty
           MOVE AmdOldExt(AmdIdx) TO AlgOldAmt
           MOVE AmdNewExt(AmdIdx) TO AlgNewAmt
           MOVE OperatorName TO AlgOperator
           MOVE AmendReason TO AlgReason
           WRITE AmendLogRec
       END-IF.

AuditVoid.
       MOVE SPACES TO AmendLogRec.
       MOVE TodayDate TO AlgDate.
       MOVE AmendTime TO AlgTime.
       MOVE AmdInvNum TO AlgInvNum.
       MOVE "VOID " TO AlgAction.
       MOVE 0 TO AlgOldQty.
       MOVE 0 TO AlgNewQty.
       MOVE OldTotal TO AlgOldAmt.
       MOVE 0 TO AlgNewAmt.
       MOVE OperatorName TO AlgOperator.
       MOVE AmendReason TO AlgReason.
       WRITE AmendLogRec.

*> Free to sell is on hand less what ALLOC says is promised, less
*> what this amendment has already taken of the same product and
*> size. Leaves the product's order.dat record in the buffer.
CheckFreeStock.
       MOVE 'N' TO StockOK.
       MOVE 'Y' TO ProdExits.
       MOVE CheckProd TO FileProdCode.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY "Product " CheckProd " not on file"
           GO TO CheckFreeStock-Exit
       END-IF.
       MOVE 'N' TO SizeFound.
       PERFORM FindCheckSize
           VARYING SizeIdx FROM 1 BY 1
           UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount.
       IF SizeFound = 'N'
           DISPLAY "Size " CheckSize " not stocked for " CheckProd
           GO TO CheckFreeStock-Exit
       END-IF.
       SUBTRACT 1 FROM SizeIdx.
       IF CheckQty = ZERO
           MOVE 'Y' TO StockOK
           GO TO CheckFreeStock-Exit
       END-IF.
       MOVE CheckProd TO AllocProd.
       MOVE CheckSize TO AllocSize.
       CALL 'ALLOC' USING "QRY ", AllocSource, AllocProd, AllocSize,
           AllocQty, AllocatedQty.
       MOVE 0 TO PendingTake.
       PERFORM AddOnePendingTake
           VARYING AmdIdx FROM 1 BY 1 UNTIL AmdIdx > AmendCount.
       COMPUTE FreeQty = FileQtyOnHand(SizeIdx) - AllocatedQty
           - PendingTake.
       IF FreeQty >= CheckQty
           MOVE 'Y' TO StockOK
       ELSE
           MOVE FreeQty TO FreeShow
           DISPLAY "Insufficient stock: " CheckProd " " CheckSize
               " needs " CheckQty " only " FreeShow " free to sell"
       END-IF.
CheckFreeStock-Exit.
       EXIT.

FindCheckSize.
       IF FileSizeType(SizeIdx) = CheckSize
           MOVE 'Y' TO SizeFound
       END-IF.

AddOnePendingTake.
       IF AmdProd(AmdIdx) = CheckProd AND AmdSize(AmdIdx) = CheckSize
               AND AmdNewQty(AmdIdx) > AmdOldQty(AmdIdx)
           COMPUTE PendingTake = PendingTake + AmdNewQty(AmdIdx)
               - AmdOldQty(AmdIdx)
       END-IF.

*> Every component of the kit must be free for the quantity asked.
CheckKitStock.
       MOVE 'Y' TO KitStockOK.
       PERFORM CheckOneKitComp
           VARYING KcIdx FROM 1 BY 1 UNTIL KcIdx > KitCompCount.

CheckOneKitComp.
       IF TblKcKit(KcIdx) = KitCheckCode
           MOVE TblKcProd(KcIdx) TO CheckProd
           MOVE TblKcSize(KcIdx) TO CheckSize
           COMPUTE CheckQty = TblKcQty(KcIdx) * KitCheckQty
           PERFORM CheckFreeStock THRU CheckFreeStock-Exit
           IF StockOK = 'N'
               MOVE 'N' TO KitStockOK
           END-IF
       END-IF.

FindKitHead.
       MOVE 0 TO KitFoundIdx.
       PERFORM MatchOneKitHead
           VARYING KitIdx FROM 1 BY 1 UNTIL KitIdx > KitHeadCount.

MatchOneKitHead.
       IF TblKhCode(KitIdx) = KitCheckCode
           MOVE KitIdx TO KitFoundIdx
       END-IF.

*> Today's price for the product and size in the order.dat buffer:
*> the latest prices.dat row already in effect, or the list price,
*> then the customer's contract row over either, as order entry
*> and the EDI import price a line.
PickEffectivePrice.
       MOVE FileProdPrice(SizeIdx) TO UnitPrice.
       MOVE 0 TO BestPriceEff.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM CheckOnePriceEntry
           VARYING PriceIdx FROM 1 BY 1 UNTIL PriceIdx > PriceCount.
       PERFORM CheckOneContractEntry
           VARYING ContrIdx FROM 1 BY 1
           UNTIL ContrIdx > ContractCount.

CheckOnePriceEntry.
       IF TblPriceProd(PriceIdx) = FileProdCode
               AND TblPriceSize(PriceIdx) = FileSizeType(SizeIdx)
               AND TblPriceEff(PriceIdx) <= TodayDate
               AND TblPriceEff(PriceIdx) >= BestPriceEff
           MOVE TblPriceAmt(PriceIdx) TO UnitPrice
           MOVE TblPriceEff(PriceIdx) TO BestPriceEff
       END-IF.

CheckOneContractEntry.
       IF TblCpCust(ContrIdx) = AmdCustId
               AND TblCpProd(ContrIdx) = FileProdCode
               AND (TblCpSize(ContrIdx) = SPACE
                   OR TblCpSize(ContrIdx) = FileSizeType(SizeIdx))
           IF TblCpType(ContrIdx) = 'P'
               MOVE TblCpPrice(ContrIdx) TO UnitPrice
           END-IF
           IF TblCpType(ContrIdx) = 'D'
               COMPUTE UnitPrice ROUNDED =
                   UnitPrice * (100 - TblCpPct(ContrIdx)) / 100
           END-IF
       END-IF.

LoadPriceTable.
       MOVE 'N' TO PriceFileEOF.
       OPEN INPUT PriceFile.
       IF PriceFileStatus = "35"
           CONTINUE
       ELSE
           PERFORM LoadOnePriceRec UNTIL PriceFileEOF = 'Y'
           CLOSE PriceFile
       END-IF.

LoadOnePriceRec.
       READ PriceFile
           AT END MOVE 'Y' TO PriceFileEOF
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
       MOVE 'N' TO ContractEOF.
       OPEN INPUT ContractFile.
       IF ContractFileStatus = "35"
           CONTINUE
       ELSE
           PERFORM LoadOneContractRec UNTIL ContractEOF = 'Y'
           CLOSE ContractFile
       END-IF.

LoadOneContractRec.
       READ ContractFile
           AT END MOVE 'Y' TO ContractEOF
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

LoadKitTables.
       MOVE 'N' TO KitEOF.
       OPEN INPUT KitDefFile.
       IF KitDefStatus = "35"
           CONTINUE
       ELSE
           PERFORM LoadOneKitRec UNTIL KitEOF = 'Y'
           CLOSE KitDefFile
       END-IF.

LoadOneKitRec.
       READ KitDefFile
           AT END MOVE 'Y' TO KitEOF
           NOT AT END
               IF KdRecType = 'H' AND KitHeadCount < 20
                   ADD 1 TO KitHeadCount
                   MOVE KdKitCode TO TblKhCode(KitHeadCount)
                   MOVE KdKitName TO TblKhName(KitHeadCount)
                   MOVE KdKitPrice TO TblKhPrice(KitHeadCount)
               END-IF
               IF KcRecType = 'C' AND KitCompCount < 60
                   ADD 1 TO KitCompCount
                   MOVE KcKitCode TO TblKcKit(KitCompCount)
                   MOVE KcProdCode TO TblKcProd(KitCompCount)
                   MOVE KcSize TO TblKcSize(KitCompCount)
                   MOVE KcQtyPer TO TblKcQty(KitCompCount)
               END-IF
       END-READ.

LoadCityTaxTable.
       MOVE 'N' TO CityTaxEOF.
       OPEN INPUT CityTaxFile.
       IF CityTaxStatus = "35"
           MOVE 'Y' TO CityTaxEOF
       END-IF.
       PERFORM LoadOneCityTaxRec UNTIL CityTaxEOF = 'Y'.
       IF CityTaxStatus NOT = "35"
           CLOSE CityTaxFile
       END-IF.

LoadOneCityTaxRec.
       READ CityTaxFile
           AT END MOVE 'Y' TO CityTaxEOF
           NOT AT END
               IF CityTaxCount < 20
                   ADD 1 TO CityTaxCount
                   MOVE TaxCityCode TO TblTaxCity(CityTaxCount)
                   MOVE TaxCityRate TO TblTaxRate(CityTaxCount)
               END-IF
       END-READ.
