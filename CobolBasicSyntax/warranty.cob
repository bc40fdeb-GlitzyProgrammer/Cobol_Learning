       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. warranty.
AUTHOR. Lawrence.
*> Warranty claims desk: a customer brings back faulty goods and
*> the counter could not tell whether we sold them, when, or
*> whether they were still covered. A claim names the customer,
*> product and size; the original sale is found on the invoice
*> master - the latest invoice to that customer carrying the
*> product - or, for sales older than the master, on
*> salesidx.dat. The product's warranty period from prodwarr.dat
*> (set in prodmaint) runs from the sale date and decides whether
*> the claim is in or out of warranty. An accepted claim is
*> settled by a replacement from stock, taken off order.dat and
*> logged on stockadj.log like any adjustment, or by a credit
*> raised through returns.cob against the original invoice. Every
*> claim, refused or settled, is numbered from claimctl.dat onto
*> warclaim.dat. The claims report sorts them by supplier and
*> product against the units sold off salesidx.dat, so the lines
*> failing often enough that we should stop buying them stand out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL ProdWarrFile ASSIGN TO "prodwarr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdWarrStatus.

      *> A replacement is a stock movement like any count
      *> adjustment, so it is logged for the end-of-day inventory
      *> reconciliation and the ledger to pick up.
       SELECT OPTIONAL AdjustLog ASSIGN TO "stockadj.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjustLogStatus.

       SELECT OPTIONAL ClaimFile ASSIGN TO "warclaim.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClaimStatus.

      *> Carries the last claim number assigned between sessions.
       SELECT OPTIONAL ClaimCtlFile ASSIGN TO "claimctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClaimCtlStatus.

       SELECT ClaimReport ASSIGN TO "WarrClaims.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk9.tmp".

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

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
           03 InvLineNum PIC 99.
       02 InvBody PIC X(40).
       02 InvHeaderBody REDEFINES InvBody.
           03 InvCustId PIC 9(5).
           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 FILLER PIC X(20).
       02 InvLineBody REDEFINES InvBody.
           03 InvLProdCode PIC X(5).
           03 InvLProdName PIC X(10).
           03 InvLSize PIC A.
           03 InvLQty PIC 9(3).
           03 InvLPrice PIC 9(3)V99.
           03 InvLExtPrice PIC 9(5)V99.
           03 FILLER PIC X(9).

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

FD ProdWarrFile.
*> Kept in step with the ProdWarrRec layout prodmaint.cob writes.
01 ProdWarrRec.
       02 PwrProdCode PIC X(5).
       02 FILLER PIC X.
       02 PwrMonths PIC 9(3).

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

FD ClaimFile.
*> Outcomes: R replaced from stock, C credited through returns,
*> D declined by the desk, O out of warranty.
01 ClaimRec.
       02 WcClaimNum PIC 9(6).
       02 FILLER PIC X.
       02 WcDate PIC 9(8).
       02 FILLER PIC X.
       02 WcCustId PIC 9(5).
       02 FILLER PIC X.
       02 WcProdCode PIC X(5).
       02 FILLER PIC X.
       02 WcSize PIC X.
       02 FILLER PIC X.
       02 WcQty PIC 9(3).
       02 FILLER PIC X.
       02 WcInvoiceNum PIC 9(6).
       02 FILLER PIC X.
       02 WcSaleDate PIC 9(8).
       02 FILLER PIC X.
       02 WcSupplierId PIC X(5).
       02 FILLER PIC X.
       02 WcOutcome PIC X.
       02 FILLER PIC X.
       02 WcFault PIC X(30).
       02 FILLER PIC X.
       02 WcOperator PIC X(20).

FD ClaimCtlFile.
01 ClaimCtlRec.
       02 LastClaimNum PIC 9(6).

FD ClaimReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
01 SortRec.
       02 SrtSupplierId PIC X(5).
       02 SrtProdCode PIC X(5).
       02 SrtOutcome PIC X.
       02 SrtQty PIC 9(3).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 OrderFileStatus PIC XX.
01 InvMastStatus PIC XX.
01 SalesHistStatus PIC XX.
01 ProdWarrStatus PIC XX.
01 AdjustLogStatus PIC XX.
01 ClaimStatus PIC XX.
01 ClaimCtlStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X.
01 OperatorName PIC X(20).
01 SettleChoice PIC 9.
*> The claim being lodged.
01 ClaimCustId PIC 9(5).
01 ClaimProdCode PIC X(5).
01 ClaimSize PIC X.
01 ClaimQty PIC 9(3).
01 ClaimFault PIC X(30).
01 ClaimOutcome PIC X.
01 ThisClaimNum PIC 9(6).
01 ProdExits PIC X.
01 ClaimProdName PIC X(10).
01 ClaimSupplierId PIC X(5).
*> The original sale: the latest one found wins.
01 SaleFound PIC X.
01 SaleInvoiceNum PIC 9(6).
01 SaleDate PIC 9(8).
01 SaleQty PIC 9(3).
01 CurInvNum PIC 9(6).
01 CurInvCust PIC 9(5).
01 CurInvDate PIC 9(8).
01 CurInvTotal PIC S9(5)V99.
*> Cover runs the warranty months on from the sale date.
01 WarrantyMonths PIC 9(3).
01 SaleDateParts.
       02 SaleYear  PIC 9(4).
       02 SaleMonth PIC 99.
       02 SaleDay   PIC 99.
01 CoverEnds.
       02 CoverYear  PIC 9(4).
       02 CoverMonth PIC 99.
       02 CoverDay   PIC 99.
01 CoverEndsNum REDEFINES CoverEnds PIC 9(8).
01 MonthCount PIC 9(6).
01 InWarranty PIC X.
01 TodayDate PIC 9(8).
*> Replacement stock movement.
01 SizeFound PIC X.
01 SizeIdx PIC 99.
01 QtyBeforeIssue PIC 9(4).
01 JrnBefore PIC X(202).
01 JrnAfter PIC X(202).
01 LockResult PIC X.
01 LockHolder PIC X(40).
*> Units sold per product off salesidx.dat, for the claim rate.
01 SoldTable.
       02 SoldEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON SoldCount.
           03 TblSoldProd PIC X(5).
           03 TblSoldQty PIC 9(7).
01 SoldCount PIC 9(3) VALUE 0.
01 SoldIdx PIC 9(3).
01 SoldFound PIC X.
*> A product whose accepted claims reach this share of the units
*> sold is flagged for the buyer.
01 ReviewPct PIC 9(3)V99 VALUE 5.00.
01 BreakSupplier PIC X(5).
01 BreakProd PIC X(5).
01 ProdClaims PIC 9(5).
01 ProdAccepted PIC 9(5).
01 ProdRefused PIC 9(5).
01 ProdUnits PIC 9(5).
01 ProdSold PIC 9(7).
01 ClaimRate PIC 9(3)V99.
01 SuppClaims PIC 9(5).
01 SuppUnits PIC 9(5).
01 ProdsFlagged PIC 9(5) VALUE 0.
01 ClaimsReported PIC 9(5) VALUE 0.
01 Heads PIC X(80) VALUE
       "SUPP  PROD   CLAIMS  ACCEPTED  REFUSED  UNITS   SOLD  RATE %".
01 DetailLine.
       02 PrnSupplier PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProd PIC X(5).
       02 FILLER PIC XX VALUE SPACES.
       02 PrnClaims PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 PrnAccepted PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnRefused PIC ZZZZ9.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnUnits PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnSold PIC ZZZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnRate PIC ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnFlag PIC X(12).
01 SupplierLine.
       02 FILLER PIC X(6) VALUE SPACES.
       02 FILLER PIC X(15) VALUE "Supplier total ".
       02 PrnSuppClaims PIC ZZZZ9.
       02 FILLER PIC X(9) VALUE " claims, ".
       02 PrnSuppUnits PIC ZZZZ9.
       02 FILLER PIC X(15) VALUE " units replaced".
       02 FILLER PIC X(12) VALUE " or credited".

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "warranty", OperatorName.
       CALL 'SESSLOG' USING "START", "warranty", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "WARRANTY CLAIMS"
           DISPLAY "1: Lodge a Claim"
           DISPLAY "2: Claims Report by Product and Supplier"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM LodgeClaim THRU LodgeClaim-Exit
               WHEN 2 PERFORM ClaimsReportRun
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "warranty", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

LodgeClaim.
       DISPLAY " "
       DISPLAY "Customer Id: " WITH NO ADVANCING.
       ACCEPT ClaimCustId.
       DISPLAY "Product code: " WITH NO ADVANCING.
       ACCEPT ClaimProdCode.
       DISPLAY "Size: " WITH NO ADVANCING.
       ACCEPT ClaimSize.
       PERFORM ReadClaimProduct.
       PERFORM FindSaleOnInvoices.
       IF SaleFound = 'N'
           PERFORM FindSaleInHistory
       END-IF.
       IF SaleFound = 'N'
           DISPLAY "No sale of that product and size to customer "
               ClaimCustId " on file - claim refused"
           GO TO LodgeClaim-Exit
       END-IF.
       IF SaleInvoiceNum > ZERO
           DISPLAY "Sold on " SaleDate " invoice " SaleInvoiceNum
               " quantity " SaleQty
       ELSE
           DISPLAY "Sold on " SaleDate " (sales history, no invoice"
               " on the master) quantity " SaleQty
       END-IF.
       PERFORM LookUpWarranty.
       PERFORM DecideCover.
       IF InWarranty = 'Y'
           DISPLAY "IN WARRANTY - covered until " CoverEndsNum
       ELSE
           IF WarrantyMonths = 0
               DISPLAY "OUT OF WARRANTY - product carries no warranty"
           ELSE
               DISPLAY "OUT OF WARRANTY - cover ended " CoverEndsNum
           END-IF
       END-IF.
       DISPLAY "Quantity claimed: " WITH NO ADVANCING.
       ACCEPT ClaimQty.
       IF ClaimQty = ZERO OR ClaimQty > SaleQty
           DISPLAY "Quantity must be 1 to " SaleQty " - claim refused"
           GO TO LodgeClaim-Exit
       END-IF.
       DISPLAY "Fault: " WITH NO ADVANCING.
       ACCEPT ClaimFault.
       IF InWarranty = 'N'
           MOVE 'O' TO ClaimOutcome
           PERFORM WriteClaim
           GO TO LodgeClaim-Exit
       END-IF.
       DISPLAY "1: Replace from stock  2: Credit through Returns"
           "  0: Decline".
       DISPLAY "Settle by: " WITH NO ADVANCING.
       ACCEPT SettleChoice.
       MOVE SPACE TO ClaimOutcome.
       EVALUATE SettleChoice
           WHEN 1
               PERFORM IssueReplacement THRU IssueReplacement-Exit
           WHEN 2
               IF SaleInvoiceNum = ZERO
                   DISPLAY "No invoice on the master to credit"
                       " against - replace the goods instead"
                   GO TO LodgeClaim-Exit
               END-IF
               MOVE 'C' TO ClaimOutcome
           WHEN OTHER
               MOVE 'D' TO ClaimOutcome
       END-EVALUATE.
       IF SettleChoice = 1 AND ClaimOutcome NOT = 'R'
           GO TO LodgeClaim-Exit
       END-IF.
       PERFORM WriteClaim.
       IF ClaimOutcome = 'C'
           DISPLAY "Raise the credit in Returns against invoice "
               SaleInvoiceNum " and write the goods off as faulty"
           CALL 'returns'
           CANCEL 'returns'
       END-IF.
LodgeClaim-Exit.
       EXIT.

*> A product since dropped from order.dat can still be claimed on;
*> it just cannot be replaced, and reports under no supplier.
ReadClaimProduct.
       MOVE SPACES TO ClaimProdName.
       MOVE SPACES TO ClaimSupplierId.
       MOVE 'N' TO ProdExits.
       OPEN INPUT OrderFile.
       IF OrderFileStatus = "00"
           MOVE 'Y' TO ProdExits
           MOVE ClaimProdCode TO FileProdCode
           READ OrderFile
               INVALID KEY MOVE 'N' TO ProdExits
           END-READ
           CLOSE OrderFile
       END-IF.
       IF ProdExits = 'Y'
           MOVE FileProdName TO ClaimProdName
           MOVE FileSupplierId TO ClaimSupplierId
       END-IF.

*> Lines follow their header on the master, so the header just
*> read says whose invoice the lines after it belong to. Credit
*> memos are not sales and are passed over.
FindSaleOnInvoices.
       MOVE 'N' TO SaleFound.
       MOVE 0 TO SaleInvoiceNum.
       MOVE 0 TO CurInvCust.
       MOVE 'N' TO WSEOF.
       OPEN INPUT InvoiceMaster.
       IF InvMastStatus = "35"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO InvKey
           START InvoiceMaster KEY IS NOT LESS THAN InvKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM CheckOneInvRec UNTIL WSEOF = 'Y'.
       IF InvMastStatus NOT = "35"
           CLOSE InvoiceMaster
       END-IF.

CheckOneInvRec.
       READ InvoiceMaster NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF InvLineNum = 0
                   MOVE InvoiceNum TO CurInvNum
                   MOVE InvCustId TO CurInvCust
                   MOVE InvHdrDate TO CurInvDate
                   MOVE InvTotal TO CurInvTotal
               ELSE
                   IF CurInvCust = ClaimCustId
                           AND CurInvTotal >= ZERO
                           AND InvLProdCode = ClaimProdCode
                           AND InvLSize = ClaimSize
                       MOVE 'Y' TO SaleFound
                       MOVE CurInvNum TO SaleInvoiceNum
                       MOVE CurInvDate TO SaleDate
                       MOVE InvLQty TO SaleQty
                   END-IF
               END-IF
       END-READ.

FindSaleInHistory.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneSalesLine UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.

CheckOneSalesLine.
       READ SalesHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SalesCustId = ClaimCustId
                       AND SalesProdCode = ClaimProdCode
                       AND SalesSizeType = ClaimSize
                   IF SaleFound = 'N' OR SalesDate NOT < SaleDate
                       MOVE 'Y' TO SaleFound
                       MOVE SalesDate TO SaleDate
                       MOVE SalesQty TO SaleQty
                   END-IF
               END-IF
       END-READ.

LookUpWarranty.
       MOVE 0 TO WarrantyMonths.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdWarrFile.
       IF ProdWarrStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneWarrRec UNTIL WSEOF = 'Y'.
       IF ProdWarrStatus NOT = "35"
           CLOSE ProdWarrFile
       END-IF.

CheckOneWarrRec.
       READ ProdWarrFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PwrProdCode = ClaimProdCode
                   MOVE PwrMonths TO WarrantyMonths
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

*> The cover ends on the same day of the month the warranty
*> months after the sale.
DecideCover.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE SaleDate TO SaleDateParts.
       COMPUTE MonthCount = SaleYear * 12 + SaleMonth - 1
           + WarrantyMonths.
       DIVIDE MonthCount BY 12 GIVING CoverYear REMAINDER CoverMonth.
       ADD 1 TO CoverMonth.
       MOVE SaleDay TO CoverDay.
       MOVE 'N' TO InWarranty.
       IF WarrantyMonths > ZERO AND TodayDate NOT > CoverEndsNum
           MOVE 'Y' TO InWarranty
       END-IF.

*> order.dat is shared with order entry, so the ordrlock in-use
*> lock is held only while the replacement is taken off stock.
IssueReplacement.
       IF ProdExits = 'N'
           DISPLAY "Product no longer on order.dat - cannot replace"
           GO TO IssueReplacement-Exit
       END-IF.
       CALL 'FILELOCK' USING "GET", "ordrlock    ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "order.dat is in use by " LockHolder
               " - try the replacement again when it is free"
           GO TO IssueReplacement-Exit
       END-IF.
       OPEN I-O OrderFile.
       MOVE ClaimProdCode TO FileProdCode.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       MOVE 'N' TO SizeFound.
       IF ProdExits = 'Y'
           MOVE FileProductRec TO JrnBefore
           PERFORM IssueOneSize
               VARYING SizeIdx FROM 1 BY 1
               UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount
       END-IF.
       CLOSE OrderFile.
       CALL 'FILELOCK' USING "FRE", "ordrlock    ", OperatorName,
           LockResult, LockHolder.
       IF SizeFound = 'N'
           DISPLAY "Size not on product - cannot replace"
       END-IF.
IssueReplacement-Exit.
       EXIT.

IssueOneSize.
       IF FileSizeType(SizeIdx) = ClaimSize
           MOVE 'Y' TO SizeFound
           IF FileQtyOnHand(SizeIdx) < ClaimQty
               DISPLAY "Only " FileQtyOnHand(SizeIdx) " in stock -"
                   " offer a credit instead"
           ELSE
               MOVE FileQtyOnHand(SizeIdx) TO QtyBeforeIssue
               SUBTRACT ClaimQty FROM FileQtyOnHand(SizeIdx)
               REWRITE FileProductRec
                   INVALID KEY DISPLAY "Stock not adjusted"
                   NOT INVALID KEY
                       MOVE FileProductRec TO JrnAfter
                       CALL 'JRNL' USING "ORDR", "UPD",
                           JrnBefore, JrnAfter
                       PERFORM LogReplacementAdjustment
                       MOVE 'R' TO ClaimOutcome
                       DISPLAY "Replacement issued - " ClaimQty
                           " taken from stock"
               END-REWRITE
           END-IF
       END-IF.

*> Same line shape cyclecount's adjustment audit writes.
LogReplacementAdjustment.
       OPEN EXTEND AdjustLog.
       IF AdjustLogStatus = "35"
           OPEN OUTPUT AdjustLog
           CLOSE AdjustLog
           OPEN EXTEND AdjustLog
       END-IF.
       MOVE SPACES TO AdjustLine.
       MOVE TodayDate TO AdjDate.
       MOVE ClaimProdCode TO AdjProdCode.
       MOVE ClaimSize TO AdjSizeType.
       MOVE QtyBeforeIssue TO AdjBefore.
       MOVE FileQtyOnHand(SizeIdx) TO AdjAfter.
       MOVE OperatorName TO AdjCounter.
       WRITE AdjustLine.
       CLOSE AdjustLog.

WriteClaim.
       PERFORM GetNextClaimNum.
       OPEN EXTEND ClaimFile.
       IF ClaimStatus = "35"
           OPEN OUTPUT ClaimFile
           CLOSE ClaimFile
           OPEN EXTEND ClaimFile
       END-IF.
       MOVE SPACES TO ClaimRec.
       MOVE ThisClaimNum TO WcClaimNum.
       MOVE TodayDate TO WcDate.
       MOVE ClaimCustId TO WcCustId.
       MOVE ClaimProdCode TO WcProdCode.
       MOVE ClaimSize TO WcSize.
       MOVE ClaimQty TO WcQty.
       MOVE SaleInvoiceNum TO WcInvoiceNum.
       MOVE SaleDate TO WcSaleDate.
       MOVE ClaimSupplierId TO WcSupplierId.
       MOVE ClaimOutcome TO WcOutcome.
       MOVE ClaimFault TO WcFault.
       MOVE OperatorName TO WcOperator.
       WRITE ClaimRec.
       CLOSE ClaimFile.
       DISPLAY "Claim " ThisClaimNum " recorded".

GetNextClaimNum.
       MOVE 0 TO LastClaimNum.
       OPEN INPUT ClaimCtlFile.
       IF ClaimCtlStatus NOT = "35"
           READ ClaimCtlFile
               AT END CONTINUE
           END-READ
           CLOSE ClaimCtlFile
       END-IF.
       ADD 1 TO LastClaimNum.
       MOVE LastClaimNum TO ThisClaimNum.
       OPEN OUTPUT ClaimCtlFile.
       WRITE ClaimCtlRec.
       CLOSE ClaimCtlFile.

*> Accepted claims - replaced or credited - against units sold
*> give the rate; refused ones are counted but say nothing about
*> the goods.
ClaimsReportRun.
       PERFORM LoadSoldTable.
       MOVE 0 TO ProdsFlagged.
       MOVE 0 TO ClaimsReported.
       SORT SortWorkFile ON ASCENDING KEY SrtSupplierId SrtProdCode
           INPUT PROCEDURE IS ReleaseClaims
           OUTPUT PROCEDURE IS PrintClaimsReport.
       DISPLAY "Claims report written to WarrClaims.rpt ("
           ClaimsReported " claims, " ProdsFlagged
           " products flagged)".

ReleaseClaims.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ClaimFile.
       IF ClaimStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReleaseOneClaim UNTIL WSEOF = 'Y'.
       IF ClaimStatus NOT = "35"
           CLOSE ClaimFile
       END-IF.

ReleaseOneClaim.
       READ ClaimFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE WcSupplierId TO SrtSupplierId
               MOVE WcProdCode TO SrtProdCode
               MOVE WcOutcome TO SrtOutcome
               MOVE WcQty TO SrtQty
               RELEASE SortRec
       END-READ.

PrintClaimsReport.
       OPEN OUTPUT ClaimReport.
       MOVE "WARRANTY CLAIMS BY SUPPLIER AND PRODUCT" TO PrintLine.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       STRING "Products at " ReviewPct DELIMITED BY SIZE
           "% or more of units sold claimed are flagged for review"
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE Heads TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE 'N' TO SortEOF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'N'
           MOVE SrtSupplierId TO BreakSupplier
           MOVE SrtProdCode TO BreakProd
           PERFORM ClearProdTotals
           MOVE 0 TO SuppClaims
           MOVE 0 TO SuppUnits
       END-IF.
       PERFORM TotalOneClaim UNTIL SortEOF = 'Y'.
       IF ClaimsReported > ZERO
           PERFORM PrintProdLine
           PERFORM PrintSupplierLine
       ELSE
           MOVE "    (no claims on file)" TO PrintLine
           WRITE PrintLine
       END-IF.
       CLOSE ClaimReport.

TotalOneClaim.
       IF SrtSupplierId NOT = BreakSupplier
           PERFORM PrintProdLine
           PERFORM PrintSupplierLine
           MOVE SrtSupplierId TO BreakSupplier
           MOVE SrtProdCode TO BreakProd
           PERFORM ClearProdTotals
           MOVE 0 TO SuppClaims
           MOVE 0 TO SuppUnits
       END-IF.
       IF SrtProdCode NOT = BreakProd
           PERFORM PrintProdLine
           MOVE SrtProdCode TO BreakProd
           PERFORM ClearProdTotals
       END-IF.
       ADD 1 TO ProdClaims.
       ADD 1 TO SuppClaims.
       ADD 1 TO ClaimsReported.
       IF SrtOutcome = 'R' OR SrtOutcome = 'C'
           ADD 1 TO ProdAccepted
           ADD SrtQty TO ProdUnits
           ADD SrtQty TO SuppUnits
       ELSE
           ADD 1 TO ProdRefused
       END-IF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

ClearProdTotals.
       MOVE 0 TO ProdClaims.
       MOVE 0 TO ProdAccepted.
       MOVE 0 TO ProdRefused.
       MOVE 0 TO ProdUnits.

PrintProdLine.
       MOVE 0 TO ProdSold.
       MOVE 'N' TO SoldFound.
       PERFORM FindSoldRow
           VARYING SoldIdx FROM 1 BY 1
           UNTIL SoldFound = 'Y' OR SoldIdx > SoldCount.
       MOVE 0 TO ClaimRate.
       IF ProdSold > ZERO
           COMPUTE ClaimRate ROUNDED = ProdUnits * 100 / ProdSold
       END-IF.
       MOVE SPACES TO DetailLine.
       MOVE BreakSupplier TO PrnSupplier.
       MOVE BreakProd TO PrnProd.
       MOVE ProdClaims TO PrnClaims.
       MOVE ProdAccepted TO PrnAccepted.
       MOVE ProdRefused TO PrnRefused.
       MOVE ProdUnits TO PrnUnits.
       MOVE ProdSold TO PrnSold.
       MOVE ClaimRate TO PrnRate.
       MOVE SPACES TO PrnFlag.
       IF ProdUnits > ZERO AND
               (ProdSold = ZERO OR ClaimRate NOT < ReviewPct)
           MOVE "STOP BUYING?" TO PrnFlag
           ADD 1 TO ProdsFlagged
       END-IF.
       WRITE PrintLine FROM DetailLine.

FindSoldRow.
       IF TblSoldProd(SoldIdx) = BreakProd
           MOVE 'Y' TO SoldFound
           MOVE TblSoldQty(SoldIdx) TO ProdSold
       END-IF.

PrintSupplierLine.
       MOVE SuppClaims TO PrnSuppClaims.
       MOVE SuppUnits TO PrnSuppUnits.
       WRITE PrintLine FROM SupplierLine.
       MOVE SPACES TO PrintLine.
       WRITE PrintLine.

LoadSoldTable.
       MOVE 0 TO SoldCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneSoldLine UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.

LoadOneSoldLine.
       READ SalesHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SalesProdCode TO BreakProd
               MOVE 'N' TO SoldFound
               PERFORM AddToSoldRow
                   VARYING SoldIdx FROM 1 BY 1
                   UNTIL SoldFound = 'Y' OR SoldIdx > SoldCount
               IF SoldFound = 'N' AND SoldCount < 200
                   ADD 1 TO SoldCount
                   MOVE SalesProdCode TO TblSoldProd(SoldCount)
                   MOVE SalesQty TO TblSoldQty(SoldCount)
               END-IF
       END-READ.

AddToSoldRow.
       IF TblSoldProd(SoldIdx) = BreakProd
           MOVE 'Y' TO SoldFound
           ADD SalesQty TO TblSoldQty(SoldIdx)
       END-IF.
