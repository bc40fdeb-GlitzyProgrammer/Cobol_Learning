       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. lottrace.
AUTHOR. Lawrence.
*> Recall trace: for a keyed lot number, every customer who
*> received goods from it, so a recall is a phone list instead of
*> ringing everyone who bought anything that month. The sale paths
*> record on each salesidx.dat line the lot LOTS drew the goods
*> from and the invoice they went out on; those lines are sorted
*> by customer and invoice, and each customer prints once with the
*> address, phone and e-mail from customer.txt above the invoices,
*> dates and quantities they received. The lot's receipts off
*> lots.dat head the report so the quantity traced can be checked
*> against what came in and what is still on the shelf.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL LotFile ASSIGN TO "lots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LotStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

      *> Date-stamped so today's trace does not destroy an earlier
      *> one; every run is cataloged through RPTCAT.
       SELECT TraceReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk11.tmp".

DATA DIVISION.
FILE SECTION.
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

FD LotFile.
*> Kept in step with the LotRec layout LOTS keeps.
01 LotRec.
       02 LtProdCode PIC X(5).
       02 FILLER PIC X.
       02 LtSize PIC A.
       02 FILLER PIC X.
       02 LtLotNum PIC X(10).
       02 FILLER PIC X.
       02 LtRecvDate PIC 9(8).
       02 FILLER PIC X.
       02 LtExpiry PIC 9(8).
       02 FILLER PIC X.
       02 LtQtyRecv PIC 9(5).
       02 FILLER PIC X.
       02 LtQtyLeft PIC 9(5).

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

FD TraceReport.
01 PrintLine PIC X(100).

SD SortWorkFile.
01 SortRec.
       02 SrtCustId PIC 9(5).
       02 SrtInvNum PIC 9(6).
       02 SrtDate PIC 9(8).
       02 SrtProdCode PIC X(5).
       02 SrtSize PIC A.
       02 SrtQty PIC 9(3).

WORKING-STORAGE SECTION.
01 SalesHistStatus PIC XX.
01 LotStatus PIC XX.
01 MasterFileStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X VALUE 'N'.
01 OperatorName PIC X(20).
01 TraceLot PIC X(10).
01 TraceProd PIC X(5).
01 CustFound PIC X.
01 FullName PIC X(31).
01 BreakCustId PIC 9(5).
01 CustsTraced PIC 9(5) VALUE 0.
01 LinesTraced PIC 9(5) VALUE 0.
01 QtyTraced PIC 9(7) VALUE 0.
01 QtyReceived PIC 9(7) VALUE 0.
01 QtyLeft PIC 9(7) VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 ShowQty PIC Z(6)9.
01 LotLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnLtProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLtSize PIC A.
       02 FILLER PIC X(12) VALUE "  received ".
       02 PrnLtRecv PIC 9(8).
       02 FILLER PIC X(9) VALUE "  expires".
       02 FILLER PIC X VALUE SPACE.
       02 PrnLtExpiry PIC X(8).
       02 FILLER PIC X(5) VALUE "  in ".
       02 PrnLtQtyRecv PIC ZZ,ZZ9.
       02 FILLER PIC X(10) VALUE "  on hand ".
       02 PrnLtQtyLeft PIC ZZ,ZZ9.
01 CustLine.
       02 PrnCustId PIC 9(5).
       02 FILLER PIC XX VALUE SPACES.
       02 PrnName PIC X(31).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPhone PIC X(12).
       02 FILLER PIC XX VALUE SPACES.
       02 PrnEmail PIC X(30).
01 AddrLine.
       02 FILLER PIC X(7) VALUE SPACES.
       02 PrnAddr1 PIC X(20).
       02 FILLER PIC XX VALUE SPACES.
       02 PrnAddr2 PIC X(20).
       02 FILLER PIC XX VALUE SPACES.
       02 PrnPostal PIC X(8).
01 SaleLine.
       02 FILLER PIC X(7) VALUE SPACES.
       02 FILLER PIC X(8) VALUE "Invoice ".
       02 PrnInvNum PIC 9(6).
       02 FILLER PIC X(4) VALUE " on ".
       02 PrnDate PIC 9(8).
       02 FILLER PIC XX VALUE SPACES.
       02 PrnProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC A.
       02 FILLER PIC X(6) VALUE "  qty ".
       02 PrnQty PIC ZZ9.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "lottrace", OperatorName.
       CALL 'SESSLOG' USING "START", "lottrace", OperatorName.
       DISPLAY "Lot number to trace: " WITH NO ADVANCING.
       ACCEPT TraceLot.
       IF TraceLot = SPACES
           DISPLAY "Lot number required - nothing traced"
           CALL 'SESSLOG' USING "END  ", "lottrace", OperatorName
           GOBACK
       END-IF.
       DISPLAY "Product code (spaces = every product in the lot): "
           WITH NO ADVANCING.
       ACCEPT TraceProd.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "Recall" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT TraceReport.
       MOVE SPACES TO PrintLine.
       STRING "RECALL TRACE FOR LOT " TraceLot DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       PERFORM PrintLotReceipts.
       OPEN INPUT CustomerMaster.
       SORT SortWorkFile ON ASCENDING KEY SrtCustId SrtInvNum
           INPUT PROCEDURE IS ReleaseLotSales
           OUTPUT PROCEDURE IS PrintCustomers.
       CLOSE CustomerMaster.
       MOVE SPACES TO PrintLine.
       MOVE QtyTraced TO ShowQty.
       STRING "TOTAL " ShowQty DELIMITED BY SIZE
           " units traced to " CustsTraced DELIMITED BY SIZE
           " customers on " LinesTraced DELIMITED BY SIZE
           " sales lines" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE TraceReport.
       MOVE "RecallTrace" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Lot " TraceLot ": " CustsTraced " customers, "
           QtyTraced " units - written to " ReportFileName.
       CALL 'SESSLOG' USING "END  ", "lottrace", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

PrintLotReceipts.
       MOVE "Received:" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LotFile.
       IF LotStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM PrintOneLotRec UNTIL WSEOF = 'Y'.
       IF LotStatus NOT = "35"
           CLOSE LotFile
       END-IF.
       IF QtyReceived = ZERO
           MOVE "    (no receipts of this lot on file)" TO PrintLine
           WRITE PrintLine
       END-IF.

PrintOneLotRec.
       READ LotFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LtLotNum = TraceLot
                       AND (TraceProd = SPACES OR LtProdCode = TraceProd)
                   MOVE LtProdCode TO PrnLtProd
                   MOVE LtSize TO PrnLtSize
                   MOVE LtRecvDate TO PrnLtRecv
                   IF LtExpiry = ZERO
                       MOVE "none" TO PrnLtExpiry
                   ELSE
                       MOVE LtExpiry TO PrnLtExpiry
                   END-IF
                   MOVE LtQtyRecv TO PrnLtQtyRecv
                   MOVE LtQtyLeft TO PrnLtQtyLeft
                   WRITE PrintLine FROM LotLine
                   ADD 1 TO LineCount
                   ADD LtQtyRecv TO QtyReceived
                   ADD LtQtyLeft TO QtyLeft
               END-IF
       END-READ.

ReleaseLotSales.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReleaseOneSale UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.

ReleaseOneSale.
       READ SalesHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SalesLotNum = TraceLot
                       AND (TraceProd = SPACES
                           OR SalesProdCode = TraceProd)
                   MOVE SalesCustId TO SrtCustId
                   MOVE SalesInvNum TO SrtInvNum
                   MOVE SalesDate TO SrtDate
                   MOVE SalesProdCode TO SrtProdCode
                   MOVE SalesSizeType TO SrtSize
                   MOVE SalesQty TO SrtQty
                   RELEASE SortRec
               END-IF
       END-READ.

PrintCustomers.
       MOVE "Customers who received it:" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE 'N' TO SortEOF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'N'
           MOVE SrtCustId TO BreakCustId
           PERFORM PrintCustomerHeading
       ELSE
           MOVE "    (no sales of this lot on file)" TO PrintLine
           WRITE PrintLine
       END-IF.
       PERFORM PrintOneSale UNTIL SortEOF = 'Y'.

PrintOneSale.
       IF SrtCustId NOT = BreakCustId
           MOVE SrtCustId TO BreakCustId
           PERFORM PrintCustomerHeading
       END-IF.
       MOVE SrtInvNum TO PrnInvNum.
       MOVE SrtDate TO PrnDate.
       MOVE SrtProdCode TO PrnProd.
       MOVE SrtSize TO PrnSize.
       MOVE SrtQty TO PrnQty.
       WRITE PrintLine FROM SaleLine.
       ADD 1 TO LineCount.
       ADD 1 TO LinesTraced.
       ADD SrtQty TO QtyTraced.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

PrintCustomerHeading.
       ADD 1 TO CustsTraced.
       MOVE SPACES TO CustLine.
       MOVE SPACES TO AddrLine.
       MOVE BreakCustId TO PrnCustId.
       MOVE 'Y' TO CustFound.
       MOVE BreakCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
           MOVE FullName TO PrnName
           MOVE MPhoneNum TO PrnPhone
           MOVE MEmailAddr TO PrnEmail
           MOVE MAddrLine1 TO PrnAddr1
           MOVE MAddrLine2 TO PrnAddr2
           MOVE MPostalCode TO PrnPostal
       ELSE
           MOVE "(not on file)" TO PrnName
       END-IF.
       WRITE PrintLine FROM CustLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM AddrLine.
       ADD 2 TO LineCount.
