       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. barcodes.
AUTHOR. Lawrence.
*> Barcode cross-reference maintenance: every product code and size
*> used to be keyed by hand at order entry, receiving and the cycle
*> counts, and a mistyped size was our biggest source of stock
*> variances. barcode.dat holds one record per barcode, keyed by
*> the barcode itself, giving the FileProdCode and FileSizeType on
*> order.dat it was printed for; BARCODE looks a scan up there for
*> coboltuttable, stockrecv and cyclecount. Because the barcode is
*> the key, one barcode can never map to two products - adding a
*> barcode already on file for another product is refused, and it
*> has to be removed first. A product size may carry more than one
*> barcode (a supplier's and our own). The shelf-label run prints a
*> label for every product size with its barcode, name and current
*> price - the latest effective price from prices.dat, the rule
*> pricelist applies, falling back to the order.dat price.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BarcodeFile ASSIGN TO "barcode.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BcCode
           FILE STATUS IS BarcodeStatus.

       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL PriceFile ASSIGN TO "prices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PriceFileStatus.

      *> Date-stamped so today's labels do not destroy last week's;
      *> every run is cataloged through RPTCAT.
       SELECT LabelReport ASSIGN TO LabelFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BarcodeFile.
*> Fixed columns: barcode (EAN-13 or shorter, left justified),
*> product code, size.
01 BarcodeRec.
       02 BcCode PIC X(13).
       02 BcProdCode PIC X(5).
       02 BcSize PIC A.

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

FD LabelReport.
01 PrintLine PIC X(40).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 BarcodeStatus PIC XX.
01 OrderFileStatus PIC XX.
01 PriceFileStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 TodayDate PIC 9(8).
01 EntryBarcode PIC X(13).
01 EntryProdCode PIC X(5).
01 EntrySize PIC A.
01 ProdExits PIC X.
01 SizeFound PIC X.
01 CodeFound PIC X.
01 SizeIdx PIC 99.
01 CodesListed PIC 9(5).
*> The whole of barcode.dat, held for the label run so each
*> product size on order.dat can be matched to its barcodes.
01 BarcodeTable.
       02 BarcodeEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON BarcodeCount.
           03 TblBcCode PIC X(13).
           03 TblBcProd PIC X(5).
           03 TblBcSize PIC A.
01 BarcodeCount PIC 9(3) VALUE 0.
01 BarcodeIdx PIC 9(3).
01 BarcodeOverflow PIC X.
01 SizeLabels PIC 9(3).
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
01 LabelProdCode PIC X(5).
01 LabelsWritten PIC 9(5) VALUE 0.
01 LabelFileName PIC X(30).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 CatReportName PIC X(12).
01 CatRecCount PIC 9(5).
*> A label is boxed between two rules: the name and size, the
*> price, and the barcode with our product code beside it.
01 LabelRule PIC X(40) VALUE
       "+------------------------------------+".
01 LabelNameLine.
       02 FILLER PIC XX VALUE "| ".
       02 LblProdName PIC X(10).
       02 FILLER PIC X(7) VALUE "  SIZE ".
       02 LblSize PIC A.
01 LabelPriceLine.
       02 FILLER PIC X(4) VALUE "| $".
       02 LblPrice PIC ZZ9.99.
01 LabelCodeLine.
       02 FILLER PIC XX VALUE "| ".
       02 LblBarcode PIC X(13).
       02 FILLER PIC X(3) VALUE SPACES.
       02 LblProdCode PIC X(5).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "barcodes", OperatorName.
       CALL 'SESSLOG' USING "START", "barcodes", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "BARCODE CROSS-REFERENCE"
           DISPLAY "1: Add Barcode"
           DISPLAY "2: Remove Barcode"
           DISPLAY "3: Look Up Barcode"
           DISPLAY "4: List Barcodes"
           DISPLAY "5: Print Shelf Labels"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddBarcode THRU AddBarcode-Exit
               WHEN 2 PERFORM RemoveBarcode THRU RemoveBarcode-Exit
               WHEN 3 PERFORM LookUpBarcode THRU LookUpBarcode-Exit
               WHEN 4 PERFORM ListBarcodes
               WHEN 5 PERFORM PrintShelfLabels THRU PrintShelfLabels-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "barcodes", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> The product and size must be on order.dat, and the barcode must
*> not already be on file for anything else.
AddBarcode.
       DISPLAY " "
       DISPLAY "Barcode: " WITH NO ADVANCING.
       ACCEPT EntryBarcode.
       IF EntryBarcode = SPACES
           DISPLAY "Barcode required - not added"
           GO TO AddBarcode-Exit
       END-IF.
       DISPLAY "Product Code: " WITH NO ADVANCING.
       ACCEPT EntryProdCode.
       DISPLAY "Size (S/M/L...): " WITH NO ADVANCING.
       ACCEPT EntrySize.
       PERFORM ReadProduct.
       IF ProdExits = 'N'
           DISPLAY "Product DNE - not added"
           GO TO AddBarcode-Exit
       END-IF.
       MOVE 'N' TO SizeFound.
       PERFORM CheckOneSize
           VARYING SizeIdx FROM 1 BY 1
           UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount.
       IF SizeFound = 'N'
           DISPLAY FileProdName " has no size " EntrySize
               " - not added"
           GO TO AddBarcode-Exit
       END-IF.
       OPEN I-O BarcodeFile.
       IF BarcodeStatus = "35"
           OPEN OUTPUT BarcodeFile
           CLOSE BarcodeFile
           OPEN I-O BarcodeFile
       END-IF.
       MOVE EntryBarcode TO BcCode.
       MOVE 'Y' TO CodeFound.
       READ BarcodeFile
           INVALID KEY MOVE 'N' TO CodeFound
       END-READ.
       IF CodeFound = 'Y'
           IF BcProdCode = EntryProdCode AND BcSize = EntrySize
               DISPLAY "Barcode already on file for this product size"
           ELSE
               DISPLAY "Barcode already belongs to " BcProdCode
                   " size " BcSize " - remove it first; not added"
           END-IF
       ELSE
           MOVE EntryBarcode TO BcCode
           MOVE EntryProdCode TO BcProdCode
           MOVE EntrySize TO BcSize
           WRITE BarcodeRec
               INVALID KEY DISPLAY "Barcode not added"
               NOT INVALID KEY DISPLAY "Barcode added"
           END-WRITE
       END-IF.
       CLOSE BarcodeFile.
AddBarcode-Exit.
       EXIT.

ReadProduct.
       MOVE 'N' TO ProdExits.
       OPEN INPUT OrderFile.
       IF OrderFileStatus NOT = "35"
           MOVE EntryProdCode TO FileProdCode
           MOVE 'Y' TO ProdExits
           READ OrderFile
               INVALID KEY MOVE 'N' TO ProdExits
           END-READ
           CLOSE OrderFile
       END-IF.

CheckOneSize.
       IF FileSizeType(SizeIdx) = EntrySize
           MOVE 'Y' TO SizeFound
       END-IF.

RemoveBarcode.
       DISPLAY " "
       DISPLAY "Barcode: " WITH NO ADVANCING.
       ACCEPT EntryBarcode.
       OPEN I-O BarcodeFile.
       IF BarcodeStatus = "35"
           DISPLAY "No barcodes on file"
           GO TO RemoveBarcode-Exit
       END-IF.
       MOVE EntryBarcode TO BcCode.
       DELETE BarcodeFile
           INVALID KEY DISPLAY "Barcode not on file"
           NOT INVALID KEY DISPLAY "Barcode removed"
       END-DELETE.
       CLOSE BarcodeFile.
RemoveBarcode-Exit.
       EXIT.

LookUpBarcode.
       DISPLAY " "
       DISPLAY "Barcode: " WITH NO ADVANCING.
       ACCEPT EntryBarcode.
       MOVE 'N' TO CodeFound.
       OPEN INPUT BarcodeFile.
       IF BarcodeStatus NOT = "35"
           MOVE EntryBarcode TO BcCode
           MOVE 'Y' TO CodeFound
           READ BarcodeFile
               INVALID KEY MOVE 'N' TO CodeFound
           END-READ
           CLOSE BarcodeFile
       END-IF.
       IF CodeFound = 'N'
           DISPLAY "Barcode not on file"
           GO TO LookUpBarcode-Exit
       END-IF.
       MOVE BcProdCode TO EntryProdCode.
       PERFORM ReadProduct.
       IF ProdExits = 'N'
           MOVE "(none)" TO FileProdName
       END-IF.
       DISPLAY "Product: " BcProdCode " " FileProdName " size " BcSize.
LookUpBarcode-Exit.
       EXIT.

ListBarcodes.
       DISPLAY " "
       DISPLAY "BARCODE        PROD  NAME       SIZE".
       MOVE 0 TO CodesListed.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BarcodeFile.
       IF BarcodeStatus = "35"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO BcCode
           START BarcodeFile KEY IS NOT LESS THAN BcCode
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM ListOneBarcode UNTIL WSEOF = 'Y'.
       IF BarcodeStatus NOT = "35"
           CLOSE BarcodeFile
       END-IF.
       DISPLAY CodesListed " barcodes on file".

ListOneBarcode.
       READ BarcodeFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               ADD 1 TO CodesListed
               MOVE BcProdCode TO EntryProdCode
               PERFORM ReadProduct
               IF ProdExits = 'N'
                   MOVE "(none)" TO FileProdName
               END-IF
               DISPLAY BcCode "  " BcProdCode " " FileProdName " "
                   BcSize
       END-READ.

*> One label per barcode on every product size, in product name
*> order; a size with no barcode yet still gets a label marked
*> NO BARCODE so it is noticed on the shelf.
PrintShelfLabels.
       DISPLAY " "
       DISPLAY "Product Code (spaces = every product): "
           WITH NO ADVANCING.
       ACCEPT LabelProdCode.
       PERFORM LoadBarcodeTable.
       IF BarcodeOverflow = 'Y'
           DISPLAY "barcode.dat too large to hold - labels not printed"
           GO TO PrintShelfLabels-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE 0 TO PriceCount.
       PERFORM LoadPriceTable.
       OPEN INPUT OrderFile.
       IF OrderFileStatus = "35"
           DISPLAY "No order.dat on file - no labels to print"
           GO TO PrintShelfLabels-Exit
       END-IF.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO LabelFileName.
       STRING "ShelfLbl" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO LabelFileName
       END-STRING.
       MOVE 0 TO LabelsWritten.
       OPEN OUTPUT LabelReport.
       MOVE 'N' TO WSEOF.
       IF LabelProdCode = SPACES
           MOVE LOW-VALUES TO FileProdName
           START OrderFile KEY IS NOT LESS THAN FileProdName
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM LabelNextProduct UNTIL WSEOF = 'Y'
       ELSE
           MOVE LabelProdCode TO FileProdCode
           READ OrderFile
               INVALID KEY DISPLAY "Product DNE"
               NOT INVALID KEY PERFORM LabelOneProduct
           END-READ
       END-IF.
       CLOSE OrderFile.
       CLOSE LabelReport.
       MOVE "ShelfLabels" TO CatReportName.
       MOVE LabelsWritten TO CatRecCount.
       CALL 'RPTCAT' USING CatReportName, LabelFileName,
           OperatorName, CatRecCount.
       DISPLAY LabelsWritten " shelf labels written to " LabelFileName.
PrintShelfLabels-Exit.
       EXIT.

LoadBarcodeTable.
       MOVE 0 TO BarcodeCount.
       MOVE 'N' TO BarcodeOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BarcodeFile.
       IF BarcodeStatus = "35"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO BcCode
           START BarcodeFile KEY IS NOT LESS THAN BcCode
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM LoadOneBarcodeRec UNTIL WSEOF = 'Y'.
       IF BarcodeStatus NOT = "35"
           CLOSE BarcodeFile
       END-IF.

LoadOneBarcodeRec.
       READ BarcodeFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF BarcodeCount < 500
                   ADD 1 TO BarcodeCount
                   MOVE BcCode TO TblBcCode(BarcodeCount)
                   MOVE BcProdCode TO TblBcProd(BarcodeCount)
                   MOVE BcSize TO TblBcSize(BarcodeCount)
               ELSE
                   MOVE 'Y' TO BarcodeOverflow
                   MOVE 'Y' TO WSEOF
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

LabelNextProduct.
       READ OrderFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END PERFORM LabelOneProduct
       END-READ.

LabelOneProduct.
       PERFORM LabelOneSize
           VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > FileSizeCount.

LabelOneSize.
       MOVE FileProdPrice(SizeIdx) TO UnitPrice.
       MOVE 0 TO BestPriceEff.
       PERFORM CheckOnePriceEntry
           VARYING PriceIdx FROM 1 BY 1 UNTIL PriceIdx > PriceCount.
       MOVE 0 TO SizeLabels.
       PERFORM LabelOneBarcode
           VARYING BarcodeIdx FROM 1 BY 1
           UNTIL BarcodeIdx > BarcodeCount.
       IF SizeLabels = 0
           MOVE "NO BARCODE" TO LblBarcode
           PERFORM WriteOneLabel
       END-IF.

CheckOnePriceEntry.
       IF TblPriceProd(PriceIdx) = FileProdCode
               AND TblPriceSize(PriceIdx) = FileSizeType(SizeIdx)
               AND TblPriceEff(PriceIdx) <= TodayDate
               AND TblPriceEff(PriceIdx) >= BestPriceEff
           MOVE TblPriceAmt(PriceIdx) TO UnitPrice
           MOVE TblPriceEff(PriceIdx) TO BestPriceEff
       END-IF.

LabelOneBarcode.
       IF TblBcProd(BarcodeIdx) = FileProdCode
               AND TblBcSize(BarcodeIdx) = FileSizeType(SizeIdx)
           ADD 1 TO SizeLabels
           MOVE TblBcCode(BarcodeIdx) TO LblBarcode
           PERFORM WriteOneLabel
       END-IF.

WriteOneLabel.
       MOVE FileProdName TO LblProdName.
       MOVE FileSizeType(SizeIdx) TO LblSize.
       MOVE UnitPrice TO LblPrice.
       MOVE FileProdCode TO LblProdCode.
       WRITE PrintLine FROM LabelRule.
       WRITE PrintLine FROM LabelNameLine.
       WRITE PrintLine FROM LabelPriceLine.
       WRITE PrintLine FROM LabelCodeLine.
       WRITE PrintLine FROM LabelRule.
       ADD 1 TO LabelsWritten.
