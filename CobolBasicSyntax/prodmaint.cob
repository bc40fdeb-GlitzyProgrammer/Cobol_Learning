      *> Unit cost per product/size, kept beside order.dat rather
      *> than inside it so the indexed record never needs a
      *> conversion job. Receiving refreshes it and the sale path
      *> carries it onto salesidx.dat for the margin report.
       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

      *> Unit weight per product/size, kept beside order.dat the same
      *> way so delivery charges can be banded by shipment weight and
      *> the delivery note can say what the van is carrying.
       SELECT OPTIONAL ProdWeightFile ASSIGN TO "prodweight.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdWeightStatus.

      *> Warranty period per product, kept beside order.dat the same
      *> way, for the warranty claims desk to judge cover by.
       SELECT OPTIONAL ProdWarrFile ASSIGN TO "prodwarr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdWarrStatus.

      *> Category per product, kept beside order.dat the same way, so
      *> the figures can be rolled up to category and department.
       SELECT OPTIONAL ProdCatFile ASSIGN TO "prodcat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCatStatus.

       SELECT OPTIONAL CatMastFile ASSIGN TO "catmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatMastStatus.

DATA DIVISION.
FILE SECTION.
FD OrderFile.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD ProdWeightFile.
*> Weight in kilograms for one unit of the product in that size.
01 ProdWeightRec.
       02 PwProdCode PIC X(5).
       02 FILLER PIC X.
       02 PwSize PIC X.
       02 FILLER PIC X.
       02 PwUnitWeight PIC 9(3)V99.

FD ProdWarrFile.
*> Months of cover from the date of sale; zero for none.
01 ProdWarrRec.
       02 PwrProdCode PIC X(5).
       02 FILLER PIC X.
       02 PwrMonths PIC 9(3).

FD ProdCatFile.
*> The catmast.dat category code the product belongs to.
01 ProdCatRec.
       02 PctProdCode PIC X(5).
       02 FILLER PIC X.
       02 PctCatCode PIC X(4).

FD CatMastFile.
*> Kept in step with the CatMastRec layout catmaint.cob writes.
01 CatMastRec.
       02 CmRecType PIC X.
       02 FILLER PIC X.
       02 CmCode PIC X(4).
       02 FILLER PIC X.
       02 CmName PIC X(20).
       02 FILLER PIC X.
       02 CmDeptCode PIC X(4).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CostCount PIC 9(3) VALUE 0.
01 CostIdx PIC 9(3).
01 CostFound PIC X.
*> Unit-weight working fields and the in-memory copy of
*> prodweight.dat, handled exactly as the unit costs are.
01 ProdWeightStatus PIC XX.
01 WeightEOF PIC X.
01 EntryWeightSize PIC X.
01 EntryUnitWeight PIC 9(3)V99.
01 WeightTable.
       02 WeightEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON WeightCount.
           03 TblWeightProd PIC X(5).
           03 TblWeightSize PIC X.
           03 TblWeightAmt PIC 9(3)V99.
01 WeightCount PIC 9(3) VALUE 0.
01 WeightIdx PIC 9(3).
01 WeightFound PIC X.
01 ProdWarrStatus PIC XX.
01 WarrEOF PIC X.
01 EntryWarrMonths PIC 9(3).
01 WarrTable.
       02 WarrEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON WarrCount.
           03 TblWarrProd PIC X(5).
           03 TblWarrMonths PIC 9(3).
01 WarrCount PIC 9(3) VALUE 0.
01 WarrIdx PIC 9(3).
01 WarrFound PIC X.
01 WarrOverflow PIC X.
*> Category working fields and the in-memory copy of prodcat.dat,
*> handled exactly as the warranty periods are.
01 ProdCatStatus PIC XX.
01 CatMastStatus PIC XX.
01 ProdCatEOF PIC X.
01 EntryCatCode PIC X(4).
01 CatOnFile PIC X.
01 ProdCatTable.
       02 ProdCatEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON ProdCatCount.
           03 TblPcatProd PIC X(5).
           03 TblPcatCode PIC X(4).
01 ProdCatCount PIC 9(3) VALUE 0.
01 ProdCatIdx PIC 9(3).
01 ProdCatFound PIC X.
01 ProdCatOverflow PIC X.
*> Before/after images for the order.dat journal JRNL keeps.
01 JrnBefore PIC X(202).
01 JrnAfter PIC X(202).
           DISPLAY "3: Delete Product"
           DISPLAY "4: List All Products"
           DISPLAY "5: Set Unit Cost"
           DISPLAY "6: Set Unit Weight"
           DISPLAY "7: Set Warranty Period"
           DISPLAY "8: Set Category"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 3 PERFORM DeleteProduct
               WHEN 4 PERFORM ListAllProducts
               WHEN 5 PERFORM SetUnitCost
               WHEN 6 PERFORM SetUnitWeight
               WHEN 7 PERFORM SetWarrantyPeriod
               WHEN 8 PERFORM SetProductCategory
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       MOVE TblCostAmt(CostIdx) TO PcUnitCost.
       WRITE ProdCostRec.

*> What one unit weighs per size - the freight table is banded by
*> shipment weight, so order entry needs this to price delivery.
SetUnitWeight.
       DISPLAY " "
       DISPLAY "Product Code: " WITH NO ADVANCING.
       ACCEPT FileProdCode.
       MOVE 'Y' TO ProdExits.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY "Product DNE"
       ELSE
           DISPLAY "Size: " WITH NO ADVANCING
           ACCEPT EntryWeightSize
           DISPLAY "Unit weight (kg): " WITH NO ADVANCING
           ACCEPT EntryUnitWeight
           PERFORM LoadWeightTable
           MOVE 'N' TO WeightFound
           PERFORM SetOneWeightRow
               VARYING WeightIdx FROM 1 BY 1
               UNTIL WeightFound = 'Y' OR WeightIdx > WeightCount
           IF WeightFound = 'N'
               IF WeightCount < 200
                   ADD 1 TO WeightCount
                   MOVE FileProdCode TO TblWeightProd(WeightCount)
                   MOVE EntryWeightSize TO TblWeightSize(WeightCount)
                   MOVE EntryUnitWeight TO TblWeightAmt(WeightCount)
               ELSE
                   DISPLAY "Weight table full - not recorded"
               END-IF
           END-IF
           PERFORM RewriteWeightFile
           MOVE 'WEIGHT' TO AuditAction
           PERFORM WriteProdAudit
           DISPLAY "Unit weight recorded"
       END-IF.

SetOneWeightRow.
       IF TblWeightProd(WeightIdx) = FileProdCode
               AND TblWeightSize(WeightIdx) = EntryWeightSize
           MOVE 'Y' TO WeightFound
           MOVE EntryUnitWeight TO TblWeightAmt(WeightIdx)
       END-IF.

LoadWeightTable.
       MOVE 0 TO WeightCount.
       MOVE 'N' TO WeightEOF.
       OPEN INPUT ProdWeightFile.
       IF ProdWeightStatus = "35"
           MOVE 'Y' TO WeightEOF
       END-IF.
       PERFORM LoadOneWeightRec UNTIL WeightEOF = 'Y'.
       IF ProdWeightStatus NOT = "35"
           CLOSE ProdWeightFile
       END-IF.

LoadOneWeightRec.
       READ ProdWeightFile
           AT END MOVE 'Y' TO WeightEOF
           NOT AT END
               IF WeightCount < 200
                   ADD 1 TO WeightCount
                   MOVE PwProdCode TO TblWeightProd(WeightCount)
                   MOVE PwSize TO TblWeightSize(WeightCount)
                   MOVE PwUnitWeight TO TblWeightAmt(WeightCount)
               END-IF
       END-READ.

RewriteWeightFile.
       OPEN OUTPUT ProdWeightFile.
       PERFORM RewriteOneWeightRec
           VARYING WeightIdx FROM 1 BY 1 UNTIL WeightIdx > WeightCount.
       CLOSE ProdWeightFile.

RewriteOneWeightRec.
       MOVE SPACES TO ProdWeightRec.
       MOVE TblWeightProd(WeightIdx) TO PwProdCode.
       MOVE TblWeightSize(WeightIdx) TO PwSize.
       MOVE TblWeightAmt(WeightIdx) TO PwUnitWeight.
       WRITE ProdWeightRec.

*> A file too big for the table is left as it is - rewriting it
*> from a partial load would lose the products that never got in.
SetWarrantyPeriod.
       DISPLAY " "
       DISPLAY "Product Code: " WITH NO ADVANCING.
       ACCEPT FileProdCode.
       MOVE 'Y' TO ProdExits.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY "Product DNE"
       ELSE
           DISPLAY "Warranty months (0 = none): " WITH NO ADVANCING
           ACCEPT EntryWarrMonths
           PERFORM LoadWarrTable
           IF WarrOverflow = 'Y'
               DISPLAY "prodwarr.dat too large to rewrite - not recorded"
           ELSE
               MOVE 'N' TO WarrFound
               PERFORM SetOneWarrRow
                   VARYING WarrIdx FROM 1 BY 1
                   UNTIL WarrFound = 'Y' OR WarrIdx > WarrCount
               IF WarrFound = 'N'
                   IF WarrCount < 200
                       ADD 1 TO WarrCount
                       MOVE FileProdCode TO TblWarrProd(WarrCount)
                       MOVE EntryWarrMonths TO TblWarrMonths(WarrCount)
                       MOVE 'Y' TO WarrFound
                   ELSE
                       DISPLAY "Warranty table full - not recorded"
                   END-IF
               END-IF
               IF WarrFound = 'Y'
                   PERFORM RewriteWarrFile
                   MOVE 'WARRTY' TO AuditAction
                   PERFORM WriteProdAudit
                   DISPLAY "Warranty period recorded"
               END-IF
           END-IF
       END-IF.

SetOneWarrRow.
       IF TblWarrProd(WarrIdx) = FileProdCode
           MOVE 'Y' TO WarrFound
           MOVE EntryWarrMonths TO TblWarrMonths(WarrIdx)
       END-IF.

LoadWarrTable.
       MOVE 0 TO WarrCount.
       MOVE 'N' TO WarrOverflow.
       MOVE 'N' TO WarrEOF.
       OPEN INPUT ProdWarrFile.
       IF ProdWarrStatus = "35"
           MOVE 'Y' TO WarrEOF
       END-IF.
       PERFORM LoadOneWarrRec UNTIL WarrEOF = 'Y'.
       IF ProdWarrStatus NOT = "35"
           CLOSE ProdWarrFile
       END-IF.

LoadOneWarrRec.
       READ ProdWarrFile
           AT END MOVE 'Y' TO WarrEOF
           NOT AT END
               IF WarrCount < 200
                   ADD 1 TO WarrCount
                   MOVE PwrProdCode TO TblWarrProd(WarrCount)
                   MOVE PwrMonths TO TblWarrMonths(WarrCount)
               ELSE
                   MOVE 'Y' TO WarrOverflow
               END-IF
       END-READ.

RewriteWarrFile.
       OPEN OUTPUT ProdWarrFile.
       PERFORM RewriteOneWarrRec
           VARYING WarrIdx FROM 1 BY 1 UNTIL WarrIdx > WarrCount.
       CLOSE ProdWarrFile.

RewriteOneWarrRec.
       MOVE SPACES TO ProdWarrRec.
       MOVE TblWarrProd(WarrIdx) TO PwrProdCode.
       MOVE TblWarrMonths(WarrIdx) TO PwrMonths.
       WRITE ProdWarrRec.

*> The category must be on catmast.dat; spaces takes the product
*> out of any category.
SetProductCategory.
       DISPLAY " "
       DISPLAY "Product Code: " WITH NO ADVANCING.
       ACCEPT FileProdCode.
       MOVE 'Y' TO ProdExits.
       READ OrderFile
           INVALID KEY MOVE 'N' TO ProdExits
       END-READ.
       IF ProdExits = 'N'
           DISPLAY "Product DNE"
       ELSE
           DISPLAY "Category code (spaces = none): " WITH NO ADVANCING
           ACCEPT EntryCatCode
           PERFORM CheckCategoryOnFile
           IF CatOnFile = 'N'
               DISPLAY "No category " EntryCatCode " - not recorded"
           ELSE
               PERFORM RecordProductCategory
           END-IF
       END-IF.

CheckCategoryOnFile.
       MOVE 'N' TO CatOnFile.
       IF EntryCatCode = SPACES
           MOVE 'Y' TO CatOnFile
       ELSE
           MOVE 'N' TO ProdCatEOF
           OPEN INPUT CatMastFile
           IF CatMastStatus = "35"
               MOVE 'Y' TO ProdCatEOF
           END-IF
           PERFORM CheckOneCatMastRec UNTIL ProdCatEOF = 'Y'
           IF CatMastStatus NOT = "35"
               CLOSE CatMastFile
           END-IF
       END-IF.

CheckOneCatMastRec.
       READ CatMastFile
           AT END MOVE 'Y' TO ProdCatEOF
           NOT AT END
               IF CmRecType = 'C' AND CmCode = EntryCatCode
                   MOVE 'Y' TO CatOnFile
                   MOVE 'Y' TO ProdCatEOF
               END-IF
       END-READ.

RecordProductCategory.
       PERFORM LoadProdCatTable.
       IF ProdCatOverflow = 'Y'
           DISPLAY "prodcat.dat too large to rewrite - not recorded"
       ELSE
           MOVE 'N' TO ProdCatFound
           PERFORM SetOneProdCatRow
               VARYING ProdCatIdx FROM 1 BY 1
               UNTIL ProdCatFound = 'Y' OR ProdCatIdx > ProdCatCount
           IF ProdCatFound = 'N'
               IF ProdCatCount < 200
                   ADD 1 TO ProdCatCount
                   MOVE FileProdCode TO TblPcatProd(ProdCatCount)
                   MOVE EntryCatCode TO TblPcatCode(ProdCatCount)
                   MOVE 'Y' TO ProdCatFound
               ELSE
                   DISPLAY "Category table full - not recorded"
               END-IF
           END-IF
           IF ProdCatFound = 'Y'
               PERFORM RewriteProdCatFile
               MOVE 'CATGRY' TO AuditAction
               PERFORM WriteProdAudit
               DISPLAY "Category recorded"
           END-IF
       END-IF.

SetOneProdCatRow.
       IF TblPcatProd(ProdCatIdx) = FileProdCode
           MOVE 'Y' TO ProdCatFound
           MOVE EntryCatCode TO TblPcatCode(ProdCatIdx)
       END-IF.

LoadProdCatTable.
       MOVE 0 TO ProdCatCount.
       MOVE 'N' TO ProdCatOverflow.
       MOVE 'N' TO ProdCatEOF.
       OPEN INPUT ProdCatFile.
       IF ProdCatStatus = "35"
           MOVE 'Y' TO ProdCatEOF
       END-IF.
       PERFORM LoadOneProdCatRec UNTIL ProdCatEOF = 'Y'.
       IF ProdCatStatus NOT = "35"
           CLOSE ProdCatFile
       END-IF.

LoadOneProdCatRec.
       READ ProdCatFile
           AT END MOVE 'Y' TO ProdCatEOF
           NOT AT END
               IF ProdCatCount < 200
                   ADD 1 TO ProdCatCount
                   MOVE PctProdCode TO TblPcatProd(ProdCatCount)
                   MOVE PctCatCode TO TblPcatCode(ProdCatCount)
               ELSE
                   MOVE 'Y' TO ProdCatOverflow
               END-IF
       END-READ.

*> A product taken out of its category drops off the file rather
*> than being kept with a blank code.
RewriteProdCatFile.
       OPEN OUTPUT ProdCatFile.
       PERFORM RewriteOneProdCatRec
           VARYING ProdCatIdx FROM 1 BY 1
           UNTIL ProdCatIdx > ProdCatCount.
       CLOSE ProdCatFile.

RewriteOneProdCatRec.
       IF TblPcatCode(ProdCatIdx) NOT = SPACES
           MOVE SPACES TO ProdCatRec
           MOVE TblPcatProd(ProdCatIdx) TO PctProdCode
           MOVE TblPcatCode(ProdCatIdx) TO PctCatCode
           WRITE ProdCatRec
       END-IF.

*> Same line shape coboltutf3's WriteAuditEntry gives the customer
*> trail, keyed by product name instead of customer id.
WriteProdAudit.
