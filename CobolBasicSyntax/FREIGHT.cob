       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FREIGHT.
AUTHOR. Lawrence.
*> Delivery charge pricing, called the way ALLOC is by every path
*> that invoices goods: order entry, quote conversion, the
*> standing-order run and the EDI import. "WGHT" gives back the
*> unit weight prodmaint recorded for a product and size in
*> prodweight.dat (zero when none is recorded), so the caller can
*> total the shipment; a kit - size K - weighs what the
*> components kitdef.dat lists for it weigh. "CHRG" prices the
*> shipment for a destination city from the freight.dat bands
*> freightmnt keeps: the smallest band that holds the weight, or
*> the heaviest band when nothing does, waived when the order
*> value is over the band's threshold. A city with no bands pays
*> nothing. The taxable flag comes back with the charge so the
*> caller can leave it out of sales tax.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ProdWeightFile ASSIGN TO "prodweight.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdWeightStatus.

       SELECT OPTIONAL KitDefFile ASSIGN TO "kitdef.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KitDefStatus.

       SELECT OPTIONAL FreightFile ASSIGN TO "freight.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FreightStatus.

DATA DIVISION.
FILE SECTION.
FD ProdWeightFile.
*> Kept in step with the ProdWeightRec layout prodmaint.cob writes.
01 ProdWeightRec.
       02 PwProdCode PIC X(5).
       02 FILLER PIC X.
       02 PwSize PIC X.
       02 FILLER PIC X.
       02 PwUnitWeight PIC 9(3)V99.

FD KitDefFile.
*> Kept in step with the KitDefRec layout kitmaint.cob writes.
01 KitDefRec PIC X(40).
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

FD FreightFile.
*> Kept in step with the FreightRec layout freightmnt.cob writes.
01 FreightRec.
       02 FrCityCode PIC 99.
       02 FILLER PIC X.
       02 FrMaxWeight PIC 9(5)V99.
       02 FILLER PIC X.
       02 FrCharge PIC 9(3)V99.
       02 FILLER PIC X.
       02 FrTaxable PIC X.
       02 FILLER PIC X.
       02 FrWaiveOver PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 ProdWeightStatus PIC XX.
01 FreightStatus PIC XX.
01 KitDefStatus PIC XX.
01 WSEOF PIC X.
01 KitEOF PIC X.
*> The product and size being weighed, and its weight.
01 WeighProd PIC X(5).
01 WeighSize PIC X.
01 FoundWeight PIC 9(3)V99.
*> The band that fits and the heaviest band for the city, kept as
*> whole records while the file is scanned.
01 FitFound PIC X.
01 FitRec PIC X(30).
01 FitWeight PIC 9(5)V99.
01 TopFound PIC X.
01 TopRec PIC X(30).
01 TopWeight PIC 9(5)V99.

    LINKAGE SECTION.
     01 LAction PIC X(4).
     01 LCityCode PIC 99.
     01 LProdCode PIC X(5).
     01 LSize PIC X.
     01 LWeight PIC 9(5)V99.
     01 LOrderValue PIC 9(7)V99.
     01 LCharge PIC 9(3)V99.
     01 LTaxable PIC X.

PROCEDURE DIVISION USING LAction, LCityCode, LProdCode, LSize,
       LWeight, LOrderValue, LCharge, LTaxable.
       EVALUATE LAction
           WHEN "WGHT" PERFORM FindUnitWeight
           WHEN "CHRG" PERFORM PriceShipment
       END-EVALUATE.

EXIT PROGRAM.

FindUnitWeight.
       MOVE 0 TO LWeight.
       IF LSize = 'K'
           PERFORM WeighKit
       ELSE
           MOVE LProdCode TO WeighProd
           MOVE LSize TO WeighSize
           PERFORM LookUpWeight
           MOVE FoundWeight TO LWeight
       END-IF.

WeighKit.
       MOVE 'N' TO KitEOF.
       OPEN INPUT KitDefFile.
       IF KitDefStatus = "35"
           MOVE 'Y' TO KitEOF
       END-IF.
       PERFORM WeighOneKitRec UNTIL KitEOF = 'Y'.
       IF KitDefStatus NOT = "35"
           CLOSE KitDefFile
       END-IF.

WeighOneKitRec.
       READ KitDefFile
           AT END MOVE 'Y' TO KitEOF
           NOT AT END
               IF KcRecType = 'C' AND KcKitCode = LProdCode
                   MOVE KcProdCode TO WeighProd
                   MOVE KcSize TO WeighSize
                   PERFORM LookUpWeight
                   COMPUTE LWeight = LWeight + FoundWeight * KcQtyPer
               END-IF
       END-READ.

LookUpWeight.
       MOVE 0 TO FoundWeight.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdWeightFile.
       IF ProdWeightStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneWeightRec UNTIL WSEOF = 'Y'.
       IF ProdWeightStatus NOT = "35"
           CLOSE ProdWeightFile
       END-IF.

CheckOneWeightRec.
       READ ProdWeightFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PwProdCode = WeighProd AND PwSize = WeighSize
                   MOVE PwUnitWeight TO FoundWeight
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

PriceShipment.
       MOVE 0 TO LCharge.
       MOVE 'N' TO LTaxable.
       MOVE 'N' TO FitFound.
       MOVE 'N' TO TopFound.
       MOVE 'N' TO WSEOF.
       OPEN INPUT FreightFile.
       IF FreightStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneBand UNTIL WSEOF = 'Y'.
       IF FreightStatus NOT = "35"
           CLOSE FreightFile
       END-IF.
       IF FitFound = 'Y'
           MOVE FitRec TO FreightRec
       ELSE
           IF TopFound = 'Y'
               MOVE TopRec TO FreightRec
           END-IF
       END-IF.
       IF FitFound = 'Y' OR TopFound = 'Y'
           MOVE FrTaxable TO LTaxable
           IF FrWaiveOver = ZERO OR LOrderValue NOT > FrWaiveOver
               MOVE FrCharge TO LCharge
           END-IF
       END-IF.

CheckOneBand.
       READ FreightFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF FrCityCode = LCityCode
                   PERFORM WeighOneBand
               END-IF
       END-READ.

WeighOneBand.
       IF FrMaxWeight NOT < LWeight
           IF FitFound = 'N' OR FrMaxWeight < FitWeight
               MOVE 'Y' TO FitFound
               MOVE FreightRec TO FitRec
               MOVE FrMaxWeight TO FitWeight
           END-IF
       END-IF.
       IF TopFound = 'N' OR FrMaxWeight > TopWeight
           MOVE 'Y' TO TopFound
           MOVE FreightRec TO TopRec
           MOVE FrMaxWeight TO TopWeight
       END-IF.
