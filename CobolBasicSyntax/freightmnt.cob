       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. freightmnt.
AUTHOR. Lawrence.
*> Freight table maintenance: delivery used to be given away on
*> every order, and a van run out to the far cities with a pallet
*> of shirts cost us more than the margin on it. freight.dat holds
*> weight bands by destination CityCode - each band is the charge
*> for a shipment up to that many kilograms, whether the charge
*> is taxable, and the order value above which it is waived (zero
*> for never). FREIGHT reads it when an order is priced; a city
*> with no bands is delivered free.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL FreightFile ASSIGN TO "freight.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FreightStatus.

DATA DIVISION.
FILE SECTION.
FD FreightFile.
*> Fixed columns: city, band upper weight, charge, taxable flag,
*> waive-over order value.
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
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 FreightStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 EntryCity PIC 99.
01 EntryMaxWeight PIC 9(5)V99.
01 EntryCharge PIC 9(3)V99.
01 EntryTaxable PIC X.
01 EntryWaiveOver PIC 9(5)V99.
*> The whole file, held while one band is set or removed and the
*> file rewritten - the prodcost.dat discipline.
01 FreightTable.
       02 FreightEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON FreightCount.
           03 TblFrRec PIC X(30).
01 FreightCount PIC 9(3) VALUE 0.
01 FreightIdx PIC 9(3).
01 FreightFound PIC X.
01 FreightOverflow PIC X.
01 ShowMaxWeight PIC Z(4)9.99.
01 ShowCharge PIC Z(2)9.99.
01 ShowWaiveOver PIC Z(4)9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "freightm", OperatorName.
       CALL 'SESSLOG' USING "START", "freightm", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "FREIGHT TABLE"
           DISPLAY "1: Set Band"
           DISPLAY "2: Remove Band"
           DISPLAY "3: List Bands"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM SetBand THRU SetBand-Exit
               WHEN 2 PERFORM RemoveBand THRU RemoveBand-Exit
               WHEN 3 PERFORM ListBands
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "freightm", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A band is keyed by city and upper weight; keying the same pair
*> again replaces its charge, flag and waiver.
SetBand.
       DISPLAY " "
       DISPLAY "City code: " WITH NO ADVANCING.
       ACCEPT EntryCity.
       DISPLAY "Band up to weight (kg): " WITH NO ADVANCING.
       ACCEPT EntryMaxWeight.
       IF EntryMaxWeight = ZERO
           DISPLAY "Band weight required - band not set"
           GO TO SetBand-Exit
       END-IF.
       DISPLAY "Charge: " WITH NO ADVANCING.
       ACCEPT EntryCharge.
       DISPLAY "Taxable (Y/N): " WITH NO ADVANCING.
       ACCEPT EntryTaxable.
       IF EntryTaxable NOT = 'Y'
           MOVE 'N' TO EntryTaxable
       END-IF.
       DISPLAY "Waive over order value (0 = never): " WITH NO ADVANCING.
       ACCEPT EntryWaiveOver.
       PERFORM LoadFreightTable.
       IF FreightOverflow = 'Y'
           DISPLAY "freight.dat too large to rewrite - band not set"
           GO TO SetBand-Exit
       END-IF.
       MOVE 'N' TO FreightFound.
       PERFORM SetOneBandRow
           VARYING FreightIdx FROM 1 BY 1
           UNTIL FreightFound = 'Y' OR FreightIdx > FreightCount.
       IF FreightFound = 'N'
           IF FreightCount < 200
               ADD 1 TO FreightCount
               MOVE FreightCount TO FreightIdx
               PERFORM FillBandRow
           ELSE
               DISPLAY "Freight table full - band not set"
               GO TO SetBand-Exit
           END-IF
       END-IF.
       PERFORM RewriteFreightFile.
       DISPLAY "Band set".
SetBand-Exit.
       EXIT.

SetOneBandRow.
       MOVE TblFrRec(FreightIdx) TO FreightRec.
       IF FrCityCode = EntryCity AND FrMaxWeight = EntryMaxWeight
           MOVE 'Y' TO FreightFound
           PERFORM FillBandRow
       END-IF.

FillBandRow.
       MOVE SPACES TO FreightRec.
       MOVE EntryCity TO FrCityCode.
       MOVE EntryMaxWeight TO FrMaxWeight.
       MOVE EntryCharge TO FrCharge.
       MOVE EntryTaxable TO FrTaxable.
       MOVE EntryWaiveOver TO FrWaiveOver.
       MOVE FreightRec TO TblFrRec(FreightIdx).

RemoveBand.
       DISPLAY " "
       DISPLAY "City code: " WITH NO ADVANCING.
       ACCEPT EntryCity.
       DISPLAY "Band up to weight (kg): " WITH NO ADVANCING.
       ACCEPT EntryMaxWeight.
       PERFORM LoadFreightTable.
       IF FreightOverflow = 'Y'
           DISPLAY "freight.dat too large to rewrite - band not removed"
           GO TO RemoveBand-Exit
       END-IF.
       MOVE 'N' TO FreightFound.
       PERFORM FindOneBandRow
           VARYING FreightIdx FROM 1 BY 1
           UNTIL FreightFound = 'Y' OR FreightIdx > FreightCount.
       IF FreightFound = 'N'
           DISPLAY "No such band"
           GO TO RemoveBand-Exit
       END-IF.
      *> FreightIdx has stepped one past the match.
       SUBTRACT 1 FROM FreightIdx.
       PERFORM CloseUpOneRow
           VARYING FreightIdx FROM FreightIdx BY 1
           UNTIL FreightIdx >= FreightCount.
       SUBTRACT 1 FROM FreightCount.
       PERFORM RewriteFreightFile.
       DISPLAY "Band removed".
RemoveBand-Exit.
       EXIT.

FindOneBandRow.
       MOVE TblFrRec(FreightIdx) TO FreightRec.
       IF FrCityCode = EntryCity AND FrMaxWeight = EntryMaxWeight
           MOVE 'Y' TO FreightFound
       END-IF.

CloseUpOneRow.
       MOVE TblFrRec(FreightIdx + 1) TO TblFrRec(FreightIdx).

ListBands.
       DISPLAY " ".
       DISPLAY "CITY  UP TO KG    CHARGE TAX  WAIVE OVER".
       MOVE 'N' TO WSEOF.
       OPEN INPUT FreightFile.
       IF FreightStatus = "35"
           MOVE 'Y' TO WSEOF
           DISPLAY "No bands on file"
       END-IF.
       PERFORM ListOneBand UNTIL WSEOF = 'Y'.
       IF FreightStatus NOT = "35"
           CLOSE FreightFile
       END-IF.

ListOneBand.
       READ FreightFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE FrMaxWeight TO ShowMaxWeight
               MOVE FrCharge TO ShowCharge
               MOVE FrWaiveOver TO ShowWaiveOver
               DISPLAY "  " FrCityCode "  " ShowMaxWeight "  "
                   ShowCharge "  " FrTaxable "   " ShowWaiveOver
       END-READ.

*> A file too big for the table is left as it is - rewriting it
*> from a partial load would lose the bands that never got in.
LoadFreightTable.
       MOVE 0 TO FreightCount.
       MOVE 'N' TO FreightOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT FreightFile.
       IF FreightStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneBand UNTIL WSEOF = 'Y'.
       IF FreightStatus NOT = "35"
           CLOSE FreightFile
       END-IF.

LoadOneBand.
       READ FreightFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF FreightCount < 200
                   ADD 1 TO FreightCount
                   MOVE FreightRec TO TblFrRec(FreightCount)
               ELSE
                   MOVE 'Y' TO FreightOverflow
               END-IF
       END-READ.

RewriteFreightFile.
       OPEN OUTPUT FreightFile.
       PERFORM RewriteOneBand
           VARYING FreightIdx FROM 1 BY 1 UNTIL FreightIdx > FreightCount.
       CLOSE FreightFile.

RewriteOneBand.
       MOVE TblFrRec(FreightIdx) TO FreightRec.
       WRITE FreightRec.
