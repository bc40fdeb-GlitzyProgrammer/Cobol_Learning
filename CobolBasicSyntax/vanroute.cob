       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. vanroute.
AUTHOR. Lawrence.
*> Van runs and proof of delivery: dispatch.cob stamps an invoice
*> shipped when it leaves the building, and after that nobody knew
*> whether it arrived. Planning the day's runs takes every invoice
*> shipped but not yet delivered - yesterday's nobody-homes carry
*> over because their header still says shipped - and groups them
*> by the customer's CityCode into one van run per city, stops in
*> postal-code order, printing a driver manifest (Manifest.rpt)
*> with customer, address, phone and parcels, one parcel to an
*> invoice line, and keeping the run on vanrun.dat. The driver's
*> returns are keyed back run by run or one invoice at a time:
*> delivered or refused stamps the header D or R with that date
*> in place of the ship date, so invinq.cob can answer "did it
*> arrive"; every outcome, nobody home included, is logged on
*> pod.dat with who signed and the original ship date, which is
*> where invinq.cob and cust360.cob find the signature.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT OPTIONAL VanRunFile ASSIGN TO "vanrun.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VanRunStatus.

       SELECT OPTIONAL PodFile ASSIGN TO "pod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PodStatus.

       SELECT ManifestFile ASSIGN TO "Manifest.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk7.tmp".

DATA DIVISION.
FILE SECTION.
FD InvoiceMaster.
*> Kept in step with the InvMastRec layout dispatch.cob reads -
*> line 00 is the header, lines 01+ the items. The shipped flag is
*> S from dispatch until the driver's return makes it D
*> (delivered) or R (refused), the date going with it.
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
           03 FILLER PIC X(8).
       02 InvLineBody REDEFINES InvBody.
           03 InvLProdCode PIC X(5).
           03 InvLProdName PIC X(10).
           03 InvLSize PIC A.
           03 InvLQty PIC 9(3).
           03 InvLPrice PIC 9(3)V99.
           03 InvLExtPrice PIC 9(5)V99.
           03 FILLER PIC X(9).

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

FD VanRunFile.
*> Fixed columns: the date the run was planned, its city, the stop
*> number on the run, the invoice and the customer.
01 VanRunRec.
       02 VrRunDate PIC 9(8).
       02 FILLER PIC X.
       02 VrCity PIC 99.
       02 FILLER PIC X.
       02 VrStop PIC 99.
       02 FILLER PIC X.
       02 VrInvoiceNum PIC 9(6).
       02 FILLER PIC X.
       02 VrCustId PIC 9(5).

FD PodFile.
*> Fixed columns: invoice, customer, outcome (D delivered, R
*> refused, N nobody home), the date, who signed or refused, the
*> date it was shipped and the operator who keyed it.
01 PodRec.
       02 PdInvoiceNum PIC 9(6).
       02 FILLER PIC X.
       02 PdCustId PIC 9(5).
       02 FILLER PIC X.
       02 PdOutcome PIC X.
       02 FILLER PIC X.
       02 PdDate PIC 9(8).
       02 FILLER PIC X.
       02 PdSignedBy PIC X(20).
       02 FILLER PIC X.
       02 PdShipDate PIC 9(8).
       02 FILLER PIC X.
       02 PdOperator PIC X(20).

FD ManifestFile.
01 ManifestLine PIC X(70).

SD SortWorkFile.
01 SortRec.
       02 SrtCity PIC 99.
       02 SrtPostal PIC X(8).
       02 SrtCustId PIC 9(5).
       02 SrtInvoiceNum PIC 9(6).
       02 SrtShipDate PIC 9(8).
       02 SrtParcels PIC 99.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 InvMastStatus PIC XX.
01 MasterFileStatus PIC XX.
01 VanRunStatus PIC XX.
01 PodStatus PIC XX.
01 OperatorName PIC X(20).
01 InvEOF PIC X.
01 SortEOF PIC X.
01 RunEOF PIC X.
01 TodayDate PIC 9(8).
01 CustFound PIC X.
01 InvFound PIC X.
01 FullName PIC X(31).
*> The shipped header being held while its lines are counted.
01 HaveHold PIC X VALUE 'N'.
01 HoldInvoiceNum PIC 9(6).
01 HoldCustId PIC 9(5).
01 HoldShipDate PIC 9(8).
01 HoldParcels PIC 99.
*> Run and stop numbering while the sorted stops come back.
01 CurCity PIC 99.
01 FirstStop PIC X.
01 RunCount PIC 9(3) VALUE 0.
01 StopNum PIC 99.
01 StopCount PIC 9(5) VALUE 0.
*> One driver's return being keyed.
01 EntryCity PIC 99.
01 EntryInvoiceNum PIC 9(6).
01 EntryOutcome PIC X.
01 EntryDate PIC 9(8).
01 EntrySignedBy PIC X(20).
01 StopsKeyed PIC 9(3).
01 ShowParcels PIC Z9.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "vanroute", OperatorName.
       CALL 'SESSLOG' USING "START", "vanroute", OperatorName.
       OPEN I-O InvoiceMaster.
       IF InvMastStatus = "35"
           DISPLAY "No invoice master on file - nothing to deliver"
           CALL 'SESSLOG' USING "END  ", "vanroute", OperatorName
           GOBACK
       END-IF.
       OPEN INPUT CustomerMaster.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "VAN RUNS AND PROOF OF DELIVERY"
           DISPLAY "1: Plan Today's Runs"
           DISPLAY "2: Key Driver Returns for a Run"
           DISPLAY "3: Key One Delivery"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM PlanRuns
               WHEN 2 PERFORM KeyRunReturns
               WHEN 3 PERFORM KeyOneDelivery
                   THRU KeyOneDelivery-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE InvoiceMaster, CustomerMaster.
       CALL 'SESSLOG' USING "END  ", "vanroute", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Every shipped-but-undelivered invoice, sorted city, postal code,
*> customer, invoice - a city is a run and the order within it the
*> stop sequence.
PlanRuns.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE 0 TO RunCount.
       MOVE 0 TO StopCount.
       SORT SortWorkFile
           ON ASCENDING KEY SrtCity SrtPostal SrtCustId SrtInvoiceNum
           INPUT PROCEDURE IS ReleaseUndelivered
           OUTPUT PROCEDURE IS WriteManifests.
       IF StopCount = 0
           DISPLAY "Nothing shipped and awaiting delivery"
       ELSE
           DISPLAY RunCount " runs, " StopCount
               " stops - manifests written to Manifest.rpt"
       END-IF.

ReleaseUndelivered.
       MOVE 'N' TO HaveHold.
       MOVE 'N' TO InvEOF.
       MOVE LOW-VALUES TO InvKey.
       START InvoiceMaster KEY IS NOT LESS THAN InvKey
           INVALID KEY MOVE 'Y' TO InvEOF
       END-START.
       PERFORM ReadOneInvRec UNTIL InvEOF = 'Y'.
       PERFORM ReleaseHeldInvoice.

*> Lines follow their header, so a shipped header is held until
*> the next header comes along and its parcels have been counted.
ReadOneInvRec.
       READ InvoiceMaster NEXT RECORD
           AT END MOVE 'Y' TO InvEOF
           NOT AT END
               IF InvLineNum = 0
                   PERFORM ReleaseHeldInvoice
                   IF InvShipFlag = 'S'
                       MOVE 'Y' TO HaveHold
                       MOVE InvoiceNum TO HoldInvoiceNum
                       MOVE InvCustId TO HoldCustId
                       MOVE InvShipDate TO HoldShipDate
                       MOVE 0 TO HoldParcels
                   END-IF
               ELSE
                   IF HaveHold = 'Y' AND InvLProdCode NOT = "DELIV"
                       ADD 1 TO HoldParcels
                   END-IF
               END-IF
       END-READ.

ReleaseHeldInvoice.
       IF HaveHold = 'Y'
           MOVE 'N' TO HaveHold
           MOVE 'Y' TO CustFound
           MOVE HoldCustId TO MIDNum
           READ CustomerMaster
               INVALID KEY MOVE 'N' TO CustFound
           END-READ
           MOVE SPACES TO SortRec
           IF CustFound = 'Y'
               MOVE MCityCode TO SrtCity
               MOVE MPostalCode TO SrtPostal
           ELSE
               MOVE 0 TO SrtCity
           END-IF
           MOVE HoldCustId TO SrtCustId
           MOVE HoldInvoiceNum TO SrtInvoiceNum
           MOVE HoldShipDate TO SrtShipDate
           MOVE HoldParcels TO SrtParcels
           RELEASE SortRec
       END-IF.

WriteManifests.
       OPEN OUTPUT ManifestFile.
       OPEN OUTPUT VanRunFile.
       MOVE 'Y' TO FirstStop.
       MOVE 'N' TO SortEOF.
       PERFORM ReturnOneStop UNTIL SortEOF = 'Y'.
       CLOSE ManifestFile.
       CLOSE VanRunFile.

ReturnOneStop.
       RETURN SortWorkFile
           AT END MOVE 'Y' TO SortEOF
           NOT AT END PERFORM WriteOneStop
       END-RETURN.

WriteOneStop.
       IF FirstStop = 'Y' OR SrtCity NOT = CurCity
           MOVE 'N' TO FirstStop
           MOVE SrtCity TO CurCity
           MOVE 0 TO StopNum
           ADD 1 TO RunCount
           PERFORM WriteRunHeading
       END-IF.
       ADD 1 TO StopNum.
       ADD 1 TO StopCount.
       MOVE 'Y' TO CustFound.
       MOVE SrtCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE SPACES TO MCustContact
           MOVE "(customer not on file)" TO FullName
       END-IF.
       MOVE SrtParcels TO ShowParcels.
       MOVE SPACES TO ManifestLine.
       IF SrtShipDate < TodayDate
           STRING "STOP " StopNum DELIMITED BY SIZE
               "  INVOICE " SrtInvoiceNum DELIMITED BY SIZE
               "  PARCELS " ShowParcels DELIMITED BY SIZE
               "  CARRIED OVER - SHIPPED " SrtShipDate
               DELIMITED BY SIZE
               INTO ManifestLine
           END-STRING
       ELSE
           STRING "STOP " StopNum DELIMITED BY SIZE
               "  INVOICE " SrtInvoiceNum DELIMITED BY SIZE
               "  PARCELS " ShowParcels DELIMITED BY SIZE
               INTO ManifestLine
           END-STRING
       END-IF.
       WRITE ManifestLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO ManifestLine.
       STRING "   " SrtCustId DELIMITED BY SIZE
           " " FullName DELIMITED BY SIZE
           INTO ManifestLine
       END-STRING.
       WRITE ManifestLine.
       MOVE SPACES TO ManifestLine.
       STRING "   " MAddrLine1 DELIMITED BY SIZE
           " " MAddrLine2 DELIMITED BY SIZE
           " " MPostalCode DELIMITED BY SIZE
           INTO ManifestLine
       END-STRING.
       WRITE ManifestLine.
       MOVE SPACES TO ManifestLine.
       STRING "   Tel " MPhoneNum DELIMITED BY SIZE
           INTO ManifestLine
       END-STRING.
       WRITE ManifestLine.
       MOVE "   D delivered / R refused / N nobody home   Signed: ________"
           TO ManifestLine.
       WRITE ManifestLine.
       MOVE SPACES TO VanRunRec.
       MOVE TodayDate TO VrRunDate.
       MOVE CurCity TO VrCity.
       MOVE StopNum TO VrStop.
       MOVE SrtInvoiceNum TO VrInvoiceNum.
       MOVE SrtCustId TO VrCustId.
       WRITE VanRunRec.

WriteRunHeading.
       MOVE SPACES TO ManifestLine.
       IF RunCount > 1
           WRITE ManifestLine AFTER ADVANCING PAGE
       END-IF.
       STRING "DRIVER MANIFEST - RUN " RunCount DELIMITED BY SIZE
           "  CITY " CurCity DELIMITED BY SIZE
           "  DATE " TodayDate DELIMITED BY SIZE
           INTO ManifestLine
       END-STRING.
       WRITE ManifestLine.
       MOVE "Driver: ____________________  Van: __________"
           TO ManifestLine.
       WRITE ManifestLine.

*> The manifests come back with the run: each stop still shipped
*> is offered in sequence; Enter skips one left for later.
KeyRunReturns.
       DISPLAY " "
       DISPLAY "City code of the run: " WITH NO ADVANCING.
       ACCEPT EntryCity.
       MOVE 0 TO StopsKeyed.
       MOVE 'N' TO RunEOF.
       OPEN INPUT VanRunFile.
       IF VanRunStatus = "35"
           MOVE 'Y' TO RunEOF
           DISPLAY "No runs planned"
       END-IF.
       PERFORM KeyOneRunRec UNTIL RunEOF = 'Y'.
       IF VanRunStatus NOT = "35"
           CLOSE VanRunFile
       END-IF.
       DISPLAY StopsKeyed " returns recorded".

KeyOneRunRec.
       READ VanRunFile
           AT END MOVE 'Y' TO RunEOF
           NOT AT END
               IF VrCity = EntryCity
                   PERFORM KeyOneStop
               END-IF
       END-READ.

KeyOneStop.
       MOVE VrInvoiceNum TO EntryInvoiceNum.
       PERFORM FetchInvoiceHeader.
       IF InvFound = 'Y' AND InvShipFlag = 'S'
           PERFORM ShowStopCustomer
           DISPLAY "Stop " VrStop " invoice " EntryInvoiceNum " "
               FullName
           DISPLAY "Outcome (D/R/N, Enter to skip): "
               WITH NO ADVANCING
           ACCEPT EntryOutcome
           INSPECT EntryOutcome CONVERTING "drn" TO "DRN"
           IF EntryOutcome = 'D' OR EntryOutcome = 'R'
                   OR EntryOutcome = 'N'
               PERFORM RecordOutcome
               ADD 1 TO StopsKeyed
           END-IF
       END-IF.

KeyOneDelivery.
       DISPLAY " "
       DISPLAY "Invoice Number: " WITH NO ADVANCING.
       ACCEPT EntryInvoiceNum.
       PERFORM FetchInvoiceHeader.
       IF InvFound = 'N'
           DISPLAY "Invoice not on file"
           GO TO KeyOneDelivery-Exit
       END-IF.
       EVALUATE InvShipFlag
           WHEN 'S'
               CONTINUE
           WHEN 'D'
               DISPLAY "Already delivered on " InvShipDate
               GO TO KeyOneDelivery-Exit
           WHEN 'R'
               DISPLAY "Refused on " InvShipDate
               GO TO KeyOneDelivery-Exit
           WHEN OTHER
               DISPLAY "Not yet shipped - confirm shipment in dispatch"
               GO TO KeyOneDelivery-Exit
       END-EVALUATE.
       PERFORM ShowStopCustomer.
       DISPLAY "Invoice " EntryInvoiceNum " " FullName.
       DISPLAY "Outcome (D delivered, R refused, N nobody home): "
           WITH NO ADVANCING.
       ACCEPT EntryOutcome.
       INSPECT EntryOutcome CONVERTING "drn" TO "DRN".
       IF EntryOutcome NOT = 'D' AND EntryOutcome NOT = 'R'
               AND EntryOutcome NOT = 'N'
           DISPLAY "Nothing recorded"
           GO TO KeyOneDelivery-Exit
       END-IF.
       PERFORM RecordOutcome.
KeyOneDelivery-Exit.
       EXIT.

FetchInvoiceHeader.
       MOVE EntryInvoiceNum TO InvoiceNum.
       MOVE 0 TO InvLineNum.
       MOVE 'Y' TO InvFound.
       READ InvoiceMaster
           INVALID KEY MOVE 'N' TO InvFound
       END-READ.

ShowStopCustomer.
       MOVE 'Y' TO CustFound.
       MOVE InvCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(customer not on file)" TO FullName
       END-IF.

*> Delivered and refused close the delivery on the header; nobody
*> home leaves it shipped so the next plan picks it up again.
RecordOutcome.
       DISPLAY "Date (YYYYMMDD, 0 for today): " WITH NO ADVANCING.
       ACCEPT EntryDate.
       IF EntryDate = ZERO
           ACCEPT EntryDate FROM DATE YYYYMMDD
       END-IF.
       MOVE SPACES TO EntrySignedBy.
       IF EntryOutcome = 'D'
           DISPLAY "Signed for by: " WITH NO ADVANCING
           ACCEPT EntrySignedBy
       END-IF.
       IF EntryOutcome = 'R'
           DISPLAY "Refused by: " WITH NO ADVANCING
           ACCEPT EntrySignedBy
       END-IF.
       MOVE SPACES TO PodRec.
       MOVE InvoiceNum TO PdInvoiceNum.
       MOVE InvCustId TO PdCustId.
       MOVE EntryOutcome TO PdOutcome.
       MOVE EntryDate TO PdDate.
       MOVE EntrySignedBy TO PdSignedBy.
       MOVE InvShipDate TO PdShipDate.
       MOVE OperatorName TO PdOperator.
       IF EntryOutcome NOT = 'N'
           MOVE EntryOutcome TO InvShipFlag
           MOVE EntryDate TO InvShipDate
           REWRITE InvMastRec
               INVALID KEY DISPLAY "Invoice " InvoiceNum
                   " not updated"
           END-REWRITE
       END-IF.
       OPEN EXTEND PodFile.
       IF PodStatus = "35"
           OPEN OUTPUT PodFile
           CLOSE PodFile
           OPEN EXTEND PodFile
       END-IF.
       WRITE PodRec.
       CLOSE PodFile.
       EVALUATE EntryOutcome
           WHEN 'D' DISPLAY "Delivered on " EntryDate
           WHEN 'R' DISPLAY "Refused on " EntryDate
           WHEN OTHER DISPLAY "Nobody home - carried to the next run"
       END-EVALUATE.
