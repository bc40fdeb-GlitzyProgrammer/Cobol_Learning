*> prices for the driver, and lets the warehouse confirm shipment,
*> which stamps a shipped flag and date on the invoice header so
*> an invinq.cob inquiry can tell a customer whether their goods
*> actually left the building. The delivery note also carries the
*> total shipment weight, from the unit weights FREIGHT looks up,
*> so the driver knows what the van is carrying; the DELIVERY
*> charge line is not goods and is left off both documents.
*> An invoice cancelled through ordamend.cob keeps its number with
*> a V flag and is refused here - there is nothing left to ship.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items. The shipped flag
*> and date live in the header's spare area: space/N until the
*> warehouse confirms, then S with the date, then D (delivered) or
*> R (refused) with that date once vanroute has the driver's
*> return.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
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

FD PickListFile.
01 PickLine PIC X(70).
01 BinQty PIC 9(4).
01 ShipDate PIC 9(8).
01 LinesListed PIC 9(3).
*> Arguments for the FREIGHT unit-weight lookup and the shipment
*> weight totalled from them.
01 FreightCity PIC 99 VALUE 0.
01 FreightProd PIC X(5).
01 FreightSize PIC X.
01 UnitWeight PIC 9(5)V99.
01 FreightValue PIC 9(7)V99 VALUE 0.
01 FreightCharge PIC 9(3)V99.
01 FreightTaxable PIC X.
01 ShipWeight PIC 9(5)V99.
01 ShowWeight PIC Z(4)9.99.

PROCEDURE DIVISION.
StartPara.
           DISPLAY "Invoice not on file"
           GO TO PrintPickList-Exit
       END-IF.
       IF InvShipFlag = 'V'
           DISPLAY "Invoice was cancelled - nothing to dispatch"
           GO TO PrintPickList-Exit
       END-IF.
       OPEN OUTPUT PickListFile.
       MOVE SPACES TO PickLine.
       STRING "PICK LIST - INVOICE " QueryInvoiceNum
               IF InvoiceNum NOT = QueryInvoiceNum
                   MOVE 'Y' TO WSEOF
               ELSE
                   IF InvLProdCode NOT = "DELIV"
                       PERFORM WriteOnePickLine
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
           DISPLAY "Invoice not on file"
           GO TO PrintDeliveryNote-Exit
       END-IF.
       IF InvShipFlag = 'V'
           DISPLAY "Invoice was cancelled - nothing to dispatch"
           GO TO PrintDeliveryNote-Exit
       END-IF.
       MOVE 'Y' TO CustFound.
       MOVE InvCustId TO MIDNum.
       READ CustomerMaster
       MOVE SPACES TO NoteLine.
       WRITE NoteLine.
       MOVE 0 TO LinesListed.
       MOVE 0 TO ShipWeight.
       PERFORM WalkNoteLines THRU WalkNoteLines-Exit.
       MOVE ShipWeight TO ShowWeight.
       MOVE SPACES TO NoteLine.
       STRING "Total shipment weight: " ShowWeight DELIMITED BY SIZE
           " kg" DELIMITED BY SIZE
           INTO NoteLine
       END-STRING.
       WRITE NoteLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO NoteLine.
       MOVE "Received in good order: ____________________"
           TO NoteLine.
               IF InvoiceNum NOT = QueryInvoiceNum
                   MOVE 'Y' TO WSEOF
               ELSE
                   IF InvLProdCode NOT = "DELIV"
                       PERFORM WriteOneNoteLine
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
WalkNoteLines-Exit.
       EXIT.

WriteOneNoteLine.
       ADD 1 TO LinesListed.
       MOVE SPACES TO NoteLine.
       STRING "  " InvLProdName DELIMITED BY SIZE
           " " InvLSize DELIMITED BY SIZE
           "  x" InvLQty DELIMITED BY SIZE
           INTO NoteLine
       END-STRING.
       WRITE NoteLine.
       MOVE InvLProdCode TO FreightProd.
       MOVE InvLSize TO FreightSize.
       CALL 'FREIGHT' USING "WGHT", FreightCity, FreightProd,
           FreightSize, UnitWeight, FreightValue, FreightCharge,
           FreightTaxable.
       COMPUTE ShipWeight = ShipWeight + UnitWeight * InvLQty.

*> The warehouse's confirmation stamps the header - S plus the
*> date - so inquiries can answer "has it left the building".
ConfirmShipment.
           DISPLAY "Invoice not on file"
           GO TO ConfirmShipment-Exit
       END-IF.
       IF InvShipFlag = 'V'
           DISPLAY "Invoice was cancelled - nothing to dispatch"
           GO TO ConfirmShipment-Exit
       END-IF.
       IF InvShipFlag = 'S'
           DISPLAY "Already shipped on " InvShipDate
           GO TO ConfirmShipment-Exit
       END-IF.
       IF InvShipFlag = 'D' OR InvShipFlag = 'R'
           DISPLAY "Already shipped and its delivery recorded"
           GO TO ConfirmShipment-Exit
       END-IF.
       DISPLAY "Confirm invoice " QueryInvoiceNum
           " shipped today? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
