       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. disputes.
AUTHOR. Lawrence.
*> Invoice dispute register: an indexed file keyed by the invoice
*> number on invmast.dat, holding why the customer disputes it, how
*> much of it is in dispute, who logged it and when, and whether
*> it is still Open or has been Resolved (with the date and the
*> outcome). While a dispute is open the disputed amount is held
*> out of the dunning letters, the finance charges, the collections
*> queue and the credit-limit review through DISPCHK, so a customer
*> waiting on us is no longer chased for the money. Credit memos
*> raised by returns against a disputed invoice are noted on the
*> dispute for the aged-disputes report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DispInvNum
           FILE STATUS IS DisputeFileStatus.

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

DATA DIVISION.
FILE SECTION.
FD DisputeFile.
*> Status O open, R resolved. The memo fields count the credit
*> memos returns has raised against the invoice since the dispute
*> was logged, their total and the latest memo number.
01 DisputeRec.
       02 DispInvNum PIC 9(6).
       02 DispCustId PIC 9(5).
       02 DispReason PIC X(4).
       02 DispAmount PIC 9(7)V99.
       02 DispOper PIC X(8).
       02 DispLogged PIC 9(8).
       02 DispStatus PIC X.
       02 DispResolved PIC 9(8).
       02 DispOutcome PIC X(30).
       02 DispMemoNum PIC 9(6).
       02 DispMemoCount PIC 99.
       02 DispMemoTotal PIC 9(7)V99.

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

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 DispExists PIC X.
01 InvFound PIC X.
01 CustExists PIC X.
01 BrowseEOF PIC X.
01 DisputeFileStatus PIC XX.
01 InvMastStatus PIC XX.
01 MasterFileStatus PIC XX.
01 OperatorName PIC X(20).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 FullName PIC X(31).
01 TodayDate PIC 9(8).
01 NewStatus PIC X.
01 NewReason PIC X(4).
01 NewAmount PIC 9(7)V99.
01 ConfirmAnswer PIC X.
*> The reason codes a dispute may be logged under, with the
*> wording the screens and the aged-disputes report show.
01 ReasonCodes PIC X(28) VALUE "PRICQTY DAMGNRECDUPLSERVOTHR".
01 ReasonCodeTable REDEFINES ReasonCodes.
       02 ReasonCode PIC X(4) OCCURS 7 TIMES.
01 ReasonNames.
       02 FILLER PIC X(20) VALUE "Price or terms".
       02 FILLER PIC X(20) VALUE "Short or wrong qty".
       02 FILLER PIC X(20) VALUE "Damaged goods".
       02 FILLER PIC X(20) VALUE "Goods not received".
       02 FILLER PIC X(20) VALUE "Duplicate billing".
       02 FILLER PIC X(20) VALUE "Service complaint".
       02 FILLER PIC X(20) VALUE "Other".
01 ReasonNameTable REDEFINES ReasonNames.
       02 ReasonName PIC X(20) OCCURS 7 TIMES.
01 ReasonIdx PIC 9.
01 ReasonFound PIC X.
01 ReasonText PIC X(20).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "disputes", OperatorName.
       CALL 'SESSLOG' USING "START", "disputes", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN I-O DisputeFile.
       IF DisputeFileStatus = "35"
           OPEN OUTPUT DisputeFile
           CLOSE DisputeFile
           OPEN I-O DisputeFile
       END-IF.
       OPEN INPUT CustomerMaster.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "INVOICE DISPUTE REGISTER"
           DISPLAY "1: Log a Dispute"
           DISPLAY "2: Update / Resolve Dispute"
           DISPLAY "3: Get Dispute"
           DISPLAY "4: List Open Disputes"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM LogDispute THRU LogDispute-Exit
               WHEN 2 PERFORM UpdateDispute THRU UpdateDispute-Exit
               WHEN 3 PERFORM GetDispute
               WHEN 4 PERFORM ListOpenDisputes
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE DisputeFile, CustomerMaster.
       CALL 'SESSLOG' USING "END  ", "disputes", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A dispute is logged against an invoice on the invoice master,
*> for the invoice's own customer and for no more than the
*> invoice total; a second dispute on the same invoice is an update.
LogDispute.
       DISPLAY " "
       DISPLAY "Invoice number: " WITH NO ADVANCING.
       ACCEPT DispInvNum.
       MOVE 'Y' TO DispExists.
       READ DisputeFile
           INVALID KEY MOVE 'N' TO DispExists
       END-READ.
       IF DispExists = 'Y'
           DISPLAY "Invoice already has a dispute - use Update"
           GO TO LogDispute-Exit
       END-IF.
       PERFORM ReadDisputedInvoice.
       IF InvFound = 'N'
           DISPLAY "Invoice not on file - not logged"
           GO TO LogDispute-Exit
       END-IF.
       MOVE InvCustId TO DispCustId.
       PERFORM FindDisputeCustomer.
       DISPLAY "Customer: " DispCustId " " FullName.
       DISPLAY "Invoice dated " InvHdrDate " total $" InvTotal.
       PERFORM KeyReason THRU KeyReason-Exit.
       IF ReasonFound = 'N'
           DISPLAY "Not logged"
           GO TO LogDispute-Exit
       END-IF.
       MOVE NewReason TO DispReason.
       DISPLAY "Amount in dispute (0 = whole invoice): "
           WITH NO ADVANCING.
       ACCEPT NewAmount.
       IF NewAmount = ZERO
           MOVE InvTotal TO NewAmount
       END-IF.
       IF NewAmount > InvTotal
           DISPLAY "More than the invoice total - not logged"
           GO TO LogDispute-Exit
       END-IF.
       MOVE NewAmount TO DispAmount.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       MOVE AuthOperId TO DispOper.
       MOVE TodayDate TO DispLogged.
       MOVE 'O' TO DispStatus.
       MOVE ZEROS TO DispResolved.
       MOVE SPACES TO DispOutcome.
       MOVE ZEROS TO DispMemoNum.
       MOVE 0 TO DispMemoCount.
       MOVE ZEROS TO DispMemoTotal.
       WRITE DisputeRec
           INVALID KEY DISPLAY "Dispute not logged"
       END-WRITE.
LogDispute-Exit.
       EXIT.

*> The reason and amount may be corrected while the dispute is
*> open; resolving it stamps today's date and the outcome, and
*> reopening it clears them again.
UpdateDispute.
       MOVE 'Y' TO DispExists.
       DISPLAY " "
       DISPLAY "Invoice number: " WITH NO ADVANCING.
       ACCEPT DispInvNum.
       READ DisputeFile
           INVALID KEY MOVE 'N' TO DispExists
       END-READ.
       IF DispExists = 'N'
           DISPLAY "Dispute DNE"
           GO TO UpdateDispute-Exit
       END-IF.
       PERFORM ShowDispute.
       DISPLAY "Status (O open/R resolved): " WITH NO ADVANCING.
       ACCEPT NewStatus.
       IF NewStatus NOT = 'O' AND NewStatus NOT = 'R'
           DISPLAY "Status must be O or R - not updated"
           GO TO UpdateDispute-Exit
       END-IF.
       IF NewStatus = 'R'
           DISPLAY "Outcome: " WITH NO ADVANCING
           ACCEPT DispOutcome
           MOVE TodayDate TO DispResolved
       ELSE
           DISPLAY "Change reason or amount? (Y/N) " WITH NO ADVANCING
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
               PERFORM KeyReason THRU KeyReason-Exit
               IF ReasonFound = 'N'
                   DISPLAY "Not updated"
                   GO TO UpdateDispute-Exit
               END-IF
               DISPLAY "Amount in dispute: " WITH NO ADVANCING
               ACCEPT NewAmount
               IF NewAmount = ZERO
                   DISPLAY "A dispute needs an amount - not updated"
                   GO TO UpdateDispute-Exit
               END-IF
               MOVE NewReason TO DispReason
               MOVE NewAmount TO DispAmount
           END-IF
           MOVE ZEROS TO DispResolved
           MOVE SPACES TO DispOutcome
       END-IF.
       MOVE NewStatus TO DispStatus.
       REWRITE DisputeRec
           INVALID KEY DISPLAY "Dispute Not Updated"
       END-REWRITE.
UpdateDispute-Exit.
       EXIT.

KeyReason.
       DISPLAY "Reason codes:".
       PERFORM ShowOneReason
           VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 7.
       DISPLAY "Reason: " WITH NO ADVANCING.
       ACCEPT NewReason.
       PERFORM FindReason.
       IF ReasonFound = 'N'
           DISPLAY "Reason " NewReason " is not a dispute reason"
           GO TO KeyReason-Exit
       END-IF.
KeyReason-Exit.
       EXIT.

ShowOneReason.
       DISPLAY "  " ReasonCode(ReasonIdx) " " ReasonName(ReasonIdx).

FindReason.
       MOVE 'N' TO ReasonFound.
       MOVE "(unknown reason)" TO ReasonText.
       PERFORM MatchOneReason
           VARYING ReasonIdx FROM 1 BY 1
           UNTIL ReasonFound = 'Y' OR ReasonIdx > 7.

MatchOneReason.
       IF ReasonCode(ReasonIdx) = NewReason
           MOVE 'Y' TO ReasonFound
           MOVE ReasonName(ReasonIdx) TO ReasonText
       END-IF.

GetDispute.
       MOVE 'Y' TO DispExists.
       DISPLAY " "
       DISPLAY "Invoice number: " WITH NO ADVANCING.
       ACCEPT DispInvNum.
       READ DisputeFile
           INVALID KEY MOVE 'N' TO DispExists
       END-READ
       IF DispExists = 'N'
           DISPLAY "Dispute DNE"
       ELSE
           PERFORM ShowDispute
       END-IF.

ShowDispute.
       PERFORM FindDisputeCustomer.
       MOVE DispReason TO NewReason.
       PERFORM FindReason.
       DISPLAY "Invoice  : " DispInvNum "  customer " DispCustId
           " " FullName.
       DISPLAY "Reason   : " DispReason " " ReasonText
           "  amount $" DispAmount.
       DISPLAY "Logged   : " DispLogged " by " DispOper
           "  status " DispStatus.
       IF DispStatus = 'R'
           DISPLAY "Resolved : " DispResolved " " DispOutcome
       END-IF.
       IF DispMemoCount > 0
           DISPLAY "Credits  : " DispMemoCount " memo(s) $"
               DispMemoTotal "  latest " DispMemoNum
       END-IF.

ReadDisputedInvoice.
       MOVE 'Y' TO InvFound.
       OPEN INPUT InvoiceMaster.
       IF InvMastStatus = "35"
           MOVE 'N' TO InvFound
       ELSE
           MOVE DispInvNum TO InvoiceNum
           MOVE 0 TO InvLineNum
           READ InvoiceMaster
               INVALID KEY MOVE 'N' TO InvFound
           END-READ
           CLOSE InvoiceMaster
       END-IF.
       IF InvFound = 'Y' AND InvTotal NOT > ZERO
           MOVE 'N' TO InvFound
       END-IF.

FindDisputeCustomer.
       MOVE 'Y' TO CustExists.
       MOVE DispCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       IF CustExists = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(not on file)" TO FullName
       END-IF.

ListOpenDisputes.
       MOVE 'N' TO BrowseEOF.
       DISPLAY " ".
       MOVE LOW-VALUES TO DispInvNum.
       START DisputeFile KEY IS NOT LESS THAN DispInvNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM UNTIL BrowseEOF = 'Y'
           READ DisputeFile NEXT RECORD
               AT END MOVE 'Y' TO BrowseEOF
           END-READ
           IF BrowseEOF = 'N' AND DispStatus = 'O'
               DISPLAY DispInvNum SPACE DispCustId SPACE DispReason
                   SPACE DispLogged SPACE DispAmount SPACE DispOper
           END-IF
       END-PERFORM.
