       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. loyalty.
AUTHOR. Lawrence.
*> Loyalty points: marketing's scheme for the repeat buyers the
*> custrank ranking shows are our best customers. loyctl.dat holds
*> the scheme terms - points earned per dollar of an invoice's net
*> value, what a point is worth when redeemed at the till, and how
*> many months a point lasts - together with the last invoice the
*> nightly loyearn run has earned on. When the scheme is first set
*> up that mark starts at the last invoice raised, so nobody earns
*> on purchases made before it. The inquiry shows a customer's
*> balance off loyalty.dat and every movement on loyledger.dat
*> behind it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LoyCtlFile ASSIGN TO "loyctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyCtlStatus.

       SELECT OPTIONAL InvCtlFile ASSIGN TO "invctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvCtlStatus.

       SELECT LoyaltyFile ASSIGN TO "loyalty.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LyCustId
           FILE STATUS IS LoyaltyStatus.

       SELECT OPTIONAL LoyLedgerFile ASSIGN TO "loyledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyLedgerStatus.

DATA DIVISION.
FILE SECTION.
FD LoyCtlFile.
*> Fixed columns: points per dollar, dollar value of a point,
*> months a point lasts (zero for never), last invoice earned on.
01 LoyCtlRec.
       02 LcEarnRate PIC 9(3)V99.
       02 FILLER PIC X.
       02 LcPointValue PIC 9V9999.
       02 FILLER PIC X.
       02 LcExpiryMonths PIC 99.
       02 FILLER PIC X.
       02 LcLastInvoice PIC 9(6).

FD InvCtlFile.
01 InvCtlRec.
       02 NextInvoiceNum PIC 9(6).

FD LoyaltyFile.
*> Kept in step with the LoyaltyRec layout LOYPTS keeps.
01 LoyaltyRec.
       02 LyCustId PIC 9(5).
       02 LyBalance PIC 9(7).
       02 LyEarned PIC 9(7).
       02 LyUsed PIC 9(7).
       02 LyLastDate PIC 9(8).

FD LoyLedgerFile.
*> Kept in step with the LoyLedgerRec layout LOYPTS writes.
01 LoyLedgerRec.
       02 LlDate PIC 9(8).
       02 FILLER PIC X.
       02 LlCustId PIC 9(5).
       02 FILLER PIC X.
       02 LlType PIC X.
       02 FILLER PIC X.
       02 LlPoints PIC 9(7).
       02 FILLER PIC X.
       02 LlDocNum PIC 9(6).
       02 FILLER PIC X.
       02 LlBalance PIC 9(7).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 LoyCtlStatus PIC XX.
01 InvCtlStatus PIC XX.
01 LoyaltyStatus PIC XX.
01 LoyLedgerStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 SchemeFound PIC X.
01 CustFound PIC X.
01 QueryId PIC 9(5).
01 EntryEarnRate PIC 9(3)V99.
01 EntryPointValue PIC 9V9999.
01 EntryExpiryMonths PIC 99.
01 MovementsShown PIC 9(5).
01 BalanceValue PIC 9(7)V99.
01 MoveDesc PIC X(12).
01 ShowPoints PIC Z(6)9.
01 ShowBalance PIC Z(6)9.
01 ShowValue PIC Z(6)9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "loyalty ", OperatorName.
       CALL 'SESSLOG' USING "START", "loyalty ", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "LOYALTY POINTS"
           DISPLAY "1: Set Scheme Terms"
           DISPLAY "2: Customer Points"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM SetSchemeTerms
               WHEN 2 PERFORM CustomerPoints THRU CustomerPoints-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "loyalty ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

SetSchemeTerms.
       PERFORM ReadScheme.
       IF SchemeFound = 'Y'
           DISPLAY " "
           DISPLAY "Points per dollar : " LcEarnRate
           DISPLAY "Value of a point  : $" LcPointValue
           DISPLAY "Months points last: " LcExpiryMonths
           DISPLAY "Earned up to inv  : " LcLastInvoice
       ELSE
           DISPLAY " "
           DISPLAY "No scheme set up yet - earning starts after the"
               " last invoice raised"
       END-IF.
       DISPLAY "Points per dollar of net value: " WITH NO ADVANCING.
       ACCEPT EntryEarnRate.
       DISPLAY "Dollar value of one point: " WITH NO ADVANCING.
       ACCEPT EntryPointValue.
       DISPLAY "Months before points expire (0 = never): "
           WITH NO ADVANCING.
       ACCEPT EntryExpiryMonths.
       IF SchemeFound = 'N'
           PERFORM ReadLastInvoiceNum
       END-IF.
       MOVE EntryEarnRate TO LcEarnRate.
       MOVE EntryPointValue TO LcPointValue.
       MOVE EntryExpiryMonths TO LcExpiryMonths.
       OPEN OUTPUT LoyCtlFile.
       WRITE LoyCtlRec.
       CLOSE LoyCtlFile.
       DISPLAY "Scheme terms saved".

ReadScheme.
       MOVE 'N' TO SchemeFound.
       OPEN INPUT LoyCtlFile.
       IF LoyCtlStatus NOT = "35"
           READ LoyCtlFile
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO SchemeFound
           END-READ
           CLOSE LoyCtlFile
       END-IF.
       IF SchemeFound = 'N'
           MOVE SPACES TO LoyCtlRec
           MOVE 0 TO LcEarnRate
           MOVE 0 TO LcPointValue
           MOVE 0 TO LcExpiryMonths
           MOVE 0 TO LcLastInvoice
       END-IF.

*> invctl.dat carries the last invoice number handed out.
ReadLastInvoiceNum.
       MOVE 0 TO NextInvoiceNum.
       OPEN INPUT InvCtlFile.
       IF InvCtlStatus NOT = "35"
           READ InvCtlFile
               AT END CONTINUE
           END-READ
           CLOSE InvCtlFile
       END-IF.
       MOVE NextInvoiceNum TO LcLastInvoice.

CustomerPoints.
       DISPLAY " "
       DISPLAY "Customer Id: " WITH NO ADVANCING.
       ACCEPT QueryId.
       OPEN INPUT LoyaltyFile.
       IF LoyaltyStatus = "35"
           DISPLAY "No customer has earned points yet"
           GO TO CustomerPoints-Exit
       END-IF.
       MOVE 'Y' TO CustFound.
       MOVE QueryId TO LyCustId.
       READ LoyaltyFile
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       CLOSE LoyaltyFile.
       IF CustFound = 'N'
           DISPLAY "Customer " QueryId " has no points"
           GO TO CustomerPoints-Exit
       END-IF.
       PERFORM ReadScheme.
       COMPUTE BalanceValue ROUNDED = LyBalance * LcPointValue.
       MOVE LyBalance TO ShowBalance.
       MOVE BalanceValue TO ShowValue.
       DISPLAY "Balance : " ShowBalance " points worth $" ShowValue.
       MOVE LyEarned TO ShowPoints.
       DISPLAY "Earned  : " ShowPoints.
       MOVE LyUsed TO ShowPoints.
       DISPLAY "Used    : " ShowPoints.
       DISPLAY " ".
       DISPLAY "DATE       MOVEMENT      POINTS  DOC      BALANCE".
       MOVE 0 TO MovementsShown.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LoyLedgerFile.
       IF LoyLedgerStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ShowOneMovement UNTIL WSEOF = 'Y'.
       IF LoyLedgerStatus NOT = "35"
           CLOSE LoyLedgerFile
       END-IF.
       IF MovementsShown = 0
           DISPLAY "  (no movements on the ledger)"
       END-IF.
CustomerPoints-Exit.
       EXIT.

ShowOneMovement.
       READ LoyLedgerFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LlCustId = QueryId
                   ADD 1 TO MovementsShown
                   EVALUATE LlType
                       WHEN 'E' MOVE "EARNED" TO MoveDesc
                       WHEN 'B' MOVE "TAKEN BACK" TO MoveDesc
                       WHEN 'R' MOVE "REDEEMED" TO MoveDesc
                       WHEN 'U' MOVE "GIVEN BACK" TO MoveDesc
                       WHEN 'X' MOVE "EXPIRED" TO MoveDesc
                       WHEN OTHER MOVE LlType TO MoveDesc
                   END-EVALUATE
                   MOVE LlPoints TO ShowPoints
                   MOVE LlBalance TO ShowBalance
                   DISPLAY LlDate "   " MoveDesc " " ShowPoints "  "
                       LlDocNum "  " ShowBalance
               END-IF
       END-READ.
