       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOYPTS.
AUTHOR. Lawrence.
*> Loyalty points ledger, called the way OITEM is by everything
*> that moves a customer's points: the nightly earning run, order
*> entry at the till and the yearly expiry run. loyalty.dat holds
*> one record per customer keyed by IDNum with the points balance
*> and the lifetime totals earned and used; every movement is also
*> appended to loyledger.dat so a balance can always be explained.
*>   "BAL " - the balance, and the dollar value of one point from
*>            the scheme terms in loyctl.dat (zero when no scheme
*>            has been set up, so nothing can be redeemed).
*>   "EARN" - adds LPoints, enrolling the customer on first earning.
*>   "BACK" - takes LPoints back for a credit memo.
*>   "REDM" - spends LPoints at the till.
*>   "UNRD" - gives back whatever was redeemed against invoice
*>            LDocNum when the order is cancelled before dispatch;
*>            the ledger says how much, less anything already
*>            given back for it, so LPoints need not be supplied.
*>   "EXPR" - LPoints comes in as what the customer earned before
*>            the expiry cut-off; points are used oldest first, so
*>            whatever of that the lifetime used total has not
*>            already consumed is expired.
*> A take-back, redemption or expiry never drives the balance below
*> zero; LPoints comes back as the points actually moved and
*> LBalance as the balance left.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LoyaltyFile ASSIGN TO "loyalty.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LyCustId
           FILE STATUS IS LoyaltyStatus.

       SELECT OPTIONAL LoyLedgerFile ASSIGN TO "loyledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyLedgerStatus.

       SELECT OPTIONAL LoyCtlFile ASSIGN TO "loyctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyCtlStatus.

DATA DIVISION.
FILE SECTION.
FD LoyaltyFile.
01 LoyaltyRec.
       02 LyCustId PIC 9(5).
       02 LyBalance PIC 9(7).
       02 LyEarned PIC 9(7).
      *> Redeemed, taken back and expired, all together.
       02 LyUsed PIC 9(7).
       02 LyLastDate PIC 9(8).

FD LoyLedgerFile.
*> Movement types: E earned, B taken back on a credit memo,
*> R redeemed at the till, U redemption given back on a cancelled
*> order, X expired.
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

FD LoyCtlFile.
*> Kept in step with the LoyCtlRec layout loyalty.cob writes.
01 LoyCtlRec.
       02 LcEarnRate PIC 9(3)V99.
       02 FILLER PIC X.
       02 LcPointValue PIC 9V9999.
       02 FILLER PIC X.
       02 LcExpiryMonths PIC 99.
       02 FILLER PIC X.
       02 LcLastInvoice PIC 9(6).

WORKING-STORAGE SECTION.
01 LoyaltyStatus PIC XX.
01 LoyLedgerStatus PIC XX.
01 LoyCtlStatus PIC XX.
01 CustOnFile PIC X.
01 MoveType PIC X.
01 Unconsumed PIC S9(8).
01 TodayDate PIC 9(8).
01 LedgerEOF PIC X.
01 RedeemedOnDoc PIC S9(8).

    LINKAGE SECTION.
     01 LAction PIC X(4).
     01 LCustId PIC 9(5).
     01 LPoints PIC 9(7).
     01 LDocNum PIC 9(6).
     01 LBalance PIC 9(7).
     01 LPointValue PIC 9V9999.

PROCEDURE DIVISION USING LAction, LCustId, LPoints, LDocNum,
       LBalance, LPointValue.
       MOVE 0 TO LBalance.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN I-O LoyaltyFile.
       IF LoyaltyStatus = "35"
           OPEN OUTPUT LoyaltyFile
           CLOSE LoyaltyFile
           OPEN I-O LoyaltyFile
       END-IF.
       MOVE 'Y' TO CustOnFile.
       MOVE LCustId TO LyCustId.
       READ LoyaltyFile
           INVALID KEY MOVE 'N' TO CustOnFile
       END-READ.
       EVALUATE LAction
           WHEN "BAL " PERFORM GiveBalance
           WHEN "EARN" PERFORM EarnPoints
           WHEN "BACK"
               MOVE 'B' TO MoveType
               PERFORM TakePoints
           WHEN "REDM"
               MOVE 'R' TO MoveType
               PERFORM TakePoints
           WHEN "UNRD" PERFORM GiveBackRedeemed
           WHEN "EXPR" PERFORM ExpirePoints
       END-EVALUATE.
       CLOSE LoyaltyFile.

EXIT PROGRAM.

GiveBalance.
       IF CustOnFile = 'Y'
           MOVE LyBalance TO LBalance
       END-IF.
       MOVE 0 TO LPointValue.
       OPEN INPUT LoyCtlFile.
       IF LoyCtlStatus NOT = "35"
           READ LoyCtlFile
               AT END CONTINUE
               NOT AT END MOVE LcPointValue TO LPointValue
           END-READ
           CLOSE LoyCtlFile
       END-IF.

EarnPoints.
       IF CustOnFile = 'N'
           MOVE LCustId TO LyCustId
           MOVE 0 TO LyBalance
           MOVE 0 TO LyEarned
           MOVE 0 TO LyUsed
       END-IF.
       ADD LPoints TO LyBalance.
       ADD LPoints TO LyEarned.
       MOVE TodayDate TO LyLastDate.
       IF CustOnFile = 'N'
           WRITE LoyaltyRec
               INVALID KEY CONTINUE
           END-WRITE
       ELSE
           REWRITE LoyaltyRec
               INVALID KEY CONTINUE
           END-REWRITE
       END-IF.
       MOVE LyBalance TO LBalance.
       MOVE 'E' TO MoveType.
       PERFORM WriteLedgerRec.

TakePoints.
       IF CustOnFile = 'N'
           MOVE 0 TO LPoints
       ELSE
           IF LPoints > LyBalance
               MOVE LyBalance TO LPoints
           END-IF
           PERFORM SpendFromBalance
       END-IF.

GiveBackRedeemed.
       MOVE 0 TO LPoints.
       IF CustOnFile = 'Y'
           PERFORM SumRedeemedOnDoc
           IF RedeemedOnDoc > ZERO
               MOVE RedeemedOnDoc TO LPoints
               ADD LPoints TO LyBalance
               IF LPoints > LyUsed
                   MOVE 0 TO LyUsed
               ELSE
                   SUBTRACT LPoints FROM LyUsed
               END-IF
               MOVE TodayDate TO LyLastDate
               REWRITE LoyaltyRec
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE 'U' TO MoveType
               PERFORM WriteLedgerRec
           END-IF
           MOVE LyBalance TO LBalance
       END-IF.

*> What was redeemed against the document, less what has already
*> been given back for it.
SumRedeemedOnDoc.
       MOVE 0 TO RedeemedOnDoc.
       MOVE 'N' TO LedgerEOF.
       OPEN INPUT LoyLedgerFile.
       IF LoyLedgerStatus = "35"
           MOVE 'Y' TO LedgerEOF
       END-IF.
       PERFORM SumOneLedgerRec UNTIL LedgerEOF = 'Y'.
       IF LoyLedgerStatus NOT = "35"
           CLOSE LoyLedgerFile
       END-IF.

SumOneLedgerRec.
       READ LoyLedgerFile
           AT END MOVE 'Y' TO LedgerEOF
           NOT AT END
               IF LlCustId = LCustId AND LlDocNum = LDocNum
                   IF LlType = 'R'
                       ADD LlPoints TO RedeemedOnDoc
                   END-IF
                   IF LlType = 'U'
                       SUBTRACT LlPoints FROM RedeemedOnDoc
                   END-IF
               END-IF
       END-READ.

ExpirePoints.
       IF CustOnFile = 'N'
           MOVE 0 TO LPoints
       ELSE
           COMPUTE Unconsumed = LPoints - LyUsed
           IF Unconsumed < ZERO
               MOVE 0 TO Unconsumed
           END-IF
           IF Unconsumed > LyBalance
               MOVE LyBalance TO Unconsumed
           END-IF
           MOVE Unconsumed TO LPoints
           MOVE 'X' TO MoveType
           PERFORM SpendFromBalance
       END-IF.

SpendFromBalance.
       IF LPoints > ZERO
           SUBTRACT LPoints FROM LyBalance
           ADD LPoints TO LyUsed
           MOVE TodayDate TO LyLastDate
           REWRITE LoyaltyRec
               INVALID KEY CONTINUE
           END-REWRITE
           PERFORM WriteLedgerRec
       END-IF.
       MOVE LyBalance TO LBalance.

WriteLedgerRec.
       OPEN EXTEND LoyLedgerFile.
       IF LoyLedgerStatus = "35"
           OPEN OUTPUT LoyLedgerFile
           CLOSE LoyLedgerFile
           OPEN EXTEND LoyLedgerFile
       END-IF.
       MOVE SPACES TO LoyLedgerRec.
       MOVE TodayDate TO LlDate.
       MOVE LCustId TO LlCustId.
       MOVE MoveType TO LlType.
       MOVE LPoints TO LlPoints.
       MOVE LDocNum TO LlDocNum.
       MOVE LyBalance TO LlBalance.
       WRITE LoyLedgerRec.
       CLOSE LoyLedgerFile.
