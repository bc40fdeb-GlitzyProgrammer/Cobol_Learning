       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. holdrun.
AUTHOR. Lawrence.
*> Nightly finance holds, run by the night batch. Every bill on
*> billing.dat is netted against tuitpay.dat the way tuitpay's
*> unpaid list does it. A bill still owing money that is older than
*> the number of days holdmnt.cob keeps in holdctl.dat (30 until
*> one is set) gets a FIN hold on holds.dat tied to that bill, so
*> the student cannot enrol or take a transcript until it is paid.
*> A bill that has been cleared has its hold released, in case the
*> payment was recorded some way other than through tuitpay. A bill
*> is only ever held once: a hold the registrar has released by
*> hand is not put back the next night.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL BillingFile ASSIGN TO "billing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BillingStatus.

       SELECT OPTIONAL TuitPayFile ASSIGN TO "tuitpay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TuitPayStatus.

       SELECT HoldFile ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HoldKey
           FILE STATUS IS HoldFileStatus.

       SELECT OPTIONAL HoldCtlFile ASSIGN TO "holdctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldCtlStatus.

DATA DIVISION.
FILE SECTION.
FD BillingFile.
*> Kept in step with the BillingRec layout tuitbill.cob writes.
01 BillingRec.
       02 BillNum PIC 9(6).
       02 FILLER PIC X.
       02 BillStudentId PIC 9(7).
       02 FILLER PIC X.
       02 BillDate PIC 9(8).
       02 FILLER PIC X.
       02 BillTerm PIC X(5).
       02 FILLER PIC X.
       02 BillCredits PIC 9(3).
       02 FILLER PIC X.
       02 BillAmount PIC 9(5)V99.

FD TuitPayFile.
*> Kept in step with the TuitPayRec layout tuitpay.cob writes.
01 TuitPayRec.
       02 TPayBillNum PIC 9(6).
       02 FILLER PIC X.
       02 TPayStudentId PIC 9(7).
       02 FILLER PIC X.
       02 TPayDate PIC 9(8).
       02 FILLER PIC X.
       02 TPayAmount PIC 9(5)V99.

FD HoldFile.
*> Kept in step with the HoldRec layout holdmnt.cob keeps.
01 HoldRec.
       02 HoldKey.
           03 HoldStudentId PIC 9(7).
           03 HoldSeq PIC 9(3).
       02 HoldType PIC X(3).
       02 HoldReason PIC X(30).
       02 HoldPlaced PIC 9(8).
       02 HoldPlacedBy PIC X(20).
       02 HoldReleased PIC 9(8).
       02 HoldReleasedBy PIC X(20).
       02 HoldBillNum PIC 9(6).
       02 HoldOverUntil PIC 9(8).
       02 HoldOverBy PIC X(8).

FD HoldCtlFile.
*> Kept in step with the HoldCtlRec layout holdmnt.cob writes.
01 HoldCtlRec.
       02 HctlDays PIC 9(3).

WORKING-STORAGE SECTION.
01 BillingStatus PIC XX.
01 TuitPayStatus PIC XX.
01 HoldFileStatus PIC XX.
01 HoldCtlStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 TodayDate PIC 9(8).
01 HoldDays PIC 9(3).
*> The cut-off date, walked back from today a day at a time.
01 WalkDate.
       02 WalkYear PIC 9(4).
       02 WalkMonth PIC 99.
       02 WalkDay PIC 99.
01 CutOffDate REDEFINES WalkDate PIC 9(8).
01 MonthLengths PIC X(24) VALUE "312831303130313130313031".
01 MonthLengthTable REDEFINES MonthLengths.
       02 MonthLength PIC 99 OCCURS 12 TIMES.
01 DaysInMonth PIC 99.
01 LeapQuot PIC 9(4).
01 LeapRem PIC 9(3).
01 PaidSoFar PIC 9(7)V99.
01 OpenBalance PIC S9(7)V99.
*> What the student's existing holds say about the bill in hand.
01 HighSeq PIC 9(3).
01 BillHeld PIC X.
01 BillHoldActive PIC X.
01 BillHoldSeq PIC 9(3).
01 BillsRead PIC 9(5) VALUE 0.
01 HoldsPlaced PIC 9(5) VALUE 0.
01 HoldsReleased PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "holdrun ", SPACES.
       PERFORM ReadHoldDays.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE TodayDate TO CutOffDate.
       PERFORM SubtractOneDay HoldDays TIMES.
       OPEN I-O HoldFile.
       IF HoldFileStatus = "35"
           OPEN OUTPUT HoldFile
           CLOSE HoldFile
           OPEN I-O HoldFile
       END-IF.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BillingFile.
       IF BillingStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneBill UNTIL WSEOF = 'Y'.
       IF BillingStatus NOT = "35"
           CLOSE BillingFile
       END-IF.
       CLOSE HoldFile.
       DISPLAY BillsRead " bills checked against " CutOffDate ": "
           HoldsPlaced " finance holds placed, " HoldsReleased
           " released".
       CALL 'SESSLOG' USING "END  ", "holdrun ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ReadHoldDays.
       MOVE 30 TO HoldDays.
       OPEN INPUT HoldCtlFile.
       IF HoldCtlStatus NOT = "35"
           READ HoldCtlFile
               NOT AT END
                   IF HctlDays NUMERIC AND HctlDays > 0
                       MOVE HctlDays TO HoldDays
                   END-IF
           END-READ
           CLOSE HoldCtlFile
       END-IF.

CheckOneBill.
       READ BillingFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               ADD 1 TO BillsRead
               PERFORM SumPaymentsForBill
               COMPUTE OpenBalance = BillAmount - PaidSoFar
               PERFORM ScanStudentHolds
               IF OpenBalance > ZERO
                   IF BillDate < CutOffDate AND BillHeld = 'N'
                       PERFORM PlaceFinanceHold
                   END-IF
               ELSE
                   IF BillHoldActive = 'Y'
                       PERFORM ReleaseFinanceHold
                   END-IF
               END-IF
       END-READ.

SumPaymentsForBill.
       MOVE 0 TO PaidSoFar.
       OPEN INPUT TuitPayFile.
       IF TuitPayStatus = "35"
           CONTINUE
       ELSE
           PERFORM SumOneTuitPayment UNTIL TuitPayStatus NOT = "00"
           CLOSE TuitPayFile
       END-IF.

SumOneTuitPayment.
       READ TuitPayFile
           AT END CONTINUE
           NOT AT END
               IF TPayBillNum = BillNum
                   ADD TPayAmount TO PaidSoFar
               END-IF
       END-READ.

*> One pass over the student's holds gives the last sequence number
*> used and whether this bill has, or ever had, a hold of its own.
ScanStudentHolds.
       MOVE ZERO TO HighSeq.
       MOVE 'N' TO BillHeld.
       MOVE 'N' TO BillHoldActive.
       MOVE ZERO TO BillHoldSeq.
       MOVE 'N' TO BrowseEOF.
       MOVE BillStudentId TO HoldStudentId.
       MOVE ZERO TO HoldSeq.
       START HoldFile KEY IS NOT LESS THAN HoldKey
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ScanOneHold UNTIL BrowseEOF = 'Y'.

ScanOneHold.
       READ HoldFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF HoldStudentId NOT = BillStudentId
               MOVE 'Y' TO BrowseEOF
           ELSE
               MOVE HoldSeq TO HighSeq
               IF HoldBillNum = BillNum
                   MOVE 'Y' TO BillHeld
                   IF HoldReleased = ZERO
                       MOVE 'Y' TO BillHoldActive
                       MOVE HoldSeq TO BillHoldSeq
                   END-IF
               END-IF
           END-IF
       END-IF.

PlaceFinanceHold.
       IF HighSeq = 999
           DISPLAY "Student " BillStudentId " has too many holds -"
               " bill " BillNum " not held"
       ELSE
           MOVE SPACES TO HoldRec
           MOVE BillStudentId TO HoldStudentId
           ADD 1 TO HighSeq
           MOVE HighSeq TO HoldSeq
           MOVE "FIN" TO HoldType
           STRING "Tuition bill " BillNum " term " BillTerm
               " unpaid" DELIMITED BY SIZE INTO HoldReason
           END-STRING
           MOVE TodayDate TO HoldPlaced
           MOVE "holdrun" TO HoldPlacedBy
           MOVE ZERO TO HoldReleased
           MOVE BillNum TO HoldBillNum
           MOVE ZERO TO HoldOverUntil
           WRITE HoldRec
               INVALID KEY
                   DISPLAY "Hold for bill " BillNum " not added"
               NOT INVALID KEY
                   ADD 1 TO HoldsPlaced
           END-WRITE
       END-IF.

ReleaseFinanceHold.
       MOVE BillStudentId TO HoldStudentId.
       MOVE BillHoldSeq TO HoldSeq.
       READ HoldFile
           INVALID KEY
               DISPLAY "Hold for bill " BillNum " not found"
           NOT INVALID KEY
               MOVE TodayDate TO HoldReleased
               MOVE "holdrun" TO HoldReleasedBy
               REWRITE HoldRec
                   INVALID KEY
                       DISPLAY "Hold for bill " BillNum
                           " not released"
                   NOT INVALID KEY
                       ADD 1 TO HoldsReleased
               END-REWRITE
       END-READ.

*> lotexpiry walks forward a day at a time; this is the same walk
*> backwards.
SubtractOneDay.
       SUBTRACT 1 FROM WalkDay.
       IF WalkDay = 0
           SUBTRACT 1 FROM WalkMonth
           IF WalkMonth = 0
               MOVE 12 TO WalkMonth
               SUBTRACT 1 FROM WalkYear
           END-IF
           MOVE MonthLength(WalkMonth) TO DaysInMonth
           IF WalkMonth = 2
               DIVIDE WalkYear BY 4 GIVING LeapQuot REMAINDER LeapRem
               IF LeapRem = 0
                   MOVE 29 TO DaysInMonth
                   DIVIDE WalkYear BY 100 GIVING LeapQuot
                       REMAINDER LeapRem
                   IF LeapRem = 0
                       DIVIDE WalkYear BY 400 GIVING LeapQuot
                           REMAINDER LeapRem
                       IF LeapRem NOT = 0
                           MOVE 28 TO DaysInMonth
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE DaysInMonth TO WalkDay
       END-IF.
