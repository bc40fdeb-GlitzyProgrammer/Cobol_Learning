*> Tuition payments: records money received against the numbered
*> bills tuitbill.cob writes (the way payentry.cob does for sales
*> invoices), and lists the bills still carrying an unpaid balance
*> so the bursar knows who to chase. A payment that clears a bill
*> releases the finance hold holdrun.cob placed for it on
*> holds.dat, so the student can enrol again straight away.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TuitPayStatus.

       SELECT OPTIONAL HoldFile ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HoldKey
           FILE STATUS IS HoldFileStatus.

DATA DIVISION.
FILE SECTION.
FD BillingFile.
       02 FILLER PIC X.
       02 TPayType PIC X.

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

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CashOperId PIC X(8).
01 CashAllowed PIC X.
01 EntryPayType PIC X.
01 HoldFileStatus PIC XX.
01 HoldEOF PIC X.

PROCEDURE DIVISION.
StartPara.
       WRITE TuitPayRec.
       CLOSE TuitPayFile.
       DISPLAY "Payment recorded".
       PERFORM SumPaymentsForEntry.
       IF PaidSoFar NOT < FoundAmount
           PERFORM ReleaseBillHold
       END-IF.

SumPaymentsForEntry.
       MOVE 0 TO PaidSoFar.
       OPEN INPUT TuitPayFile.
       IF TuitPayStatus = "35"
           CONTINUE
       ELSE
           PERFORM SumOneEntryPayment UNTIL TuitPayStatus NOT = "00"
           CLOSE TuitPayFile
       END-IF.

SumOneEntryPayment.
       READ TuitPayFile
           AT END CONTINUE
           NOT AT END
               IF TPayBillNum = EntryBillNum
                   ADD TPayAmount TO PaidSoFar
               END-IF
       END-READ.

*> The bill is cleared, so the finance hold placed for it comes off.
ReleaseBillHold.
       MOVE 'N' TO HoldEOF.
       OPEN I-O HoldFile.
       IF HoldFileStatus NOT = "00"
           MOVE 'Y' TO HoldEOF
       ELSE
           MOVE FoundStudentId TO HoldStudentId
           MOVE ZERO TO HoldSeq
           START HoldFile KEY IS NOT LESS THAN HoldKey
               INVALID KEY MOVE 'Y' TO HoldEOF
           END-START
       END-IF.
       PERFORM ReleaseOneBillHold UNTIL HoldEOF = 'Y'.
       IF HoldFileStatus NOT = "35"
           CLOSE HoldFile
       END-IF.

ReleaseOneBillHold.
       READ HoldFile NEXT RECORD
           AT END MOVE 'Y' TO HoldEOF
       END-READ.
       IF HoldEOF = 'N'
           IF HoldStudentId NOT = FoundStudentId
               MOVE 'Y' TO HoldEOF
           ELSE
               IF HoldBillNum = EntryBillNum AND HoldReleased = ZERO
                   MOVE EntryDate TO HoldReleased
                   MOVE "tuitpay" TO HoldReleasedBy
                   REWRITE HoldRec
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DISPLAY "Bill cleared - finance hold "
                               HoldSeq " released"
                   END-REWRITE
               END-IF
           END-IF
       END-IF.

*> One pass over the bills, netting each against the payments file.
ListUnpaidBills.
