       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPCHK.
AUTHOR. Lawrence.
*> Says how much of an open amount is held out of collections by
*> an open dispute on dispute.dat (kept by disputes), called the
*> way DUEDATE is by the dunning, finance-charge, collections-queue
*> and credit-limit review runs. A disputed invoice used to be
*> chased in full - letters, charges and a place on the call list -
*> while the customer waited for us to sort it out. "LOAD" reads
*> the open disputes once at the start of a run; each "HOLD" then
*> hands back the part of the amount given that the invoice's
*> dispute still covers, and uses it up, so an invoice split into
*> instalment rows is never held twice over.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DispInvNum
           FILE STATUS IS DisputeFileStatus.

DATA DIVISION.
FILE SECTION.
FD DisputeFile.
*> Kept in step with the DisputeRec layout disputes.cob writes.
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

WORKING-STORAGE SECTION.
01 DisputeFileStatus PIC XX.
01 BrowseEOF PIC X.
01 OverflowWarned PIC X VALUE 'N'.
*> The open disputes, with what each can still hold this run.
01 HoldTable.
       02 HoldEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON HoldCount.
           03 TblHoldInv PIC 9(6).
           03 TblHoldCust PIC 9(5).
           03 TblHoldLeft PIC 9(7)V99.
01 HoldCount PIC 9(3) VALUE 0.
01 HoldIdx PIC 9(3).
01 HoldFound PIC X.

    LINKAGE SECTION.
     01 LAction PIC X(4).
     01 LDocNum PIC 9(6).
     01 LCustId PIC 9(5).
     01 LAmount PIC S9(7)V99.
     01 LHeld PIC S9(7)V99.

PROCEDURE DIVISION USING LAction, LDocNum, LCustId, LAmount, LHeld.
       MOVE 0 TO LHeld.
       EVALUATE LAction
           WHEN "LOAD" PERFORM LoadOpenDisputes
           WHEN "HOLD" PERFORM HoldFromDispute
       END-EVALUATE.

EXIT PROGRAM.

LoadOpenDisputes.
       MOVE 0 TO HoldCount.
       OPEN INPUT DisputeFile.
       IF DisputeFileStatus = "00"
           MOVE 'N' TO BrowseEOF
           MOVE LOW-VALUES TO DispInvNum
           START DisputeFile KEY IS NOT LESS THAN DispInvNum
               INVALID KEY MOVE 'Y' TO BrowseEOF
           END-START
           PERFORM LoadOneDispute UNTIL BrowseEOF = 'Y'
           CLOSE DisputeFile
       END-IF.

LoadOneDispute.
       READ DisputeFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF DispStatus = 'O' AND DispAmount > ZERO
                   IF HoldCount < 300
                       ADD 1 TO HoldCount
                       MOVE DispInvNum TO TblHoldInv(HoldCount)
                       MOVE DispCustId TO TblHoldCust(HoldCount)
                       MOVE DispAmount TO TblHoldLeft(HoldCount)
                   ELSE
                       IF OverflowWarned = 'N'
                           MOVE 'Y' TO OverflowWarned
                           DISPLAY "WARNING: more than 300 open"
                               " disputes - the extras are NOT held"
                       END-IF
                   END-IF
               END-IF
       END-READ.

*> Only a positive amount on the disputed invoice for the same
*> customer is held, and never more than the dispute has left.
HoldFromDispute.
       IF LAmount > ZERO
           MOVE 'N' TO HoldFound
           PERFORM MatchOneHold
               VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldFound = 'Y' OR HoldIdx > HoldCount
       END-IF.

MatchOneHold.
       IF TblHoldInv(HoldIdx) = LDocNum
               AND TblHoldCust(HoldIdx) = LCustId
           MOVE 'Y' TO HoldFound
           IF TblHoldLeft(HoldIdx) >= LAmount
               MOVE LAmount TO LHeld
           ELSE
               MOVE TblHoldLeft(HoldIdx) TO LHeld
           END-IF
           SUBTRACT LHeld FROM TblHoldLeft(HoldIdx)
       END-IF.
