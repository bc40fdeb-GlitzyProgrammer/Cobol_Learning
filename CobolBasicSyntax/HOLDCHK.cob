       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HOLDCHK.
AUTHOR. Lawrence.
*> Tells a caller whether a student has a registration hold in
*> force, called the way AUTHCHK is: enrollment, the registrar's
*> batch load and transcript printing all ask the same question of
*> holds.dat and must get the same answer. A hold is in force from
*> the day it is placed until it is released, unless a registrar
*> has overridden it up to a date that has not yet passed. The
*> first hold in force is handed back with its type and reason so
*> the caller can say why the student was refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL HoldFile ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HoldKey
           FILE STATUS IS HoldFileStatus.

DATA DIVISION.
FILE SECTION.
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
01 HoldFileStatus PIC XX.
01 HoldEOF PIC X.
01 TodayDate PIC 9(8).

    LINKAGE SECTION.
     01 LStudentId PIC 9(7).
     01 LHoldFound PIC X.
     01 LHoldType PIC X(3).
     01 LHoldReason PIC X(30).

PROCEDURE DIVISION USING LStudentId, LHoldFound, LHoldType,
       LHoldReason.
       MOVE 'N' TO LHoldFound.
       MOVE SPACES TO LHoldType.
       MOVE SPACES TO LHoldReason.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE 'N' TO HoldEOF.
       OPEN INPUT HoldFile.
       IF HoldFileStatus NOT = "00"
           MOVE 'Y' TO HoldEOF
       ELSE
           MOVE LStudentId TO HoldStudentId
           MOVE ZERO TO HoldSeq
           START HoldFile KEY IS NOT LESS THAN HoldKey
               INVALID KEY MOVE 'Y' TO HoldEOF
           END-START
       END-IF.
       PERFORM CheckOneHold UNTIL HoldEOF = 'Y'.
       IF HoldFileStatus NOT = "35"
           CLOSE HoldFile
       END-IF.
       EXIT PROGRAM.

CheckOneHold.
       READ HoldFile NEXT RECORD
           AT END MOVE 'Y' TO HoldEOF
       END-READ.
       IF HoldEOF = 'N'
           IF HoldStudentId NOT = LStudentId
               MOVE 'Y' TO HoldEOF
           ELSE
               IF HoldReleased = ZERO
                       AND HoldOverUntil < TodayDate
                   MOVE 'Y' TO LHoldFound
                   MOVE HoldType TO LHoldType
                   MOVE HoldReason TO LHoldReason
                   MOVE 'Y' TO HoldEOF
               END-IF
           END-IF
       END-IF.
