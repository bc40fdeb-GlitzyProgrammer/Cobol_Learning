       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. holdmnt.
AUTHOR. Lawrence.
*> Registration hold maintenance. A student who still owed last
*> term's tuition, had library books out or was under a
*> disciplinary or documents query could still enrol and get a
*> transcript, because nothing recorded the hold anywhere the
*> registrar's programs looked. Each hold is now kept on holds.dat
*> under the student number and a sequence number, so one student
*> can carry several at once, with its type (FIN finance, LIB
*> library, DIS disciplinary, DOC documents), the reason, when and
*> by whom it was placed and when and by whom it was released.
*> transcript.cob and enrollload.cob refuse a student with a hold
*> in force through HOLDCHK. Finance holds are also placed and
*> released by holdrun.cob each night from billing.dat, and
*> released by tuitpay.cob as soon as the bill is cleared. A
*> registrar (level 3) can override a hold up to a date, which lets
*> the batch enrollment load through as well, and sets how many
*> days a bill may stay unpaid before holdrun places its hold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT HoldFile ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HoldKey
           FILE STATUS IS HoldFileStatus.

       SELECT StudentFile ASSIGN TO "student.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentFileStatus.

      *> Carries the number of days a bill may stay unpaid before
      *> holdrun.cob places a finance hold.
       SELECT OPTIONAL HoldCtlFile ASSIGN TO "holdctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldCtlStatus.

DATA DIVISION.
FILE SECTION.
FD HoldFile.
01 HoldRec.
       02 HoldKey.
           03 HoldStudentId PIC 9(7).
           03 HoldSeq PIC 9(3).
       02 HoldType PIC X(3).
           88 HoldTypeValid VALUE "FIN" "LIB" "DIS" "DOC".
       02 HoldReason PIC X(30).
       02 HoldPlaced PIC 9(8).
       02 HoldPlacedBy PIC X(20).
      *> Zero while the hold is in force.
       02 HoldReleased PIC 9(8).
       02 HoldReleasedBy PIC X(20).
      *> The bill an automatic finance hold was placed for, so that
      *> paying the bill releases that hold; zero otherwise.
       02 HoldBillNum PIC 9(6).
      *> A registrar override lets the student through up to and
      *> including this date; zero when never overridden.
       02 HoldOverUntil PIC 9(8).
       02 HoldOverBy PIC X(8).

FD StudentFile.
*> Kept in step with studmast.cob's STREB layout so this shares the
*> same indexed file without misaligning records.
01 STREB.
       02 StudentId  PIC 9(7).
       02 StudentName.
           03 Forname  PIC X(9).
           03 Surname  PIC X(12).
       02 DatOfBirth.
           03 YOB      PIC 9(4).
           03 MOB      PIC 99.
           03 DOB      PIC 99.
       02 StuCourseId  PIC X(5).
       02 GPA          PIC 9V99.

FD HoldCtlFile.
01 HoldCtlRec.
       02 HctlDays PIC 9(3).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 HoldFileStatus PIC XX.
01 StudentFileStatus PIC XX.
01 HoldCtlStatus PIC XX.
01 BrowseEOF PIC X.
01 HoldExists PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 TodayDate PIC 9(8).
01 EntryStudentId PIC 9(7).
01 HighSeq PIC 9(3).
01 HoldTypeInput PIC X(3).
01 HoldReasonInput PIC X(30).
01 OverUntilInput PIC X(8).
01 OverUntilDate REDEFINES OverUntilInput PIC 9(8).
01 DaysInput PIC X(3).
01 DaysNumber REDEFINES DaysInput PIC 9(3).
01 HoldDays PIC 9(3).
01 HoldWord PIC X(10).
01 ListCount PIC 9(5).
01 FullName PIC X(31).
01 FmtFirstName PIC X(15).
01 FmtLastName PIC X(15).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
*> In-use lock handling through FILELOCK, as the other registrar
*> maintenance programs do.
01 LockResult PIC X.
01 LockHolder PIC X(40).
01 LockAnswer PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "holdmnt ", OperatorName.
       CALL 'SESSLOG' USING "START", "holdmnt ", OperatorName.
       CALL 'FILELOCK' USING "GET", "holdlock    ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "holds.dat is in use by " LockHolder
           DISPLAY "Override stale lock? (Y/N) " WITH NO ADVANCING
           ACCEPT LockAnswer
           IF LockAnswer = 'Y' OR LockAnswer = 'y'
               CALL 'FILELOCK' USING "FRC", "holdlock    ",
                   OperatorName, LockResult, LockHolder
           ELSE
               DISPLAY "Try again when the file is free"
               CALL 'SESSLOG' USING "END  ", "holdmnt ", OperatorName
               GOBACK
           END-IF
       END-IF.
       OPEN I-O HoldFile.
       IF HoldFileStatus = "35"
           OPEN OUTPUT HoldFile
           CLOSE HoldFile
           OPEN I-O HoldFile
       END-IF.
       OPEN INPUT StudentFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "REGISTRATION HOLDS"
           DISPLAY "1: Place Hold"
           DISPLAY "2: Release Hold"
           DISPLAY "3: List a Student's Holds"
           DISPLAY "4: List Active Holds"
           DISPLAY "5: Registrar Override"
           DISPLAY "6: Set Finance Hold Days"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM PlaceHold THRU PlaceHold-Exit
               WHEN 2 PERFORM ReleaseHold THRU ReleaseHold-Exit
               WHEN 3 PERFORM ListStudentHolds
               WHEN 4 PERFORM ListActiveHolds
               WHEN 5 PERFORM OverrideHold THRU OverrideHold-Exit
               WHEN 6 PERFORM SetHoldDays THRU SetHoldDays-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE StudentFile.
       CLOSE HoldFile.
       CALL 'FILELOCK' USING "FRE", "holdlock    ", OperatorName,
           LockResult, LockHolder.
       CALL 'SESSLOG' USING "END  ", "holdmnt ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Only a student on the master can be held; the new hold takes the
*> next sequence number after the student's existing holds.
PlaceHold.
       DISPLAY " "
       DISPLAY "Student Id: " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       MOVE EntryStudentId TO StudentId.
       READ StudentFile
           INVALID KEY
               DISPLAY "Student DNE"
               GO TO PlaceHold-Exit
       END-READ.
       PERFORM FormatStudentName.
       DISPLAY "Student     : " FullName.
       DISPLAY "Hold type FIN, LIB, DIS or DOC: " WITH NO ADVANCING.
       ACCEPT HoldTypeInput.
       MOVE HoldTypeInput TO HoldType.
       IF NOT HoldTypeValid
           DISPLAY "Hold type must be FIN, LIB, DIS or DOC"
           GO TO PlaceHold-Exit
       END-IF.
       DISPLAY "Reason: " WITH NO ADVANCING.
       ACCEPT HoldReasonInput.
       IF HoldReasonInput = SPACES
           DISPLAY "A reason is required"
           GO TO PlaceHold-Exit
       END-IF.
       PERFORM FindHighSeq.
       IF HighSeq = 999
           DISPLAY "Student has too many holds on file"
           GO TO PlaceHold-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE EntryStudentId TO HoldStudentId.
       ADD 1 TO HighSeq.
       MOVE HighSeq TO HoldSeq.
       MOVE HoldTypeInput TO HoldType.
       MOVE HoldReasonInput TO HoldReason.
       MOVE TodayDate TO HoldPlaced.
       MOVE OperatorName TO HoldPlacedBy.
       MOVE ZERO TO HoldReleased.
       MOVE SPACES TO HoldReleasedBy.
       MOVE ZERO TO HoldBillNum.
       MOVE ZERO TO HoldOverUntil.
       MOVE SPACES TO HoldOverBy.
       WRITE HoldRec
           INVALID KEY DISPLAY "Hold Not Added"
           NOT INVALID KEY
               DISPLAY HoldType " hold " HoldSeq " placed on "
                   HoldStudentId
       END-WRITE.
PlaceHold-Exit.
       EXIT.

FindHighSeq.
       MOVE ZERO TO HighSeq.
       MOVE 'N' TO BrowseEOF.
       MOVE EntryStudentId TO HoldStudentId.
       MOVE ZERO TO HoldSeq.
       START HoldFile KEY IS NOT LESS THAN HoldKey
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM CheckOneSeq UNTIL BrowseEOF = 'Y'.

CheckOneSeq.
       READ HoldFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF HoldStudentId NOT = EntryStudentId
               MOVE 'Y' TO BrowseEOF
           ELSE
               MOVE HoldSeq TO HighSeq
           END-IF
       END-IF.

ReleaseHold.
       PERFORM FetchHold THRU FetchHold-Exit.
       IF HoldExists = 'N'
           GO TO ReleaseHold-Exit
       END-IF.
       PERFORM ShowHold.
       IF HoldReleased NOT = ZERO
           DISPLAY "Hold is already released"
           GO TO ReleaseHold-Exit
       END-IF.
       DISPLAY "Release this hold? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Hold left in force"
           GO TO ReleaseHold-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE TodayDate TO HoldReleased.
       MOVE OperatorName TO HoldReleasedBy.
       REWRITE HoldRec
           INVALID KEY DISPLAY "Hold Not Updated"
           NOT INVALID KEY DISPLAY "Hold released"
       END-REWRITE.
ReleaseHold-Exit.
       EXIT.

*> The override does not release the hold: it lets the student
*> through until the date given, after which the hold bites again
*> unless it has been released in the meantime.
OverrideHold.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Registrar authorization required"
           GO TO OverrideHold-Exit
       END-IF.
       PERFORM FetchHold THRU FetchHold-Exit.
       IF HoldExists = 'N'
           GO TO OverrideHold-Exit
       END-IF.
       PERFORM ShowHold.
       IF HoldReleased NOT = ZERO
           DISPLAY "Hold is already released"
           GO TO OverrideHold-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       DISPLAY "Override until (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT OverUntilInput.
       IF OverUntilInput NOT NUMERIC
           DISPLAY "Date must be YYYYMMDD"
           GO TO OverrideHold-Exit
       END-IF.
       IF OverUntilDate < TodayDate
           DISPLAY "Date must not be in the past"
           GO TO OverrideHold-Exit
       END-IF.
       MOVE OverUntilDate TO HoldOverUntil.
       MOVE AuthOperId TO HoldOverBy.
       REWRITE HoldRec
           INVALID KEY DISPLAY "Hold Not Updated"
           NOT INVALID KEY
               DISPLAY "Hold overridden until " HoldOverUntil
       END-REWRITE.
OverrideHold-Exit.
       EXIT.

FetchHold.
       DISPLAY " "
       DISPLAY "Student Id: " WITH NO ADVANCING.
       ACCEPT HoldStudentId.
       DISPLAY "Hold number: " WITH NO ADVANCING.
       ACCEPT HoldSeq.
       MOVE 'Y' TO HoldExists.
       READ HoldFile
           INVALID KEY
               MOVE 'N' TO HoldExists
               DISPLAY "Hold DNE"
       END-READ.
FetchHold-Exit.
       EXIT.

ShowHold.
       PERFORM SetHoldWord.
       DISPLAY "Student     : " HoldStudentId "  Hold " HoldSeq.
       DISPLAY "Type        : " HoldType "  " HoldWord.
       DISPLAY "Reason      : " HoldReason.
       DISPLAY "Placed      : " HoldPlaced " by " HoldPlacedBy.
       IF HoldBillNum NOT = ZERO
           DISPLAY "Bill        : " HoldBillNum
       END-IF.
       IF HoldReleased NOT = ZERO
           DISPLAY "Released    : " HoldReleased " by " HoldReleasedBy
       END-IF.
       IF HoldOverUntil NOT = ZERO
           DISPLAY "Overridden  : until " HoldOverUntil " by "
               HoldOverBy
       END-IF.

SetHoldWord.
       EVALUATE TRUE
           WHEN HoldReleased NOT = ZERO
               MOVE "RELEASED" TO HoldWord
           WHEN HoldOverUntil NOT < TodayDate
               MOVE "OVERRIDDEN" TO HoldWord
           WHEN OTHER
               MOVE "ACTIVE" TO HoldWord
       END-EVALUATE.

ListStudentHolds.
       DISPLAY " "
       DISPLAY "Student Id: " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE 0 TO ListCount.
       MOVE 'N' TO BrowseEOF.
       MOVE EntryStudentId TO HoldStudentId.
       MOVE ZERO TO HoldSeq.
       START HoldFile KEY IS NOT LESS THAN HoldKey
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ListOneStudentHold UNTIL BrowseEOF = 'Y'.
       IF ListCount = 0
           DISPLAY "No holds on file for " EntryStudentId
       END-IF.

ListOneStudentHold.
       READ HoldFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF HoldStudentId NOT = EntryStudentId
               MOVE 'Y' TO BrowseEOF
           ELSE
               PERFORM SetHoldWord
               DISPLAY HoldSeq " " HoldType " " HoldReason " "
                   HoldPlaced " " HoldWord
               ADD 1 TO ListCount
           END-IF
       END-IF.

*> Every hold still in force or overridden, across all students,
*> for the registrar's desk before an enrollment period opens.
ListActiveHolds.
       DISPLAY " "
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE 0 TO ListCount.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO HoldKey.
       START HoldFile KEY IS NOT LESS THAN HoldKey
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ListOneActiveHold UNTIL BrowseEOF = 'Y'.
       DISPLAY ListCount " holds not released".

ListOneActiveHold.
       READ HoldFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N' AND HoldReleased = ZERO
           PERFORM SetHoldWord
           DISPLAY HoldStudentId " " HoldSeq " " HoldType " "
               HoldReason " " HoldPlaced " " HoldWord
           ADD 1 TO ListCount
       END-IF.

*> holdctl.dat is rewritten whole, as the control files are.
SetHoldDays.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Registrar authorization required"
           GO TO SetHoldDays-Exit
       END-IF.
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
       DISPLAY "Bills unpaid after " HoldDays " days are held".
       DISPLAY "New number of days (001-365): " WITH NO ADVANCING.
       ACCEPT DaysInput.
       IF DaysInput NOT NUMERIC OR DaysNumber = 0
               OR DaysNumber > 365
           DISPLAY "Days must be 001 to 365"
           GO TO SetHoldDays-Exit
       END-IF.
       MOVE DaysNumber TO HctlDays.
       OPEN OUTPUT HoldCtlFile.
       WRITE HoldCtlRec.
       CLOSE HoldCtlFile.
       DISPLAY "Finance holds now placed after " HctlDays " days".
SetHoldDays-Exit.
       EXIT.

FormatStudentName.
       MOVE SPACES TO FmtFirstName.
       MOVE SPACES TO FmtLastName.
       MOVE Forname TO FmtFirstName.
       MOVE Surname TO FmtLastName.
       CALL 'FMTNAME' USING FmtFirstName, FmtLastName, FullName.
