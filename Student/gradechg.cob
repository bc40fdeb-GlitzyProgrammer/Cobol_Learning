       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. gradechg.
AUTHOR. Lawrence.
*> Grade change requests. Once gradepost.cob has posted a course's
*> grades a correction used to be a quiet edit of EnrollGrade, with
*> gpacalc, standing and the honor roll left disagreeing until
*> someone remembered to rerun them. A correction is now raised as
*> a numbered request on gradechg.dat naming the enrollment
*> (student, course and term), the grade on file, the new grade
*> (checked against gradescale.dat) and the reason, along with the
*> course's instructor at the time. Nothing changes until a
*> registrar (level 3) approves it. Approval rewrites the grade on
*> enroll.txt, or on enrollhist.txt when termroll has already
*> archived the term, writes the change to gradeaudit.log, and
*> straight away recomputes that one student's GPA the way gpacalc
*> does and reassesses the academic standing the way standing.cob
*> does, adding the new standing to standhist.dat under the term of
*> the changed grade. gradechgrpt.cob lists a term's changes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GradeChgFile ASSIGN TO "gradechg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GcNum
           FILE STATUS IS GradeChgStatus.

      *> Carries the next request number to assign.
       SELECT OPTIONAL GchgCtlFile ASSIGN TO "gchgctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GchgCtlStatus.

       SELECT EnrollFile ASSIGN TO "enroll.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EnrollKey
           ALTERNATE RECORD KEY IS EnrollCourseId WITH DUPLICATES
           FILE STATUS IS EnrollFileStatus.

      *> Archived enrollments from past terms, rolled out of the
      *> live file by termroll.cob.
       SELECT OPTIONAL EnrollHistFile ASSIGN TO "enrollhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistKey
           FILE STATUS IS HistFileStatus.

       SELECT StudentFile ASSIGN TO "student.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentFileStatus.

       SELECT CourseFile ASSIGN TO "course.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CourseId
           FILE STATUS IS CourseFileStatus.

       SELECT OPTIONAL GradeScaleFile ASSIGN TO "gradescale.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GradeScaleStatus.

       SELECT OPTIONAL CourseInstrFile ASSIGN TO "courseinstr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseInstrStatus.

      *> The standing thresholds standing.cob keeps, and the
      *> standing history it appends to.
       SELECT OPTIONAL StdCtlFile ASSIGN TO "stdctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StdCtlStatus.

       SELECT OPTIONAL StandHistFile ASSIGN TO "standhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandHistStatus.

      *> One line per approved change, never rewritten.
       SELECT OPTIONAL GradeAuditFile ASSIGN TO "gradeaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GradeAuditStatus.

DATA DIVISION.
FILE SECTION.
FD GradeChgFile.
01 GradeChgRec.
       02 GcNum PIC 9(6).
       02 GcStudentId PIC 9(7).
       02 GcCourseId PIC X(5).
       02 GcTerm PIC X(5).
       02 GcOldGrade PIC X(2).
       02 GcNewGrade PIC X(2).
       02 GcReason PIC X(30).
      *> The course's instructor when the change was asked for.
       02 GcInstrId PIC X(4).
       02 GcReqDate PIC 9(8).
       02 GcReqBy PIC X(20).
       02 GcStatusCode PIC X.
           88 GcPending VALUE 'P'.
           88 GcApproved VALUE 'A'.
           88 GcRejected VALUE 'R'.
      *> Zero and spaces until the registrar decides.
       02 GcDecDate PIC 9(8).
       02 GcDecBy PIC X(8).

FD GchgCtlFile.
01 GchgCtlRec.
       02 NextGcNum PIC 9(6).

FD EnrollFile.
*> Kept in step with transcript.cob's EnrollRec layout so this
*> shares the same indexed file without misaligning records.
01 EnrollRec.
       02 EnrollKey.
           03 EnrollStudentId  PIC 9(7).
           03 EnrollCourseId   PIC X(5).
       02 EnrollGrade  PIC X(2).
       02 EnrollTerm   PIC X(5).

FD EnrollHistFile.
*> Kept in step with termroll.cob's EnrollHistRec layout so this
*> shares the same indexed file without misaligning records.
01 EnrollHistRec.
       02 HistKey.
           03 HistStudentId PIC 9(7).
           03 HistCourseId  PIC X(5).
           03 HistTerm      PIC X(5).
       02 HistGrade PIC X(2).

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

FD CourseFile.
01 CourseRec.
       02 CourseId    PIC X(5).
       02 CourseName  PIC X(20).
       02 Credits     PIC 9.
       02 MaxSeats    PIC 9(3).

FD GradeScaleFile.
*> Kept in step with the GradeScaleRec layout transcript.cob reads.
01 GradeScaleRec.
       02 ScaleGrade PIC X(2).
       02 FILLER PIC X.
       02 ScalePoints PIC 9V99.
       02 FILLER PIC X.
       02 ScalePassFlag PIC X.

FD CourseInstrFile.
*> Kept in step with the CourseInstrRec layout instrmnt.cob keeps.
01 CourseInstrRec.
       02 CiCourseId PIC X(5).
       02 FILLER PIC X.
       02 CiInstrId PIC X(4).

FD StdCtlFile.
*> Kept in step with the StdCtlRec layout standing.cob writes.
01 StdCtlRec.
       02 CtlGoodGpa PIC 9V99.
       02 FILLER PIC X.
       02 CtlWarnGpa PIC 9V99.
       02 FILLER PIC X.
       02 CtlProbGpa PIC 9V99.
       02 FILLER PIC X.
       02 CtlMinCredits PIC 9(3).

FD StandHistFile.
*> Kept in step with the StandHistRec layout standing.cob writes.
01 StandHistRec.
       02 ShTerm PIC X(5).
       02 FILLER PIC X.
       02 ShStudentId PIC 9(7).
       02 FILLER PIC X.
       02 ShStanding PIC X(10).
       02 FILLER PIC X.
       02 ShGpa PIC 9V99.

FD GradeAuditFile.
01 GradeAuditRec.
       02 GaDate PIC 9(8).
       02 FILLER PIC X.
       02 GaChgNum PIC 9(6).
       02 FILLER PIC X.
       02 GaStudentId PIC 9(7).
       02 FILLER PIC X.
       02 GaCourseId PIC X(5).
       02 FILLER PIC X.
       02 GaTerm PIC X(5).
       02 FILLER PIC X.
       02 GaOldGrade PIC X(2).
       02 FILLER PIC X.
       02 GaNewGrade PIC X(2).
       02 FILLER PIC X.
      *> L when the live enrollment changed, H when the archive did.
       02 GaWhere PIC X.
       02 FILLER PIC X.
       02 GaApprovedBy PIC X(8).
       02 FILLER PIC X.
       02 GaReason PIC X(30).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 GradeChgStatus PIC XX.
01 GchgCtlStatus PIC XX.
01 EnrollFileStatus PIC XX.
01 HistFileStatus PIC XX.
01 StudentFileStatus PIC XX.
01 CourseFileStatus PIC XX.
01 GradeScaleStatus PIC XX.
01 CourseInstrStatus PIC XX.
01 StdCtlStatus PIC XX.
01 StandHistStatus PIC XX.
01 GradeAuditStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 ScanEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 Decision PIC X.
01 TodayDate PIC 9(8).
01 ThisGcNum PIC 9(6).
01 ChgExists PIC X.
01 EntryStudentId PIC 9(7).
01 EntryCourseId PIC X(5).
01 EntryTerm PIC X(5).
01 EntryGrade PIC X(2).
01 EntryReason PIC X(30).
*> Where the enrollment being changed was found: L live, H archive,
*> N nowhere; and the grade it carries now.
01 EnrollWhere PIC X.
*> enrollhist.txt is read for a request and updated for an approval.
01 HistOnFile PIC X.
01 HistOpenMode PIC X.
01 GradeOnFile PIC X(2).
01 PendingFound PIC X.
01 FoundInstrId PIC X(4).
01 StatusWord PIC X(8).
01 ListCount PIC 9(5).
*> In-memory grade scale, the transcript.cob discipline.
01 GradeScaleEOF PIC X VALUE 'N'.
01 GradeScaleTable.
       02 GradeScaleEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON GradeScaleCount
               INDEXED BY ScaleIdx.
           03 TblScaleGrade PIC X(2).
           03 TblScalePoints PIC 9V99.
           03 TblScalePass PIC X.
01 GradeScaleCount PIC 99 VALUE 0.
01 GradeOnScale PIC X.
*> One student's GPA and completed credits, worked out as gpacalc
*> and standing.cob do for the whole master.
01 WorkGrade PIC X(2).
01 WorkCourseId PIC X(5).
01 GradePoints PIC 9V99.
01 GradeKnown PIC X.
01 GradeIsPass PIC X.
01 CourseExits PIC X.
01 QualityPoints PIC 9(4)V99.
01 CreditsEarned PIC 9(3).
01 CompletedCredits PIC 9(4).
01 NewGPA PIC 9V99.
01 OldGPA PIC 9V99.
01 GoodGpa PIC 9V99 VALUE 0.
01 WarnGpa PIC 9V99 VALUE 0.
01 ProbGpa PIC 9V99 VALUE 0.
01 MinCredits PIC 9(3) VALUE 0.
01 CtlOnFile PIC X.
01 ThisStanding PIC X(10).
*> Before/after images for the student.txt journal JRNL keeps.
01 JrnBefore PIC X(202).
01 JrnAfter PIC X(202).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
*> The enrollment and student masters are locked only while an
*> approval writes to them, as admissions does for student.txt.
01 LockResult PIC X.
01 LockHolder PIC X(40).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "gradechg", OperatorName.
       CALL 'SESSLOG' USING "START", "gradechg", OperatorName.
       PERFORM LoadGradeScale.
       IF GradeScaleCount = 0
           DISPLAY "No gradescale.dat - grades cannot be validated"
           CALL 'SESSLOG' USING "END  ", "gradechg", OperatorName
           GOBACK
       END-IF.
       OPEN I-O GradeChgFile.
       IF GradeChgStatus = "35"
           OPEN OUTPUT GradeChgFile
           CLOSE GradeChgFile
           OPEN I-O GradeChgFile
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "GRADE CHANGE REQUESTS"
           DISPLAY "1: Request a Grade Change"
           DISPLAY "2: List Pending Requests"
           DISPLAY "3: Approve or Reject a Request"
           DISPLAY "4: Get Request"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM RequestChange THRU RequestChange-Exit
               WHEN 2 PERFORM ListPending
               WHEN 3 PERFORM DecideRequest THRU DecideRequest-Exit
               WHEN 4 PERFORM GetRequest THRU GetRequest-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE GradeChgFile.
       CALL 'SESSLOG' USING "END  ", "gradechg", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Only a grade already posted can be changed here; an enrollment
*> still blank is graded through gradepost.cob.
RequestChange.
       DISPLAY " "
       DISPLAY "Student Id: " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       DISPLAY "Course Id: " WITH NO ADVANCING.
       ACCEPT EntryCourseId.
       DISPLAY "Term (e.g. 2026A): " WITH NO ADVANCING.
       ACCEPT EntryTerm.
       OPEN INPUT EnrollFile.
       IF EnrollFileStatus NOT = "00"
           DISPLAY "Enrollment file unavailable"
           GO TO RequestChange-Exit
       END-IF.
       MOVE 'I' TO HistOpenMode.
       PERFORM OpenHistFile.
       PERFORM LocateEnrollment.
       CLOSE EnrollFile.
       IF HistOnFile = 'Y'
           CLOSE EnrollHistFile
       END-IF.
       IF EnrollWhere = 'N'
           DISPLAY "No enrollment for that student, course and term"
           GO TO RequestChange-Exit
       END-IF.
       IF GradeOnFile = SPACES
           DISPLAY "No grade posted yet - post it through gradepost"
           GO TO RequestChange-Exit
       END-IF.
       PERFORM CheckPendingForEntry.
       IF PendingFound = 'Y'
           DISPLAY "A change for that enrollment is already pending"
           GO TO RequestChange-Exit
       END-IF.
       DISPLAY "Grade on file: " GradeOnFile.
       DISPLAY "New grade: " WITH NO ADVANCING.
       MOVE SPACES TO EntryGrade.
       ACCEPT EntryGrade.
       PERFORM CheckGradeOnScale.
       IF GradeOnScale = 'N'
           DISPLAY "Grade " EntryGrade " is not on gradescale.dat"
           GO TO RequestChange-Exit
       END-IF.
       IF EntryGrade = GradeOnFile
           DISPLAY "New grade is the grade already on file"
           GO TO RequestChange-Exit
       END-IF.
       DISPLAY "Reason: " WITH NO ADVANCING.
       ACCEPT EntryReason.
       IF EntryReason = SPACES
           DISPLAY "A reason is required"
           GO TO RequestChange-Exit
       END-IF.
       PERFORM FindCourseInstr.
       PERFORM GetNextGcNum.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE ThisGcNum TO GcNum.
       MOVE EntryStudentId TO GcStudentId.
       MOVE EntryCourseId TO GcCourseId.
       MOVE EntryTerm TO GcTerm.
       MOVE GradeOnFile TO GcOldGrade.
       MOVE EntryGrade TO GcNewGrade.
       MOVE EntryReason TO GcReason.
       MOVE FoundInstrId TO GcInstrId.
       MOVE TodayDate TO GcReqDate.
       MOVE OperatorName TO GcReqBy.
       SET GcPending TO TRUE.
       MOVE ZERO TO GcDecDate.
       MOVE SPACES TO GcDecBy.
       WRITE GradeChgRec
           INVALID KEY DISPLAY "Request Not Added"
           NOT INVALID KEY
               DISPLAY "Request " GcNum " held for registrar approval"
       END-WRITE.
RequestChange-Exit.
       EXIT.

*> The live file is keyed by student and course; its term has to be
*> the one asked for. Failing that the archive is keyed on all three.
LocateEnrollment.
       MOVE 'N' TO EnrollWhere.
       MOVE SPACES TO GradeOnFile.
       MOVE EntryStudentId TO EnrollStudentId.
       MOVE EntryCourseId TO EnrollCourseId.
       READ EnrollFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF EnrollTerm = EntryTerm
                   MOVE 'L' TO EnrollWhere
                   MOVE EnrollGrade TO GradeOnFile
               END-IF
       END-READ.
       IF EnrollWhere = 'N' AND HistOnFile = 'Y'
           MOVE EntryStudentId TO HistStudentId
           MOVE EntryCourseId TO HistCourseId
           MOVE EntryTerm TO HistTerm
           READ EnrollHistFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'H' TO EnrollWhere
                   MOVE HistGrade TO GradeOnFile
           END-READ
       END-IF.

*> enrollhist.txt only exists once termroll has run.
OpenHistFile.
       MOVE 'N' TO HistOnFile.
       IF HistOpenMode = 'U'
           OPEN I-O EnrollHistFile
       ELSE
           OPEN INPUT EnrollHistFile
       END-IF.
       IF HistFileStatus = "00"
           MOVE 'Y' TO HistOnFile
       END-IF.

CheckPendingForEntry.
       MOVE 'N' TO PendingFound.
       MOVE 'N' TO BrowseEOF.
       MOVE ZERO TO GcNum.
       START GradeChgFile KEY IS NOT LESS THAN GcNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM CheckOnePending UNTIL BrowseEOF = 'Y'.

CheckOnePending.
       READ GradeChgFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF GcPending AND GcStudentId = EntryStudentId
                   AND GcCourseId = EntryCourseId
                   AND GcTerm = EntryTerm
               MOVE 'Y' TO PendingFound
               MOVE 'Y' TO BrowseEOF
           END-IF
       END-IF.

FindCourseInstr.
       MOVE SPACES TO FoundInstrId.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CourseInstrFile.
       IF CourseInstrStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM MatchOneCourseInstr UNTIL WSEOF = 'Y'.
       IF CourseInstrStatus NOT = "35"
           CLOSE CourseInstrFile
       END-IF.

MatchOneCourseInstr.
       READ CourseInstrFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CiCourseId = EntryCourseId
                   MOVE CiInstrId TO FoundInstrId
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

ListPending.
       DISPLAY " "
       MOVE 0 TO ListCount.
       MOVE 'N' TO BrowseEOF.
       MOVE ZERO TO GcNum.
       START GradeChgFile KEY IS NOT LESS THAN GcNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ListOnePending UNTIL BrowseEOF = 'Y'.
       DISPLAY ListCount " requests pending".

ListOnePending.
       READ GradeChgFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N' AND GcPending
           DISPLAY GcNum " " GcStudentId " " GcCourseId " " GcTerm
               " " GcOldGrade " -> " GcNewGrade " " GcReason
           ADD 1 TO ListCount
       END-IF.

GetRequest.
       PERFORM FetchRequest THRU FetchRequest-Exit.
       IF ChgExists = 'Y'
           PERFORM ShowRequest
       END-IF.
GetRequest-Exit.
       EXIT.

FetchRequest.
       DISPLAY " "
       DISPLAY "Request number: " WITH NO ADVANCING.
       ACCEPT GcNum.
       MOVE 'Y' TO ChgExists.
       READ GradeChgFile
           INVALID KEY
               MOVE 'N' TO ChgExists
               DISPLAY "Request DNE"
       END-READ.
FetchRequest-Exit.
       EXIT.

ShowRequest.
       EVALUATE TRUE
           WHEN GcPending MOVE "PENDING" TO StatusWord
           WHEN GcApproved MOVE "APPROVED" TO StatusWord
           WHEN GcRejected MOVE "REJECTED" TO StatusWord
           WHEN OTHER MOVE "UNKNOWN" TO StatusWord
       END-EVALUATE.
       DISPLAY "Request     : " GcNum "  " StatusWord.
       DISPLAY "Enrollment  : " GcStudentId " " GcCourseId " "
           GcTerm.
       DISPLAY "Grade       : " GcOldGrade " -> " GcNewGrade.
       DISPLAY "Reason      : " GcReason.
       DISPLAY "Instructor  : " GcInstrId.
       DISPLAY "Requested   : " GcReqDate " by " GcReqBy.
       IF NOT GcPending
           DISPLAY "Decided     : " GcDecDate " by " GcDecBy
       END-IF.

*> The registrar's decision. An approval is refused if the grade on
*> file is no longer the one the request was raised against, so a
*> second correction never silently overwrites the first.
DecideRequest.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Registrar authorization required"
           GO TO DecideRequest-Exit
       END-IF.
       PERFORM FetchRequest THRU FetchRequest-Exit.
       IF ChgExists = 'N'
           GO TO DecideRequest-Exit
       END-IF.
       PERFORM ShowRequest.
       IF NOT GcPending
           DISPLAY "Request has already been decided"
           GO TO DecideRequest-Exit
       END-IF.
       DISPLAY "A approve, R reject, Enter to leave pending: "
           WITH NO ADVANCING.
       MOVE SPACE TO Decision.
       ACCEPT Decision.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       EVALUATE Decision
           WHEN 'A'
           WHEN 'a'
               PERFORM ApproveRequest THRU ApproveRequest-Exit
           WHEN 'R'
           WHEN 'r'
               SET GcRejected TO TRUE
               MOVE TodayDate TO GcDecDate
               MOVE AuthOperId TO GcDecBy
               REWRITE GradeChgRec
                   INVALID KEY DISPLAY "Request Not Updated"
                   NOT INVALID KEY DISPLAY "Request rejected"
               END-REWRITE
           WHEN OTHER
               DISPLAY "Request left pending"
       END-EVALUATE.
DecideRequest-Exit.
       EXIT.

ApproveRequest.
       CALL 'FILELOCK' USING "GET", "enrolock    ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "enroll.txt is in use by " LockHolder
           DISPLAY "Try again when the file is free"
           GO TO ApproveRequest-Exit
       END-IF.
       CALL 'FILELOCK' USING "GET", "studlock    ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "student.txt is in use by " LockHolder
           DISPLAY "Try again when the file is free"
           CALL 'FILELOCK' USING "FRE", "enrolock    ", OperatorName,
               LockResult, LockHolder
           GO TO ApproveRequest-Exit
       END-IF.
       OPEN I-O EnrollFile.
       IF EnrollFileStatus NOT = "00"
           DISPLAY "Enrollment file unavailable"
           CALL 'FILELOCK' USING "FRE", "studlock    ", OperatorName,
               LockResult, LockHolder
           CALL 'FILELOCK' USING "FRE", "enrolock    ", OperatorName,
               LockResult, LockHolder
           GO TO ApproveRequest-Exit
       END-IF.
       MOVE 'U' TO HistOpenMode.
       PERFORM OpenHistFile.
       MOVE GcStudentId TO EntryStudentId.
       MOVE GcCourseId TO EntryCourseId.
       MOVE GcTerm TO EntryTerm.
       PERFORM LocateEnrollment.
       IF EnrollWhere = 'N'
           DISPLAY "Enrollment is no longer on file - not changed"
           GO TO ApproveRequest-Close
       END-IF.
       IF GradeOnFile NOT = GcOldGrade
           DISPLAY "Grade on file is now " GradeOnFile
               " - reject this request and raise a new one"
           GO TO ApproveRequest-Close
       END-IF.
       IF EnrollWhere = 'L'
           MOVE GcNewGrade TO EnrollGrade
           REWRITE EnrollRec
               INVALID KEY MOVE 'N' TO EnrollWhere
           END-REWRITE
       ELSE
           MOVE GcNewGrade TO HistGrade
           REWRITE EnrollHistRec
               INVALID KEY MOVE 'N' TO EnrollWhere
           END-REWRITE
       END-IF.
       IF EnrollWhere = 'N'
           DISPLAY "Grade Not Updated"
           GO TO ApproveRequest-Close
       END-IF.
       SET GcApproved TO TRUE.
       MOVE TodayDate TO GcDecDate.
       MOVE AuthOperId TO GcDecBy.
       REWRITE GradeChgRec
           INVALID KEY DISPLAY "Request Not Updated"
       END-REWRITE.
       PERFORM WriteGradeAudit.
       DISPLAY "Grade changed to " GcNewGrade.
       PERFORM RerunStudent.
ApproveRequest-Close.
       CLOSE EnrollFile.
       IF HistOnFile = 'Y'
           CLOSE EnrollHistFile
       END-IF.
       CALL 'FILELOCK' USING "FRE", "studlock    ", OperatorName,
           LockResult, LockHolder.
       CALL 'FILELOCK' USING "FRE", "enrolock    ", OperatorName,
           LockResult, LockHolder.
ApproveRequest-Exit.
       EXIT.

WriteGradeAudit.
       OPEN EXTEND GradeAuditFile.
       IF GradeAuditStatus = "35"
           OPEN OUTPUT GradeAuditFile
           CLOSE GradeAuditFile
           OPEN EXTEND GradeAuditFile
       END-IF.
       MOVE SPACES TO GradeAuditRec.
       MOVE TodayDate TO GaDate.
       MOVE GcNum TO GaChgNum.
       MOVE GcStudentId TO GaStudentId.
       MOVE GcCourseId TO GaCourseId.
       MOVE GcTerm TO GaTerm.
       MOVE GcOldGrade TO GaOldGrade.
       MOVE GcNewGrade TO GaNewGrade.
       MOVE EnrollWhere TO GaWhere.
       MOVE AuthOperId TO GaApprovedBy.
       MOVE GcReason TO GaReason.
       WRITE GradeAuditRec.
       CLOSE GradeAuditFile.

*> The changed student's GPA and standing, at once, rather than
*> waiting for the next gpacalc and standing runs.
RerunStudent.
       OPEN I-O StudentFile.
       IF StudentFileStatus NOT = "00"
           DISPLAY "No student master - GPA not recomputed"
       ELSE
           MOVE GcStudentId TO StudentId
           READ StudentFile
               INVALID KEY
                   DISPLAY "Student not on file - GPA not recomputed"
               NOT INVALID KEY
                   PERFORM RecomputeOneStudent
           END-READ
           CLOSE StudentFile
       END-IF.

RecomputeOneStudent.
       OPEN INPUT CourseFile.
       MOVE 0 TO QualityPoints.
       MOVE 0 TO CreditsEarned.
       MOVE 0 TO CompletedCredits.
       MOVE 'N' TO ScanEOF.
       MOVE GcStudentId TO EnrollStudentId.
       MOVE LOW-VALUES TO EnrollCourseId.
       START EnrollFile KEY IS NOT LESS THAN EnrollKey
           INVALID KEY MOVE 'Y' TO ScanEOF
       END-START.
       PERFORM TallyOneLiveGrade UNTIL ScanEOF = 'Y'.
       MOVE 'N' TO ScanEOF.
       IF HistOnFile = 'Y'
           MOVE GcStudentId TO HistStudentId
           MOVE LOW-VALUES TO HistCourseId
           MOVE LOW-VALUES TO HistTerm
           START EnrollHistFile KEY IS NOT LESS THAN HistKey
               INVALID KEY MOVE 'Y' TO ScanEOF
           END-START
       ELSE
           MOVE 'Y' TO ScanEOF
       END-IF.
       PERFORM TallyOneHistGrade UNTIL ScanEOF = 'Y'.
       CLOSE CourseFile.
       PERFORM PostStudentGPA.
       PERFORM ReassessStanding.

TallyOneLiveGrade.
       READ EnrollFile NEXT RECORD
           AT END MOVE 'Y' TO ScanEOF
       END-READ.
       IF ScanEOF = 'N'
           IF EnrollStudentId NOT = GcStudentId
               MOVE 'Y' TO ScanEOF
           ELSE
               MOVE EnrollGrade TO WorkGrade
               MOVE EnrollCourseId TO WorkCourseId
               PERFORM TallyOneGrade
           END-IF
       END-IF.

TallyOneHistGrade.
       READ EnrollHistFile NEXT RECORD
           AT END MOVE 'Y' TO ScanEOF
       END-READ.
       IF ScanEOF = 'N'
           IF HistStudentId NOT = GcStudentId
               MOVE 'Y' TO ScanEOF
           ELSE
               MOVE HistGrade TO WorkGrade
               MOVE HistCourseId TO WorkCourseId
               PERFORM TallyOneGrade
           END-IF
       END-IF.

*> Grade points weighted by credits for the GPA, and the credits
*> of every passing grade for the standing minimum.
TallyOneGrade.
       PERFORM GradeToPoints.
       IF GradeKnown = 'Y'
           MOVE 'Y' TO CourseExits
           MOVE WorkCourseId TO CourseId
           READ CourseFile
               INVALID KEY MOVE 'N' TO CourseExits
           END-READ
           IF CourseExits = 'Y' AND Credits > 0
               COMPUTE QualityPoints = QualityPoints
                   + GradePoints * Credits
               ADD Credits TO CreditsEarned
               IF GradeIsPass = 'Y'
                   ADD Credits TO CompletedCredits
               END-IF
           END-IF
       END-IF.

GradeToPoints.
       MOVE 'N' TO GradeKnown.
       MOVE 'N' TO GradeIsPass.
       SET ScaleIdx TO 1.
       SEARCH GradeScaleEntry
           AT END CONTINUE
           WHEN TblScaleGrade(ScaleIdx) = WorkGrade
               MOVE 'Y' TO GradeKnown
               MOVE TblScalePoints(ScaleIdx) TO GradePoints
      *> 'P' is the pass flag, the degaudit convention.
               IF TblScalePass(ScaleIdx) = 'P'
                   MOVE 'Y' TO GradeIsPass
               END-IF
       END-SEARCH.

PostStudentGPA.
       MOVE GPA TO OldGPA.
       IF CreditsEarned > 0
           COMPUTE NewGPA ROUNDED = QualityPoints / CreditsEarned
               ON SIZE ERROR MOVE 0 TO NewGPA
           END-COMPUTE
           IF NewGPA NOT = OldGPA
               MOVE STREB TO JrnBefore
               MOVE NewGPA TO GPA
               REWRITE STREB
                   INVALID KEY DISPLAY "GPA Not Updated"
                   NOT INVALID KEY
                       MOVE STREB TO JrnAfter
                       CALL 'JRNL' USING "STUD", "UPD",
                           JrnBefore, JrnAfter
               END-REWRITE
           END-IF
       END-IF.
       DISPLAY "GPA " OldGPA " -> " GPA.

*> standing.cob's bands: GPA sets the band, falling short of the
*> credit minimum pulls a GOOD down to WARNING.
ReassessStanding.
       PERFORM ReadStandingControl.
       IF CtlOnFile = 'N'
           DISPLAY "No stdctl.dat - standing left to the next"
               " standing run"
       ELSE
           EVALUATE TRUE
               WHEN GPA >= GoodGpa MOVE "GOOD      " TO ThisStanding
               WHEN GPA >= WarnGpa MOVE "WARNING   " TO ThisStanding
               WHEN GPA >= ProbGpa MOVE "PROBATION " TO ThisStanding
               WHEN OTHER          MOVE "SUSPENSION" TO ThisStanding
           END-EVALUATE
           IF ThisStanding = "GOOD      "
                   AND CompletedCredits < MinCredits
               MOVE "WARNING   " TO ThisStanding
           END-IF
           OPEN EXTEND StandHistFile
           IF StandHistStatus = "35"
               OPEN OUTPUT StandHistFile
               CLOSE StandHistFile
               OPEN EXTEND StandHistFile
           END-IF
           MOVE SPACES TO StandHistRec
           MOVE GcTerm TO ShTerm
           MOVE GcStudentId TO ShStudentId
           MOVE ThisStanding TO ShStanding
           MOVE GPA TO ShGpa
           WRITE StandHistRec
           CLOSE StandHistFile
           DISPLAY "Standing now " ThisStanding
       END-IF.

ReadStandingControl.
       MOVE 'N' TO CtlOnFile.
       OPEN INPUT StdCtlFile.
       IF StdCtlStatus NOT = "35"
           READ StdCtlFile
               AT END CONTINUE
               NOT AT END
                   MOVE CtlGoodGpa TO GoodGpa
                   MOVE CtlWarnGpa TO WarnGpa
                   MOVE CtlProbGpa TO ProbGpa
                   MOVE CtlMinCredits TO MinCredits
                   MOVE 'Y' TO CtlOnFile
           END-READ
           CLOSE StdCtlFile
       END-IF.

GetNextGcNum.
       MOVE 0 TO NextGcNum.
       OPEN INPUT GchgCtlFile.
       IF GchgCtlStatus = "35"
           CONTINUE
       ELSE
           READ GchgCtlFile
               AT END CONTINUE
           END-READ
           CLOSE GchgCtlFile
       END-IF.
       ADD 1 TO NextGcNum.
       MOVE NextGcNum TO ThisGcNum.
       OPEN OUTPUT GchgCtlFile.
       WRITE GchgCtlRec.
       CLOSE GchgCtlFile.

CheckGradeOnScale.
       MOVE 'N' TO GradeOnScale.
       SET ScaleIdx TO 1.
       SEARCH GradeScaleEntry
           AT END CONTINUE
           WHEN TblScaleGrade(ScaleIdx) = EntryGrade
               MOVE 'Y' TO GradeOnScale
       END-SEARCH.

LoadGradeScale.
       OPEN INPUT GradeScaleFile.
       IF GradeScaleStatus = "35"
           MOVE 'Y' TO GradeScaleEOF
       END-IF.
       PERFORM LoadOneScaleRec UNTIL GradeScaleEOF = 'Y'.
       IF GradeScaleStatus NOT = "35"
           CLOSE GradeScaleFile
       END-IF.

LoadOneScaleRec.
       READ GradeScaleFile
           AT END MOVE 'Y' TO GradeScaleEOF
           NOT AT END
               IF GradeScaleCount < 20
                   ADD 1 TO GradeScaleCount
                   MOVE ScaleGrade TO TblScaleGrade(GradeScaleCount)
                   MOVE ScalePoints
                       TO TblScalePoints(GradeScaleCount)
                   MOVE ScalePassFlag TO TblScalePass(GradeScaleCount)
               END-IF
       END-READ.
