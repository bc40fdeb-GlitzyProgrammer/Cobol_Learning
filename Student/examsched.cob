       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. examsched.
AUTHOR. Lawrence.
*> End-of-term exam timetable. The exams were planned on a wall
*> chart and every term two of them clashed for somebody. Each
*> course's exam is put into a day and a session (AM or PM) in a
*> room from roommnt.cob's rooms.dat, kept on examsched.dat the way
*> timetable.cob keeps coursesched.dat. An exam is only placed when
*> the room seats everyone enrolled on the course, the room is not
*> already taken that session, the course's instructor (from
*> courseinstr.dat) has no other exam that session, and no student
*> enrolled on enroll.txt sits another exam in it. The timetable is
*> printed by day, every student can be given a slip of their own
*> exams, and the clash report rechecks the whole timetable against
*> today's enrollments and lists every course still without an
*> exam.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CourseFile ASSIGN TO "course.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CourseId
           FILE STATUS IS CourseFileStatus.

       SELECT EnrollFile ASSIGN TO "enroll.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EnrollKey
           ALTERNATE RECORD KEY IS EnrollCourseId WITH DUPLICATES
           FILE STATUS IS EnrollFileStatus.

       SELECT StudentFile ASSIGN TO "student.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentFileStatus.

       SELECT RoomFile ASSIGN TO "rooms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RoomId
           FILE STATUS IS RoomFileStatus.

      *> Who teaches the course, from instrmnt.cob's assignments.
       SELECT OPTIONAL CourseInstrFile ASSIGN TO "courseinstr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseInstrStatus.

       SELECT OPTIONAL ExamFile ASSIGN TO "examsched.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExamFileStatus.

      *> Date-stamped so an earlier report is never overwritten;
      *> every run is cataloged through RPTCAT.
       SELECT ExamReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk16.tmp".

DATA DIVISION.
FILE SECTION.
FD CourseFile.
01 CourseRec.
       02 CourseId    PIC X(5).
       02 CourseName  PIC X(20).
       02 Credits     PIC 9.
       02 MaxSeats    PIC 9(3).

FD EnrollFile.
*> Kept in step with transcript.cob's EnrollRec layout so this
*> shares the same indexed file without misaligning records.
01 EnrollRec.
       02 EnrollKey.
           03 EnrollStudentId  PIC 9(7).
           03 EnrollCourseId   PIC X(5).
       02 EnrollGrade  PIC X(2).
       02 EnrollTerm   PIC X(5).

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

FD RoomFile.
*> Kept in step with the RoomRec layout roommnt.cob keeps.
01 RoomRec.
       02 RoomId PIC X(5).
       02 RoomName PIC X(20).
       02 RoomCapacity PIC 9(4).

FD CourseInstrFile.
*> Kept in step with the CourseInstrRec layout instrmnt.cob keeps.
01 CourseInstrRec.
       02 CiCourseId PIC X(5).
       02 FILLER PIC X.
       02 CiInstrId PIC X(4).

FD ExamFile.
*> Fixed columns: course, exam date (YYYYMMDD), session (AM/PM),
*> room.
01 ExamRec.
       02 ExCourseId PIC X(5).
       02 FILLER PIC X.
       02 ExDate PIC 9(8).
       02 FILLER PIC X.
       02 ExSession PIC X(2).
       02 FILLER PIC X.
       02 ExRoom PIC X(5).

FD ExamReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
01 SortRec.
       02 SrtStudent PIC 9(7).
       02 SrtDate PIC 9(8).
       02 SrtSession PIC X(2).
       02 SrtRoom PIC X(5).
       02 SrtCourse PIC X(5).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CourseFileStatus PIC XX.
01 EnrollFileStatus PIC XX.
01 StudentFileStatus PIC XX.
01 RoomFileStatus PIC XX.
01 CourseInstrStatus PIC XX.
01 ExamFileStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 SortEOF PIC X.
01 OperatorName PIC X(20).
01 CourseExits PIC X.
01 RoomExits PIC X.
01 RoomsOnFile PIC X.
01 EntryCourseId PIC X(5).
01 EntryDate PIC 9(8).
01 EntryDateParts REDEFINES EntryDate.
       02 EntryYear PIC 9(4).
       02 EntryMonth PIC 99.
       02 EntryDay PIC 99.
01 EntrySession PIC X(2).
01 EntryRoom PIC X(5).
01 EntryStudentId PIC 9(7).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
*> The whole exam timetable held while one course's exam is set,
*> then rewritten whole.
01 ExamTable.
       02 ExamEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON ExamCount.
           03 TblExCourse PIC X(5).
           03 TblExDate PIC 9(8).
           03 TblExSession PIC X(2).
           03 TblExRoom PIC X(5).
01 ExamCount PIC 9(3) VALUE 0.
01 ExamIdx PIC 9(3).
01 ExamFound PIC X.
01 FoundExamIdx PIC 9(3).
01 OtherIdx PIC 9(3).
01 MinOtherIdx PIC 9(3).
01 AssignTable.
       02 AssignEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON AssignCount.
           03 TblAsCourse PIC X(5).
           03 TblAsInstr PIC X(4).
01 AssignCount PIC 9(3) VALUE 0.
01 AssignIdx PIC 9(3).
01 FindCourse PIC X(5).
01 FoundInstrId PIC X(4).
*> Everyone sitting the course being checked.
01 ClassList.
       02 ClassStudent PIC 9(7) OCCURS 0 TO 500 TIMES
               DEPENDING ON ClassCount.
01 ClassCount PIC 9(3) VALUE 0.
01 ClassIdx PIC 9(3).
01 ClassOverflow PIC X.
*> The placement being checked, and what was wrong with it.
01 CheckCourse PIC X(5).
01 CheckDate PIC 9(8).
01 CheckSession PIC X(2).
01 CheckRoom PIC X(5).
01 CheckInstr PIC X(4).
01 ClashCount PIC 9(3).
01 ClashTotal PIC 9(5) VALUE 0.
01 ClashText PIC X(80).
*> D shows a clash on the screen, R writes it to the clash report.
01 ClashMode PIC X.
01 SharedCount PIC 9(3).
01 FirstShared PIC 9(7).
01 ShowCount PIC ZZ9.
01 ShowCapacity PIC ZZZ9.
01 ShowCourseName PIC X(20).
01 CurrentDate PIC 9(8).
01 CurrentStudent PIC 9(7).
01 SlipCount PIC 9(5).
01 UnplacedCount PIC 9(5).
01 TodayDate PIC 9(8).
01 DetailLine.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSession PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRoom PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCourse PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExtra PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "examschd", OperatorName.
       CALL 'SESSLOG' USING "START", "examschd", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "EXAM TIMETABLE"
           DISPLAY "1: Schedule Course Exam"
           DISPLAY "2: Remove Course Exam"
           DISPLAY "3: List All Exams"
           DISPLAY "4: Exam Timetable by Day"
           DISPLAY "5: Student Exam Slips"
           DISPLAY "6: Clash Report"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ScheduleExam THRU ScheduleExam-Exit
               WHEN 2 PERFORM RemoveExam
               WHEN 3 PERFORM ListExams
               WHEN 4 PERFORM PrintTimetable
               WHEN 5 PERFORM PrintSlips
               WHEN 6 PERFORM PrintClashReport
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "examschd", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Every check is made before anything is written: a placement
*> with any clash is refused whole.
ScheduleExam.
       DISPLAY " "
       DISPLAY "Course Id: " WITH NO ADVANCING.
       ACCEPT EntryCourseId.
       OPEN INPUT CourseFile.
       MOVE 'Y' TO CourseExits.
       MOVE EntryCourseId TO CourseId.
       READ CourseFile
           INVALID KEY MOVE 'N' TO CourseExits
       END-READ.
       CLOSE CourseFile.
       IF CourseExits = 'N'
           DISPLAY "Course Id DNE"
           GO TO ScheduleExam-Exit
       END-IF.
       DISPLAY "Course: " CourseName.
       DISPLAY "Exam date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT EntryDate.
       IF EntryDate NOT NUMERIC
               OR EntryMonth < 1 OR EntryMonth > 12
               OR EntryDay < 1 OR EntryDay > 31
           DISPLAY "Not a valid date"
           GO TO ScheduleExam-Exit
       END-IF.
       IF EntryDate < TodayDate
           DISPLAY "That date has passed"
           GO TO ScheduleExam-Exit
       END-IF.
       DISPLAY "Session (AM/PM): " WITH NO ADVANCING.
       ACCEPT EntrySession.
       IF EntrySession NOT = "AM" AND EntrySession NOT = "PM"
           DISPLAY "Session must be AM or PM"
           GO TO ScheduleExam-Exit
       END-IF.
       DISPLAY "Room: " WITH NO ADVANCING.
       ACCEPT EntryRoom.
       PERFORM LoadExamTable.
       PERFORM LoadAssignTable.
       PERFORM OpenLookups.
       MOVE EntryCourseId TO CheckCourse.
       MOVE EntryDate TO CheckDate.
       MOVE EntrySession TO CheckSession.
       MOVE EntryRoom TO CheckRoom.
       MOVE 'D' TO ClashMode.
       MOVE 1 TO MinOtherIdx.
       PERFORM CheckPlacement.
       PERFORM CloseLookups.
       IF ClashCount > 0
           DISPLAY "Exam not scheduled"
           GO TO ScheduleExam-Exit
       END-IF.
       PERFORM FindCourseExam.
       IF ExamFound = 'N'
           IF ExamCount < 100
               ADD 1 TO ExamCount
               MOVE ExamCount TO FoundExamIdx
           ELSE
               DISPLAY "Exam table full - not recorded"
               GO TO ScheduleExam-Exit
           END-IF
       END-IF.
       MOVE EntryCourseId TO TblExCourse(FoundExamIdx).
       MOVE EntryDate TO TblExDate(FoundExamIdx).
       MOVE EntrySession TO TblExSession(FoundExamIdx).
       MOVE EntryRoom TO TblExRoom(FoundExamIdx).
       PERFORM RewriteExamFile.
       MOVE ClassCount TO ShowCount.
       DISPLAY "Exam scheduled for " ShowCount " students".

ScheduleExam-Exit.
       EXIT.

RemoveExam.
       DISPLAY " "
       DISPLAY "Course Id: " WITH NO ADVANCING.
       ACCEPT EntryCourseId.
       PERFORM LoadExamTable.
       PERFORM FindCourseExam.
       IF ExamFound = 'N'
           DISPLAY "No exam scheduled for that course"
       ELSE
           PERFORM ShiftOneExamDown
               VARYING ExamIdx FROM FoundExamIdx BY 1
               UNTIL ExamIdx NOT < ExamCount
           SUBTRACT 1 FROM ExamCount
           PERFORM RewriteExamFile
           DISPLAY "Exam removed"
       END-IF.

ShiftOneExamDown.
       MOVE ExamEntry(ExamIdx + 1) TO ExamEntry(ExamIdx).

ListExams.
       PERFORM LoadExamTable.
       DISPLAY " ".
       IF ExamCount = 0
           DISPLAY "No exams on file"
       END-IF.
       PERFORM ListOneExam
           VARYING ExamIdx FROM 1 BY 1 UNTIL ExamIdx > ExamCount.

ListOneExam.
       DISPLAY TblExCourse(ExamIdx) " " TblExDate(ExamIdx) " "
           TblExSession(ExamIdx) " room " TblExRoom(ExamIdx).

FindCourseExam.
       MOVE 'N' TO ExamFound.
       PERFORM MatchCourseExam
           VARYING ExamIdx FROM 1 BY 1
           UNTIL ExamFound = 'Y' OR ExamIdx > ExamCount.

MatchCourseExam.
       IF TblExCourse(ExamIdx) = EntryCourseId
           MOVE 'Y' TO ExamFound
           MOVE ExamIdx TO FoundExamIdx
       END-IF.

*> The room, the instructor and every student on the course are
*> checked against the other exams in the same session. Exams
*> before MinOtherIdx are skipped, so the clash report names each
*> clashing pair once.
CheckPlacement.
       MOVE 0 TO ClashCount.
       PERFORM LoadClassList.
       MOVE RoomsOnFile TO RoomExits.
       IF RoomsOnFile = 'Y'
           MOVE CheckRoom TO RoomId
           READ RoomFile
               INVALID KEY MOVE 'N' TO RoomExits
           END-READ
       END-IF.
       IF RoomExits = 'N'
           MOVE SPACES TO ClashText
           STRING CheckCourse ": room " CheckRoom " is not on the"
               " room master" DELIMITED BY SIZE INTO ClashText
           END-STRING
           PERFORM ShowClash
       ELSE
           IF ClassCount > RoomCapacity
               MOVE ClassCount TO ShowCount
               MOVE RoomCapacity TO ShowCapacity
               MOVE SPACES TO ClashText
               STRING CheckCourse ": room " CheckRoom " seats "
                   ShowCapacity " but " ShowCount " students sit"
                   " the exam" DELIMITED BY SIZE INTO ClashText
               END-STRING
               PERFORM ShowClash
           END-IF
       END-IF.
       IF ClassOverflow = 'Y'
           MOVE SPACES TO ClashText
           STRING CheckCourse ": more than 500 students - not all"
               " were checked" DELIMITED BY SIZE INTO ClashText
           END-STRING
           PERFORM ShowClash
       END-IF.
       MOVE CheckCourse TO FindCourse.
       PERFORM FindInstructor.
       MOVE FoundInstrId TO CheckInstr.
       PERFORM CheckAgainstOneExam
           VARYING OtherIdx FROM MinOtherIdx BY 1
           UNTIL OtherIdx > ExamCount.

CheckAgainstOneExam.
       IF TblExCourse(OtherIdx) NOT = CheckCourse
               AND TblExDate(OtherIdx) = CheckDate
               AND TblExSession(OtherIdx) = CheckSession
           IF TblExRoom(OtherIdx) = CheckRoom
               MOVE SPACES TO ClashText
               STRING CheckCourse ": room " CheckRoom
                   " already holds the " TblExCourse(OtherIdx)
                   " exam" DELIMITED BY SIZE INTO ClashText
               END-STRING
               PERFORM ShowClash
           END-IF
           MOVE TblExCourse(OtherIdx) TO FindCourse
           PERFORM FindInstructor
           IF CheckInstr NOT = SPACES AND FoundInstrId = CheckInstr
               MOVE SPACES TO ClashText
               STRING CheckCourse ": instructor " CheckInstr
                   " also has the " TblExCourse(OtherIdx)
                   " exam" DELIMITED BY SIZE INTO ClashText
               END-STRING
               PERFORM ShowClash
           END-IF
           PERFORM CountSharedStudents
           IF SharedCount > 0
               MOVE SharedCount TO ShowCount
               MOVE SPACES TO ClashText
               STRING CheckCourse ": " ShowCount " students also sit "
                   TblExCourse(OtherIdx) " (first " FirstShared ")"
                   DELIMITED BY SIZE INTO ClashText
               END-STRING
               PERFORM ShowClash
           END-IF
       END-IF.

*> A withdrawn student does not sit the exam.
CountSharedStudents.
       MOVE 0 TO SharedCount.
       MOVE 0 TO FirstShared.
       PERFORM CheckOneSharedStudent
           VARYING ClassIdx FROM 1 BY 1 UNTIL ClassIdx > ClassCount.

CheckOneSharedStudent.
       MOVE ClassStudent(ClassIdx) TO EnrollStudentId.
       MOVE TblExCourse(OtherIdx) TO EnrollCourseId.
       READ EnrollFile KEY IS EnrollKey
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF EnrollGrade NOT = "W "
                   ADD 1 TO SharedCount
                   IF FirstShared = 0
                       MOVE EnrollStudentId TO FirstShared
                   END-IF
               END-IF
       END-READ.

ShowClash.
       ADD 1 TO ClashCount.
       IF ClashMode = 'D'
           DISPLAY ClashText
       ELSE
           MOVE ClashText TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
           ADD 1 TO ClashTotal
       END-IF.

LoadClassList.
       MOVE 0 TO ClassCount.
       MOVE 'N' TO ClassOverflow.
       MOVE 'N' TO BrowseEOF.
       MOVE CheckCourse TO EnrollCourseId.
       START EnrollFile KEY IS = EnrollCourseId
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM LoadOneClassMember UNTIL BrowseEOF = 'Y'.

LoadOneClassMember.
       READ EnrollFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF EnrollCourseId NOT = CheckCourse
               MOVE 'Y' TO BrowseEOF
           ELSE
               IF EnrollGrade NOT = "W "
                   IF ClassCount < 500
                       ADD 1 TO ClassCount
                       MOVE EnrollStudentId TO ClassStudent(ClassCount)
                   ELSE
                       MOVE 'Y' TO ClassOverflow
                   END-IF
               END-IF
           END-IF
       END-IF.

FindInstructor.
       MOVE SPACES TO FoundInstrId.
       PERFORM MatchOneAssign
           VARYING AssignIdx FROM 1 BY 1 UNTIL AssignIdx > AssignCount.

MatchOneAssign.
       IF TblAsCourse(AssignIdx) = FindCourse
           MOVE TblAsInstr(AssignIdx) TO FoundInstrId
       END-IF.

OpenLookups.
       OPEN INPUT EnrollFile.
       OPEN INPUT RoomFile.
       MOVE 'Y' TO RoomsOnFile.
       IF RoomFileStatus = "35"
           MOVE 'N' TO RoomsOnFile
       END-IF.
       OPEN INPUT CourseFile.

CloseLookups.
       IF EnrollFileStatus NOT = "35"
           CLOSE EnrollFile
       END-IF.
       IF RoomFileStatus NOT = "35"
           CLOSE RoomFile
       END-IF.
       IF CourseFileStatus NOT = "35"
           CLOSE CourseFile
       END-IF.

*> Day by day, morning before afternoon, with each exam's head
*> count against its room and the instructor it falls to.
PrintTimetable.
       PERFORM LoadExamTable.
       IF ExamCount = 0
           DISPLAY "No exams on file"
       ELSE
           PERFORM LoadAssignTable
           PERFORM OpenLookups
           MOVE 0 TO LineCount
           ACCEPT StampDate FROM DATE
           MOVE SPACES TO ReportFileName
           STRING "ExamTT" StampYear StampMonth StampDay ".rpt"
               DELIMITED BY SIZE INTO ReportFileName
           END-STRING
           OPEN OUTPUT ExamReport
           MOVE "EXAM TIMETABLE BY DAY" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
           SORT SortWorkFile ON ASCENDING KEY SrtDate SrtSession
                   SrtRoom
               INPUT PROCEDURE IS ReleaseExams
               OUTPUT PROCEDURE IS PrintExamDays
           CLOSE ExamReport
           PERFORM CloseLookups
           MOVE "ExamTimetbl" TO CatReportName
           CALL 'RPTCAT' USING CatReportName, ReportFileName,
               OperatorName, LineCount
           DISPLAY ExamCount " exams written to " ReportFileName
       END-IF.

ReleaseExams.
       PERFORM ReleaseOneExam
           VARYING ExamIdx FROM 1 BY 1 UNTIL ExamIdx > ExamCount.

ReleaseOneExam.
       MOVE 0 TO SrtStudent.
       MOVE TblExDate(ExamIdx) TO SrtDate.
       MOVE TblExSession(ExamIdx) TO SrtSession.
       MOVE TblExRoom(ExamIdx) TO SrtRoom.
       MOVE TblExCourse(ExamIdx) TO SrtCourse.
       RELEASE SortRec.

PrintExamDays.
       MOVE 'N' TO SortEOF.
       MOVE 0 TO CurrentDate.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       PERFORM PrintOneExam UNTIL SortEOF = 'Y'.

PrintOneExam.
       IF SrtDate NOT = CurrentDate
           MOVE SrtDate TO CurrentDate
           MOVE SPACES TO PrintLine
           STRING "Exams on " CurrentDate DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       END-IF.
       MOVE SrtCourse TO CheckCourse.
       PERFORM LoadClassList.
       MOVE SrtCourse TO FindCourse.
       PERFORM FindInstructor.
       PERFORM ReadShowCourseName.
       MOVE 0 TO ShowCapacity.
       IF RoomsOnFile = 'Y'
           MOVE SrtRoom TO RoomId
           READ RoomFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE RoomCapacity TO ShowCapacity
           END-READ
       END-IF.
       MOVE ClassCount TO ShowCount.
       MOVE SrtDate TO PrnDate.
       MOVE SrtSession TO PrnSession.
       MOVE SrtRoom TO PrnRoom.
       MOVE SrtCourse TO PrnCourse.
       MOVE ShowCourseName TO PrnName.
       MOVE SPACES TO PrnExtra.
       STRING ShowCount " of " ShowCapacity " seats  instr "
           FoundInstrId DELIMITED BY SIZE INTO PrnExtra
       END-STRING.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

ReadShowCourseName.
       MOVE "(not on file)" TO ShowCourseName.
       MOVE SrtCourse TO CourseId.
       READ CourseFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE CourseName TO ShowCourseName
       END-READ.

*> One slip per student, their exams in date order; a course with
*> no exam yet is listed at the foot of the slip.
PrintSlips.
       DISPLAY " "
       DISPLAY "Student Id (0 = every student): " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       PERFORM LoadExamTable.
       PERFORM OpenLookups.
       IF EnrollFileStatus NOT = "00"
           DISPLAY "Enrollment file unavailable"
           PERFORM CloseLookups
       ELSE
           OPEN INPUT StudentFile
           MOVE 0 TO LineCount
           MOVE 0 TO SlipCount
           ACCEPT StampDate FROM DATE
           MOVE SPACES TO ReportFileName
           STRING "ExamSlip" StampYear StampMonth StampDay ".rpt"
               DELIMITED BY SIZE INTO ReportFileName
           END-STRING
           OPEN OUTPUT ExamReport
           MOVE "STUDENT EXAM SLIPS" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
           SORT SortWorkFile ON ASCENDING KEY SrtStudent SrtDate
                   SrtSession SrtCourse
               INPUT PROCEDURE IS ReleaseStudentExams
               OUTPUT PROCEDURE IS PrintStudentSlips
           CLOSE ExamReport
           IF StudentFileStatus NOT = "35"
               CLOSE StudentFile
           END-IF
           PERFORM CloseLookups
           MOVE "ExamSlips" TO CatReportName
           CALL 'RPTCAT' USING CatReportName, ReportFileName,
               OperatorName, LineCount
           DISPLAY SlipCount " exam slips written to " ReportFileName
       END-IF.

ReleaseStudentExams.
       MOVE 'N' TO BrowseEOF.
       MOVE EntryStudentId TO EnrollStudentId.
       MOVE LOW-VALUES TO EnrollCourseId.
       START EnrollFile KEY IS NOT LESS THAN EnrollKey
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ReleaseOneEnrollment UNTIL BrowseEOF = 'Y'.

ReleaseOneEnrollment.
       READ EnrollFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF EntryStudentId NOT = 0
                   AND EnrollStudentId NOT = EntryStudentId
               MOVE 'Y' TO BrowseEOF
           ELSE
               IF EnrollGrade NOT = "W "
                   MOVE EnrollCourseId TO EntryCourseId
                   PERFORM FindCourseExam
                   MOVE EnrollStudentId TO SrtStudent
                   MOVE EnrollCourseId TO SrtCourse
                   IF ExamFound = 'Y'
                       MOVE TblExDate(FoundExamIdx) TO SrtDate
                       MOVE TblExSession(FoundExamIdx) TO SrtSession
                       MOVE TblExRoom(FoundExamIdx) TO SrtRoom
                   ELSE
                       MOVE 99999999 TO SrtDate
                       MOVE SPACES TO SrtSession
                       MOVE SPACES TO SrtRoom
                   END-IF
                   RELEASE SortRec
               END-IF
           END-IF
       END-IF.

PrintStudentSlips.
       MOVE 'N' TO SortEOF.
       MOVE 0 TO CurrentStudent.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       PERFORM PrintOneSlipLine UNTIL SortEOF = 'Y'.

PrintOneSlipLine.
       IF SrtStudent NOT = CurrentStudent
           MOVE SrtStudent TO CurrentStudent
           PERFORM PrintSlipHeading
       END-IF.
       PERFORM ReadShowCourseName.
       MOVE SrtCourse TO PrnCourse.
       MOVE ShowCourseName TO PrnName.
       IF SrtDate = 99999999
           MOVE 0 TO PrnDate
           MOVE SPACES TO PrnSession
           MOVE SPACES TO PrnRoom
           MOVE "exam not yet scheduled" TO PrnExtra
       ELSE
           MOVE SrtDate TO PrnDate
           MOVE SrtSession TO PrnSession
           MOVE SrtRoom TO PrnRoom
           MOVE SPACES TO PrnExtra
       END-IF.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

PrintSlipHeading.
       ADD 1 TO SlipCount.
       MOVE SrtStudent TO StudentId.
       READ StudentFile
           INVALID KEY MOVE "(not on file)" TO StudentName
       END-READ.
       MOVE SPACES TO PrintLine.
       STRING "Exam slip for " SrtStudent " " Forname " " Surname
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.

*> The whole timetable rechecked against today's enrollments, since
*> students keep enrolling after an exam is placed, then every
*> course with students on it and no exam.
PrintClashReport.
       PERFORM LoadExamTable.
       PERFORM LoadAssignTable.
       PERFORM OpenLookups.
       IF EnrollFileStatus NOT = "00"
           DISPLAY "Enrollment file unavailable"
           PERFORM CloseLookups
       ELSE
           MOVE 0 TO LineCount
           MOVE 0 TO ClashTotal
           MOVE 0 TO UnplacedCount
           ACCEPT StampDate FROM DATE
           MOVE SPACES TO ReportFileName
           STRING "ExamClash" StampYear StampMonth StampDay ".rpt"
               DELIMITED BY SIZE INTO ReportFileName
           END-STRING
           OPEN OUTPUT ExamReport
           MOVE "EXAM TIMETABLE CLASHES" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
           MOVE 'R' TO ClashMode
           PERFORM RecheckOneExam
               VARYING ExamIdx FROM 1 BY 1 UNTIL ExamIdx > ExamCount
           MOVE "Courses with students and no exam" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
           MOVE 'N' TO WSEOF
           MOVE LOW-VALUES TO CourseId
           START CourseFile KEY IS NOT LESS THAN CourseId
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM CheckOneCoursePlaced UNTIL WSEOF = 'Y'
           MOVE SPACES TO PrintLine
           STRING ClashTotal " clashes, " UnplacedCount
               " courses without an exam" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
           CLOSE ExamReport
           PERFORM CloseLookups
           MOVE "ExamClash" TO CatReportName
           CALL 'RPTCAT' USING CatReportName, ReportFileName,
               OperatorName, LineCount
           DISPLAY ClashTotal " clashes and " UnplacedCount
               " unplaced courses - see " ReportFileName
       END-IF.

RecheckOneExam.
       MOVE TblExCourse(ExamIdx) TO CheckCourse.
       MOVE TblExDate(ExamIdx) TO CheckDate.
       MOVE TblExSession(ExamIdx) TO CheckSession.
       MOVE TblExRoom(ExamIdx) TO CheckRoom.
       COMPUTE MinOtherIdx = ExamIdx + 1.
       PERFORM CheckPlacement.

CheckOneCoursePlaced.
       READ CourseFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
       END-READ.
       IF WSEOF = 'N'
           MOVE CourseId TO EntryCourseId
           PERFORM FindCourseExam
           IF ExamFound = 'N'
               MOVE CourseId TO CheckCourse
               PERFORM LoadClassList
               IF ClassCount > 0
                   ADD 1 TO UnplacedCount
                   MOVE ClassCount TO ShowCount
                   MOVE SPACES TO PrintLine
                   STRING CourseId " " CourseName " " ShowCount
                       " students - no exam scheduled"
                       DELIMITED BY SIZE INTO PrintLine
                   END-STRING
                   WRITE PrintLine
                   ADD 1 TO LineCount
               END-IF
           END-IF
       END-IF.

LoadExamTable.
       MOVE 0 TO ExamCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ExamFile.
       IF ExamFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneExamRec UNTIL WSEOF = 'Y'.
       IF ExamFileStatus NOT = "35"
           CLOSE ExamFile
       END-IF.

LoadOneExamRec.
       READ ExamFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ExamCount < 100
                   ADD 1 TO ExamCount
                   MOVE ExCourseId TO TblExCourse(ExamCount)
                   MOVE ExDate TO TblExDate(ExamCount)
                   MOVE ExSession TO TblExSession(ExamCount)
                   MOVE ExRoom TO TblExRoom(ExamCount)
               END-IF
       END-READ.

RewriteExamFile.
       OPEN OUTPUT ExamFile.
       PERFORM RewriteOneExamRec
           VARYING ExamIdx FROM 1 BY 1 UNTIL ExamIdx > ExamCount.
       CLOSE ExamFile.

RewriteOneExamRec.
       MOVE SPACES TO ExamRec.
       MOVE TblExCourse(ExamIdx) TO ExCourseId.
       MOVE TblExDate(ExamIdx) TO ExDate.
       MOVE TblExSession(ExamIdx) TO ExSession.
       MOVE TblExRoom(ExamIdx) TO ExRoom.
       WRITE ExamRec.

LoadAssignTable.
       MOVE 0 TO AssignCount.
       MOVE 'N' TO BrowseEOF.
       OPEN INPUT CourseInstrFile.
       IF CourseInstrStatus = "35"
           MOVE 'Y' TO BrowseEOF
       END-IF.
       PERFORM LoadOneAssignRec UNTIL BrowseEOF = 'Y'.
       IF CourseInstrStatus NOT = "35"
           CLOSE CourseInstrFile
       END-IF.

LoadOneAssignRec.
       READ CourseInstrFile
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF AssignCount < 100
                   ADD 1 TO AssignCount
                   MOVE CiCourseId TO TblAsCourse(AssignCount)
                   MOVE CiInstrId TO TblAsInstr(AssignCount)
               END-IF
       END-READ.
