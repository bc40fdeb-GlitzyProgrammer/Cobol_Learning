       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. statusltr.
AUTHOR. Lawrence.
*> Enrollment verification letters. Banks, landlords and embassies
*> ask for a letter confirming someone is a current student, and
*> the office used to type each one by hand. For a keyed student
*> this prints a numbered certificate of status: name and date of
*> birth from student.txt, the current term (termctl.dat) with its
*> start and end dates from termcal.dat, and the courses and credits
*> the student is taking that term on enroll.txt. The cumulative
*> GPA and the latest academic standing from standhist.dat go on
*> only when the operator asks for them. A graduate on alumni.dat
*> gets a certificate of completion instead. Every letter is logged
*> on letters.dat with its number, date and the operator who asked
*> for it, and can be looked up by number when an institution
*> phones to verify one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "student.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentFileStatus.

      *> The alumni register graduate.cob keeps.
       SELECT AlumniFile ASSIGN TO "alumni.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AlStudentId
           FILE STATUS IS AlumniFileStatus.

       SELECT EnrollFile ASSIGN TO "enroll.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EnrollKey
           ALTERNATE RECORD KEY IS EnrollCourseId WITH DUPLICATES
           FILE STATUS IS EnrollFileStatus.

       SELECT CourseFile ASSIGN TO "course.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CourseId
           FILE STATUS IS CourseFileStatus.

       SELECT OPTIONAL TermCtlFile ASSIGN TO "termctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermCtlStatus.

       SELECT OPTIONAL TermCalFile ASSIGN TO "termcal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermCalStatus.

       SELECT OPTIONAL StandHistFile ASSIGN TO "standhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandHistStatus.

      *> The last letter number issued.
       SELECT OPTIONAL LtrCtlFile ASSIGN TO "ltrctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LtrCtlStatus.

      *> One line per letter issued, kept for verification calls.
       SELECT OPTIONAL LetterLog ASSIGN TO "letters.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LetterLogStatus.

      *> One file per letter, named by its number and cataloged
      *> through RPTCAT.
       SELECT LetterFile ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD AlumniFile.
*> Kept in step with the AlumniRec layout graduate.cob writes.
01 AlumniRec.
       02 AlStudentId PIC 9(7).
       02 AlStudentName.
           03 AlForname PIC X(9).
           03 AlSurname PIC X(12).
       02 AlDatOfBirth.
           03 AlYOB PIC 9(4).
           03 AlMOB PIC 99.
           03 AlDOB PIC 99.
       02 AlProgram PIC X(5).
       02 AlGPA PIC 9V99.
       02 AlGradTerm PIC X(5).
       02 AlGradDate PIC 9(8).

FD EnrollFile.
*> Kept in step with transcript.cob's EnrollRec layout so this
*> shares the same indexed file without misaligning records.
01 EnrollRec.
       02 EnrollKey.
           03 EnrollStudentId  PIC 9(7).
           03 EnrollCourseId   PIC X(5).
       02 EnrollGrade  PIC X(2).
       02 EnrollTerm   PIC X(5).

FD CourseFile.
01 CourseRec.
       02 CourseId    PIC X(5).
       02 CourseName  PIC X(20).
       02 Credits     PIC 9.
       02 MaxSeats    PIC 9(3).

FD TermCtlFile.
*> Kept in step with the TermCtlRec layout transcript.cob reads.
01 TermCtlRec.
       02 CtlCurrentTerm PIC X(5).
       02 FILLER PIC X.
       02 CtlAddDropEnd PIC 9(8).

FD TermCalFile.
*> Kept in step with the TermCalRec layout termcal.cob keeps.
01 TermCalRec.
       02 TcTerm PIC X(5).
       02 FILLER PIC X.
       02 TcStart PIC 9(8).
       02 FILLER PIC X.
       02 TcEnd PIC 9(8).
       02 FILLER PIC X.
       02 TcAddDrop PIC 9(8).
       02 FILLER PIC X.
       02 TcRefund PIC 9(8).

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

FD LtrCtlFile.
01 LtrCtlRec.
       02 NextLtrNum PIC 9(6).

FD LetterLog.
*> Fixed columns: letter number, date issued, student, letter type
*> (S status, C completion), GPA shown (Y/N), operator, addressee.
01 LetterLogRec.
       02 LgLtrNum PIC 9(6).
       02 FILLER PIC X.
       02 LgDate PIC 9(8).
       02 FILLER PIC X.
       02 LgStudentId PIC 9(7).
       02 FILLER PIC X.
       02 LgType PIC X.
       02 FILLER PIC X.
       02 LgGpaShown PIC X.
       02 FILLER PIC X.
       02 LgOperator PIC X(20).
       02 FILLER PIC X.
       02 LgAddressee PIC X(30).

FD LetterFile.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 StudentFileStatus PIC XX.
01 AlumniFileStatus PIC XX.
01 EnrollFileStatus PIC XX.
01 CourseFileStatus PIC XX.
01 TermCtlStatus PIC XX.
01 TermCalStatus PIC XX.
01 StandHistStatus PIC XX.
01 LtrCtlStatus PIC XX.
01 LetterLogStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 EntryStudentId PIC 9(7).
01 EntryLtrNum PIC 9(6).
01 Addressee PIC X(30).
01 ShowGpa PIC X.
01 LetterType PIC X.
01 StudentExits PIC X.
01 AlumnusExits PIC X.
01 CurrentTerm PIC X(5).
01 TermStart PIC 9(8).
01 TermEnd PIC 9(8).
01 TodayDate PIC 9(8).
01 ThisLtrNum PIC 9(6).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 LineCount PIC 9(5) VALUE 0.
*> The student's courses this term, gathered before anything is
*> numbered so a student with none gets no letter.
01 TermCourseTable.
       02 TermCourseEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON TermCourseCount.
           03 TblTcCourse PIC X(5).
           03 TblTcName PIC X(20).
           03 TblTcCredits PIC 9.
01 TermCourseCount PIC 99 VALUE 0.
01 TermCourseIdx PIC 99.
01 TermCredits PIC 9(3).
01 FoundStanding PIC X(10).
01 FoundStandTerm PIC X(5).
01 ShowDob.
       02 ShowDobDay PIC 99.
       02 FILLER PIC X VALUE "/".
       02 ShowDobMonth PIC 99.
       02 FILLER PIC X VALUE "/".
       02 ShowDobYear PIC 9(4).
01 ShowGpaValue PIC 9.99.
01 ShowCredits PIC ZZ9.
01 VerifyFound PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "statsltr", OperatorName.
       CALL 'SESSLOG' USING "START", "statsltr", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "STUDENT STATUS LETTERS"
           DISPLAY "1: Issue Status Letter"
           DISPLAY "2: Verify a Letter Number"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM IssueLetter THRU IssueLetter-Exit
               WHEN 2 PERFORM VerifyLetter
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "statsltr", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A live student gets a status letter; failing that, a graduate
*> gets a completion letter.
IssueLetter.
       DISPLAY " "
       DISPLAY "Student Id: " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE 'N' TO StudentExits.
       MOVE 'N' TO AlumnusExits.
       OPEN INPUT StudentFile.
       IF StudentFileStatus = "00"
           MOVE EntryStudentId TO StudentId
           MOVE 'Y' TO StudentExits
           READ StudentFile
               INVALID KEY MOVE 'N' TO StudentExits
           END-READ
           CLOSE StudentFile
       END-IF.
       IF StudentExits = 'N'
           OPEN INPUT AlumniFile
           IF AlumniFileStatus = "00"
               MOVE EntryStudentId TO AlStudentId
               MOVE 'Y' TO AlumnusExits
               READ AlumniFile
                   INVALID KEY MOVE 'N' TO AlumnusExits
               END-READ
               CLOSE AlumniFile
           END-IF
       END-IF.
       IF StudentExits = 'N' AND AlumnusExits = 'N'
           DISPLAY "Student DNE"
           GO TO IssueLetter-Exit
       END-IF.
       IF StudentExits = 'Y'
           MOVE 'S' TO LetterType
           PERFORM ReadCurrentTerm
           IF CurrentTerm = SPACES
               DISPLAY "No current term on termctl.dat - letter not"
                   " issued"
               GO TO IssueLetter-Exit
           END-IF
           PERFORM LoadTermCourses
           IF TermCourseCount = 0
               DISPLAY Forname " " Surname " is not taking any course"
                   " in " CurrentTerm " - letter not issued"
               GO TO IssueLetter-Exit
           END-IF
           DISPLAY "Status letter for " Forname " " Surname ", "
               TermCourseCount " courses in " CurrentTerm
       ELSE
           MOVE 'C' TO LetterType
           DISPLAY "Completion letter for " AlForname " " AlSurname
               ", graduated " AlGradTerm
       END-IF.
       DISPLAY "Addressed to (blank = To whom it may concern): "
           WITH NO ADVANCING.
       ACCEPT Addressee.
       IF Addressee = SPACES
           MOVE "To whom it may concern" TO Addressee
       END-IF.
       DISPLAY "Include GPA and academic standing? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ShowGpa.
       IF ShowGpa NOT = 'Y'
           MOVE 'N' TO ShowGpa
       END-IF.
       PERFORM GetNextLtrNum.
       MOVE SPACES TO ReportFileName.
       STRING "Letter" ThisLtrNum ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT LetterFile.
       IF LetterType = 'S'
           PERFORM PrintStatusLetter
       ELSE
           PERFORM PrintCompletionLetter
       END-IF.
       PERFORM PrintLetterFoot.
       CLOSE LetterFile.
       PERFORM LogLetter.
       MOVE "StatusLetter" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Letter " ThisLtrNum " written to " ReportFileName.

IssueLetter-Exit.
       EXIT.

PrintStatusLetter.
       MOVE SPACES TO PrintLine.
       STRING "CERTIFICATE OF STUDENT STATUS" DELIMITED BY SIZE
           "                      No. " ThisLtrNum DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       PERFORM PrintLetterHead.
       MOVE DOB TO ShowDobDay.
       MOVE MOB TO ShowDobMonth.
       MOVE YOB TO ShowDobYear.
       MOVE SPACES TO PrintLine.
       STRING "This is to certify that " Forname " " Surname
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       STRING "(student number " StudentId ", born " ShowDob ")"
           " is a current student," DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       IF TermStart = 0
           STRING "enrolled for term " CurrentTerm "."
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
       ELSE
           STRING "enrolled for term " CurrentTerm ", which runs from "
               TermStart " to " TermEnd "." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       PERFORM WriteLetterLine.
       MOVE "Courses taken this term:" TO PrintLine.
       PERFORM WriteLetterLine.
       MOVE 0 TO TermCredits.
       PERFORM PrintOneTermCourse
           VARYING TermCourseIdx FROM 1 BY 1
           UNTIL TermCourseIdx > TermCourseCount.
       MOVE TermCredits TO ShowCredits.
       MOVE SPACES TO PrintLine.
       STRING "   Total credits this term: " ShowCredits
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       IF ShowGpa = 'Y'
           PERFORM FindLatestStanding
           MOVE GPA TO ShowGpaValue
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
           MOVE SPACES TO PrintLine
           IF FoundStanding = SPACES
               STRING "Cumulative grade point average: " ShowGpaValue
                   DELIMITED BY SIZE INTO PrintLine
               END-STRING
           ELSE
               STRING "Cumulative grade point average: " ShowGpaValue
                   "   Academic standing: " FoundStanding
                   " (" FoundStandTerm ")" DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
           END-IF
           PERFORM WriteLetterLine
       END-IF.

PrintOneTermCourse.
       ADD TblTcCredits(TermCourseIdx) TO TermCredits.
       MOVE SPACES TO PrintLine.
       STRING "   " TblTcCourse(TermCourseIdx) " "
           TblTcName(TermCourseIdx) " " TblTcCredits(TermCourseIdx)
           " credits" DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.

PrintCompletionLetter.
       MOVE SPACES TO PrintLine.
       STRING "CERTIFICATE OF COMPLETION" DELIMITED BY SIZE
           "                          No. " ThisLtrNum
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       PERFORM PrintLetterHead.
       MOVE AlDOB TO ShowDobDay.
       MOVE AlMOB TO ShowDobMonth.
       MOVE AlYOB TO ShowDobYear.
       MOVE SPACES TO PrintLine.
       STRING "This is to certify that " AlForname " " AlSurname
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       STRING "(student number " AlStudentId ", born " ShowDob ")"
           " completed the" DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       STRING AlProgram " programme, graduating in term " AlGradTerm
           " on " AlGradDate "." DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       IF ShowGpa = 'Y'
           MOVE AlGPA TO ShowGpaValue
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
           MOVE SPACES TO PrintLine
           STRING "Final grade point average: " ShowGpaValue
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
           PERFORM WriteLetterLine
       END-IF.

PrintLetterHead.
       MOVE SPACES TO PrintLine.
       STRING "Date issued: " TodayDate DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       PERFORM WriteLetterLine.
       MOVE Addressee TO PrintLine.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       PERFORM WriteLetterLine.

PrintLetterFoot.
       MOVE SPACES TO PrintLine.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       STRING "To verify this letter, telephone the Registry and quote"
           " number " ThisLtrNum "." DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       PERFORM WriteLetterLine.
       MOVE SPACES TO PrintLine.
       STRING "Registry - issued by " OperatorName
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteLetterLine.

WriteLetterLine.
       WRITE PrintLine.
       ADD 1 TO LineCount.

ReadCurrentTerm.
       MOVE SPACES TO CurrentTerm.
       MOVE 0 TO TermStart.
       MOVE 0 TO TermEnd.
       OPEN INPUT TermCtlFile.
       IF TermCtlStatus NOT = "35"
           READ TermCtlFile
               AT END CONTINUE
               NOT AT END MOVE CtlCurrentTerm TO CurrentTerm
           END-READ
           CLOSE TermCtlFile
       END-IF.
       IF CurrentTerm NOT = SPACES
           MOVE 'N' TO WSEOF
           OPEN INPUT TermCalFile
           IF TermCalStatus = "35"
               MOVE 'Y' TO WSEOF
           END-IF
           PERFORM FindOneTermCal UNTIL WSEOF = 'Y'
           IF TermCalStatus NOT = "35"
               CLOSE TermCalFile
           END-IF
       END-IF.

FindOneTermCal.
       READ TermCalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF TcTerm = CurrentTerm
                   MOVE TcStart TO TermStart
                   MOVE TcEnd TO TermEnd
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

*> A withdrawn course is not one the student is taking.
LoadTermCourses.
       MOVE 0 TO TermCourseCount.
       OPEN INPUT EnrollFile.
       IF EnrollFileStatus = "00"
           OPEN INPUT CourseFile
           MOVE 'N' TO WSEOF
           MOVE EntryStudentId TO EnrollStudentId
           MOVE LOW-VALUES TO EnrollCourseId
           START EnrollFile KEY IS NOT LESS THAN EnrollKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM LoadOneTermCourse UNTIL WSEOF = 'Y'
           CLOSE EnrollFile
           IF CourseFileStatus NOT = "35"
               CLOSE CourseFile
           END-IF
       END-IF.

LoadOneTermCourse.
       READ EnrollFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
       END-READ.
       IF WSEOF = 'N'
           IF EnrollStudentId NOT = EntryStudentId
               MOVE 'Y' TO WSEOF
           ELSE
               IF EnrollTerm = CurrentTerm AND EnrollGrade NOT = "W "
                       AND TermCourseCount < 20
                   ADD 1 TO TermCourseCount
                   MOVE EnrollCourseId TO TblTcCourse(TermCourseCount)
                   MOVE EnrollCourseId TO CourseId
                   READ CourseFile
                       INVALID KEY
                           MOVE "(not on file)"
                               TO TblTcName(TermCourseCount)
                           MOVE 0 TO TblTcCredits(TermCourseCount)
                       NOT INVALID KEY
                           MOVE CourseName
                               TO TblTcName(TermCourseCount)
                           MOVE Credits
                               TO TblTcCredits(TermCourseCount)
                   END-READ
               END-IF
           END-IF
       END-IF.

*> The last row for the student is the latest standing, the
*> transcript.cob reading of standhist.dat.
FindLatestStanding.
       MOVE SPACES TO FoundStanding.
       MOVE SPACES TO FoundStandTerm.
       MOVE 'N' TO WSEOF.
       OPEN INPUT StandHistFile.
       IF StandHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneStandRow UNTIL WSEOF = 'Y'.
       IF StandHistStatus NOT = "35"
           CLOSE StandHistFile
       END-IF.

CheckOneStandRow.
       READ StandHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ShStudentId = EntryStudentId
                   MOVE ShStanding TO FoundStanding
                   MOVE ShTerm TO FoundStandTerm
               END-IF
       END-READ.

GetNextLtrNum.
       MOVE 0 TO NextLtrNum.
       OPEN INPUT LtrCtlFile.
       IF LtrCtlStatus = "35"
           CONTINUE
       ELSE
           READ LtrCtlFile
               AT END CONTINUE
           END-READ
           CLOSE LtrCtlFile
       END-IF.
       ADD 1 TO NextLtrNum.
       MOVE NextLtrNum TO ThisLtrNum.
       OPEN OUTPUT LtrCtlFile.
       WRITE LtrCtlRec.
       CLOSE LtrCtlFile.

LogLetter.
       OPEN EXTEND LetterLog.
       IF LetterLogStatus = "35"
           OPEN OUTPUT LetterLog
           CLOSE LetterLog
           OPEN EXTEND LetterLog
       END-IF.
       MOVE SPACES TO LetterLogRec.
       MOVE ThisLtrNum TO LgLtrNum.
       MOVE TodayDate TO LgDate.
       MOVE EntryStudentId TO LgStudentId.
       MOVE LetterType TO LgType.
       MOVE ShowGpa TO LgGpaShown.
       MOVE OperatorName TO LgOperator.
       MOVE Addressee TO LgAddressee.
       WRITE LetterLogRec.
       CLOSE LetterLog.

*> For the telephone check: what was issued, to whom and by whom.
VerifyLetter.
       DISPLAY " "
       DISPLAY "Letter number: " WITH NO ADVANCING.
       ACCEPT EntryLtrNum.
       MOVE 'N' TO VerifyFound.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LetterLog.
       IF LetterLogStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneLoggedLetter UNTIL WSEOF = 'Y'.
       IF LetterLogStatus NOT = "35"
           CLOSE LetterLog
       END-IF.
       IF VerifyFound = 'N'
           DISPLAY "No letter " EntryLtrNum " was issued"
       END-IF.

CheckOneLoggedLetter.
       READ LetterLog
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LgLtrNum = EntryLtrNum
                   MOVE 'Y' TO VerifyFound
                   MOVE 'Y' TO WSEOF
                   DISPLAY "Letter  : " LgLtrNum
                   IF LgType = 'C'
                       DISPLAY "Type    : completion"
                   ELSE
                       DISPLAY "Type    : current status"
                   END-IF
                   DISPLAY "Student : " LgStudentId
                   DISPLAY "Issued  : " LgDate " by " LgOperator
                   DISPLAY "To      : " LgAddressee
                   DISPLAY "GPA shown: " LgGpaShown
               END-IF
       END-READ.
