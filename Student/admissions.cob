       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. admissions.
AUTHOR. Lawrence.
*> Admissions applicant pipeline. Applicants used to be tracked on
*> paper until they turned up, and then studmast.cob keyed them
*> from scratch, often under a different spelling. Each applicant
*> is now kept on applicant.dat under a numbered application with
*> the name, date of birth (checked the way studmast checks
*> DatOfBirth), the programme and intake term applied for, the
*> application date and a status: applied, offered, accepted,
*> declined or withdrawn. Offer letters are printed in a run for
*> every offer not yet sent, and an accepted applicant is turned
*> into a student.txt record under the next StudentId with the
*> programme carried into CourseId, so the name is keyed once. The
*> student number is taken past both the live master and the
*> alumni register, since graduate.cob moves graduates off
*> student.txt and their numbers must never be reissued.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ApplicantFile ASSIGN TO "applicant.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AppId
           ALTERNATE RECORD KEY IS AppSurname WITH DUPLICATES
           FILE STATUS IS ApplicantStatus.

      *> Carries the next application number to assign.
       SELECT OPTIONAL AppCtlFile ASSIGN TO "appctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AppCtlStatus.

       SELECT StudentFile ASSIGN TO "student.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS StudentFileStatus.

       SELECT OPTIONAL AlumniFile ASSIGN TO "alumni.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AlStudentId
           FILE STATUS IS AlumniFileStatus.

      *> Programmes are the ones with requirements on reqmast.dat
      *> and intake terms the ones on the term calendar, once
      *> either file exists.
       SELECT OPTIONAL ReqFile ASSIGN TO "reqmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReqFileStatus.

       SELECT OPTIONAL TermCalFile ASSIGN TO "termcal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermCalStatus.

      *> Date-stamped so an earlier run's letters are never lost;
      *> every run is cataloged through RPTCAT.
       SELECT OfferLetterFile ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ApplicantFile.
*> The name and date of birth are held at the student master's
*> widths so conversion carries them across unchanged.
01 ApplicantRec.
       02 AppId PIC 9(6).
       02 AppName.
           03 AppForname PIC X(9).
           03 AppSurname PIC X(12).
       02 AppDatOfBirth.
           03 AppYOB PIC 9(4).
           03 AppMOB PIC 99.
           03 AppDOB PIC 99.
       02 AppProgram PIC X(5).
       02 AppTerm PIC X(5).
       02 AppDate PIC 9(8).
       02 AppStatusCode PIC X.
           88 AppApplied VALUE 'A'.
           88 AppOffered VALUE 'O'.
           88 AppAccepted VALUE 'C'.
           88 AppDeclined VALUE 'D'.
           88 AppWithdrawn VALUE 'W'.
       02 AppStatusDate PIC 9(8).
      *> Zero until the offer letter has been printed.
       02 AppLetterDate PIC 9(8).
      *> Zero until the applicant has been made a student.
       02 AppStudentId PIC 9(7).

FD AppCtlFile.
01 AppCtlRec.
       02 NextAppId PIC 9(6).

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

FD ReqFile.
01 ReqRec.
       02 ReqProgram PIC X(5).
       02 FILLER PIC X.
       02 ReqCourseId PIC X(5).

FD TermCalFile.
*> Kept in step with the TermCalRec layout termcal.cob writes.
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

FD OfferLetterFile.
01 LetterLine PIC X(70).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 ApplicantStatus PIC XX.
01 AppCtlStatus PIC XX.
01 StudentFileStatus PIC XX.
01 AlumniFileStatus PIC XX.
01 ReqFileStatus PIC XX.
01 TermCalStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 AppExists PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 NewStatus PIC X.
01 StatusWord PIC X(9).
01 TodayDate PIC 9(8).
01 ThisAppId PIC 9(6).
*> Wider staging fields so NAMEGUARD can see a name before it gets
*> squeezed into the narrower master fields, as studmast does.
01 ForenameInput PIC X(30).
01 SurnameInput PIC X(30).
01 NameTruncated PIC X.
01 NameValid PIC X.
01 ProgramInput PIC X(5).
01 TermInput PIC X(5).
01 DOBValid PIC X.
01 DaysInMonthTable.
       02 DaysInMonth PIC 99 OCCURS 12 TIMES INDEXED BY MonthIdx.
01 MaxDayThisMonth PIC 99.
01 LeapYearFlag PIC X.
*> Wide enough for a MOD 400 remainder (up to 399), unlike
*> MaxDayThisMonth which only needs to hold MOD 4 and MOD 100.
01 CenturyRemainder PIC 999.
01 FullName PIC X(31).
01 FmtFirstName PIC X(15).
01 FmtLastName PIC X(15).
*> Programmes offered, from reqmast.dat.
01 ProgramTable.
       02 ProgramEntry OCCURS 0 TO 50 TIMES
               DEPENDING ON ProgramCount
               INDEXED BY ProgramIdx.
           03 TblProgram PIC X(5).
01 ProgramCount PIC 99 VALUE 0.
01 ProgramFound PIC X.
*> The term calendar, for checking the intake term and giving the
*> start date in the offer letter.
01 CalTable.
       02 CalEntry OCCURS 0 TO 60 TIMES
               DEPENDING ON CalCount
               INDEXED BY CalIdx.
           03 TblTcTerm PIC X(5).
           03 TblTcStart PIC 9(8).
01 CalCount PIC 99 VALUE 0.
01 TermFound PIC X.
01 TermStart PIC 9(8).
01 ListTerm PIC X(5).
01 LetterCount PIC 9(5) VALUE 0.
01 LineCount PIC 9(5) VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 HighStudentId PIC 9(7).
01 NewStudentId PIC 9(7).
*> In-use lock handling through FILELOCK: one on the applicant
*> file for the session, and the student.txt lock studmast uses,
*> taken only while a conversion writes the new student.
01 LockResult PIC X.
01 LockHolder PIC X(40).
01 LockAnswer PIC X.
*> Before/after images for the student.txt journal JRNL keeps.
01 JrnBefore PIC X(202).
01 JrnAfter PIC X(202).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "admissns", OperatorName.
       CALL 'SESSLOG' USING "START", "admissns", OperatorName.
       PERFORM SetupDaysInMonth.
       CALL 'FILELOCK' USING "GET", "applock     ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "applicant.dat is in use by " LockHolder
           DISPLAY "Override stale lock? (Y/N) " WITH NO ADVANCING
           ACCEPT LockAnswer
           IF LockAnswer = 'Y' OR LockAnswer = 'y'
               CALL 'FILELOCK' USING "FRC", "applock     ",
                   OperatorName, LockResult, LockHolder
           ELSE
               DISPLAY "Try again when the file is free"
               CALL 'SESSLOG' USING "END  ", "admissns", OperatorName
               GOBACK
           END-IF
       END-IF.
       PERFORM LoadPrograms.
       PERFORM LoadCalTable.
       OPEN I-O ApplicantFile.
       IF ApplicantStatus = "35"
           OPEN OUTPUT ApplicantFile
           CLOSE ApplicantFile
           OPEN I-O ApplicantFile
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "ADMISSIONS"
           DISPLAY "1: New Application"
           DISPLAY "2: Change Applicant Status"
           DISPLAY "3: Get Applicant"
           DISPLAY "4: List Applicants for a Term"
           DISPLAY "5: Print Offer Letters"
           DISPLAY "6: Convert Accepted Applicant to Student"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM NewApplication THRU NewApplication-Exit
               WHEN 2 PERFORM ChangeStatus THRU ChangeStatus-Exit
               WHEN 3 PERFORM GetApplicant THRU GetApplicant-Exit
               WHEN 4 PERFORM ListApplicants
               WHEN 5 PERFORM PrintOfferLetters
               WHEN 6 PERFORM ConvertApplicant
                   THRU ConvertApplicant-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE ApplicantFile.
       CALL 'FILELOCK' USING "FRE", "applock     ", OperatorName,
           LockResult, LockHolder.
       CALL 'SESSLOG' USING "END  ", "admissns", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> The same NAMEGUARD/VALCHECK/ValidateDOB checks studmast runs,
*> so a converted applicant lands on the master already clean.
NewApplication.
       DISPLAY " "
       DISPLAY "First Name: " WITH NO ADVANCING.
       ACCEPT ForenameInput.
       DISPLAY "Surname: " WITH NO ADVANCING.
       ACCEPT SurnameInput.
       CALL 'NAMEGUARD' USING ForenameInput, 9, NameTruncated.
       IF NameTruncated = 'Y'
           DISPLAY "Warning: first name will be truncated to 9"
               " characters"
       END-IF.
       CALL 'NAMEGUARD' USING SurnameInput, 12, NameTruncated.
       IF NameTruncated = 'Y'
           DISPLAY "Warning: surname will be truncated to 12 characters"
       END-IF.
       CALL 'VALCHECK' USING ForenameInput, "NAME", NameValid.
       IF NameValid = 'N'
           DISPLAY "First name: letters, apostrophe, space only"
           GO TO NewApplication-Exit
       END-IF.
       CALL 'VALCHECK' USING SurnameInput, "NAME", NameValid.
       IF NameValid = 'N'
           DISPLAY "Surname: letters, apostrophe, space only"
           GO TO NewApplication-Exit
       END-IF.
       DISPLAY "Born (YYYY): " WITH NO ADVANCING.
       ACCEPT AppYOB.
       DISPLAY "Born (MM): " WITH NO ADVANCING.
       ACCEPT AppMOB.
       DISPLAY "Born (DD): " WITH NO ADVANCING.
       ACCEPT AppDOB.
       PERFORM ValidateDOB.
       IF DOBValid = 'N'
           DISPLAY "Date of birth is not a real date"
           GO TO NewApplication-Exit
       END-IF.
       DISPLAY "Programme applied for: " WITH NO ADVANCING.
       ACCEPT ProgramInput.
       PERFORM CheckProgram.
       IF ProgramFound = 'N'
           DISPLAY "Programme " ProgramInput " is not on reqmast.dat"
           GO TO NewApplication-Exit
       END-IF.
       DISPLAY "Intake term (e.g. 2026A): " WITH NO ADVANCING.
       ACCEPT TermInput.
       MOVE TermInput TO ListTerm.
       PERFORM CheckTerm.
       IF TermFound = 'N'
           DISPLAY "Term " TermInput " is not on the term calendar"
           GO TO NewApplication-Exit
       END-IF.
       PERFORM GetNextAppId.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE ThisAppId TO AppId.
       MOVE ForenameInput TO AppForname.
       MOVE SurnameInput TO AppSurname.
       MOVE ProgramInput TO AppProgram.
       MOVE TermInput TO AppTerm.
       MOVE TodayDate TO AppDate.
       SET AppApplied TO TRUE.
       MOVE TodayDate TO AppStatusDate.
       MOVE ZERO TO AppLetterDate.
       MOVE ZERO TO AppStudentId.
       WRITE ApplicantRec
           INVALID KEY DISPLAY "Application Not Added"
           NOT INVALID KEY
               DISPLAY "Application " AppId " recorded"
       END-WRITE.
NewApplication-Exit.
       EXIT.

*> Offers go to applicants; only an offer can be accepted or
*> declined; anyone not yet a student may withdraw. A converted
*> applicant is a student now and is changed on studmast instead.
ChangeStatus.
       PERFORM FetchApplicant THRU FetchApplicant-Exit.
       IF AppExists = 'N'
           GO TO ChangeStatus-Exit
       END-IF.
       PERFORM ShowApplicant.
       IF AppStudentId NOT = ZERO
           DISPLAY "Already converted to student " AppStudentId
           GO TO ChangeStatus-Exit
       END-IF.
       DISPLAY "New status O offer, C accepted, D declined, "
           "W withdrawn: " WITH NO ADVANCING.
       ACCEPT NewStatus.
       EVALUATE TRUE
           WHEN NewStatus = 'O' AND AppApplied
               CONTINUE
           WHEN NewStatus = 'C' AND AppOffered
               CONTINUE
           WHEN NewStatus = 'D' AND AppOffered
               CONTINUE
           WHEN NewStatus = 'W'
                   AND (AppApplied OR AppOffered OR AppAccepted)
               CONTINUE
           WHEN OTHER
               DISPLAY "That change is not allowed from "
                   StatusWord
               GO TO ChangeStatus-Exit
       END-EVALUATE.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE NewStatus TO AppStatusCode.
       MOVE TodayDate TO AppStatusDate.
       REWRITE ApplicantRec
           INVALID KEY DISPLAY "Applicant Not Updated"
           NOT INVALID KEY
               PERFORM SetStatusWord
               DISPLAY "Application " AppId " now " StatusWord
       END-REWRITE.
ChangeStatus-Exit.
       EXIT.

GetApplicant.
       PERFORM FetchApplicant THRU FetchApplicant-Exit.
       IF AppExists = 'N'
           GO TO GetApplicant-Exit
       END-IF.
       PERFORM ShowApplicant.
GetApplicant-Exit.
       EXIT.

FetchApplicant.
       DISPLAY " "
       DISPLAY "Application number: " WITH NO ADVANCING.
       ACCEPT AppId.
       MOVE 'Y' TO AppExists.
       READ ApplicantFile
           INVALID KEY
               MOVE 'N' TO AppExists
               DISPLAY "Application DNE"
       END-READ.
FetchApplicant-Exit.
       EXIT.

ShowApplicant.
       PERFORM FormatAppName.
       PERFORM SetStatusWord.
       DISPLAY "Application : " AppId.
       DISPLAY "Name        : " FullName.
       DISPLAY "Born        : " AppMOB "/" AppDOB "/" AppYOB.
       DISPLAY "Programme   : " AppProgram "  Term " AppTerm.
       DISPLAY "Applied     : " AppDate.
       DISPLAY "Status      : " StatusWord " since " AppStatusDate.
       IF AppLetterDate NOT = ZERO
           DISPLAY "Offer sent  : " AppLetterDate
       END-IF.
       IF AppStudentId NOT = ZERO
           DISPLAY "Student Id  : " AppStudentId
       END-IF.

SetStatusWord.
       EVALUATE TRUE
           WHEN AppApplied MOVE "APPLIED" TO StatusWord
           WHEN AppOffered MOVE "OFFERED" TO StatusWord
           WHEN AppAccepted MOVE "ACCEPTED" TO StatusWord
           WHEN AppDeclined MOVE "DECLINED" TO StatusWord
           WHEN AppWithdrawn MOVE "WITHDRAWN" TO StatusWord
           WHEN OTHER MOVE "UNKNOWN" TO StatusWord
       END-EVALUATE.

FormatAppName.
       MOVE SPACES TO FmtFirstName.
       MOVE SPACES TO FmtLastName.
       MOVE AppForname TO FmtFirstName.
       MOVE AppSurname TO FmtLastName.
       CALL 'FMTNAME' USING FmtFirstName, FmtLastName, FullName.

*> One term's applicants, or every one when the term is blank.
ListApplicants.
       DISPLAY " "
       DISPLAY "Intake term (blank = all): " WITH NO ADVANCING.
       ACCEPT ListTerm.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO AppId.
       START ApplicantFile KEY IS NOT LESS THAN AppId
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ListOneApplicant UNTIL BrowseEOF = 'Y'.

ListOneApplicant.
       READ ApplicantFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF ListTerm = SPACES OR AppTerm = ListTerm
               PERFORM FormatAppName
               PERFORM SetStatusWord
               DISPLAY AppId " " FullName " " AppProgram " "
                   AppTerm " " StatusWord
           END-IF
       END-IF.

*> Every offer whose letter has not gone yet gets one, and the
*> date printed is kept so the next run does not send it again.
PrintOfferLetters.
       MOVE 0 TO LetterCount.
       MOVE 0 TO LineCount.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "OfferLtr" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT OfferLetterFile.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO AppId.
       START ApplicantFile KEY IS NOT LESS THAN AppId
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM LetterOneApplicant UNTIL BrowseEOF = 'Y'.
       CLOSE OfferLetterFile.
       MOVE "OfferLtr" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY LetterCount " offer letters written to "
           ReportFileName.

LetterOneApplicant.
       READ ApplicantFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF AppOffered AND AppLetterDate = ZERO
               PERFORM WriteOfferLetter
               MOVE TodayDate TO AppLetterDate
               REWRITE ApplicantRec
                   INVALID KEY DISPLAY "Letter date not kept for "
                       AppId
               END-REWRITE
           END-IF
       END-IF.

WriteOfferLetter.
       ADD 1 TO LetterCount.
       PERFORM FormatAppName.
       MOVE AppTerm TO ListTerm.
       PERFORM CheckTerm.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine AFTER ADVANCING PAGE.
       MOVE SPACES TO LetterLine.
       STRING "Date: " TodayDate DELIMITED BY SIZE
           "          Application: " AppId DELIMITED BY SIZE
           INTO LetterLine
       END-STRING.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "Dear " FullName DELIMITED BY SIZE
           INTO LetterLine
       END-STRING.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "We are pleased to offer you a place on programme "
           AppProgram DELIMITED BY SIZE
           INTO LetterLine
       END-STRING.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       IF TermStart NOT = ZERO
           STRING "for the " AppTerm DELIMITED BY SIZE
               " intake, starting on " TermStart DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
       ELSE
           STRING "for the " AppTerm DELIMITED BY SIZE
               " intake." DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
       END-IF.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine.
       MOVE "Please tell the admissions office whether you accept"
           TO LetterLine.
       WRITE LetterLine.
       MOVE "this offer, quoting your application number above."
           TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine.
       MOVE "Admissions Office" TO LetterLine.
       WRITE LetterLine.
       ADD 12 TO LineCount.

*> The accepted applicant becomes a student under the next free
*> StudentId; the new number is kept on the application so the
*> same applicant can never be converted twice.
ConvertApplicant.
       PERFORM FetchApplicant THRU FetchApplicant-Exit.
       IF AppExists = 'N'
           GO TO ConvertApplicant-Exit
       END-IF.
       PERFORM ShowApplicant.
       IF AppStudentId NOT = ZERO
           DISPLAY "Already converted to student " AppStudentId
           GO TO ConvertApplicant-Exit
       END-IF.
       IF NOT AppAccepted
           DISPLAY "Only an accepted applicant can be made a student"
           GO TO ConvertApplicant-Exit
       END-IF.
       DISPLAY "Create the student record? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           GO TO ConvertApplicant-Exit
       END-IF.
       CALL 'FILELOCK' USING "GET", "studlock    ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "student.txt is in use by " LockHolder
           DISPLAY "Try again when the file is free"
           GO TO ConvertApplicant-Exit
       END-IF.
       OPEN I-O StudentFile.
       IF StudentFileStatus = "35"
           OPEN OUTPUT StudentFile
           CLOSE StudentFile
           OPEN I-O StudentFile
       END-IF.
       PERFORM FindHighStudentId.
       COMPUTE NewStudentId = HighStudentId + 1.
       MOVE NewStudentId TO StudentId.
       MOVE AppForname TO Forname.
       MOVE AppSurname TO Surname.
       MOVE AppYOB TO YOB.
       MOVE AppMOB TO MOB.
       MOVE AppDOB TO DOB.
       MOVE AppProgram TO StuCourseId.
       MOVE ZERO TO GPA.
       WRITE STREB
           INVALID KEY
               MOVE ZERO TO NewStudentId
               DISPLAY "Student Not Added"
           NOT INVALID KEY
               MOVE SPACES TO JrnBefore
               MOVE STREB TO JrnAfter
               CALL 'JRNL' USING "STUD", "ADD", JrnBefore, JrnAfter
       END-WRITE.
       CLOSE StudentFile.
       CALL 'FILELOCK' USING "FRE", "studlock    ", OperatorName,
           LockResult, LockHolder.
       IF NewStudentId = ZERO
           GO TO ConvertApplicant-Exit
       END-IF.
       MOVE NewStudentId TO AppStudentId.
       REWRITE ApplicantRec
           INVALID KEY DISPLAY "Student number not kept on application"
       END-REWRITE.
       DISPLAY "Student " NewStudentId " added for " FullName.
ConvertApplicant-Exit.
       EXIT.

FindHighStudentId.
       MOVE ZERO TO HighStudentId.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO StudentId.
       START StudentFile KEY IS NOT LESS THAN StudentId
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ScanOneStudent UNTIL BrowseEOF = 'Y'.
       MOVE 'N' TO BrowseEOF.
       OPEN INPUT AlumniFile.
       IF AlumniFileStatus = "35"
           MOVE 'Y' TO BrowseEOF
       END-IF.
       PERFORM ScanOneAlumnus UNTIL BrowseEOF = 'Y'.
       IF AlumniFileStatus NOT = "35"
           CLOSE AlumniFile
       END-IF.
       MOVE 'N' TO BrowseEOF.

ScanOneStudent.
       READ StudentFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF StudentId > HighStudentId
                   MOVE StudentId TO HighStudentId
               END-IF
       END-READ.

ScanOneAlumnus.
       READ AlumniFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF AlStudentId > HighStudentId
                   MOVE AlStudentId TO HighStudentId
               END-IF
       END-READ.

GetNextAppId.
       MOVE 0 TO NextAppId.
       OPEN INPUT AppCtlFile.
       IF AppCtlStatus = "35"
           CONTINUE
       ELSE
           READ AppCtlFile
               AT END CONTINUE
           END-READ
           CLOSE AppCtlFile
       END-IF.
       ADD 1 TO NextAppId.
       MOVE NextAppId TO ThisAppId.
       OPEN OUTPUT AppCtlFile.
       WRITE AppCtlRec.
       CLOSE AppCtlFile.

LoadPrograms.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ReqFile.
       IF ReqFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneProgram UNTIL WSEOF = 'Y'.
       IF ReqFileStatus NOT = "35"
           CLOSE ReqFile
       END-IF.

LoadOneProgram.
       READ ReqFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE ReqProgram TO ProgramInput
               PERFORM CheckProgram
               IF ProgramFound = 'N' AND ProgramCount < 50
                   ADD 1 TO ProgramCount
                   MOVE ReqProgram TO TblProgram(ProgramCount)
               END-IF
       END-READ.

*> With no requirements on file yet any programme is taken.
CheckProgram.
       MOVE 'N' TO ProgramFound.
       IF ProgramCount = ZERO
           IF ReqFileStatus = "35"
               MOVE 'Y' TO ProgramFound
           END-IF
       ELSE
           SET ProgramIdx TO 1
           SEARCH ProgramEntry
               AT END CONTINUE
               WHEN TblProgram(ProgramIdx) = ProgramInput
                   MOVE 'Y' TO ProgramFound
           END-SEARCH
       END-IF.

LoadCalTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TermCalFile.
       IF TermCalStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCalRec UNTIL WSEOF = 'Y'.
       IF TermCalStatus NOT = "35"
           CLOSE TermCalFile
       END-IF.

LoadOneCalRec.
       READ TermCalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CalCount < 60
                   ADD 1 TO CalCount
                   MOVE TcTerm TO TblTcTerm(CalCount)
                   MOVE TcStart TO TblTcStart(CalCount)
               END-IF
       END-READ.

*> With no calendar yet any term is taken, as tuitbill does.
CheckTerm.
       MOVE ZERO TO TermStart.
       IF CalCount = ZERO
           MOVE 'Y' TO TermFound
       ELSE
           MOVE 'N' TO TermFound
           SET CalIdx TO 1
           SEARCH CalEntry
               AT END CONTINUE
               WHEN TblTcTerm(CalIdx) = ListTerm
                   MOVE 'Y' TO TermFound
                   MOVE TblTcStart(CalIdx) TO TermStart
           END-SEARCH
       END-IF.

SetupDaysInMonth.
       MOVE 31 TO DaysInMonth(1).
       MOVE 28 TO DaysInMonth(2).
       MOVE 31 TO DaysInMonth(3).
       MOVE 30 TO DaysInMonth(4).
       MOVE 31 TO DaysInMonth(5).
       MOVE 30 TO DaysInMonth(6).
       MOVE 31 TO DaysInMonth(7).
       MOVE 31 TO DaysInMonth(8).
       MOVE 30 TO DaysInMonth(9).
       MOVE 31 TO DaysInMonth(10).
       MOVE 30 TO DaysInMonth(11).
       MOVE 31 TO DaysInMonth(12).

ValidateDOB.
       MOVE 'Y' TO DOBValid.
       IF AppMOB < 1 OR AppMOB > 12
           MOVE 'N' TO DOBValid
       ELSE
           MOVE 'N' TO LeapYearFlag
           DIVIDE AppYOB BY 4 GIVING MaxDayThisMonth
               REMAINDER MaxDayThisMonth
           IF MaxDayThisMonth = 0
               MOVE 'Y' TO LeapYearFlag
               DIVIDE AppYOB BY 100 GIVING MaxDayThisMonth
                   REMAINDER MaxDayThisMonth
               IF MaxDayThisMonth = 0
                   MOVE 'N' TO LeapYearFlag
                   DIVIDE AppYOB BY 400 GIVING MaxDayThisMonth
                       REMAINDER CenturyRemainder
                   IF CenturyRemainder = 0
                       MOVE 'Y' TO LeapYearFlag
                   END-IF
               END-IF
           END-IF
           MOVE DaysInMonth(AppMOB) TO MaxDayThisMonth
           IF AppMOB = 2 AND LeapYearFlag = 'Y'
               MOVE 29 TO MaxDayThisMonth
           END-IF
           IF AppDOB < 1 OR AppDOB > MaxDayThisMonth
               MOVE 'N' TO DOBValid
           END-IF
       END-IF.
