       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. gradechgrpt.
AUTHOR. Lawrence.
*> Grade change report: every grade change request raised through
*> gradechg.cob for the keyed term (or all terms), sorted by course
*> and by the instructor who taught it when the change was asked
*> for, the way intakerpt sorts the applicants. Each change shows
*> the student, the grade before and after, whether the registrar
*> approved or rejected it (or it is still pending) and the reason,
*> so a department can see which courses' grades keep being
*> corrected after publication.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GradeChgFile ASSIGN TO "gradechg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GcNum
           FILE STATUS IS GradeChgStatus.

       SELECT CourseFile ASSIGN TO "course.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CourseId
           FILE STATUS IS CourseFileStatus.

       SELECT InstructorFile ASSIGN TO "instructor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InstrId
           FILE STATUS IS InstructorFileStatus.

      *> Date-stamped so an earlier report is never overwritten;
      *> every run is cataloged through RPTCAT.
       SELECT GradeChgReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk14.tmp".

DATA DIVISION.
FILE SECTION.
FD GradeChgFile.
*> Kept in step with the GradeChgRec layout gradechg.cob keeps.
01 GradeChgRec.
       02 GcNum PIC 9(6).
       02 GcStudentId PIC 9(7).
       02 GcCourseId PIC X(5).
       02 GcTerm PIC X(5).
       02 GcOldGrade PIC X(2).
       02 GcNewGrade PIC X(2).
       02 GcReason PIC X(30).
       02 GcInstrId PIC X(4).
       02 GcReqDate PIC 9(8).
       02 GcReqBy PIC X(20).
       02 GcStatusCode PIC X.
       02 GcDecDate PIC 9(8).
       02 GcDecBy PIC X(8).

FD CourseFile.
01 CourseRec.
       02 CourseId    PIC X(5).
       02 CourseName  PIC X(20).
       02 Credits     PIC 9.
       02 MaxSeats    PIC 9(3).

FD InstructorFile.
*> Kept in step with the InstructorRec layout instrmnt.cob keeps.
01 InstructorRec.
       02 InstrId PIC X(4).
       02 InstrName PIC X(20).
       02 InstrPhone PIC X(12).
       02 InstrEmpType PIC X.
       02 InstrHourRate PIC 9(3)V99.

FD GradeChgReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
01 SortRec.
       02 SrtCourse PIC X(5).
       02 SrtInstr PIC X(4).
       02 SrtTerm PIC X(5).
       02 SrtStudent PIC 9(7).
       02 SrtOldGrade PIC X(2).
       02 SrtNewGrade PIC X(2).
       02 SrtStatus PIC X.
       02 SrtDecDate PIC 9(8).
       02 SrtReason PIC X(30).

WORKING-STORAGE SECTION.
01 GradeChgStatus PIC XX.
01 CourseFileStatus PIC XX.
01 InstructorFileStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X.
01 OperatorName PIC X(20).
01 ReportTerm PIC X(5).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 ReleasedCount PIC 9(5) VALUE 0.
01 ApprovedCount PIC 9(5) VALUE 0.
01 PendingCount PIC 9(5) VALUE 0.
01 RejectedCount PIC 9(5) VALUE 0.
01 CurrentCourse PIC X(5).
01 CurrentInstr PIC X(4).
01 ShowCourseName PIC X(20).
01 ShowInstrName PIC X(20).
01 StatusWord PIC X(8).
01 DetailLine.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnTerm PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnStudent PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       02 PrnOldGrade PIC X(2).
       02 FILLER PIC X(4) VALUE " -> ".
       02 PrnNewGrade PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 PrnStatus PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDecDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnReason PIC X(30).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "gchgrpt ", OperatorName.
       CALL 'SESSLOG' USING "START", "gchgrpt ", OperatorName.
       DISPLAY "Term (blank = all): " WITH NO ADVANCING.
       ACCEPT ReportTerm.
       OPEN INPUT GradeChgFile.
       IF GradeChgStatus NOT = "00"
           DISPLAY "No grade change file - nothing to report"
           CALL 'SESSLOG' USING "END  ", "gchgrpt ", OperatorName
           GOBACK
       END-IF.
       OPEN INPUT CourseFile.
       OPEN INPUT InstructorFile.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "GradeChg" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT GradeChgReport.
       MOVE SPACES TO PrintLine.
       IF ReportTerm = SPACES
           MOVE "GRADE CHANGES BY COURSE AND INSTRUCTOR - ALL TERMS"
               TO PrintLine
       ELSE
           STRING "GRADE CHANGES BY COURSE AND INSTRUCTOR - TERM "
               ReportTerm DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF.
       WRITE PrintLine.
       SORT SortWorkFile ON ASCENDING KEY SrtCourse SrtInstr SrtTerm
               SrtStudent
           INPUT PROCEDURE IS ReleaseChanges
           OUTPUT PROCEDURE IS PrintChanges.
       CLOSE GradeChgFile.
       IF ReleasedCount = 0
           MOVE "No grade changes for that term" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE SPACES TO PrintLine
           STRING "Approved " ApprovedCount DELIMITED BY SIZE
               "  Pending " PendingCount DELIMITED BY SIZE
               "  Rejected " RejectedCount DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine AFTER ADVANCING 2 LINES
       END-IF.
       CLOSE GradeChgReport.
       IF CourseFileStatus NOT = "35"
           CLOSE CourseFile
       END-IF.
       IF InstructorFileStatus NOT = "35"
           CLOSE InstructorFile
       END-IF.
       MOVE "GradeChange" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY ReleasedCount " grade changes reported in "
           ReportFileName.
       CALL 'SESSLOG' USING "END  ", "gchgrpt ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ReleaseChanges.
       MOVE 'N' TO WSEOF.
       PERFORM ReleaseOneChange UNTIL WSEOF = 'Y'.

ReleaseOneChange.
       READ GradeChgFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ReportTerm = SPACES OR GcTerm = ReportTerm
                   MOVE GcCourseId TO SrtCourse
                   MOVE GcInstrId TO SrtInstr
                   MOVE GcTerm TO SrtTerm
                   MOVE GcStudentId TO SrtStudent
                   MOVE GcOldGrade TO SrtOldGrade
                   MOVE GcNewGrade TO SrtNewGrade
                   MOVE GcStatusCode TO SrtStatus
                   MOVE GcDecDate TO SrtDecDate
                   MOVE GcReason TO SrtReason
                   RELEASE SortRec
                   ADD 1 TO ReleasedCount
               END-IF
       END-READ.

*> A heading for each course and instructor, then its changes.
PrintChanges.
       MOVE 'N' TO SortEOF.
       MOVE HIGH-VALUES TO CurrentCourse.
       MOVE HIGH-VALUES TO CurrentInstr.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       PERFORM PrintOneChange UNTIL SortEOF = 'Y'.

PrintOneChange.
       IF SrtCourse NOT = CurrentCourse OR SrtInstr NOT = CurrentInstr
           MOVE SrtCourse TO CurrentCourse
           MOVE SrtInstr TO CurrentInstr
           PERFORM PrintGroupHeading
       END-IF.
       EVALUATE SrtStatus
           WHEN 'A'
               MOVE "APPROVED" TO StatusWord
               ADD 1 TO ApprovedCount
           WHEN 'R'
               MOVE "REJECTED" TO StatusWord
               ADD 1 TO RejectedCount
           WHEN OTHER
               MOVE "PENDING" TO StatusWord
               ADD 1 TO PendingCount
       END-EVALUATE.
       MOVE SrtTerm TO PrnTerm.
       MOVE SrtStudent TO PrnStudent.
       MOVE SrtOldGrade TO PrnOldGrade.
       MOVE SrtNewGrade TO PrnNewGrade.
       MOVE StatusWord TO PrnStatus.
       MOVE SrtDecDate TO PrnDecDate.
       MOVE SrtReason TO PrnReason.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

PrintGroupHeading.
       MOVE "(not on file)" TO ShowCourseName.
       MOVE CurrentCourse TO CourseId.
       READ CourseFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE CourseName TO ShowCourseName
       END-READ.
       MOVE "(unassigned)" TO ShowInstrName.
       IF CurrentInstr NOT = SPACES
           MOVE CurrentInstr TO InstrId
           READ InstructorFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE InstrName TO ShowInstrName
           END-READ
       END-IF.
       MOVE SPACES TO PrintLine.
       STRING CurrentCourse " " ShowCourseName "  Instructor "
           CurrentInstr " " ShowInstrName DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.
