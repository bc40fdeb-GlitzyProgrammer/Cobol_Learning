       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. graddist.
AUTHOR. Lawrence.
*> Grade distribution report for the academic board, which asks
*> each term whether a course is being marked too hard or too soft.
*> Every posted grade on enroll.txt and on the enrollhist.txt
*> archive for a keyed term, or a range of terms, is sorted by the
*> course's instructor (from courseinstr.dat) and course. Each course
*> gets a line with its head count, mean grade points, fail rate and
*> withdrawal rate and a line counting each grade on gradescale.dat;
*> each instructor gets a total line. course.txt carries no
*> department, so the average the courses are judged against is
*> that of every course in the run: a course whose mean is half a
*> grade point or more away from it, or whose fail rate is fifteen
*> points or more away from it, is flagged. A withdrawal (W) counts
*> in the head count and the withdrawal rate only; a grade not on
*> the scale counts in the head count alone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

       SELECT OPTIONAL CourseInstrFile ASSIGN TO "courseinstr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseInstrStatus.

       SELECT OPTIONAL GradeScaleFile ASSIGN TO "gradescale.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GradeScaleStatus.

      *> Date-stamped so an earlier report is never overwritten;
      *> every run is cataloged through RPTCAT.
       SELECT DistReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk15.tmp".

DATA DIVISION.
FILE SECTION.
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

FD CourseInstrFile.
*> Kept in step with the CourseInstrRec layout instrmnt.cob keeps.
01 CourseInstrRec.
       02 CiCourseId PIC X(5).
       02 FILLER PIC X.
       02 CiInstrId PIC X(4).

FD GradeScaleFile.
*> Kept in step with the GradeScaleRec layout transcript.cob reads.
01 GradeScaleRec.
       02 ScaleGrade PIC X(2).
       02 FILLER PIC X.
       02 ScalePoints PIC 9V99.
       02 FILLER PIC X.
       02 ScalePassFlag PIC X.

FD DistReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
01 SortRec.
       02 SrtInstr PIC X(4).
       02 SrtCourse PIC X(5).
       02 SrtGrade PIC X(2).

WORKING-STORAGE SECTION.
01 EnrollFileStatus PIC XX.
01 HistFileStatus PIC XX.
01 CourseFileStatus PIC XX.
01 InstructorFileStatus PIC XX.
01 CourseInstrStatus PIC XX.
01 GradeScaleStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X.
01 HistOnFile PIC X VALUE 'N'.
01 OperatorName PIC X(20).
01 FromTerm PIC X(5).
01 ToTerm PIC X(5).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 ReleasedCount PIC 9(5) VALUE 0.
01 WorkCourseId PIC X(5).
01 WorkGrade PIC X(2).
01 FoundInstrId PIC X(4).
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
01 GradeSlot PIC 99.
*> The course-to-instructor assignments, held for the sort input.
01 AssignTable.
       02 AssignEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON AssignCount.
           03 TblAsCourse PIC X(5).
           03 TblAsInstr PIC X(4).
01 AssignCount PIC 9(3) VALUE 0.
01 AssignIdx PIC 9(3).
*> One row per instructor and course, built in sorted order so the
*> flags can be set against the run's average before printing.
01 GroupTable.
       02 GroupEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON GroupCount.
           03 TgInstr PIC X(4).
           03 TgCourse PIC X(5).
           03 TgGradeCount PIC 9(4) OCCURS 20 TIMES.
           03 TgHeads PIC 9(5).
           03 TgScaled PIC 9(5).
           03 TgPoints PIC 9(6)V99.
           03 TgFails PIC 9(5).
           03 TgWithdrawn PIC 9(5).
01 GroupCount PIC 9(3) VALUE 0.
01 GroupIdx PIC 9(3).
01 GroupOverflow PIC X VALUE 'N'.
*> Figures for a course, an instructor total and the whole run.
01 Figures.
       02 FigHeads PIC 9(6).
       02 FigScaled PIC 9(6).
       02 FigPoints PIC 9(7)V99.
       02 FigFails PIC 9(6).
       02 FigWithdrawn PIC 9(6).
01 InstrFigures.
       02 InsHeads PIC 9(6).
       02 InsScaled PIC 9(6).
       02 InsPoints PIC 9(7)V99.
       02 InsFails PIC 9(6).
       02 InsWithdrawn PIC 9(6).
01 RunFigures.
       02 RunHeads PIC 9(6).
       02 RunScaled PIC 9(6).
       02 RunPoints PIC 9(7)V99.
       02 RunFails PIC 9(6).
       02 RunWithdrawn PIC 9(6).
01 MeanPoints PIC 9V99.
01 FailRate PIC 999V9.
01 WdRate PIC 999V9.
01 RunMean PIC 9V99.
01 RunFailRate PIC 999V9.
01 MeanGap PIC S9V99.
01 FailGap PIC S999V9.
*> How far from the run's average a course may stray unflagged.
01 MeanTolerance PIC 9V99 VALUE 0.50.
01 FailTolerance PIC 999V9 VALUE 15.0.
01 FlagText PIC X(6).
01 FlagCount PIC 9(3) VALUE 0.
01 CurrentInstr PIC X(4).
01 ShowInstrName PIC X(20).
01 ShowCourseName PIC X(20).
01 DistPtr PIC 99.
01 ShowCount PIC ZZZ9.
01 DetailLine.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnCourse PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnName PIC X(20).
       02 FILLER PIC X(3) VALUE " n=".
       02 PrnHeads PIC ZZZZ9.
       02 FILLER PIC X(6) VALUE " mean ".
       02 PrnMean PIC 9.99.
       02 FILLER PIC X(6) VALUE " fail ".
       02 PrnFail PIC ZZ9.9.
       02 FILLER PIC X(5) VALUE "% wd ".
       02 PrnWd PIC ZZ9.9.
       02 FILLER PIC X(2) VALUE "% ".
       02 PrnFlag PIC X(6).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "graddist", OperatorName.
       CALL 'SESSLOG' USING "START", "graddist", OperatorName.
       PERFORM LoadGradeScale.
       IF GradeScaleCount = 0
           DISPLAY "No gradescale.dat - grades cannot be analysed"
           CALL 'SESSLOG' USING "END  ", "graddist", OperatorName
           GOBACK
       END-IF.
       DISPLAY "From term (e.g. 2026A): " WITH NO ADVANCING.
       ACCEPT FromTerm.
       DISPLAY "To term (blank = the same term): " WITH NO ADVANCING.
       ACCEPT ToTerm.
       IF ToTerm = SPACES
           MOVE FromTerm TO ToTerm
       END-IF.
       IF ToTerm < FromTerm
           DISPLAY "To term is before from term"
           CALL 'SESSLOG' USING "END  ", "graddist", OperatorName
           GOBACK
       END-IF.
       OPEN INPUT EnrollFile.
       IF EnrollFileStatus NOT = "00"
           DISPLAY "No enrollment file - nothing to analyse"
           CALL 'SESSLOG' USING "END  ", "graddist", OperatorName
           GOBACK
       END-IF.
       OPEN INPUT EnrollHistFile.
       IF HistFileStatus = "00"
           MOVE 'Y' TO HistOnFile
       END-IF.
       PERFORM LoadAssignTable.
       MOVE ZEROS TO RunFigures.
       SORT SortWorkFile ON ASCENDING KEY SrtInstr SrtCourse
           INPUT PROCEDURE IS ReleaseGrades
           OUTPUT PROCEDURE IS BuildGroups.
       CLOSE EnrollFile.
       IF HistOnFile = 'Y'
           CLOSE EnrollHistFile
       END-IF.
       PERFORM SetRunAverage.
       OPEN INPUT CourseFile.
       OPEN INPUT InstructorFile.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "GradeDist" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT DistReport.
       MOVE SPACES TO PrintLine.
       STRING "GRADE DISTRIBUTION BY INSTRUCTOR AND COURSE - TERMS "
           FromTerm " TO " ToTerm DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       ADD 1 TO LineCount.
       IF GroupCount = 0
           MOVE "No posted grades for those terms" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       ELSE
           MOVE SPACES TO CurrentInstr
           PERFORM PrintOneGroup
               VARYING GroupIdx FROM 1 BY 1 UNTIL GroupIdx > GroupCount
           PERFORM PrintInstrTotal
           PERFORM PrintRunTotal
       END-IF.
       IF GroupOverflow = 'Y'
           MOVE "More than 300 courses - the rest are not shown"
               TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       END-IF.
       CLOSE DistReport.
       IF CourseFileStatus NOT = "35"
           CLOSE CourseFile
       END-IF.
       IF InstructorFileStatus NOT = "35"
           CLOSE InstructorFile
       END-IF.
       MOVE "GradeDist" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY ReleasedCount " grades analysed, " FlagCount
           " courses flagged - see " ReportFileName.
       CALL 'SESSLOG' USING "END  ", "graddist", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Posted grades only: a blank grade is still in progress.
ReleaseGrades.
       MOVE 'N' TO WSEOF.
       MOVE LOW-VALUES TO EnrollKey.
       START EnrollFile KEY IS NOT LESS THAN EnrollKey
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       PERFORM ReleaseOneLiveGrade UNTIL WSEOF = 'Y'.
       IF HistOnFile = 'Y'
           MOVE 'N' TO WSEOF
           MOVE LOW-VALUES TO HistKey
           START EnrollHistFile KEY IS NOT LESS THAN HistKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM ReleaseOneHistGrade UNTIL WSEOF = 'Y'
       END-IF.

ReleaseOneLiveGrade.
       READ EnrollFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF EnrollGrade NOT = SPACES
                       AND EnrollTerm NOT < FromTerm
                       AND EnrollTerm NOT > ToTerm
                   MOVE EnrollCourseId TO WorkCourseId
                   MOVE EnrollGrade TO WorkGrade
                   PERFORM ReleaseOneGrade
               END-IF
       END-READ.

ReleaseOneHistGrade.
       READ EnrollHistFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF HistGrade NOT = SPACES
                       AND HistTerm NOT < FromTerm
                       AND HistTerm NOT > ToTerm
                   MOVE HistCourseId TO WorkCourseId
                   MOVE HistGrade TO WorkGrade
                   PERFORM ReleaseOneGrade
               END-IF
       END-READ.

ReleaseOneGrade.
       MOVE SPACES TO FoundInstrId.
       PERFORM MatchOneAssign
           VARYING AssignIdx FROM 1 BY 1 UNTIL AssignIdx > AssignCount.
       MOVE FoundInstrId TO SrtInstr.
       MOVE WorkCourseId TO SrtCourse.
       MOVE WorkGrade TO SrtGrade.
       RELEASE SortRec.
       ADD 1 TO ReleasedCount.

MatchOneAssign.
       IF TblAsCourse(AssignIdx) = WorkCourseId
           MOVE TblAsInstr(AssignIdx) TO FoundInstrId
       END-IF.

*> Sorted grades are tallied into one table row per instructor and
*> course, and into the run's totals.
BuildGroups.
       MOVE 'N' TO SortEOF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       PERFORM TallyOneGrade UNTIL SortEOF = 'Y'.

TallyOneGrade.
       IF GroupCount = 0
               OR SrtInstr NOT = TgInstr(GroupCount)
               OR SrtCourse NOT = TgCourse(GroupCount)
           IF GroupCount < 300
               ADD 1 TO GroupCount
               MOVE SrtInstr TO TgInstr(GroupCount)
               MOVE SrtCourse TO TgCourse(GroupCount)
               PERFORM ClearOneGradeCount
                   VARYING GradeSlot FROM 1 BY 1 UNTIL GradeSlot > 20
               MOVE 0 TO TgHeads(GroupCount)
               MOVE 0 TO TgScaled(GroupCount)
               MOVE 0 TO TgPoints(GroupCount)
               MOVE 0 TO TgFails(GroupCount)
               MOVE 0 TO TgWithdrawn(GroupCount)
           ELSE
               MOVE 'Y' TO GroupOverflow
           END-IF
       END-IF.
       IF GroupOverflow = 'N'
           PERFORM CountOneGrade
       END-IF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

ClearOneGradeCount.
       MOVE 0 TO TgGradeCount(GroupCount, GradeSlot).

CountOneGrade.
       ADD 1 TO TgHeads(GroupCount).
       ADD 1 TO RunHeads.
       SET ScaleIdx TO 1.
       SEARCH GradeScaleEntry
           AT END CONTINUE
           WHEN TblScaleGrade(ScaleIdx) = SrtGrade
               SET GradeSlot TO ScaleIdx
               ADD 1 TO TgGradeCount(GroupCount, GradeSlot)
               IF SrtGrade NOT = "W "
                   ADD 1 TO TgScaled(GroupCount)
                   ADD 1 TO RunScaled
                   ADD TblScalePoints(ScaleIdx) TO TgPoints(GroupCount)
                   ADD TblScalePoints(ScaleIdx) TO RunPoints
      *> 'P' is the pass flag, the degaudit convention.
                   IF TblScalePass(ScaleIdx) NOT = 'P'
                       ADD 1 TO TgFails(GroupCount)
                       ADD 1 TO RunFails
                   END-IF
               END-IF
       END-SEARCH.
       IF SrtGrade = "W "
           ADD 1 TO TgWithdrawn(GroupCount)
           ADD 1 TO RunWithdrawn
       END-IF.

SetRunAverage.
       MOVE RunFigures TO Figures.
       PERFORM WorkOutRates.
       MOVE MeanPoints TO RunMean.
       MOVE FailRate TO RunFailRate.

*> Mean and fail rate over the grades on the scale; the withdrawal
*> rate over every head.
WorkOutRates.
       MOVE 0 TO MeanPoints.
       MOVE 0 TO FailRate.
       MOVE 0 TO WdRate.
       IF FigScaled > 0
           COMPUTE MeanPoints ROUNDED = FigPoints / FigScaled
           COMPUTE FailRate ROUNDED = FigFails * 100 / FigScaled
       END-IF.
       IF FigHeads > 0
           COMPUTE WdRate ROUNDED = FigWithdrawn * 100 / FigHeads
       END-IF.

PrintOneGroup.
       IF TgInstr(GroupIdx) NOT = CurrentInstr OR GroupIdx = 1
           IF GroupIdx > 1
               PERFORM PrintInstrTotal
           END-IF
           MOVE TgInstr(GroupIdx) TO CurrentInstr
           MOVE ZEROS TO InstrFigures
           PERFORM PrintInstrHeading
       END-IF.
       MOVE TgHeads(GroupIdx) TO FigHeads.
       MOVE TgScaled(GroupIdx) TO FigScaled.
       MOVE TgPoints(GroupIdx) TO FigPoints.
       MOVE TgFails(GroupIdx) TO FigFails.
       MOVE TgWithdrawn(GroupIdx) TO FigWithdrawn.
       ADD FigHeads TO InsHeads.
       ADD FigScaled TO InsScaled.
       ADD FigPoints TO InsPoints.
       ADD FigFails TO InsFails.
       ADD FigWithdrawn TO InsWithdrawn.
       PERFORM WorkOutRates.
       MOVE SPACES TO FlagText.
       IF FigScaled > 0
           COMPUTE MeanGap = MeanPoints - RunMean
           COMPUTE FailGap = FailRate - RunFailRate
           IF MeanGap NOT < MeanTolerance
                   OR MeanGap NOT > 0 - MeanTolerance
                   OR FailGap NOT < FailTolerance
                   OR FailGap NOT > 0 - FailTolerance
               MOVE "*FLAG*" TO FlagText
               ADD 1 TO FlagCount
           END-IF
       END-IF.
       MOVE "(not on file)" TO ShowCourseName.
       MOVE TgCourse(GroupIdx) TO CourseId.
       READ CourseFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE CourseName TO ShowCourseName
       END-READ.
       MOVE TgCourse(GroupIdx) TO PrnCourse.
       MOVE ShowCourseName TO PrnName.
       PERFORM PrintFigureLine.
       PERFORM PrintDistribution.

PrintFigureLine.
       MOVE FigHeads TO PrnHeads.
       MOVE MeanPoints TO PrnMean.
       MOVE FailRate TO PrnFail.
       MOVE WdRate TO PrnWd.
       MOVE FlagText TO PrnFlag.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.

*> The count of each grade on the scale the course gave, in scale
*> order, wrapping onto a further line when one fills.
PrintDistribution.
       MOVE SPACES TO PrintLine.
       MOVE 9 TO DistPtr.
       PERFORM AddOneGradeCount
           VARYING GradeSlot FROM 1 BY 1
           UNTIL GradeSlot > GradeScaleCount.
       IF DistPtr > 9
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

AddOneGradeCount.
       IF TgGradeCount(GroupIdx, GradeSlot) > 0
           IF DistPtr > 70
               WRITE PrintLine
               ADD 1 TO LineCount
               MOVE SPACES TO PrintLine
               MOVE 9 TO DistPtr
           END-IF
           MOVE TgGradeCount(GroupIdx, GradeSlot) TO ShowCount
           STRING TblScaleGrade(GradeSlot) ":" ShowCount "  "
               DELIMITED BY SIZE INTO PrintLine
               WITH POINTER DistPtr
           END-STRING
       END-IF.

PrintInstrHeading.
       MOVE "(unassigned)" TO ShowInstrName.
       IF CurrentInstr NOT = SPACES
           MOVE CurrentInstr TO InstrId
           READ InstructorFile
               INVALID KEY MOVE "(not on file)" TO ShowInstrName
               NOT INVALID KEY MOVE InstrName TO ShowInstrName
           END-READ
       END-IF.
       MOVE SPACES TO PrintLine.
       STRING "Instructor " CurrentInstr " " ShowInstrName
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.

PrintInstrTotal.
       MOVE InstrFigures TO Figures.
       PERFORM WorkOutRates.
       MOVE SPACES TO PrnCourse.
       MOVE "Instructor total" TO PrnName.
       MOVE SPACES TO FlagText.
       PERFORM PrintFigureLine.

PrintRunTotal.
       MOVE RunFigures TO Figures.
       PERFORM WorkOutRates.
       MOVE SPACES TO PrintLine.
       WRITE PrintLine.
       ADD 1 TO LineCount.
       MOVE SPACES TO PrnCourse.
       MOVE "All courses" TO PrnName.
       MOVE SPACES TO FlagText.
       PERFORM PrintFigureLine.
       MOVE SPACES TO PrintLine.
       STRING "*FLAG* = mean 0.50 or more, or fail rate 15 points or"
           " more, away from all courses" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.

LoadAssignTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CourseInstrFile.
       IF CourseInstrStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneAssign UNTIL WSEOF = 'Y'.
       IF CourseInstrStatus NOT = "35"
           CLOSE CourseInstrFile
       END-IF.

LoadOneAssign.
       READ CourseInstrFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF AssignCount < 100
                   ADD 1 TO AssignCount
                   MOVE CiCourseId TO TblAsCourse(AssignCount)
                   MOVE CiInstrId TO TblAsInstr(AssignCount)
               END-IF
       END-READ.

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
