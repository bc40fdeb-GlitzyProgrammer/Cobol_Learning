       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. cohort.
AUTHOR. Lawrence.
*> Intake cohort progression and retention, for the funding body
*> and the board. A student belongs to the cohort of the first term
*> they enrolled in, taken from enroll.txt and the enrollhist.txt
*> archive together. For every term from the intake on, each
*> cohort is shown as how many had graduated by then (alumni.dat),
*> how many of the rest were still enrolled - on at least one
*> course they had not withdrawn from - and how many had withdrawn
*> or not come back, each as a count and a share of the cohort.
*> The graduated, enrolled and withdrawn figures always add up to
*> the cohort. Students on probation that term (standhist.dat) are
*> counted beside them. A programme can be keyed to see one
*> programme's cohorts on their own.

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

       SELECT OPTIONAL StandHistFile ASSIGN TO "standhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandHistStatus.

      *> Date-stamped so an earlier report is never overwritten;
      *> every run is cataloged through RPTCAT.
       SELECT CohortReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk18.tmp".

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

FD CohortReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
01 SortRec.
       02 SrtStudent PIC 9(7).
       02 SrtTerm PIC X(5).
      *> E enrolled on a course, W withdrawn from one, P probation.
       02 SrtKind PIC X.

WORKING-STORAGE SECTION.
01 EnrollFileStatus PIC XX.
01 HistFileStatus PIC XX.
01 StudentFileStatus PIC XX.
01 AlumniFileStatus PIC XX.
01 StandHistStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X.
01 HistOnFile PIC X VALUE 'N'.
01 OperatorName PIC X(20).
01 EntryProgram PIC X(5).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 ReleasedCount PIC 9(7) VALUE 0.
01 StudentCount PIC 9(5) VALUE 0.
01 WorkTerm PIC X(5).
*> Every term seen, in order; a cohort is known by the position of
*> its intake term here.
01 TermList.
       02 TermCode PIC X(5) OCCURS 40 TIMES.
01 TermCount PIC 99 VALUE 0.
01 TermIdx PIC 99.
01 ShiftIdx PIC 99.
01 TermFound PIC X.
01 TermOverflow PIC X VALUE 'N'.
*> Intake term down, later term across.
01 CohortGrid.
       02 CohortRow OCCURS 40 TIMES.
           03 CohortSize PIC 9(5).
           03 CohortCell OCCURS 40 TIMES.
               04 CellEnrolled PIC 9(5).
               04 CellWithdrawn PIC 9(5).
               04 CellProbation PIC 9(5).
               04 CellGraduated PIC 9(5).
01 CohortIdx PIC 99.
*> The student in hand: which terms they were on a course or on
*> probation, and their programme and graduation term.
01 CurrentStudent PIC 9(7).
01 StudentTerms.
       02 StuEnrolled PIC X OCCURS 40 TIMES.
       02 StuOnProbation PIC X OCCURS 40 TIMES.
01 StuFirstIdx PIC 99.
01 StuProgram PIC X(5).
01 StuGradTerm PIC X(5).
01 ShowCount PIC ZZZZ9.
01 PctWork PIC 999V9.
01 GridHeading.
       02 FILLER PIC X(11) VALUE "    Term".
       02 FILLER PIC X(14) VALUE "   Enrolled".
       02 FILLER PIC X(14) VALUE "  Withdrawn".
       02 FILLER PIC X(14) VALUE "  Probation".
       02 FILLER PIC X(14) VALUE "  Graduated".
01 GridLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnTerm PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnEnrolled PIC ZZZZ9.
       02 PrnEnrolledPct PIC ZZZ9.9.
       02 FILLER PIC X(3) VALUE "%  ".
       02 PrnWithdrawn PIC ZZZZ9.
       02 PrnWithdrawnPct PIC ZZZ9.9.
       02 FILLER PIC X(3) VALUE "%  ".
       02 PrnProbation PIC ZZZZ9.
       02 PrnProbationPct PIC ZZZ9.9.
       02 FILLER PIC X(3) VALUE "%  ".
       02 PrnGraduated PIC ZZZZ9.
       02 PrnGraduatedPct PIC ZZZ9.9.
       02 FILLER PIC X VALUE "%".

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "cohort  ", OperatorName.
       CALL 'SESSLOG' USING "START", "cohort  ", OperatorName.
       DISPLAY "Programme (blank = all programmes): "
           WITH NO ADVANCING.
       ACCEPT EntryProgram.
       OPEN INPUT EnrollFile.
       IF EnrollFileStatus NOT = "00"
           DISPLAY "No enrollment file - nothing to report"
           CALL 'SESSLOG' USING "END  ", "cohort  ", OperatorName
           GOBACK
       END-IF.
       OPEN INPUT EnrollHistFile.
       IF HistFileStatus = "00"
           MOVE 'Y' TO HistOnFile
       END-IF.
       OPEN INPUT StudentFile.
       OPEN INPUT AlumniFile.
       MOVE ZEROS TO CohortGrid.
       SORT SortWorkFile ON ASCENDING KEY SrtStudent SrtTerm
           INPUT PROCEDURE IS ReleaseTerms
           OUTPUT PROCEDURE IS CountStudents.
       CLOSE EnrollFile.
       IF HistOnFile = 'Y'
           CLOSE EnrollHistFile
       END-IF.
       IF StudentFileStatus NOT = "35"
           CLOSE StudentFile
       END-IF.
       IF AlumniFileStatus NOT = "35"
           CLOSE AlumniFile
       END-IF.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "Cohort" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT CohortReport.
       MOVE SPACES TO PrintLine.
       IF EntryProgram = SPACES
           MOVE "INTAKE COHORT RETENTION - ALL PROGRAMMES" TO PrintLine
       ELSE
           STRING "INTAKE COHORT RETENTION - PROGRAMME " EntryProgram
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
       END-IF.
       WRITE PrintLine.
       ADD 1 TO LineCount.
       IF StudentCount = 0
           MOVE "No students to report" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       ELSE
           PERFORM PrintOneCohort
               VARYING CohortIdx FROM 1 BY 1
               UNTIL CohortIdx > TermCount
       END-IF.
       IF TermOverflow = 'Y'
           MOVE "More than 40 terms on file - later terms left out"
               TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       END-IF.
       CLOSE CohortReport.
       MOVE "Cohort" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY StudentCount " students reported in " ReportFileName.
       CALL 'SESSLOG' USING "END  ", "cohort  ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Every enrollment, live and archived, and every probation
*> standing, one sort record each; the term list is built as they
*> go so it is complete before any student is counted.
ReleaseTerms.
       MOVE 'N' TO WSEOF.
       MOVE LOW-VALUES TO EnrollKey.
       START EnrollFile KEY IS NOT LESS THAN EnrollKey
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       PERFORM ReleaseOneLive UNTIL WSEOF = 'Y'.
       IF HistOnFile = 'Y'
           MOVE 'N' TO WSEOF
           MOVE LOW-VALUES TO HistKey
           START EnrollHistFile KEY IS NOT LESS THAN HistKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM ReleaseOneHist UNTIL WSEOF = 'Y'
       END-IF.
       MOVE 'N' TO WSEOF.
       OPEN INPUT StandHistFile.
       IF StandHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReleaseOneStanding UNTIL WSEOF = 'Y'.
       IF StandHistStatus NOT = "35"
           CLOSE StandHistFile
       END-IF.

ReleaseOneLive.
       READ EnrollFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE EnrollStudentId TO SrtStudent
               MOVE EnrollTerm TO SrtTerm
               IF EnrollGrade = "W "
                   MOVE 'W' TO SrtKind
               ELSE
                   MOVE 'E' TO SrtKind
               END-IF
               PERFORM ReleaseOneTerm
       END-READ.

ReleaseOneHist.
       READ EnrollHistFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE HistStudentId TO SrtStudent
               MOVE HistTerm TO SrtTerm
               IF HistGrade = "W "
                   MOVE 'W' TO SrtKind
               ELSE
                   MOVE 'E' TO SrtKind
               END-IF
               PERFORM ReleaseOneTerm
       END-READ.

ReleaseOneStanding.
       READ StandHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ShStanding = "PROBATION "
                   MOVE ShStudentId TO SrtStudent
                   MOVE ShTerm TO SrtTerm
                   MOVE 'P' TO SrtKind
                   PERFORM ReleaseOneTerm
               END-IF
       END-READ.

ReleaseOneTerm.
       IF SrtTerm NOT = SPACES
           MOVE SrtTerm TO WorkTerm
           PERFORM AddTermToList
           RELEASE SortRec
           ADD 1 TO ReleasedCount
       END-IF.

*> Kept in order as it grows: later entries move down one to make
*> room for a term that falls between them.
AddTermToList.
       MOVE 'N' TO TermFound.
       PERFORM FindTermPlace
           VARYING TermIdx FROM 1 BY 1
           UNTIL TermFound NOT = 'N' OR TermIdx > TermCount.
       IF TermFound = 'Y'
           CONTINUE
       ELSE
           IF TermCount = 40
               MOVE 'Y' TO TermOverflow
           ELSE
               IF TermFound = 'N'
                   ADD 1 TO TermCount
                   MOVE WorkTerm TO TermCode(TermCount)
               ELSE
                   PERFORM ShiftOneTermDown
                       VARYING ShiftIdx FROM TermCount BY -1
                       UNTIL ShiftIdx < TermIdx
                   MOVE WorkTerm TO TermCode(TermIdx)
                   ADD 1 TO TermCount
               END-IF
           END-IF
       END-IF.

*> Y the term is listed already, B it belongs before TermIdx.
FindTermPlace.
       IF TermCode(TermIdx) = WorkTerm
           MOVE 'Y' TO TermFound
       ELSE
           IF TermCode(TermIdx) > WorkTerm
               MOVE 'B' TO TermFound
           END-IF
       END-IF.
       IF TermFound NOT = 'N'
           SUBTRACT 1 FROM TermIdx
       END-IF.

ShiftOneTermDown.
       MOVE TermCode(ShiftIdx) TO TermCode(ShiftIdx + 1).

*> The sort brings each student's terms together, earliest first.
CountStudents.
       MOVE 'N' TO SortEOF.
       MOVE 0 TO CurrentStudent.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       PERFORM TakeOneTerm UNTIL SortEOF = 'Y'.
       IF CurrentStudent NOT = 0
           PERFORM CountOneStudent THRU CountOneStudent-Exit
       END-IF.

TakeOneTerm.
       IF SrtStudent NOT = CurrentStudent
           IF CurrentStudent NOT = 0
               PERFORM CountOneStudent THRU CountOneStudent-Exit
           END-IF
           MOVE SrtStudent TO CurrentStudent
           MOVE ALL 'N' TO StudentTerms
           MOVE 0 TO StuFirstIdx
       END-IF.
       MOVE SrtTerm TO WorkTerm.
       PERFORM FindTermIdx.
       IF TermFound = 'Y'
           EVALUATE SrtKind
               WHEN 'E'
                   MOVE 'Y' TO StuEnrolled(TermIdx)
                   IF StuFirstIdx = 0
                       MOVE TermIdx TO StuFirstIdx
                   END-IF
               WHEN 'W'
                   IF StuFirstIdx = 0
                       MOVE TermIdx TO StuFirstIdx
                   END-IF
               WHEN 'P'
                   MOVE 'Y' TO StuOnProbation(TermIdx)
           END-EVALUATE
       END-IF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

FindTermIdx.
       MOVE 'N' TO TermFound.
       PERFORM MatchOneTerm
           VARYING TermIdx FROM 1 BY 1
           UNTIL TermFound = 'Y' OR TermIdx > TermCount.
       IF TermFound = 'Y'
           SUBTRACT 1 FROM TermIdx
       END-IF.

MatchOneTerm.
       IF TermCode(TermIdx) = WorkTerm
           MOVE 'Y' TO TermFound
       END-IF.

*> A live student's programme is on student.txt; a graduate has
*> left it for alumni.dat, which also gives the graduation term.
CountOneStudent.
       IF StuFirstIdx = 0
           GO TO CountOneStudent-Exit
       END-IF.
       MOVE SPACES TO StuProgram.
       MOVE SPACES TO StuGradTerm.
       MOVE CurrentStudent TO StudentId.
       READ StudentFile
           INVALID KEY
               MOVE CurrentStudent TO AlStudentId
               READ AlumniFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AlProgram TO StuProgram
                       MOVE AlGradTerm TO StuGradTerm
               END-READ
           NOT INVALID KEY
               MOVE StuCourseId TO StuProgram
       END-READ.
       IF EntryProgram NOT = SPACES AND StuProgram NOT = EntryProgram
           GO TO CountOneStudent-Exit
       END-IF.
       ADD 1 TO StudentCount.
       ADD 1 TO CohortSize(StuFirstIdx).
       PERFORM CountOneStudentTerm
           VARYING TermIdx FROM StuFirstIdx BY 1
           UNTIL TermIdx > TermCount.

CountOneStudent-Exit.
       EXIT.

CountOneStudentTerm.
       IF StuGradTerm NOT = SPACES
               AND StuGradTerm NOT > TermCode(TermIdx)
           ADD 1 TO CellGraduated(StuFirstIdx, TermIdx)
       ELSE
           IF StuEnrolled(TermIdx) = 'Y'
               ADD 1 TO CellEnrolled(StuFirstIdx, TermIdx)
           ELSE
               ADD 1 TO CellWithdrawn(StuFirstIdx, TermIdx)
           END-IF
       END-IF.
       IF StuOnProbation(TermIdx) = 'Y'
           ADD 1 TO CellProbation(StuFirstIdx, TermIdx)
       END-IF.

PrintOneCohort.
       IF CohortSize(CohortIdx) > 0
           MOVE CohortSize(CohortIdx) TO ShowCount
           MOVE SPACES TO PrintLine
           STRING "Intake " TermCode(CohortIdx) " - " ShowCount
               " students" DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
           WRITE PrintLine FROM GridHeading
           ADD 1 TO LineCount
           PERFORM PrintOneCohortTerm
               VARYING TermIdx FROM CohortIdx BY 1
               UNTIL TermIdx > TermCount
       END-IF.

PrintOneCohortTerm.
       MOVE TermCode(TermIdx) TO PrnTerm.
       MOVE CellEnrolled(CohortIdx, TermIdx) TO PrnEnrolled.
       COMPUTE PctWork ROUNDED = CellEnrolled(CohortIdx, TermIdx) * 100
           / CohortSize(CohortIdx).
       MOVE PctWork TO PrnEnrolledPct.
       MOVE CellWithdrawn(CohortIdx, TermIdx) TO PrnWithdrawn.
       COMPUTE PctWork ROUNDED = CellWithdrawn(CohortIdx, TermIdx)
           * 100 / CohortSize(CohortIdx).
       MOVE PctWork TO PrnWithdrawnPct.
       MOVE CellProbation(CohortIdx, TermIdx) TO PrnProbation.
       COMPUTE PctWork ROUNDED = CellProbation(CohortIdx, TermIdx)
           * 100 / CohortSize(CohortIdx).
       MOVE PctWork TO PrnProbationPct.
       MOVE CellGraduated(CohortIdx, TermIdx) TO PrnGraduated.
       COMPUTE PctWork ROUNDED = CellGraduated(CohortIdx, TermIdx)
           * 100 / CohortSize(CohortIdx).
       MOVE PctWork TO PrnGraduatedPct.
       WRITE PrintLine FROM GridLine.
       ADD 1 TO LineCount.
