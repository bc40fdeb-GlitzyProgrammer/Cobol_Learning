       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. intakerpt.
AUTHOR. Lawrence.
*> Intake report: where each term's intake stands. Every
*> application on applicant.dat for the keyed intake term (or all
*> terms) is sorted by term and programme the way honorroll sorts
*> the student master, and each programme gets one line showing
*> how many applications are still at applied, offered, accepted,
*> declined and withdrawn, and how many accepted applicants have
*> already been made students by admissions.cob. Each term closes
*> with its totals.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ApplicantFile ASSIGN TO "applicant.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AppId
           ALTERNATE RECORD KEY IS AppSurname WITH DUPLICATES
           FILE STATUS IS ApplicantStatus.

      *> Date-stamped so an earlier report is never overwritten;
      *> every run is cataloged through RPTCAT.
       SELECT IntakeReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk13.tmp".

DATA DIVISION.
FILE SECTION.
FD ApplicantFile.
*> Kept in step with the ApplicantRec layout admissions.cob keeps.
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
       02 AppStatusDate PIC 9(8).
       02 AppLetterDate PIC 9(8).
       02 AppStudentId PIC 9(7).

FD IntakeReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
01 SortRec.
       02 SrtTerm PIC X(5).
       02 SrtProgram PIC X(5).
       02 SrtStatus PIC X.
       02 SrtConverted PIC X.

WORKING-STORAGE SECTION.
01 ApplicantStatus PIC XX.
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
01 CurrentTerm PIC X(5).
01 CurrentProgram PIC X(5).
*> Counts for the programme being printed, then for the term.
01 ProgCounts.
       02 ProgApplied PIC 9(5).
       02 ProgOffered PIC 9(5).
       02 ProgAccepted PIC 9(5).
       02 ProgDeclined PIC 9(5).
       02 ProgWithdrawn PIC 9(5).
       02 ProgConverted PIC 9(5).
       02 ProgTotal PIC 9(5).
01 TermCounts.
       02 TermApplied PIC 9(5).
       02 TermOffered PIC 9(5).
       02 TermAccepted PIC 9(5).
       02 TermDeclined PIC 9(5).
       02 TermWithdrawn PIC 9(5).
       02 TermConverted PIC 9(5).
       02 TermTotal PIC 9(5).
01 HeadingLine.
       02 FILLER PIC X(28) VALUE "Term  Prog  Applied Offered ".
       02 FILLER PIC X(28) VALUE "Accepted Declined Withdrawn ".
       02 FILLER PIC X(15) VALUE "Students  Total".
       02 FILLER PIC X(9) VALUE SPACES.
01 DetailLine.
       02 PrnTerm PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProgram PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnApplied PIC ZZ,ZZ9.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnOffered PIC ZZ,ZZ9.
       02 FILLER PIC XXX VALUE SPACES.
       02 PrnAccepted PIC ZZ,ZZ9.
       02 FILLER PIC XXX VALUE SPACES.
       02 PrnDeclined PIC ZZ,ZZ9.
       02 FILLER PIC XXXX VALUE SPACES.
       02 PrnWithdrawn PIC ZZ,ZZ9.
       02 FILLER PIC XXX VALUE SPACES.
       02 PrnConverted PIC ZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotal PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "intakrpt", OperatorName.
       CALL 'SESSLOG' USING "START", "intakrpt", OperatorName.
       DISPLAY "Intake term (blank = all): " WITH NO ADVANCING.
       ACCEPT ReportTerm.
       OPEN INPUT ApplicantFile.
       IF ApplicantStatus NOT = "00"
           DISPLAY "No applicant file - nothing to report"
           CALL 'SESSLOG' USING "END  ", "intakrpt", OperatorName
           GOBACK
       END-IF.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "Intake" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT IntakeReport.
       MOVE SPACES TO PrintLine.
       IF ReportTerm = SPACES
           MOVE "INTAKE BY PROGRAMME AND STATUS - ALL TERMS"
               TO PrintLine
       ELSE
           STRING "INTAKE BY PROGRAMME AND STATUS - TERM "
               ReportTerm DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF.
       WRITE PrintLine.
       WRITE PrintLine FROM HeadingLine AFTER ADVANCING 2 LINES.
       SORT SortWorkFile ON ASCENDING KEY SrtTerm SrtProgram
           INPUT PROCEDURE IS ReleaseApplicants
           OUTPUT PROCEDURE IS PrintIntake.
       CLOSE ApplicantFile.
       IF ReleasedCount = 0
           MOVE "No applications for that term" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
       END-IF.
       CLOSE IntakeReport.
       MOVE "Intake" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY ReleasedCount " applications reported in "
           ReportFileName.
       CALL 'SESSLOG' USING "END  ", "intakrpt", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ReleaseApplicants.
       MOVE 'N' TO WSEOF.
       PERFORM ReleaseOneApplicant UNTIL WSEOF = 'Y'.

ReleaseOneApplicant.
       READ ApplicantFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ReportTerm = SPACES OR AppTerm = ReportTerm
                   MOVE AppTerm TO SrtTerm
                   MOVE AppProgram TO SrtProgram
                   MOVE AppStatusCode TO SrtStatus
                   IF AppStudentId NOT = ZERO
                       MOVE 'Y' TO SrtConverted
                   ELSE
                       MOVE 'N' TO SrtConverted
                   END-IF
                   RELEASE SortRec
                   ADD 1 TO ReleasedCount
               END-IF
       END-READ.

*> Control breaks on programme within term.
PrintIntake.
       MOVE 'N' TO SortEOF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'N'
           MOVE SrtTerm TO CurrentTerm
           MOVE SrtProgram TO CurrentProgram
           MOVE ZEROS TO ProgCounts
           MOVE ZEROS TO TermCounts
       END-IF.
       PERFORM CountOneApplicant UNTIL SortEOF = 'Y'.
       IF ReleasedCount > 0
           PERFORM PrintProgramLine
           PERFORM PrintTermTotal
       END-IF.

CountOneApplicant.
       IF SrtTerm NOT = CurrentTerm
           PERFORM PrintProgramLine
           PERFORM PrintTermTotal
           MOVE SrtTerm TO CurrentTerm
           MOVE SrtProgram TO CurrentProgram
       ELSE
           IF SrtProgram NOT = CurrentProgram
               PERFORM PrintProgramLine
               MOVE SrtProgram TO CurrentProgram
           END-IF
       END-IF.
       EVALUATE SrtStatus
           WHEN 'A'
               ADD 1 TO ProgApplied
               ADD 1 TO TermApplied
           WHEN 'O'
               ADD 1 TO ProgOffered
               ADD 1 TO TermOffered
           WHEN 'C'
               ADD 1 TO ProgAccepted
               ADD 1 TO TermAccepted
           WHEN 'D'
               ADD 1 TO ProgDeclined
               ADD 1 TO TermDeclined
           WHEN 'W'
               ADD 1 TO ProgWithdrawn
               ADD 1 TO TermWithdrawn
       END-EVALUATE.
       IF SrtConverted = 'Y'
           ADD 1 TO ProgConverted
           ADD 1 TO TermConverted
       END-IF.
       ADD 1 TO ProgTotal.
       ADD 1 TO TermTotal.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

PrintProgramLine.
       MOVE CurrentTerm TO PrnTerm.
       MOVE CurrentProgram TO PrnProgram.
       MOVE ProgApplied TO PrnApplied.
       MOVE ProgOffered TO PrnOffered.
       MOVE ProgAccepted TO PrnAccepted.
       MOVE ProgDeclined TO PrnDeclined.
       MOVE ProgWithdrawn TO PrnWithdrawn.
       MOVE ProgConverted TO PrnConverted.
       MOVE ProgTotal TO PrnTotal.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.
       MOVE ZEROS TO ProgCounts.

PrintTermTotal.
       MOVE CurrentTerm TO PrnTerm.
       MOVE "TOTAL" TO PrnProgram.
       MOVE TermApplied TO PrnApplied.
       MOVE TermOffered TO PrnOffered.
       MOVE TermAccepted TO PrnAccepted.
       MOVE TermDeclined TO PrnDeclined.
       MOVE TermWithdrawn TO PrnWithdrawn.
       MOVE TermConverted TO PrnConverted.
       MOVE TermTotal TO PrnTotal.
       WRITE PrintLine FROM DetailLine.
       MOVE SPACES TO PrintLine.
       WRITE PrintLine.
       ADD 2 TO LineCount.
       MOVE ZEROS TO TermCounts.
