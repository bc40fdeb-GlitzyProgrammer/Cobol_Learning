*> Course master plus a per-student enrollment/transcript file that
*> links back to studmast.cob's StudentId and CourseId, so a course
*> can be added once and a transcript printed from every enrollment
*> on file for a given student. A student with a registration hold
*> in force on holds.dat (through HOLDCHK) can neither enrol nor
*> take a transcript unless a registrar overrides it, and every
*> such override is logged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 InstrId PIC X(4).
       02 InstrName PIC X(20).
       02 InstrPhone PIC X(12).
       02 InstrEmpType PIC X.
       02 InstrHourRate PIC 9(3)V99.

FD SchedFile.
*> Kept in step with the SchedRec layout timetable.cob writes.
       02 AudYear PIC 99.
       02 AudMonth PIC 99.
       02 AudDay PIC 99.
*> Registration holds: what HOLDCHK reports for the student, the
*> registrar's answer, and what the override was for (the course
*> being added, or TRANS for a transcript).
01 HoldFound PIC X.
01 HoldTypeOut PIC X(3).
01 HoldReasonOut PIC X(30).
01 HoldOverride PIC X.
01 HoldCheckId PIC 9(7).
01 HoldCheckFor PIC X(5).
01 WSTranscriptName PIC X(30).
01 StampDate.
       02 StampYear  PIC 99.
           EVALUATE Choice
               WHEN 1 PERFORM AddCourse
               WHEN 2 PERFORM AddEnrollment THRU AddEnrollment-Exit
               WHEN 3 PERFORM PrintTranscript THRU PrintTranscript-Exit
               WHEN 4 PERFORM ProcessWaitlist
               WHEN 5 PERFORM UpdateCourse
               WHEN 6 PERFORM DeleteCourse
               TO FormErrorMsg
           GO TO AddEnrollForm-Exit
       END-IF.
       MOVE FormStudentId TO HoldCheckId.
       MOVE FormCourseId TO HoldCheckFor.
       PERFORM CheckStudentHold.
       IF HoldFound = 'Y'
           MOVE SPACES TO FormErrorMsg
           STRING "Student has an active " HoldTypeOut
               " hold - enrollment blocked" DELIMITED BY SIZE
               INTO FormErrorMsg
           END-STRING
           GO TO AddEnrollForm-Exit
       END-IF.
       MOVE FormCourseId TO EnrollCourseId.
       MOVE FormCourseId TO CourseId.
       MOVE 'Y' TO CourseExits.
       DISPLAY " "
       DISPLAY "Enter Student Id: " WITH NO ADVANCING.
       ACCEPT TranStudentId.
       MOVE TranStudentId TO HoldCheckId.
       MOVE "TRANS" TO HoldCheckFor.
       PERFORM CheckStudentHold.
       IF HoldFound = 'Y'
           DISPLAY "Student has an active " HoldTypeOut
               " hold - transcript not printed"
           GO TO PrintTranscript-Exit
       END-IF.
       MOVE 0 TO LinesPrinted.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO WSTranscriptName.
       CALL 'RPTCAT' USING CatReportName, WSTranscriptName,
           OperatorName, CatRecCount.
       DISPLAY "Transcript written to " WSTranscriptName.
PrintTranscript-Exit.
       EXIT.

*> Past terms live on enrollhist.txt once termroll has run, so the
*> full transcript walks that file too.
CheckTermDeadline-Exit.
       EXIT.

*> A hold in force stops the student unless a registrar (level 3)
*> overrides it here; the override is for this one enrollment or
*> transcript only and is written to the enrollment audit log.
CheckStudentHold.
       CALL 'HOLDCHK' USING HoldCheckId, HoldFound, HoldTypeOut,
           HoldReasonOut.
       IF HoldFound = 'Y'
           DISPLAY "Student " HoldCheckId " has an active "
               HoldTypeOut " hold: " HoldReasonOut
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           MOVE 'N' TO HoldOverride
           IF AuthAllowed = 'Y'
               DISPLAY "Registrar override - go ahead anyway? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT HoldOverride
           END-IF
           IF HoldOverride = 'Y' OR HoldOverride = 'y'
               PERFORM WriteHoldOverride
               MOVE 'N' TO HoldFound
           END-IF
       END-IF.

WriteHoldOverride.
       OPEN EXTEND EnrollAuditFile.
       IF EnrollAuditStatus = "35"
           OPEN OUTPUT EnrollAuditFile
           CLOSE EnrollAuditFile
           OPEN EXTEND EnrollAuditFile
       END-IF.
       ACCEPT AuditDate FROM DATE.
       MOVE SPACES TO EnrollAuditLine.
       STRING HoldCheckId DELIMITED BY SIZE
           " " HoldCheckFor DELIMITED BY SIZE
           " HOLDOV " HoldTypeOut DELIMITED BY SIZE
           " ON " AudMonth DELIMITED BY SIZE
           "/" AudDay DELIMITED BY SIZE
           "/" AudYear DELIMITED BY SIZE
           " BY " AuthOperId DELIMITED BY SIZE
           INTO EnrollAuditLine
       END-STRING.
       WRITE EnrollAuditLine.
       CLOSE EnrollAuditFile.

FindCalRow.
       MOVE 'N' TO CalRowFound.
       MOVE 0 TO CalDeadline.
