*> enrollments to enroll.txt (grade blank until results come in),
*> and reports the rest to EnrollReject.rpt - with backupcust's
*> BATCHCKPT checkpoint-restart discipline so an interrupted load
*> resumes instead of duplicating. A student with a registration
*> hold in force (through HOLDCHK) is rejected; there is no one at
*> a prompt to override it, so a registrar who wants the student
*> loaded overrides the hold itself in holdmnt.cob first.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WSEOF PIC X VALUE 'N'.
01 StudentExits PIC X.
01 CourseExits PIC X.
01 HoldFound PIC X.
01 HoldTypeOut PIC X(3).
01 HoldReasonOut PIC X(30).
01 ReadCount PIC 9(5) VALUE 0.
01 LoadedCount PIC 9(5) VALUE 0.
01 RejectCount PIC 9(5) VALUE 0.
LoadOneEnrollment.
       ADD 1 TO ReadCount.
       MOVE 'Y' TO StudentExits.
       MOVE 'N' TO HoldFound.
       MOVE BatchStudentId TO StudentId.
       READ StudentFile
           INVALID KEY MOVE 'N' TO StudentExits
           PERFORM RejectOneRecord
           GO TO LoadOneEnrollment-Ckpt
       END-IF.
       CALL 'HOLDCHK' USING BatchStudentId, HoldFound, HoldTypeOut,
           HoldReasonOut.
       IF HoldFound = 'Y'
           PERFORM RejectOneRecord
           GO TO LoadOneEnrollment-Ckpt
       END-IF.
       MOVE 'Y' TO CourseExits.
       MOVE BatchCourseId TO CourseId.
       READ CourseFile
               INTO RejectLine
           END-STRING
       ELSE
           IF HoldFound = 'Y'
               STRING BatchStudentId DELIMITED BY SIZE
                   " " BatchCourseId DELIMITED BY SIZE
                   " - active " DELIMITED BY SIZE
                   HoldTypeOut DELIMITED BY SIZE
                   " hold" DELIMITED BY SIZE
                   INTO RejectLine
               END-STRING
           ELSE
           IF CourseExits = 'N'
               STRING BatchStudentId DELIMITED BY SIZE
                   " " BatchCourseId DELIMITED BY SIZE
                   INTO RejectLine
               END-STRING
           END-IF
           END-IF
       END-IF.
       WRITE RejectLine.

