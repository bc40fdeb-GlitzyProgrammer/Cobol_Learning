*> instructor id, kept with the same Add/Update/Get/List menu
*> shape as suppmaint.cob, plus the assignment of an instructor to
*> each course on courseinstr.dat beside course.txt - read by the
*> rosters, the transcripts and the teaching-load report. Each
*> instructor is full-time or adjunct; adjuncts carry the hourly
*> rate adjpay.cob pays their scheduled teaching hours at.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
FD InstructorFile.
*> Employment type F (full-time, salaried) or A (adjunct, paid by
*> the teaching hour at InstrHourRate).
01 InstructorRec.
       02 InstrId PIC X(4).
       02 InstrName PIC X(20).
       02 InstrPhone PIC X(12).
       02 InstrEmpType PIC X.
       02 InstrHourRate PIC 9(3)V99.

FD CourseFile.
01 CourseRec.
01 OperatorName PIC X(20).
01 EntryCourseId PIC X(5).
01 EntryInstrId PIC X(4).
01 EntryEmpType PIC X.
01 EntryHourRate PIC 9(3)V99.
01 PrnHourRate PIC $$$9.99.
*> The whole assignment file held while one course's instructor is
*> set, then rewritten whole.
01 AssignTable.
       ACCEPT InstrName.
       DISPLAY "Phone: " WITH NO ADVANCING.
       ACCEPT InstrPhone.
       PERFORM AcceptPayTerms.
       WRITE InstructorRec
           INVALID KEY DISPLAY "Instructor Id Taken"
       END-WRITE.
           ACCEPT InstrName
           DISPLAY "New Phone: " WITH NO ADVANCING
           ACCEPT InstrPhone
           PERFORM AcceptPayTerms
           REWRITE InstructorRec
               INVALID KEY DISPLAY "Instructor Not Updated"
           END-REWRITE
           DISPLAY "Id    : " InstrId
           DISPLAY "Name  : " InstrName
           DISPLAY "Phone : " InstrPhone
           IF InstrEmpType = 'A'
               MOVE InstrHourRate TO PrnHourRate
               DISPLAY "Type  : Adjunct at " PrnHourRate " an hour"
           ELSE
               DISPLAY "Type  : Full-time"
           END-IF
       END-IF.

*> Full-time staff are salaried, so only an adjunct is asked for a
*> rate; anything but A is taken as full-time.
AcceptPayTerms.
       DISPLAY "Employment type (F full-time, A adjunct): "
           WITH NO ADVANCING.
       ACCEPT EntryEmpType.
       IF EntryEmpType = 'a'
           MOVE 'A' TO EntryEmpType
       END-IF.
       IF EntryEmpType = 'A'
           MOVE 'A' TO InstrEmpType
           DISPLAY "Hourly rate (999.99): " WITH NO ADVANCING
           ACCEPT EntryHourRate
           MOVE EntryHourRate TO InstrHourRate
       ELSE
           MOVE 'F' TO InstrEmpType
           MOVE 0 TO InstrHourRate
       END-IF.

ListAllInstructors.
           END-READ
           IF BrowseEOF = 'N'
               DISPLAY InstrId SPACE InstrName SPACE InstrPhone
                   SPACE InstrEmpType
           END-IF
       END-PERFORM.

