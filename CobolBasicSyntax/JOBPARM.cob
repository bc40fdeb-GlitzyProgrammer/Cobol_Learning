       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JOBPARM.
AUTHOR. Lawrence.
*> Hands a scheduled job the answers it would otherwise ask the
*> operator for. The month-end programs prompt for a month or a
*> cutoff, which is why they were still started by hand; on
*> jobsched.dat each job names a parameter file instead, one answer
*> per line in the order the program asks. nightbatch says "SET"
*> with the file name before it calls a step (the name may be
*> blank - the job is still running unattended) and "CLR" after.
*> The step says "GET" where it would ACCEPT: the next line comes
*> back as text, with its digits as a number, and Y; when there is
*> no batch run or no line left it gets N and asks the operator as
*> before. "BAT" answers Y while a batch run has set a file, so a
*> job can leave out what only makes sense at a terminal. This
*> module is never CANCELed by the driver, so what SET loads is
*> still here when the step asks.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ParmFile ASSIGN TO ParmFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ParmFileStatus.

DATA DIVISION.
FILE SECTION.
FD ParmFile.
01 ParmLine PIC X(20).

WORKING-STORAGE SECTION.
01 ParmFileName PIC X(20).
01 ParmFileStatus PIC XX.
01 WSEOF PIC X.
01 BatchRun PIC X VALUE 'N'.
01 ParmTable.
       02 TblParmLine PIC X(20) OCCURS 10 TIMES.
01 ParmCount PIC 99 VALUE 0.
01 ParmNext PIC 99 VALUE 0.
01 CharIdx PIC 99.
01 OneChar PIC X.
01 OneDigit REDEFINES OneChar PIC 9.
01 DigitCount PIC 99.

    LINKAGE SECTION.
     01 LAction PIC X(3).
     01 LText PIC X(20).
     01 LNumber PIC 9(8).
     01 LFound PIC X.

PROCEDURE DIVISION USING LAction, LText, LNumber, LFound.
       EVALUATE LAction
           WHEN "SET"
               MOVE 'Y' TO BatchRun
               MOVE LText TO ParmFileName
               PERFORM LoadParmFile
               MOVE 'Y' TO LFound
           WHEN "GET"
               PERFORM GiveNextLine
           WHEN "BAT"
               MOVE BatchRun TO LFound
           WHEN "CLR"
               MOVE 'N' TO BatchRun
               MOVE 0 TO ParmCount
               MOVE 0 TO ParmNext
               MOVE 'N' TO LFound
       END-EVALUATE.

EXIT PROGRAM.

LoadParmFile.
       MOVE 0 TO ParmCount.
       MOVE 0 TO ParmNext.
       IF ParmFileName NOT = SPACES
           MOVE 'N' TO WSEOF
           OPEN INPUT ParmFile
           IF ParmFileStatus = "35"
               MOVE 'Y' TO WSEOF
           END-IF
           PERFORM LoadOneParmLine UNTIL WSEOF = 'Y'
           IF ParmFileStatus NOT = "35"
               CLOSE ParmFile
           END-IF
       END-IF.

LoadOneParmLine.
       READ ParmFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ParmCount < 10
                   ADD 1 TO ParmCount
                   MOVE ParmLine TO TblParmLine(ParmCount)
               END-IF
       END-READ.

GiveNextLine.
       MOVE SPACES TO LText.
       MOVE 0 TO LNumber.
       MOVE 'N' TO LFound.
       IF BatchRun = 'Y' AND ParmNext < ParmCount
           ADD 1 TO ParmNext
           MOVE TblParmLine(ParmNext) TO LText
           MOVE 0 TO DigitCount
           PERFORM TakeOneDigit
               VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > 20
           MOVE 'Y' TO LFound
       END-IF.

*> Only the digits count towards the number, and only the first
*> eight of them: "2026-10" comes back as 202610.
TakeOneDigit.
       MOVE LText(CharIdx:1) TO OneChar.
       IF OneChar IS NUMERIC AND DigitCount < 8
           COMPUTE LNumber = LNumber * 10 + OneDigit
           ADD 1 TO DigitCount
       END-IF.
