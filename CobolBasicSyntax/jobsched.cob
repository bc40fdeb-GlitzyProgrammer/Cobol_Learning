       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. jobsched.
AUTHOR. Lawrence.
*> Night batch schedule: the jobs nightbatch.cob chains each night,
*> kept on jobsched.dat in position order. Each job carries how
*> often it runs and the parameter file JOBPARM hands it its
*> answers from:
*>   D  every night
*>   W  on weekday nn only (1 = Monday ... 7 = Sunday)
*>   F  on the first working day of month nn (00 = every month)
*>   L  on the last working day of month nn (00 = every month)
*>   Y  at year end - the last working day of December
*> Working days are the ones WORKDAY allows after the holidays on
*> bizcal.cob's calendar. A job may be scheduled once only, so a
*> month-end run cannot find its way into the chain twice. Show
*> Chain lists what the driver would run and skip for any night,
*> so a month end can be checked before it comes round.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ScheduleFile ASSIGN TO "jobsched.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScheduleStatus.

DATA DIVISION.
FILE SECTION.
FD ScheduleFile.
*> Fixed columns: position in the chain, the program CALLed, the
*> frequency and its argument, the parameter file (blank for a job
*> that asks nothing).
01 ScheduleRec.
       02 JsSeq PIC 9(3).
       02 FILLER PIC X.
       02 JsJob PIC X(12).
       02 FILLER PIC X.
       02 JsFreq PIC X.
       02 FILLER PIC X.
       02 JsFreqArg PIC 99.
       02 FILLER PIC X.
       02 JsParmFile PIC X(20).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 ScheduleStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 EntrySeq PIC 9(3).
01 EntryJob PIC X(12).
01 EntryFreq PIC X.
01 EntryFreqArg PIC 99.
01 EntryParmFile PIC X(20).
01 JobFound PIC X.
01 EntryValid PIC X.
01 JobTable.
       02 JobEntry OCCURS 0 TO 40 TIMES
               DEPENDING ON JobCount.
           03 TblJsSeq PIC 9(3).
           03 TblJsJob PIC X(12).
           03 TblJsFreq PIC X.
           03 TblJsFreqArg PIC 99.
           03 TblJsParmFile PIC X(20).
01 JobCount PIC 99 VALUE 0.
01 JobIdx PIC 99.
01 KeepIdx PIC 99.
01 OtherIdx PIC 99.
01 PrnFreqArg PIC Z9.
01 ShowFreq PIC X(36).
*> Show Chain: the night asked about and its calendar.
01 ChainDate.
       02 ChainYear PIC 9(4).
       02 ChainMonth PIC 99.
       02 ChainDay PIC 99.
01 ChainWhole REDEFINES ChainDate PIC 9(8).
01 ChainWeekDay PIC 9(3).
01 FirstWorkDate PIC 9(8).
01 LastWorkDate PIC 9(8).
01 WdDays PIC 9(3).
01 WdResult PIC 9(8).
01 WdWorkDay PIC X.
01 JobDue PIC X.
01 DueCount PIC 99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "jobsched", OperatorName.
       CALL 'SESSLOG' USING "START", "jobsched", OperatorName.
       PERFORM LoadScheduleFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "NIGHT BATCH SCHEDULE"
           DISPLAY "1: Add Job"
           DISPLAY "2: Change Job"
           DISPLAY "3: Remove Job"
           DISPLAY "4: List Schedule"
           DISPLAY "5: Show Chain for a Night"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddJob THRU AddJob-Exit
               WHEN 2 PERFORM ChangeJob THRU ChangeJob-Exit
               WHEN 3 PERFORM RemoveJob THRU RemoveJob-Exit
               WHEN 4 PERFORM ListSchedule
               WHEN 5 PERFORM ShowChain THRU ShowChain-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "jobsched", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Kept in position order: the new row goes in ahead of the first
*> later position, everything after it moving down one.
AddJob.
       DISPLAY " "
       DISPLAY "Position in chain (1-999): " WITH NO ADVANCING.
       ACCEPT EntrySeq.
       IF EntrySeq = 0
           DISPLAY "No position keyed - not added"
           GO TO AddJob-Exit
       END-IF.
       PERFORM FindJobEntry.
       IF JobFound = 'Y'
           DISPLAY "Position " EntrySeq " already holds "
               TblJsJob(JobIdx)
           GO TO AddJob-Exit
       END-IF.
       IF JobCount NOT < 40
           DISPLAY "Schedule full - not added"
           GO TO AddJob-Exit
       END-IF.
       DISPLAY "Program to run: " WITH NO ADVANCING.
       ACCEPT EntryJob.
       MOVE 0 TO KeepIdx.
       PERFORM CheckJobNotScheduled.
       IF EntryValid = 'N'
           GO TO AddJob-Exit
       END-IF.
       PERFORM AcceptJobTerms.
       IF EntryValid = 'N'
           GO TO AddJob-Exit
       END-IF.
       MOVE 1 TO KeepIdx.
       PERFORM FindInsertPoint
           VARYING JobIdx FROM 1 BY 1 UNTIL JobIdx > JobCount.
       ADD 1 TO JobCount.
       PERFORM OpenOneSlot
           VARYING JobIdx FROM JobCount BY -1 UNTIL JobIdx <= KeepIdx.
       MOVE KeepIdx TO JobIdx.
       MOVE EntrySeq TO TblJsSeq(JobIdx).
       MOVE EntryJob TO TblJsJob(JobIdx).
       PERFORM StoreJobTerms.
       PERFORM RewriteScheduleFile.
       DISPLAY "Job added".
AddJob-Exit.
       EXIT.

FindInsertPoint.
       IF TblJsSeq(JobIdx) < EntrySeq
           COMPUTE KeepIdx = JobIdx + 1
       END-IF.

OpenOneSlot.
       MOVE JobEntry(JobIdx - 1) TO JobEntry(JobIdx).

ChangeJob.
       DISPLAY " "
       DISPLAY "Position in chain: " WITH NO ADVANCING.
       ACCEPT EntrySeq.
       PERFORM FindJobEntry.
       IF JobFound = 'N'
           DISPLAY "Nothing at position " EntrySeq
           GO TO ChangeJob-Exit
       END-IF.
       PERFORM DescribeFrequency.
       DISPLAY "Current: " TblJsJob(JobIdx) " " ShowFreq " "
           TblJsParmFile(JobIdx).
       PERFORM AcceptJobTerms.
       IF EntryValid = 'N'
           GO TO ChangeJob-Exit
       END-IF.
       PERFORM StoreJobTerms.
       PERFORM RewriteScheduleFile.
       DISPLAY "Job changed".
ChangeJob-Exit.
       EXIT.

*> Frequency, its argument and the parameter file; EntryValid is N
*> when the frequency cannot be scheduled.
AcceptJobTerms.
       DISPLAY "Frequency (D daily, W weekday, F first working day,"
           " L last working day, Y year end): " WITH NO ADVANCING.
       ACCEPT EntryFreq.
       MOVE 0 TO EntryFreqArg.
       MOVE 'Y' TO EntryValid.
       EVALUATE EntryFreq
           WHEN 'D'
           WHEN 'Y'
               CONTINUE
           WHEN 'W'
               DISPLAY "Weekday (1 = Monday ... 7 = Sunday): "
                   WITH NO ADVANCING
               ACCEPT EntryFreqArg
               IF EntryFreqArg < 1 OR EntryFreqArg > 7
                   DISPLAY "Weekday must be 1 to 7 - not saved"
                   MOVE 'N' TO EntryValid
               END-IF
           WHEN 'F'
           WHEN 'L'
               DISPLAY "Month (1-12, 0 = every month): "
                   WITH NO ADVANCING
               ACCEPT EntryFreqArg
               IF EntryFreqArg > 12
                   DISPLAY "Month must be 0 to 12 - not saved"
                   MOVE 'N' TO EntryValid
               END-IF
           WHEN OTHER
               DISPLAY "Frequency must be D, W, F, L or Y - not saved"
               MOVE 'N' TO EntryValid
       END-EVALUATE.
       IF EntryValid = 'Y'
           DISPLAY "Parameter file (blank for none): "
               WITH NO ADVANCING
           ACCEPT EntryParmFile
       END-IF.

StoreJobTerms.
       MOVE EntryFreq TO TblJsFreq(JobIdx).
       MOVE EntryFreqArg TO TblJsFreqArg(JobIdx).
       MOVE EntryParmFile TO TblJsParmFile(JobIdx).

*> A job already in the chain at another position would run twice.
CheckJobNotScheduled.
       MOVE 'Y' TO EntryValid.
       IF EntryJob = SPACES
           DISPLAY "No program keyed - not added"
           MOVE 'N' TO EntryValid
       END-IF.
       PERFORM MatchOneJobName
           VARYING OtherIdx FROM 1 BY 1
           UNTIL EntryValid = 'N' OR OtherIdx > JobCount.

MatchOneJobName.
       IF TblJsJob(OtherIdx) = EntryJob
           DISPLAY EntryJob " is already scheduled at position "
               TblJsSeq(OtherIdx) " - not added"
           MOVE 'N' TO EntryValid
       END-IF.

RemoveJob.
       DISPLAY " "
       DISPLAY "Position in chain: " WITH NO ADVANCING.
       ACCEPT EntrySeq.
       PERFORM FindJobEntry.
       IF JobFound = 'N'
           DISPLAY "Nothing at position " EntrySeq
           GO TO RemoveJob-Exit
       END-IF.
       DISPLAY "Take " TblJsJob(JobIdx) " out of the chain? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
           MOVE JobIdx TO KeepIdx
           PERFORM ShiftJobEntry
               VARYING JobIdx FROM KeepIdx BY 1
               UNTIL JobIdx >= JobCount
           SUBTRACT 1 FROM JobCount
           PERFORM RewriteScheduleFile
           DISPLAY "Job removed"
       END-IF.
RemoveJob-Exit.
       EXIT.

ShiftJobEntry.
       MOVE JobEntry(JobIdx + 1) TO JobEntry(JobIdx).

ListSchedule.
       IF JobCount = 0
           DISPLAY "No schedule yet - the next night batch writes the"
               " standard one"
       ELSE
           DISPLAY " "
           PERFORM ListOneJob
               VARYING JobIdx FROM 1 BY 1 UNTIL JobIdx > JobCount
       END-IF.

ListOneJob.
       PERFORM DescribeFrequency.
       DISPLAY TblJsSeq(JobIdx) " " TblJsJob(JobIdx) " " ShowFreq
           " " TblJsParmFile(JobIdx).

DescribeFrequency.
       MOVE TblJsFreqArg(JobIdx) TO PrnFreqArg.
       MOVE SPACES TO ShowFreq.
       EVALUATE TblJsFreq(JobIdx)
           WHEN 'D'
               MOVE "daily" TO ShowFreq
           WHEN 'W'
               STRING "weekly on day " PrnFreqArg
                   DELIMITED BY SIZE INTO ShowFreq
               END-STRING
           WHEN 'F'
               IF TblJsFreqArg(JobIdx) = 0
                   MOVE "first working day, every month" TO ShowFreq
               ELSE
                   STRING "first working day of month " PrnFreqArg
                       DELIMITED BY SIZE INTO ShowFreq
                   END-STRING
               END-IF
           WHEN 'L'
               IF TblJsFreqArg(JobIdx) = 0
                   MOVE "last working day, every month" TO ShowFreq
               ELSE
                   STRING "last working day of month " PrnFreqArg
                       DELIMITED BY SIZE INTO ShowFreq
                   END-STRING
               END-IF
           WHEN 'Y'
               MOVE "year end" TO ShowFreq
           WHEN OTHER
               MOVE "(frequency not known)" TO ShowFreq
       END-EVALUATE.

*> The same test nightbatch makes, for any night asked about.
ShowChain.
       DISPLAY " "
       DISPLAY "Night to show (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT ChainWhole.
       IF ChainMonth < 1 OR ChainMonth > 12
               OR ChainDay < 1 OR ChainDay > 31
           DISPLAY "Not a valid date"
           GO TO ShowChain-Exit
       END-IF.
       CALL 'WORKDAY' USING "CHK", ChainWhole, WdDays, WdResult,
           WdWorkDay.
       MOVE WdDays TO ChainWeekDay.
       CALL 'WORKDAY' USING "FWD", ChainWhole, WdDays, FirstWorkDate,
           WdWorkDay.
       CALL 'WORKDAY' USING "LWD", ChainWhole, WdDays, LastWorkDate,
           WdWorkDay.
       DISPLAY "Chain for " ChainWhole ": first working day "
           FirstWorkDate ", last " LastWorkDate.
       MOVE 0 TO DueCount.
       PERFORM ShowOneChainJob
           VARYING JobIdx FROM 1 BY 1 UNTIL JobIdx > JobCount.
       DISPLAY DueCount " job(s) due that night".
ShowChain-Exit.
       EXIT.

ShowOneChainJob.
       MOVE 'N' TO JobDue.
       EVALUATE TblJsFreq(JobIdx)
           WHEN 'D'
               MOVE 'Y' TO JobDue
           WHEN 'W'
               IF ChainWeekDay = TblJsFreqArg(JobIdx)
                   MOVE 'Y' TO JobDue
               END-IF
           WHEN 'F'
               IF ChainWhole = FirstWorkDate
                       AND (TblJsFreqArg(JobIdx) = 0
                       OR TblJsFreqArg(JobIdx) = ChainMonth)
                   MOVE 'Y' TO JobDue
               END-IF
           WHEN 'L'
               IF ChainWhole = LastWorkDate
                       AND (TblJsFreqArg(JobIdx) = 0
                       OR TblJsFreqArg(JobIdx) = ChainMonth)
                   MOVE 'Y' TO JobDue
               END-IF
           WHEN 'Y'
               IF ChainWhole = LastWorkDate AND ChainMonth = 12
                   MOVE 'Y' TO JobDue
               END-IF
       END-EVALUATE.
       IF JobDue = 'Y'
           ADD 1 TO DueCount
           DISPLAY "  RUN  " TblJsSeq(JobIdx) " " TblJsJob(JobIdx)
       ELSE
           PERFORM DescribeFrequency
           DISPLAY "  skip " TblJsSeq(JobIdx) " " TblJsJob(JobIdx)
               " (" ShowFreq ")"
       END-IF.

*> Leaves JobIdx on the matching row when JobFound is 'Y'.
FindJobEntry.
       MOVE 'N' TO JobFound.
       MOVE 0 TO KeepIdx.
       PERFORM ScanOneJob
           VARYING JobIdx FROM 1 BY 1 UNTIL JobIdx > JobCount.
       IF KeepIdx > 0
           MOVE 'Y' TO JobFound
           MOVE KeepIdx TO JobIdx
       END-IF.

ScanOneJob.
       IF TblJsSeq(JobIdx) = EntrySeq
           MOVE JobIdx TO KeepIdx
       END-IF.

LoadScheduleFile.
       MOVE 0 TO JobCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ScheduleFile.
       IF ScheduleStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneJob UNTIL WSEOF = 'Y'.
       IF ScheduleStatus NOT = "35"
           CLOSE ScheduleFile
       END-IF.

LoadOneJob.
       READ ScheduleFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF JobCount < 40
                   ADD 1 TO JobCount
                   MOVE JsSeq TO TblJsSeq(JobCount)
                   MOVE JsJob TO TblJsJob(JobCount)
                   MOVE JsFreq TO TblJsFreq(JobCount)
                   MOVE JsFreqArg TO TblJsFreqArg(JobCount)
                   MOVE JsParmFile TO TblJsParmFile(JobCount)
               END-IF
       END-READ.

RewriteScheduleFile.
       OPEN OUTPUT ScheduleFile.
       PERFORM RewriteOneJob
           VARYING JobIdx FROM 1 BY 1 UNTIL JobIdx > JobCount.
       CLOSE ScheduleFile.

RewriteOneJob.
       MOVE SPACES TO ScheduleRec.
       MOVE TblJsSeq(JobIdx) TO JsSeq.
       MOVE TblJsJob(JobIdx) TO JsJob.
       MOVE TblJsFreq(JobIdx) TO JsFreq.
       MOVE TblJsFreqArg(JobIdx) TO JsFreqArg.
       MOVE TblJsParmFile(JobIdx) TO JsParmFile.
       WRITE ScheduleRec.
