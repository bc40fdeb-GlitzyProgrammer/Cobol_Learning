IDENTIFICATION DIVISION.
PROGRAM-ID. nightbatch.
AUTHOR. Lawrence.
*> Nightly batch driver: runs the end-of-day chain in order instead
*> of an operator running each job by hand and forgetting one. The
*> chain is built each night from the schedule on jobsched.dat
*> (kept by jobsched.cob): every job has its position in the
*> chain, how often it runs - daily, on a set weekday, on the first
*> or last working day of the month (or of one month only), or at
*> year end - and the parameter file it takes its answers from
*> through JOBPARM. Working days come from WORKDAY and the holiday
*> calendar bizcal.cob keeps, so the weekly disaster-recovery
*> bundle and the month-end runs (finance charges, dunning,
*> statements, revaluation, archiving, log rotation) now come
*> round by themselves, once, on the right night. A job not due
*> tonight is logged as skipped with the reason. When there is no
*> jobsched.dat yet the standard schedule below is written to it.
*> Each step's start, end, outcome and elapsed time (through
*> ELAPSED, the way the session log captures times) goes to
*> joblog.dat; a failing step stops the chain and records its
*> position, the job and the date the chain was built for in
*> batchstat.dat, so a restart - even on a later night - rebuilds
*> the same chain and resumes from the failed step rather than
*> rerunning the whole night or losing its month-end jobs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BatchStatStatus.

       SELECT OPTIONAL ScheduleFile ASSIGN TO "jobsched.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScheduleStatus.

DATA DIVISION.
FILE SECTION.
FD JobLog.
01 BatchStatRec.
      *> Two digits now the chain has passed nine steps.
       02 FailedStep PIC 99.
       02 FILLER PIC X.
       02 FailedDate PIC 9(8).
       02 FILLER PIC X.
       02 FailedJob PIC X(12).

FD ScheduleFile.
*> Kept in step with the ScheduleRec layout jobsched.cob keeps.
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
01 JobLogStatus PIC XX.
01 BatchStatStatus PIC XX.
*> The standard schedule, written to jobsched.dat when there is
*> none: position, job, frequency and its argument, parameter file.
*> D daily; W on weekday nn (1 = Monday); F and L the first and
*> last working day of month nn (00 = every month); Y year end.
*> filecheck runs first as the pre-flight: a damaged index stops
*> the chain before anything writes to it.
01 StdSchedule.
       02 FILLER PIC X(38) VALUE "010filecheck   D00".
       02 FILLER PIC X(38) VALUE "020backupcust  D00".
      *> The snapshot is proved restorable before anything else
      *> trusts the night.
       02 FILLER PIC X(38) VALUE "030verifybak   D00".
       02 FILLER PIC X(38) VALUE "040purgecust   D00".
       02 FILLER PIC X(38) VALUE "050reconcust   D00".
       02 FILLER PIC X(38) VALUE "060invrecon    D00".
       02 FILLER PIC X(38) VALUE "070deltaexport D00".
       02 FILLER PIC X(38) VALUE "080fxreport    D00".
      *> The customers' electronic orders come in ahead of the
      *> standing orders, and both before glpost for the same reason.
       02 FILLER PIC X(38) VALUE "090ediimp      D00".
      *> standgen runs before glpost so the invoices it raises
      *> today are still inside the window glpost journals - glpost
      *> closes the day by stamping its last-posted date.
       02 FILLER PIC X(38) VALUE "100standgen    D00".
       02 FILLER PIC X(38) VALUE "110glpost      D00".
      *> Straight after glpost, while the day's postings are the
      *> last thing on the journal; out of tolerance fails the step.
       02 FILLER PIC X(38) VALUE "120arrecon     D00".
       02 FILLER PIC X(38) VALUE "130salesfeed   D00".
      *> After glpost, so the day's receipts are valued at the cost
      *> they came in at before the stock is revalued to the new one.
       02 FILLER PIC X(38) VALUE "140costeff     D00".
      *> After glpost, so last month's final postings are in it.
       02 FILLER PIC X(38) VALUE "150budvar      F00".
       02 FILLER PIC X(38) VALUE "160invglchk    F00".
      *> Points are earned on the day's invoices, old points expired
      *> once a year, and the liability reported on what is left.
       02 FILLER PIC X(38) VALUE "170loyearn     D00".
       02 FILLER PIC X(38) VALUE "180loyexp      F01".
       02 FILLER PIC X(38) VALUE "190loyliab     F00".
      *> Tuition bills unpaid past the allowed days put the student
      *> on a finance hold before the next day's enrollments.
       02 FILLER PIC X(38) VALUE "200holdrun     D00".
      *> Complaints past their response deadline, for the morning.
       02 FILLER PIC X(38) VALUE "205cmpoverdue  D00".
      *> Month end: charges are raised before the dunning letters
      *> and statements that show them.
       02 FILLER PIC X(38) VALUE "210finchg      L00".
       02 FILLER PIC X(38) VALUE "220dunning     L00".
       02 FILLER PIC X(38) VALUE "230custstmt    L00custstmt.prm".
       02 FILLER PIC X(38) VALUE "240fxreval     L00fxreval.prm".
       02 FILLER PIC X(38) VALUE "250invarch     L00invarch.prm".
       02 FILLER PIC X(38) VALUE "260logrotate   L00".
      *> After the month-end archiving and rotation, so the history
      *> shows what they cut back; the growth report at the week end.
       02 FILLER PIC X(38) VALUE "262filegrow    D00".
       02 FILLER PIC X(38) VALUE "263growrpt     W05".
      *> The training set is rebuilt from tonight's snapshot, so
      *> trainees start each day on yesterday's business.
       02 FILLER PIC X(38) VALUE "265trainref    D00".
      *> Last, so the week's bundle carries everything the night did.
       02 FILLER PIC X(38) VALUE "270drbundle    W05".
01 StdEntries REDEFINES StdSchedule.
       02 StdEntry OCCURS 31 TIMES.
           03 StdSeq PIC 9(3).
           03 StdJob PIC X(12).
           03 StdFreq PIC X.
           03 StdFreqArg PIC 99.
           03 StdParmFile PIC X(20).
01 StdIdx PIC 99.
01 ScheduleStatus PIC XX.
01 WSEOF PIC X.
*> Tonight's chain, in position order, each job with whether it is
*> due and why not.
01 ChainTable.
       02 ChainEntry OCCURS 40 TIMES.
           03 TblStepName PIC X(12).
           03 TblFreq PIC X.
           03 TblFreqArg PIC 99.
           03 TblParmFile PIC X(20).
01 ChainCount PIC 99 VALUE 0.
01 ChainIdx PIC 99.
01 StepIdx PIC 99.
01 ResumeStep PIC 99 VALUE 1.
01 CallName PIC X(12).
01 StepFailed PIC X.
01 StepSkipped PIC X.
*> The step's own return code, taken before the JOBPARM call
*> that follows it resets RETURN-CODE.
01 StepRc PIC S9(4).
01 SkipReason PIC X(40).
*> The date the chain is built for: today, or the night a failed
*> chain was first run when it is restarted.
01 RunDate.
       02 RunYear  PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay   PIC 99.
01 RunWhole REDEFINES RunDate PIC 9(8).
01 RunWeekDay PIC 9(3).
01 FirstWorkDate PIC 9(8).
01 LastWorkDate PIC 9(8).
01 RunIsWorkDay PIC X.
01 WdDays PIC 9(3).
01 WdResult PIC 9(8).
01 WdWorkDay PIC X.
01 RestartJob PIC X(12).
01 PrnFreqArg PIC Z9.
01 DueCount PIC 99.
*> What JOBPARM is told before each step.
01 ParmText PIC X(20).
01 ParmNumber PIC 9(8).
01 ParmFound PIC X.
01 ChainStopped PIC X VALUE 'N'.
01 LogDate.
       02 LogYear  PIC 99.
PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "nightbat", SPACES.
       MOVE ZERO TO RunWhole.
       PERFORM CheckRestart.
       PERFORM OpenJobLog.
       PERFORM CheckCalendar.
       PERFORM BuildChain.
       IF ResumeStep > 1
           PERFORM CheckResumeJob
           PERFORM WriteRestartNote
       END-IF.
       MOVE "Night batch running" TO SysReason.
       CALL 'SYSSTAT' USING "CLS", SysReason, SysSetBy, SysIsOpen.
       PERFORM RunOneStep
           VARYING StepIdx FROM ResumeStep BY 1
           UNTIL StepIdx > ChainCount OR ChainStopped = 'Y'.
       IF ChainStopped = 'N'
           PERFORM ClearBatchStat
           MOVE "Batch complete" TO SysReason
RunOneStep.
       MOVE TblStepName(StepIdx) TO CallName.
       MOVE 'N' TO StepFailed.
       MOVE TblParmFile(StepIdx) TO ParmText.
       PERFORM DecideStepDue.
       ACCEPT LogDate FROM DATE.
       ACCEPT StartTime FROM TIME.
       PERFORM WriteStepStart.
           PERFORM WriteCtlMismatch
       END-IF.
       MOVE 0 TO RETURN-CODE.
       MOVE 0 TO StepRc.
       IF StepFailed = 'N' AND StepSkipped = 'N'
           CALL 'JOBPARM' USING "SET", ParmText, ParmNumber, ParmFound
           CALL CallName
               ON EXCEPTION
                   MOVE 'Y' TO StepFailed
           END-CALL
           MOVE RETURN-CODE TO StepRc
           CALL 'JOBPARM' USING "CLR", ParmText, ParmNumber, ParmFound
       END-IF.
       IF StepRc NOT = 0
           MOVE 'Y' TO StepFailed
       END-IF.
       CANCEL CallName.

WriteStepEnd.
       MOVE SPACES TO JobLogLine.
       IF StepSkipped = 'Y' AND StepFailed = 'N'
           STRING "STEP " StepIdx DELIMITED BY SIZE
               " " CallName DELIMITED BY SIZE
               " SKIPPED - " DELIMITED BY SIZE
               SkipReason DELIMITED BY SIZE
               INTO JobLogLine
           END-STRING
           WRITE JobLogLine
           MOVE SPACES TO JobLogLine
       END-IF.
       IF StepFailed = 'Y'
           STRING "STEP " StepIdx DELIMITED BY SIZE
               " " CallName DELIMITED BY SIZE
       MOVE SPACES TO JobLogLine.
       STRING "RESTART - resuming from step " ResumeStep
           DELIMITED BY SIZE
           " " TblStepName(ResumeStep) DELIMITED BY SIZE
           " of the chain for " RunWhole DELIMITED BY SIZE
           INTO JobLogLine
       END-STRING.
       WRITE JobLogLine.
       DISPLAY "Resuming night batch from step " ResumeStep.

*> Sets StepSkipped and SkipReason for the job at StepIdx from its
*> frequency against the date the chain is built for.
DecideStepDue.
       MOVE 'N' TO StepSkipped.
       MOVE TblFreqArg(StepIdx) TO PrnFreqArg.
       EVALUATE TblFreq(StepIdx)
           WHEN 'D'
               CONTINUE
           WHEN 'W'
               IF RunWeekDay NOT = TblFreqArg(StepIdx)
                   MOVE 'Y' TO StepSkipped
                   MOVE SPACES TO SkipReason
                   STRING "runs on weekday " PrnFreqArg
                       " only (1 = Monday)" DELIMITED BY SIZE
                       INTO SkipReason
                   END-STRING
               END-IF
           WHEN 'F'
               IF RunWhole NOT = FirstWorkDate
                   MOVE 'Y' TO StepSkipped
                   MOVE "not the first working day of the month"
                       TO SkipReason
               END-IF
               IF StepSkipped = 'N' AND TblFreqArg(StepIdx) NOT = 0
                       AND TblFreqArg(StepIdx) NOT = RunMonth
                   MOVE 'Y' TO StepSkipped
                   MOVE SPACES TO SkipReason
                   STRING "first working day of month " PrnFreqArg
                       " only" DELIMITED BY SIZE INTO SkipReason
                   END-STRING
               END-IF
           WHEN 'L'
               IF RunWhole NOT = LastWorkDate
                   MOVE 'Y' TO StepSkipped
                   MOVE "not the last working day of the month"
                       TO SkipReason
               END-IF
               IF StepSkipped = 'N' AND TblFreqArg(StepIdx) NOT = 0
                       AND TblFreqArg(StepIdx) NOT = RunMonth
                   MOVE 'Y' TO StepSkipped
                   MOVE SPACES TO SkipReason
                   STRING "last working day of month " PrnFreqArg
                       " only" DELIMITED BY SIZE INTO SkipReason
                   END-STRING
               END-IF
           WHEN 'Y'
               IF RunWhole NOT = LastWorkDate OR RunMonth NOT = 12
                   MOVE 'Y' TO StepSkipped
                   MOVE "not the last working day of the year"
                       TO SkipReason
               END-IF
           WHEN OTHER
               MOVE 'Y' TO StepSkipped
               MOVE "frequency on jobsched.dat not known"
                   TO SkipReason
       END-EVALUATE.

*> The weekday and the month's first and last working days for the
*> date the chain is built for, from the holiday calendar.
CheckCalendar.
       IF RunWhole = ZERO
           ACCEPT RunWhole FROM DATE YYYYMMDD
       END-IF.
       CALL 'WORKDAY' USING "CHK", RunWhole, WdDays, WdResult,
           RunIsWorkDay.
       MOVE WdDays TO RunWeekDay.
       CALL 'WORKDAY' USING "FWD", RunWhole, WdDays, FirstWorkDate,
           WdWorkDay.
       CALL 'WORKDAY' USING "LWD", RunWhole, WdDays, LastWorkDate,
           WdWorkDay.

*> Tonight's chain is every job on jobsched.dat, which jobsched.cob
*> keeps in position order; with no schedule yet, the standard one
*> is written first.
BuildChain.
       MOVE 0 TO ChainCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ScheduleFile.
       IF ScheduleStatus = "35"
           PERFORM WriteStdSchedule
           OPEN INPUT ScheduleFile
       END-IF.
       PERFORM LoadOneScheduleRow UNTIL WSEOF = 'Y'.
       CLOSE ScheduleFile.
       MOVE 0 TO DueCount.
       PERFORM CountOneDueStep
           VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > ChainCount.
       MOVE SPACES TO JobLogLine.
       STRING "CHAIN FOR " RunWhole DELIMITED BY SIZE
           " - " ChainCount DELIMITED BY SIZE
           " job(s) on the schedule, " DueCount DELIMITED BY SIZE
           " due" DELIMITED BY SIZE
           INTO JobLogLine
       END-STRING.
       WRITE JobLogLine.

LoadOneScheduleRow.
       READ ScheduleFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ChainCount < 40 AND JsJob NOT = SPACES
                   ADD 1 TO ChainCount
                   MOVE JsJob TO TblStepName(ChainCount)
                   MOVE JsFreq TO TblFreq(ChainCount)
                   MOVE JsFreqArg TO TblFreqArg(ChainCount)
                   MOVE JsParmFile TO TblParmFile(ChainCount)
               END-IF
       END-READ.

CountOneDueStep.
       PERFORM DecideStepDue.
       IF StepSkipped = 'N'
           ADD 1 TO DueCount
       END-IF.

WriteStdSchedule.
       OPEN OUTPUT ScheduleFile.
       PERFORM WriteOneStdRow
           VARYING StdIdx FROM 1 BY 1 UNTIL StdIdx > 31.
       CLOSE ScheduleFile.
       MOVE "NO jobsched.dat - STANDARD SCHEDULE WRITTEN TO IT"
           TO JobLogLine.
       WRITE JobLogLine.

WriteOneStdRow.
       MOVE SPACES TO ScheduleRec.
       MOVE StdSeq(StdIdx) TO JsSeq.
       MOVE StdJob(StdIdx) TO JsJob.
       MOVE StdFreq(StdIdx) TO JsFreq.
       MOVE StdFreqArg(StdIdx) TO JsFreqArg.
       MOVE StdParmFile(StdIdx) TO JsParmFile.
       WRITE ScheduleRec.

*> The schedule may have been changed since the chain failed: the
*> restart goes to wherever the failed job now sits, or back to the
*> top when it is no longer scheduled at all.
CheckResumeJob.
       IF RestartJob NOT = SPACES
               AND (ResumeStep > ChainCount
               OR TblStepName(ResumeStep) NOT = RestartJob)
           MOVE 0 TO ResumeStep
           PERFORM MatchRestartJob
               VARYING ChainIdx FROM 1 BY 1
               UNTIL ResumeStep > 0 OR ChainIdx > ChainCount
           IF ResumeStep = 0
               MOVE 1 TO ResumeStep
               MOVE SPACES TO JobLogLine
               STRING "RESTART - " RestartJob DELIMITED BY SIZE
                   " no longer scheduled; whole chain rerun"
                   DELIMITED BY SIZE
                   INTO JobLogLine
               END-STRING
               WRITE JobLogLine
           END-IF
       END-IF.

MatchRestartJob.
       IF TblStepName(ChainIdx) = RestartJob
           MOVE ChainIdx TO ResumeStep
       END-IF.

CheckRestart.
       OPEN INPUT BatchStatFile.
       IF BatchStatStatus = "35"
                   IF FailedStep > 0
                       MOVE FailedStep TO ResumeStep
                   END-IF
                   IF FailedDate IS NUMERIC
      *> Restarted on a later night: the failed night's chain.
                       MOVE FailedDate TO RunWhole
                   END-IF
                   MOVE FailedJob TO RestartJob
           END-READ
           CLOSE BatchStatFile
       END-IF.

WriteBatchStat.
       OPEN OUTPUT BatchStatFile.
       MOVE SPACES TO BatchStatRec.
       MOVE StepIdx TO FailedStep.
       MOVE RunWhole TO FailedDate.
       MOVE CallName TO FailedJob.
       WRITE BatchStatRec.
       CLOSE BatchStatFile.

