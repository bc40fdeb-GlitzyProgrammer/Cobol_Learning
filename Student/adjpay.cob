       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. adjpay.
AUTHOR. Lawrence.
*> Adjunct instructor pay run: part-time instructors are paid by
*> the teaching hour, and the bursar was counting their hours off
*> the teaching-load printout and the timetable. For a keyed month
*> this counts every coursesched.dat slot of each course
*> courseinstr.dat assigns to an adjunct (InstrEmpType A on
*> instructor.dat), one hour a slot, on each day of the month that
*> falls inside a term on termcal.dat. Sessions that did not run
*> are keyed here as cancellations and extra sessions as make-ups
*> on adjsess.dat, both against a course, date and hour slot. The
*> run, approved at level 3, prints a pay advice per adjunct and a
*> summary for the bursar, logs what each was paid on adjpay.dat so
*> a month is never paid twice, and journals the total (Dr 6300
*> Teaching Salaries / Cr 1000) straight onto gljournal.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InstructorFile ASSIGN TO "instructor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InstrId
           FILE STATUS IS InstructorFileStatus.

       SELECT OPTIONAL CourseInstrFile ASSIGN TO "courseinstr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CourseInstrStatus.

       SELECT OPTIONAL SchedFile ASSIGN TO "coursesched.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SchedStatus.

       SELECT OPTIONAL TermCalFile ASSIGN TO "termcal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermCalStatus.

      *> Cancelled and make-up sessions, one line per hour slot.
       SELECT OPTIONAL AdjSessFile ASSIGN TO "adjsess.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjSessStatus.

      *> What each adjunct was paid for each month.
       SELECT OPTIONAL AdjPayFile ASSIGN TO "adjpay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjPayStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

      *> Date-stamped so an earlier run is never overwritten; both
      *> reports are cataloged through RPTCAT.
       SELECT PayReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD SchedFile.
*> Kept in step with the SchedRec layout timetable.cob keeps.
01 SchedRec.
       02 CsCourseId PIC X(5).
       02 FILLER PIC X.
       02 CsDay PIC X(3).
       02 FILLER PIC X.
       02 CsSlot PIC 99.
       02 FILLER PIC X.
       02 CsRoom PIC X(5).

FD TermCalFile.
*> Kept in step with the TermCalRec layout termcal.cob keeps.
01 TermCalRec.
       02 TcTerm PIC X(5).
       02 FILLER PIC X.
       02 TcStart PIC 9(8).
       02 FILLER PIC X.
       02 TcEnd PIC 9(8).
       02 FILLER PIC X.
       02 TcAddDrop PIC 9(8).
       02 FILLER PIC X.
       02 TcRefund PIC 9(8).

FD AdjSessFile.
*> Fixed columns: course, session date, hour slot, kind (C
*> cancelled, M make-up), who keyed it.
01 AdjSessRec.
       02 AsCourseId PIC X(5).
       02 FILLER PIC X.
       02 AsDate PIC 9(8).
       02 FILLER PIC X.
       02 AsSlot PIC 99.
       02 FILLER PIC X.
       02 AsKind PIC X.
       02 FILLER PIC X.
       02 AsKeyedBy PIC X(20).

FD AdjPayFile.
*> Fixed columns: month paid, instructor, net hours, rate, amount,
*> run date, approving operator.
01 AdjPayRec.
       02 ApMonth PIC 9(6).
       02 FILLER PIC X.
       02 ApInstrId PIC X(4).
       02 FILLER PIC X.
       02 ApHours PIC 9(3).
       02 FILLER PIC X.
       02 ApRate PIC 9(3)V99.
       02 FILLER PIC X.
       02 ApAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 ApRunDate PIC 9(8).
       02 FILLER PIC X.
       02 ApRunBy PIC X(8).

FD JournalFile.
*> Kept in step with the JournalRec layout glpost.cob writes.
01 JournalRec.
       02 JrnDate PIC 9(8).
       02 FILLER PIC X.
       02 JrnAcct PIC 9(4).
       02 FILLER PIC X.
       02 JrnDrCr PIC X.
       02 FILLER PIC X.
       02 JrnAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 JrnSource PIC X(12).

FD PayReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 InstructorFileStatus PIC XX.
01 CourseInstrStatus PIC XX.
01 SchedStatus PIC XX.
01 TermCalStatus PIC XX.
01 AdjSessStatus PIC XX.
01 AdjPayStatus PIC XX.
01 JournalStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 TodayDate PIC 9(8).
*> Accounting-period check on the journal date, as payrun.
01 PerDocDate PIC 9(8).
01 PeriodOpen PIC X.
01 PerOverride PIC X.
01 EntryCourseId PIC X(5).
01 EntryDate PIC 9(8).
01 EntrySlot PIC 99.
01 EntryKind PIC X.
01 EntryMonth PIC 9(6).
01 EntryMonthParts REDEFINES EntryMonth.
       02 EntryYear PIC 9(4).
       02 EntryMon PIC 99.
01 DateParts.
       02 DpYear PIC 9(4).
       02 DpMonth PIC 99.
       02 DpDay PIC 99.
01 DateWhole REDEFINES DateParts PIC 9(8).
*> The month being paid, a day at a time: its weekday and whether
*> it falls inside a term on the calendar.
01 DaysInMonthTable.
       02 FILLER PIC X(24) VALUE "312831303130313130313031".
01 DaysInMonthList REDEFINES DaysInMonthTable.
       02 MonthLength PIC 99 OCCURS 12 TIMES.
01 WeekDayNames PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
01 WeekDayList REDEFINES WeekDayNames.
       02 WeekDayName PIC X(3) OCCURS 7 TIMES.
01 MonthDays.
       02 MonthDayEntry OCCURS 31 TIMES.
           03 MdDate PIC 9(8).
           03 MdDay PIC X(3).
           03 MdTeaching PIC X.
01 MonthDayCount PIC 99.
01 MdIdx PIC 99.
01 TeachingDays PIC 99.
*> Weekday of the 1st by Zeller's congruence, worked a step at a
*> time so every division truncates.
01 ZYear PIC 9(4).
01 ZMonth PIC 99.
01 ZCentury PIC 99.
01 ZYearOfCent PIC 99.
01 ZPart1 PIC 9(3).
01 ZPart2 PIC 99.
01 ZPart3 PIC 99.
01 ZSum PIC 9(4).
01 ZQuot PIC 9(4).
01 ZWeekDay PIC 9.
01 WdIdx PIC 9.
01 LeapRem PIC 9(3).
01 LeapQuot PIC 9(4).
*> The term calendar.
01 CalTable.
       02 CalEntry OCCURS 0 TO 60 TIMES
               DEPENDING ON CalCount.
           03 TblTcStart PIC 9(8).
           03 TblTcEnd PIC 9(8).
01 CalCount PIC 9(2) VALUE 0.
01 CalIdx PIC 9(2).
*> Course assignments.
01 AssignTable.
       02 AssignEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON AssignCount.
           03 TblAsnCourse PIC X(5).
           03 TblAsnInstr PIC X(4).
01 AssignCount PIC 9(3) VALUE 0.
01 AssignIdx PIC 9(3).
01 FoundInstr PIC X(4).
*> The weekly schedule.
01 SchedTable.
       02 SchedEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON SchedCount.
           03 TblScCourse PIC X(5).
           03 TblScDay PIC X(3).
           03 TblScSlot PIC 99.
01 SchedCount PIC 9(3) VALUE 0.
01 ScIdx PIC 9(3).
01 SlotFound PIC X.
*> The whole of adjsess.dat, held while a line is added or taken
*> off and then rewritten whole.
01 AdjTable.
       02 AdjEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON AdjCount.
           03 TblAdCourse PIC X(5).
           03 TblAdDate PIC 9(8).
           03 TblAdSlot PIC 99.
           03 TblAdKind PIC X.
           03 TblAdBy PIC X(20).
01 AdjCount PIC 9(3) VALUE 0.
01 AdIdx PIC 9(3).
01 AdjFound PIC X.
01 AdjFoundIdx PIC 9(3).
01 AdjFullWarned PIC X.
01 ListedCount PIC 9(3).
*> One row per adjunct, and one per adjunct course, for the run.
01 PayTable.
       02 PayEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON PayCount.
           03 TblPyInstr PIC X(4).
           03 TblPyName PIC X(20).
           03 TblPyRate PIC 9(3)V99.
           03 TblPySched PIC 9(3).
           03 TblPyCancel PIC 9(3).
           03 TblPyMakeup PIC 9(3).
           03 TblPyHours PIC 9(3).
           03 TblPyAmount PIC 9(7)V99.
01 PayCount PIC 9(3) VALUE 0.
01 PyIdx PIC 9(3).
01 PayFound PIC X.
01 PayCourseTable.
       02 PayCourseEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON PcCount.
           03 TblPcInstr PIC X(4).
           03 TblPcCourse PIC X(5).
           03 TblPcSched PIC 9(3).
           03 TblPcCancel PIC 9(3).
           03 TblPcMakeup PIC 9(3).
01 PcCount PIC 9(3) VALUE 0.
01 PcIdx PIC 9(3).
01 PcFound PIC X.
01 MonthPaid PIC X.
01 RunHours PIC 9(5).
01 RunTotal PIC 9(9)V99.
01 PaidCount PIC 9(3).
01 NoRateCount PIC 9(3).
01 JournalSource PIC X(12).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5).
01 PrnAmount PIC $$,$$$,$$9.99.
01 PrnRate PIC $$$9.99.
01 PrnTotal PIC $$$$,$$$,$$9.99.
01 AdviceLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnAdCourse PIC X(5).
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnAdSched PIC ZZ9.
       02 FILLER PIC X(9) VALUE SPACES.
       02 PrnAdCancel PIC ZZ9.
       02 FILLER PIC X(8) VALUE SPACES.
       02 PrnAdMakeup PIC ZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnAdHours PIC ZZ9.
01 SummaryLine.
       02 PrnSmInstr PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSmName PIC X(20).
       02 PrnSmHours PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSmRate PIC $$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSmAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSmNote PIC X(12).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "adjpay  ", OperatorName.
       CALL 'SESSLOG' USING "START", "adjpay  ", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "ADJUNCT TEACHING PAY"
           DISPLAY "1: Record Cancelled Session"
           DISPLAY "2: Record Make-up Session"
           DISPLAY "3: Remove a Session Adjustment"
           DISPLAY "4: List Adjustments for a Month"
           DISPLAY "5: Monthly Pay Run"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1
                   MOVE 'C' TO EntryKind
                   PERFORM AddAdjustment THRU AddAdjustment-Exit
               WHEN 2
                   MOVE 'M' TO EntryKind
                   PERFORM AddAdjustment THRU AddAdjustment-Exit
               WHEN 3 PERFORM RemoveAdjustment THRU RemoveAdjustment-Exit
               WHEN 4 PERFORM ListAdjustments
               WHEN 5 PERFORM MonthlyPayRun THRU MonthlyPayRun-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "adjpay  ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A cancellation must name an hour the course is timetabled for on
*> that weekday; a make-up may be any slot. Neither is taken for a
*> month already paid - that money has gone.
AddAdjustment.
       DISPLAY " ".
       DISPLAY "Course Id: " WITH NO ADVANCING.
       ACCEPT EntryCourseId.
       DISPLAY "Session date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT EntryDate.
       DISPLAY "Hour slot (1-9): " WITH NO ADVANCING.
       ACCEPT EntrySlot.
       MOVE EntryDate TO DateWhole.
       IF DpMonth < 1 OR DpMonth > 12 OR DpDay < 1 OR DpDay > 31
           DISPLAY "Not a valid date"
           GO TO AddAdjustment-Exit
       END-IF.
       IF EntrySlot < 1 OR EntrySlot > 9
           DISPLAY "Hour slots run 1 to 9"
           GO TO AddAdjustment-Exit
       END-IF.
       PERFORM LoadAssignTable.
       PERFORM FindCourseInstr.
       IF FoundInstr = SPACES
           DISPLAY "No instructor is assigned to " EntryCourseId
           GO TO AddAdjustment-Exit
       END-IF.
       MOVE DpYear TO EntryYear.
       MOVE DpMonth TO EntryMon.
       PERFORM CheckMonthPaid.
       IF MonthPaid = 'Y'
           DISPLAY "Adjunct pay for " EntryMonth
               " has already been run - not recorded"
           GO TO AddAdjustment-Exit
       END-IF.
       PERFORM BuildMonthDays.
       MOVE EntryDate TO DateWhole.
       IF DpDay > MonthDayCount
           DISPLAY "Not a valid date"
           GO TO AddAdjustment-Exit
       END-IF.
       MOVE DpDay TO MdIdx.
       IF EntryKind = 'C'
           PERFORM LoadSchedTable
           MOVE 'N' TO SlotFound
           IF MdTeaching(MdIdx) = 'Y'
               PERFORM MatchEntrySlot
                   VARYING ScIdx FROM 1 BY 1
                   UNTIL SlotFound = 'Y' OR ScIdx > SchedCount
           END-IF
           IF SlotFound = 'N'
               DISPLAY EntryCourseId " is not timetabled in slot "
                   EntrySlot " on " EntryDate
               GO TO AddAdjustment-Exit
           END-IF
       END-IF.
       PERFORM LoadAdjTable.
       PERFORM FindAdjustment.
       IF AdjFound = 'Y'
           DISPLAY "That session is already adjusted"
           GO TO AddAdjustment-Exit
       END-IF.
       IF AdjCount NOT < 500
           DISPLAY "Adjustment file full - not recorded"
           GO TO AddAdjustment-Exit
       END-IF.
       ADD 1 TO AdjCount.
       MOVE EntryCourseId TO TblAdCourse(AdjCount).
       MOVE EntryDate TO TblAdDate(AdjCount).
       MOVE EntrySlot TO TblAdSlot(AdjCount).
       MOVE EntryKind TO TblAdKind(AdjCount).
       MOVE OperatorName TO TblAdBy(AdjCount).
       PERFORM RewriteAdjFile.
       IF EntryKind = 'C'
           DISPLAY "Session cancelled - " FoundInstr
               " will not be paid for it"
       ELSE
           DISPLAY "Make-up session recorded for " FoundInstr
       END-IF.
AddAdjustment-Exit.
       EXIT.

MatchEntrySlot.
       IF TblScCourse(ScIdx) = EntryCourseId
               AND TblScDay(ScIdx) = MdDay(MdIdx)
               AND TblScSlot(ScIdx) = EntrySlot
           MOVE 'Y' TO SlotFound
       END-IF.

RemoveAdjustment.
       DISPLAY " ".
       DISPLAY "Course Id: " WITH NO ADVANCING.
       ACCEPT EntryCourseId.
       DISPLAY "Session date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT EntryDate.
       DISPLAY "Hour slot (1-9): " WITH NO ADVANCING.
       ACCEPT EntrySlot.
       MOVE EntryDate TO DateWhole.
       MOVE DpYear TO EntryYear.
       MOVE DpMonth TO EntryMon.
       PERFORM CheckMonthPaid.
       IF MonthPaid = 'Y'
           DISPLAY "Adjunct pay for " EntryMonth
               " has already been run - left as paid"
           GO TO RemoveAdjustment-Exit
       END-IF.
       PERFORM LoadAdjTable.
       PERFORM FindAdjustment.
       IF AdjFound = 'N'
           DISPLAY "No adjustment on file for that session"
           GO TO RemoveAdjustment-Exit
       END-IF.
       PERFORM CloseAdjGap
           VARYING AdIdx FROM AdjFoundIdx BY 1
           UNTIL AdIdx NOT < AdjCount.
       SUBTRACT 1 FROM AdjCount.
       PERFORM RewriteAdjFile.
       DISPLAY "Adjustment removed".
RemoveAdjustment-Exit.
       EXIT.

CloseAdjGap.
       MOVE AdjEntry(AdIdx + 1) TO AdjEntry(AdIdx).

FindAdjustment.
       MOVE 'N' TO AdjFound.
       PERFORM MatchOneAdjustment
           VARYING AdIdx FROM 1 BY 1
           UNTIL AdjFound = 'Y' OR AdIdx > AdjCount.

MatchOneAdjustment.
       IF TblAdCourse(AdIdx) = EntryCourseId
               AND TblAdDate(AdIdx) = EntryDate
               AND TblAdSlot(AdIdx) = EntrySlot
           MOVE 'Y' TO AdjFound
           MOVE AdIdx TO AdjFoundIdx
       END-IF.

ListAdjustments.
       DISPLAY " ".
       DISPLAY "Month (YYYYMM): " WITH NO ADVANCING.
       ACCEPT EntryMonth.
       PERFORM LoadAdjTable.
       MOVE 0 TO ListedCount.
       PERFORM ListOneAdjustment
           VARYING AdIdx FROM 1 BY 1 UNTIL AdIdx > AdjCount.
       IF ListedCount = 0
           DISPLAY "No sessions adjusted in " EntryMonth
       END-IF.

ListOneAdjustment.
       MOVE TblAdDate(AdIdx) TO DateWhole.
       IF DpYear = EntryYear AND DpMonth = EntryMon
           ADD 1 TO ListedCount
           IF TblAdKind(AdIdx) = 'C'
               DISPLAY TblAdCourse(AdIdx) " " TblAdDate(AdIdx)
                   " slot " TblAdSlot(AdIdx) " CANCELLED  by "
                   TblAdBy(AdIdx)
           ELSE
               DISPLAY TblAdCourse(AdIdx) " " TblAdDate(AdIdx)
                   " slot " TblAdSlot(AdIdx) " MAKE-UP    by "
                   TblAdBy(AdIdx)
           END-IF
       END-IF.

*> The bursar's run. Hours are worked out afresh from the timetable
*> each time, shown for confirmation, and only then paid, printed,
*> logged and journalled.
MonthlyPayRun.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "Adjunct pay runs are approved by a supervisor"
           GO TO MonthlyPayRun-Exit
       END-IF.
       DISPLAY "Month to pay (YYYYMM): " WITH NO ADVANCING.
       ACCEPT EntryMonth.
       IF EntryMon < 1 OR EntryMon > 12
           DISPLAY "Not a valid month"
           GO TO MonthlyPayRun-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE TodayDate TO DateWhole.
       IF EntryYear > DpYear
               OR (EntryYear = DpYear AND EntryMon > DpMonth)
           DISPLAY "A month is paid once it has been taught"
           GO TO MonthlyPayRun-Exit
       END-IF.
       PERFORM CheckMonthPaid.
       IF MonthPaid = 'Y'
           DISPLAY "Adjunct pay for " EntryMonth " has already been run"
           GO TO MonthlyPayRun-Exit
       END-IF.
       MOVE TodayDate TO PerDocDate.
       PERFORM CheckPeriodOpen.
       IF PeriodOpen = 'N'
           GO TO MonthlyPayRun-Exit
       END-IF.
       MOVE EntryYear TO DpYear.
       MOVE EntryMon TO DpMonth.
       MOVE 1 TO DpDay.
       PERFORM BuildMonthDays.
       IF TeachingDays = 0
           DISPLAY "No day of " EntryMonth
               " falls inside a term on the calendar"
           GO TO MonthlyPayRun-Exit
       END-IF.
       PERFORM LoadAdjuncts.
       IF PayCount = 0
           DISPLAY "No adjunct instructors on file"
           GO TO MonthlyPayRun-Exit
       END-IF.
       PERFORM LoadAssignTable.
       PERFORM LoadSchedTable.
       PERFORM LoadAdjTable.
       MOVE 0 TO PcCount.
       PERFORM CountOneSchedSlot
           VARYING ScIdx FROM 1 BY 1 UNTIL ScIdx > SchedCount.
       PERFORM CountOneMakeup
           VARYING AdIdx FROM 1 BY 1 UNTIL AdIdx > AdjCount.
       MOVE 0 TO RunHours.
       MOVE 0 TO RunTotal.
       MOVE 0 TO PaidCount.
       MOVE 0 TO NoRateCount.
       PERFORM PriceOneAdjunct
           VARYING PyIdx FROM 1 BY 1 UNTIL PyIdx > PayCount.
       IF RunHours = 0
           DISPLAY "No adjunct teaching hours in " EntryMonth
           GO TO MonthlyPayRun-Exit
       END-IF.
       IF NoRateCount > 0
           DISPLAY NoRateCount " adjuncts taught with no hourly rate"
               " on file - they will be paid nothing"
       END-IF.
       MOVE RunTotal TO PrnTotal.
       DISPLAY "Pay " PaidCount " adjuncts " RunHours " hours, "
           PrnTotal " for " EntryMonth "? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Pay run not approved - nothing paid"
           GO TO MonthlyPayRun-Exit
       END-IF.
       PERFORM PrintPayAdvices.
       PERFORM PrintBursarSummary.
       PERFORM LogPayments.
       IF RunTotal > ZERO
           PERFORM JournalPayRun
       END-IF.
       DISPLAY "Adjunct pay for " EntryMonth ": " PaidCount
           " paid " PrnTotal.
MonthlyPayRun-Exit.
       EXIT.

*> Fills MonthDays for the month of DateParts: each date, its
*> weekday name, and Y where a term on termcal.dat covers it.
BuildMonthDays.
       MOVE MonthLength(DpMonth) TO MonthDayCount.
       IF DpMonth = 2
           DIVIDE DpYear BY 4 GIVING LeapQuot REMAINDER LeapRem
           IF LeapRem = 0
               MOVE 29 TO MonthDayCount
               DIVIDE DpYear BY 100 GIVING LeapQuot REMAINDER LeapRem
               IF LeapRem = 0
                   DIVIDE DpYear BY 400 GIVING LeapQuot
                       REMAINDER LeapRem
                   IF LeapRem NOT = 0
                       MOVE 28 TO MonthDayCount
                   END-IF
               END-IF
           END-IF
       END-IF.
       MOVE DpYear TO ZYear.
       MOVE DpMonth TO ZMonth.
       IF ZMonth < 3
           ADD 12 TO ZMonth
           SUBTRACT 1 FROM ZYear
       END-IF.
       DIVIDE ZYear BY 100 GIVING ZCentury REMAINDER ZYearOfCent.
       COMPUTE ZPart1 = 13 * (ZMonth + 1).
       DIVIDE ZPart1 BY 5 GIVING ZPart1.
       DIVIDE ZYearOfCent BY 4 GIVING ZPart2.
       DIVIDE ZCentury BY 4 GIVING ZPart3.
       COMPUTE ZSum = 1 + ZPart1 + ZYearOfCent + ZPart2 + ZPart3
           + 5 * ZCentury.
      *> Zeller counts 0 as Saturday; WeekDayName starts at Sunday.
       DIVIDE ZSum BY 7 GIVING ZQuot REMAINDER ZWeekDay.
       IF ZWeekDay = 0
           MOVE 7 TO WdIdx
       ELSE
           MOVE ZWeekDay TO WdIdx
       END-IF.
       PERFORM LoadCalTable.
       MOVE 0 TO TeachingDays.
       PERFORM BuildOneMonthDay
           VARYING MdIdx FROM 1 BY 1 UNTIL MdIdx > MonthDayCount.

BuildOneMonthDay.
       MOVE MdIdx TO DpDay.
       MOVE DateWhole TO MdDate(MdIdx).
       MOVE WeekDayName(WdIdx) TO MdDay(MdIdx).
       MOVE 'N' TO MdTeaching(MdIdx).
       PERFORM MatchOneTerm
           VARYING CalIdx FROM 1 BY 1
           UNTIL MdTeaching(MdIdx) = 'Y' OR CalIdx > CalCount.
       IF MdTeaching(MdIdx) = 'Y'
           ADD 1 TO TeachingDays
       END-IF.
       IF WdIdx = 7
           MOVE 1 TO WdIdx
       ELSE
           ADD 1 TO WdIdx
       END-IF.

MatchOneTerm.
       IF MdDate(MdIdx) NOT < TblTcStart(CalIdx)
               AND MdDate(MdIdx) NOT > TblTcEnd(CalIdx)
           MOVE 'Y' TO MdTeaching(MdIdx)
       END-IF.

*> One timetabled slot of an adjunct's course: an hour for every
*> teaching day of the month on its weekday, less any cancelled.
CountOneSchedSlot.
       MOVE TblScCourse(ScIdx) TO EntryCourseId.
       PERFORM FindCourseInstr.
       PERFORM FindPayRow.
       IF PayFound = 'Y'
           PERFORM FindPayCourseRow
           IF PcFound = 'Y'
               PERFORM CountSlotOnOneDay
                   VARYING MdIdx FROM 1 BY 1
                   UNTIL MdIdx > MonthDayCount
           END-IF
       END-IF.

CountSlotOnOneDay.
       IF MdTeaching(MdIdx) = 'Y' AND MdDay(MdIdx) = TblScDay(ScIdx)
           ADD 1 TO TblPySched(PyIdx)
           ADD 1 TO TblPcSched(PcIdx)
           MOVE MdDate(MdIdx) TO EntryDate
           MOVE TblScSlot(ScIdx) TO EntrySlot
           PERFORM FindAdjustment
           IF AdjFound = 'Y'
               IF TblAdKind(AdjFoundIdx) = 'C'
                   ADD 1 TO TblPyCancel(PyIdx)
                   ADD 1 TO TblPcCancel(PcIdx)
               END-IF
           END-IF
       END-IF.

CountOneMakeup.
       MOVE TblAdDate(AdIdx) TO DateWhole.
       IF TblAdKind(AdIdx) = 'M' AND DpYear = EntryYear
               AND DpMonth = EntryMon
           MOVE TblAdCourse(AdIdx) TO EntryCourseId
           PERFORM FindCourseInstr
           PERFORM FindPayRow
           IF PayFound = 'Y'
               PERFORM FindPayCourseRow
               IF PcFound = 'Y'
                   ADD 1 TO TblPyMakeup(PyIdx)
                   ADD 1 TO TblPcMakeup(PcIdx)
               END-IF
           END-IF
       END-IF.

PriceOneAdjunct.
       COMPUTE TblPyHours(PyIdx) = TblPySched(PyIdx)
           - TblPyCancel(PyIdx) + TblPyMakeup(PyIdx).
       COMPUTE TblPyAmount(PyIdx) = TblPyHours(PyIdx)
           * TblPyRate(PyIdx).
       IF TblPyHours(PyIdx) > 0
           ADD 1 TO PaidCount
           ADD TblPyHours(PyIdx) TO RunHours
           ADD TblPyAmount(PyIdx) TO RunTotal
           IF TblPyRate(PyIdx) = 0
               ADD 1 TO NoRateCount
           END-IF
       END-IF.

*> Finds the pay row for FoundInstr; only adjuncts have one.
FindPayRow.
       MOVE 'N' TO PayFound.
       IF FoundInstr NOT = SPACES
           PERFORM MatchOnePayRow
               VARYING PyIdx FROM 1 BY 1
               UNTIL PayFound = 'Y' OR PyIdx > PayCount
       END-IF.
       IF PayFound = 'Y'
           SUBTRACT 1 FROM PyIdx
       END-IF.

MatchOnePayRow.
       IF TblPyInstr(PyIdx) = FoundInstr
           MOVE 'Y' TO PayFound
       END-IF.

*> Finds, or starts, the course row for FoundInstr/EntryCourseId.
FindPayCourseRow.
       MOVE 'N' TO PcFound.
       PERFORM MatchOnePayCourse
           VARYING PcIdx FROM 1 BY 1
           UNTIL PcFound = 'Y' OR PcIdx > PcCount.
       IF PcFound = 'Y'
           SUBTRACT 1 FROM PcIdx
       ELSE
           IF PcCount < 200
               ADD 1 TO PcCount
               MOVE PcCount TO PcIdx
               MOVE FoundInstr TO TblPcInstr(PcIdx)
               MOVE EntryCourseId TO TblPcCourse(PcIdx)
               MOVE 0 TO TblPcSched(PcIdx)
               MOVE 0 TO TblPcCancel(PcIdx)
               MOVE 0 TO TblPcMakeup(PcIdx)
               MOVE 'Y' TO PcFound
           ELSE
               DISPLAY "More than 200 adjunct courses - "
                   EntryCourseId " left out"
           END-IF
       END-IF.

MatchOnePayCourse.
       IF TblPcInstr(PcIdx) = FoundInstr
               AND TblPcCourse(PcIdx) = EntryCourseId
           MOVE 'Y' TO PcFound
       END-IF.

FindCourseInstr.
       MOVE SPACES TO FoundInstr.
       PERFORM MatchOneAssign
           VARYING AssignIdx FROM 1 BY 1
           UNTIL FoundInstr NOT = SPACES OR AssignIdx > AssignCount.

MatchOneAssign.
       IF TblAsnCourse(AssignIdx) = EntryCourseId
           MOVE TblAsnInstr(AssignIdx) TO FoundInstr
       END-IF.

*> A month is paid once any line for it is on adjpay.dat.
CheckMonthPaid.
       MOVE 'N' TO MonthPaid.
       MOVE 'N' TO WSEOF.
       OPEN INPUT AdjPayFile.
       IF AdjPayStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOnePaidLine UNTIL WSEOF = 'Y'.
       IF AdjPayStatus NOT = "35"
           CLOSE AdjPayFile
       END-IF.

CheckOnePaidLine.
       READ AdjPayFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ApMonth = EntryMonth
                   MOVE 'Y' TO MonthPaid
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

LoadAdjuncts.
       MOVE 0 TO PayCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT InstructorFile.
       IF InstructorFileStatus NOT = "00"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO InstrId
           START InstructorFile KEY IS NOT LESS THAN InstrId
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM LoadOneAdjunct UNTIL WSEOF = 'Y'.
       IF InstructorFileStatus NOT = "35"
           CLOSE InstructorFile
       END-IF.

LoadOneAdjunct.
       READ InstructorFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF InstrEmpType = 'A'
                   IF PayCount < 100
                       ADD 1 TO PayCount
                       MOVE InstrId TO TblPyInstr(PayCount)
                       MOVE InstrName TO TblPyName(PayCount)
                       MOVE InstrHourRate TO TblPyRate(PayCount)
                       MOVE 0 TO TblPySched(PayCount)
                       MOVE 0 TO TblPyCancel(PayCount)
                       MOVE 0 TO TblPyMakeup(PayCount)
                       MOVE 0 TO TblPyHours(PayCount)
                       MOVE 0 TO TblPyAmount(PayCount)
                   ELSE
                       DISPLAY "More than 100 adjuncts - " InstrId
                           " left out"
                   END-IF
               END-IF
       END-READ.

LoadCalTable.
       MOVE 0 TO CalCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TermCalFile.
       IF TermCalStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCalRec UNTIL WSEOF = 'Y'.
       IF TermCalStatus NOT = "35"
           CLOSE TermCalFile
       END-IF.

LoadOneCalRec.
       READ TermCalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CalCount < 60
                   ADD 1 TO CalCount
                   MOVE TcStart TO TblTcStart(CalCount)
                   MOVE TcEnd TO TblTcEnd(CalCount)
               END-IF
       END-READ.

LoadAssignTable.
       MOVE 0 TO AssignCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CourseInstrFile.
       IF CourseInstrStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneAssignRec UNTIL WSEOF = 'Y'.
       IF CourseInstrStatus NOT = "35"
           CLOSE CourseInstrFile
       END-IF.

LoadOneAssignRec.
       READ CourseInstrFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF AssignCount < 100
                   ADD 1 TO AssignCount
                   MOVE CiCourseId TO TblAsnCourse(AssignCount)
                   MOVE CiInstrId TO TblAsnInstr(AssignCount)
               END-IF
       END-READ.

LoadSchedTable.
       MOVE 0 TO SchedCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SchedFile.
       IF SchedStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneSchedRec UNTIL WSEOF = 'Y'.
       IF SchedStatus NOT = "35"
           CLOSE SchedFile
       END-IF.

LoadOneSchedRec.
       READ SchedFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SchedCount < 200
                   ADD 1 TO SchedCount
                   MOVE CsCourseId TO TblScCourse(SchedCount)
                   MOVE CsDay TO TblScDay(SchedCount)
                   MOVE CsSlot TO TblScSlot(SchedCount)
               END-IF
       END-READ.

LoadAdjTable.
       MOVE 0 TO AdjCount.
       MOVE 'N' TO AdjFullWarned.
       MOVE 'N' TO WSEOF.
       OPEN INPUT AdjSessFile.
       IF AdjSessStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneAdjRec UNTIL WSEOF = 'Y'.
       IF AdjSessStatus NOT = "35"
           CLOSE AdjSessFile
       END-IF.

LoadOneAdjRec.
       READ AdjSessFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF AdjCount < 500
                   ADD 1 TO AdjCount
                   MOVE AsCourseId TO TblAdCourse(AdjCount)
                   MOVE AsDate TO TblAdDate(AdjCount)
                   MOVE AsSlot TO TblAdSlot(AdjCount)
                   MOVE AsKind TO TblAdKind(AdjCount)
                   MOVE AsKeyedBy TO TblAdBy(AdjCount)
               ELSE
                   IF AdjFullWarned = 'N'
                       DISPLAY "adjsess.dat holds more than 500"
                           " sessions - the rest are not read"
                       MOVE 'Y' TO AdjFullWarned
                   END-IF
               END-IF
       END-READ.

RewriteAdjFile.
       OPEN OUTPUT AdjSessFile.
       PERFORM RewriteOneAdjRec
           VARYING AdIdx FROM 1 BY 1 UNTIL AdIdx > AdjCount.
       CLOSE AdjSessFile.

RewriteOneAdjRec.
       MOVE SPACES TO AdjSessRec.
       MOVE TblAdCourse(AdIdx) TO AsCourseId.
       MOVE TblAdDate(AdIdx) TO AsDate.
       MOVE TblAdSlot(AdIdx) TO AsSlot.
       MOVE TblAdKind(AdIdx) TO AsKind.
       MOVE TblAdBy(AdIdx) TO AsKeyedBy.
       WRITE AdjSessRec.

PrintPayAdvices.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "AdjPay" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT PayReport.
       PERFORM PrintOneAdvice
           VARYING PyIdx FROM 1 BY 1 UNTIL PyIdx > PayCount.
       CLOSE PayReport.
       MOVE "AdjPayAdvice" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Pay advices written to " ReportFileName.

PrintOneAdvice.
       IF TblPyHours(PyIdx) > 0
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING PAGE
           MOVE "ADJUNCT TEACHING PAY ADVICE" TO PrintLine
           WRITE PrintLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE SPACES TO PrintLine
           STRING TblPyInstr(PyIdx) " " TblPyName(PyIdx)
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine
           MOVE TblPyRate(PyIdx) TO PrnRate
           MOVE SPACES TO PrintLine
           STRING "Teaching hours for " EntryMonth " at " PrnRate
               " an hour" DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine
           MOVE "    COURSE  TIMETABLED  CANCELLED  MAKE-UP  HOURS PAID"
               TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 6 TO LineCount
           PERFORM PrintOneAdviceLine
               VARYING PcIdx FROM 1 BY 1 UNTIL PcIdx > PcCount
           MOVE TblPyAmount(PyIdx) TO PrnAmount
           MOVE SPACES TO PrintLine
           STRING "    HOURS " TblPyHours(PyIdx) "    TOTAL PAY "
               PrnAmount DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       END-IF.

PrintOneAdviceLine.
       IF TblPcInstr(PcIdx) = TblPyInstr(PyIdx)
           MOVE TblPcCourse(PcIdx) TO PrnAdCourse
           MOVE TblPcSched(PcIdx) TO PrnAdSched
           MOVE TblPcCancel(PcIdx) TO PrnAdCancel
           MOVE TblPcMakeup(PcIdx) TO PrnAdMakeup
           COMPUTE PrnAdHours = TblPcSched(PcIdx) - TblPcCancel(PcIdx)
               + TblPcMakeup(PcIdx)
           WRITE PrintLine FROM AdviceLine
           ADD 1 TO LineCount
       END-IF.

*> One line per adjunct for the bursar, those with nothing to be
*> paid included so a missing timetable shows up.
PrintBursarSummary.
       MOVE SPACES TO ReportFileName.
       STRING "AdjPaySum" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT PayReport.
       MOVE SPACES TO PrintLine.
       STRING "ADJUNCT PAY SUMMARY FOR " EntryMonth "  RUN " TodayDate
           " BY " AuthOperId DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE "ID   INSTRUCTOR          HRS     RATE            PAY"
           TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 3 TO LineCount.
       PERFORM PrintOneSummaryLine
           VARYING PyIdx FROM 1 BY 1 UNTIL PyIdx > PayCount.
       MOVE SPACES TO PrintLine.
       STRING "TOTAL " PaidCount " ADJUNCTS  " RunHours " HOURS  "
           PrnTotal DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO PrintLine.
       STRING "Journalled Dr 6300 Teaching Salaries / Cr 1000 Cash"
           " at Bank, source ADJPAY " EntryMonth
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       ADD 3 TO LineCount.
       CLOSE PayReport.
       MOVE "AdjPaySumm" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Bursar summary written to " ReportFileName.

PrintOneSummaryLine.
       MOVE TblPyInstr(PyIdx) TO PrnSmInstr.
       MOVE TblPyName(PyIdx) TO PrnSmName.
       MOVE TblPyHours(PyIdx) TO PrnSmHours.
       MOVE TblPyRate(PyIdx) TO PrnSmRate.
       MOVE TblPyAmount(PyIdx) TO PrnSmAmount.
       EVALUATE TRUE
           WHEN TblPyHours(PyIdx) = 0
               MOVE "NO HOURS" TO PrnSmNote
           WHEN TblPyRate(PyIdx) = 0
               MOVE "NO RATE" TO PrnSmNote
           WHEN OTHER
               MOVE SPACES TO PrnSmNote
       END-EVALUATE.
       WRITE PrintLine FROM SummaryLine.
       ADD 1 TO LineCount.

LogPayments.
       OPEN EXTEND AdjPayFile.
       IF AdjPayStatus = "35"
           OPEN OUTPUT AdjPayFile
           CLOSE AdjPayFile
           OPEN EXTEND AdjPayFile
       END-IF.
       PERFORM LogOnePayment
           VARYING PyIdx FROM 1 BY 1 UNTIL PyIdx > PayCount.
       CLOSE AdjPayFile.

LogOnePayment.
       IF TblPyHours(PyIdx) > 0
           MOVE SPACES TO AdjPayRec
           MOVE EntryMonth TO ApMonth
           MOVE TblPyInstr(PyIdx) TO ApInstrId
           MOVE TblPyHours(PyIdx) TO ApHours
           MOVE TblPyRate(PyIdx) TO ApRate
           MOVE TblPyAmount(PyIdx) TO ApAmount
           MOVE TodayDate TO ApRunDate
           MOVE AuthOperId TO ApRunBy
           WRITE AdjPayRec
       END-IF.

*> One balanced pair for the whole run - teaching salaries against
*> Cash at Bank - as payrun.cob journals supplier payments.
JournalPayRun.
       MOVE SPACES TO JournalSource.
       STRING "ADJPAY " EntryMonth DELIMITED BY SIZE
           INTO JournalSource
       END-STRING.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       MOVE 6300 TO JrnAcct.
       MOVE 'D' TO JrnDrCr.
       MOVE RunTotal TO JrnAmount.
       MOVE JournalSource TO JrnSource.
       WRITE JournalRec.
       MOVE 1000 TO JrnAcct.
       MOVE 'C' TO JrnDrCr.
       WRITE JournalRec.
       CLOSE JournalFile.

*> Refuses a journal date in a month the accountant has closed,
*> with a logged level-3 override for the genuine correction.
CheckPeriodOpen.
       CALL 'PERCHK' USING "CHK", PerDocDate, PeriodOpen.
       IF PeriodOpen = 'N'
           DISPLAY "PERIOD CLOSED for pay dated " PerDocDate
           DISPLAY "Supervisor override - pay anyway? (Y/N) "
               WITH NO ADVANCING
           ACCEPT PerOverride
           IF PerOverride = 'Y' OR PerOverride = 'y'
               CALL 'PERCHK' USING "OVR", PerDocDate, PeriodOpen
           END-IF
           IF PeriodOpen = 'N'
               DISPLAY "Nothing can be paid into a closed period"
           END-IF
       END-IF.
