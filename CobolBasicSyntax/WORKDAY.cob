       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WORKDAY.
AUTHOR. Lawrence.
*> The business-day calendar, called the way DUEDATE and PERCHK
*> are. The night batch used to take Monday to Friday as working
*> days and knew nothing of public holidays, so a month-end job
*> fell on Christmas Day as happily as on any other. A working day
*> is now Monday to Friday and not one of the holidays bizcal.cob
*> keeps on holidays.dat.
*>   "CHK" answers Y or N for the date, and hands back its weekday
*>         (1 = Monday ... 7 = Sunday) in the day count.
*>   "NXT" gives the date itself if it is a working day, otherwise
*>         the next working day after it - for due dates.
*>   "ADD" moves the date forward by the day count in working days.
*>   "FWD" and "LWD" give the first and last working day of the
*>         date's month - for the month-start and month-end jobs.
*> A date with no real month is handed back as it came, with N.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL HolidayFile ASSIGN TO "holidays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HolidayStatus.

DATA DIVISION.
FILE SECTION.
FD HolidayFile.
*> Kept in step with the HolidayRec layout bizcal.cob writes.
01 HolidayRec.
       02 HdDate PIC 9(8).
       02 FILLER PIC X.
       02 HdName PIC X(25).

WORKING-STORAGE SECTION.
01 HolidayStatus PIC XX.
01 WSEOF PIC X.
*> Read fresh on every call, so a holiday keyed in bizcal counts
*> straight away.
01 HolidayTable.
       02 TblHdDate PIC 9(8) OCCURS 200 TIMES.
01 HolidayCount PIC 9(3).
01 HdIdx PIC 9(3).
01 WalkDate.
       02 WalkYear PIC 9(4).
       02 WalkMonth PIC 99.
       02 WalkDay PIC 99.
01 WalkWhole REDEFINES WalkDate PIC 9(8).
01 MonthLengths PIC X(24) VALUE "312831303130313130313031".
01 MonthLengthTable REDEFINES MonthLengths.
       02 MonthLength PIC 99 OCCURS 12 TIMES.
01 DaysInMonth PIC 99.
01 LeapQuot PIC 9(4).
01 LeapRem PIC 9(3).
01 WantedMonth PIC 99.
01 IsWorkDay PIC X.
01 DaysLeft PIC 9(3).
01 LastFound PIC 9(8).
01 LastCalDay PIC 9(8).
01 AnyWorkDay PIC X.
*> Weekday by Zeller's congruence, worked a step at a time so every
*> division truncates, the way adjpay.cob finds its weekdays.
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
01 WeekDay PIC 9.

    LINKAGE SECTION.
     01 LAction PIC X(3).
     01 LDate PIC 9(8).
     01 LDays PIC 9(3).
     01 LResultDate PIC 9(8).
     01 LWorkDay PIC X.

PROCEDURE DIVISION USING LAction, LDate, LDays, LResultDate,
       LWorkDay.
       MOVE LDate TO WalkWhole.
       MOVE LDate TO LResultDate.
       MOVE 'N' TO LWorkDay.
       IF WalkMonth < 1 OR WalkMonth > 12 OR WalkDay < 1
           EXIT PROGRAM
       END-IF.
       PERFORM LoadHolidays.
       EVALUATE LAction
           WHEN "CHK"
               PERFORM CheckWorkDay
               MOVE IsWorkDay TO LWorkDay
               MOVE WeekDay TO LDays
           WHEN "NXT"
               PERFORM CheckWorkDay
               PERFORM StepToWorkDay UNTIL IsWorkDay = 'Y'
               MOVE WalkWhole TO LResultDate
               MOVE 'Y' TO LWorkDay
           WHEN "ADD"
               MOVE LDays TO DaysLeft
               PERFORM StepOneWorkDay UNTIL DaysLeft = 0
               MOVE WalkWhole TO LResultDate
               MOVE 'Y' TO LWorkDay
           WHEN "FWD"
               MOVE 1 TO WalkDay
               PERFORM CheckWorkDay
               PERFORM StepToWorkDay UNTIL IsWorkDay = 'Y'
               MOVE WalkWhole TO LResultDate
               MOVE 'Y' TO LWorkDay
           WHEN "LWD"
               PERFORM FindLastWorkDay
               MOVE LastFound TO LResultDate
               MOVE 'Y' TO LWorkDay
       END-EVALUATE.

EXIT PROGRAM.

LoadHolidays.
       MOVE 0 TO HolidayCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT HolidayFile.
       IF HolidayStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneHoliday UNTIL WSEOF = 'Y'.
       IF HolidayStatus NOT = "35"
           CLOSE HolidayFile
       END-IF.

LoadOneHoliday.
       READ HolidayFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF HolidayCount < 200
                   ADD 1 TO HolidayCount
                   MOVE HdDate TO TblHdDate(HolidayCount)
               END-IF
       END-READ.

*> Sets IsWorkDay and WeekDay for WalkDate.
CheckWorkDay.
       PERFORM FindWeekDay.
       MOVE 'Y' TO IsWorkDay.
       IF WeekDay > 5
           MOVE 'N' TO IsWorkDay
       ELSE
           PERFORM MatchOneHoliday
               VARYING HdIdx FROM 1 BY 1
               UNTIL IsWorkDay = 'N' OR HdIdx > HolidayCount
       END-IF.

MatchOneHoliday.
       IF TblHdDate(HdIdx) = WalkWhole
           MOVE 'N' TO IsWorkDay
       END-IF.

FindWeekDay.
       MOVE WalkYear TO ZYear.
       MOVE WalkMonth TO ZMonth.
       IF ZMonth < 3
           ADD 12 TO ZMonth
           SUBTRACT 1 FROM ZYear
       END-IF.
       DIVIDE ZYear BY 100 GIVING ZCentury REMAINDER ZYearOfCent.
       COMPUTE ZPart1 = 13 * (ZMonth + 1).
       DIVIDE ZPart1 BY 5 GIVING ZPart1.
       DIVIDE ZYearOfCent BY 4 GIVING ZPart2.
       DIVIDE ZCentury BY 4 GIVING ZPart3.
       COMPUTE ZSum = WalkDay + ZPart1 + ZYearOfCent + ZPart2 + ZPart3
           + 5 * ZCentury.
      *> Zeller counts 0 as Saturday and 1 as Sunday.
       DIVIDE ZSum BY 7 GIVING ZQuot REMAINDER ZWeekDay.
       EVALUATE ZWeekDay
           WHEN 0 MOVE 6 TO WeekDay
           WHEN 1 MOVE 7 TO WeekDay
           WHEN OTHER COMPUTE WeekDay = ZWeekDay - 1
       END-EVALUATE.

StepToWorkDay.
       PERFORM AddOneDay.
       PERFORM CheckWorkDay.

StepOneWorkDay.
       PERFORM StepToWorkDay.
       PERFORM StepToWorkDay UNTIL IsWorkDay = 'Y'.
       SUBTRACT 1 FROM DaysLeft.

*> Walks the whole month and keeps the last working day met; a
*> month with none hands back its last calendar day.
FindLastWorkDay.
       MOVE WalkMonth TO WantedMonth.
       MOVE 1 TO WalkDay.
       MOVE 'N' TO AnyWorkDay.
       PERFORM CheckOneMonthDay UNTIL WalkMonth NOT = WantedMonth.
       IF AnyWorkDay = 'N'
           MOVE LastCalDay TO LastFound
       END-IF.

CheckOneMonthDay.
       MOVE WalkWhole TO LastCalDay.
       PERFORM CheckWorkDay.
       IF IsWorkDay = 'Y'
           MOVE WalkWhole TO LastFound
           MOVE 'Y' TO AnyWorkDay
       END-IF.
       PERFORM AddOneDay.

AddOneDay.
       MOVE MonthLength(WalkMonth) TO DaysInMonth.
       IF WalkMonth = 2
           DIVIDE WalkYear BY 4 GIVING LeapQuot REMAINDER LeapRem
           IF LeapRem = 0
               MOVE 29 TO DaysInMonth
               DIVIDE WalkYear BY 100 GIVING LeapQuot
                   REMAINDER LeapRem
               IF LeapRem = 0
                   DIVIDE WalkYear BY 400 GIVING LeapQuot
                       REMAINDER LeapRem
                   IF LeapRem NOT = 0
                       MOVE 28 TO DaysInMonth
                   END-IF
               END-IF
           END-IF
       END-IF.
       ADD 1 TO WalkDay.
       IF WalkDay > DaysInMonth
           MOVE 1 TO WalkDay
           ADD 1 TO WalkMonth
           IF WalkMonth > 12
               MOVE 1 TO WalkMonth
               ADD 1 TO WalkYear
           END-IF
       END-IF.
