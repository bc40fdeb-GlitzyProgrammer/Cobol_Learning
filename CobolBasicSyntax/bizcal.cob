       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. bizcal.
AUTHOR. Lawrence.
*> Business-day calendar: the public holidays on which the office
*> does not work, kept on holidays.dat in date order. WORKDAY
*> reads them to decide what a working day is, so the night batch
*> schedule on jobsched.dat finds the true first and last working
*> day of the month, and due dates that land on a holiday move to
*> the next working day. Add/Remove/List with the same table-and-
*> rewrite shape as pollstn.cob, and a check that shows how any
*> date falls.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL HolidayFile ASSIGN TO "holidays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HolidayStatus.

DATA DIVISION.
FILE SECTION.
FD HolidayFile.
*> Fixed columns: the date and what the holiday is.
01 HolidayRec.
       02 HdDate PIC 9(8).
       02 FILLER PIC X.
       02 HdName PIC X(25).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 HolidayStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 EntryDate.
       02 EntryYear PIC 9(4).
       02 EntryMonth PIC 99.
       02 EntryDay PIC 99.
01 EntryWhole REDEFINES EntryDate PIC 9(8).
01 EntryName PIC X(25).
01 ListYear PIC 9(4).
01 HolidayFound PIC X.
01 HolidayTable.
       02 HolidayEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON HolidayCount.
           03 TblHdDate PIC 9(8).
           03 TblHdName PIC X(25).
01 HolidayCount PIC 9(3) VALUE 0.
01 HolidayIdx PIC 9(3).
01 KeepIdx PIC 9(3).
01 ListedCount PIC 9(3).
*> Answers from WORKDAY.
01 WdDays PIC 9(3).
01 WdResult PIC 9(8).
01 WdWorkDay PIC X.
01 WeekDayNames PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01 WeekDayList REDEFINES WeekDayNames.
       02 WeekDayName PIC X(3) OCCURS 7 TIMES.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "bizcal  ", OperatorName.
       CALL 'SESSLOG' USING "START", "bizcal  ", OperatorName.
       PERFORM LoadHolidayFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "BUSINESS-DAY CALENDAR"
           DISPLAY "1: Add Holiday"
           DISPLAY "2: Remove Holiday"
           DISPLAY "3: List Holidays"
           DISPLAY "4: Check a Date"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddHoliday THRU AddHoliday-Exit
               WHEN 2 PERFORM RemoveHoliday THRU RemoveHoliday-Exit
               WHEN 3 PERFORM ListHolidays
               WHEN 4 PERFORM CheckDate THRU CheckDate-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "bizcal  ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Kept in date order: the new row goes in ahead of the first
*> later date, everything after it moving down one.
AddHoliday.
       DISPLAY " "
       PERFORM AcceptEntryDate.
       IF EntryMonth < 1 OR EntryMonth > 12
               OR EntryDay < 1 OR EntryDay > 31
           DISPLAY "Not a valid date - not added"
           GO TO AddHoliday-Exit
       END-IF.
       PERFORM FindHolidayEntry.
       IF HolidayFound = 'Y'
           DISPLAY "Already a holiday: " TblHdName(HolidayIdx)
           GO TO AddHoliday-Exit
       END-IF.
       IF HolidayCount NOT < 200
           DISPLAY "Holiday table full - not added"
           GO TO AddHoliday-Exit
       END-IF.
       DISPLAY "Holiday name: " WITH NO ADVANCING.
       ACCEPT EntryName.
       MOVE 1 TO KeepIdx.
       PERFORM FindInsertPoint
           VARYING HolidayIdx FROM 1 BY 1
           UNTIL HolidayIdx > HolidayCount.
       ADD 1 TO HolidayCount.
       PERFORM OpenOneSlot
           VARYING HolidayIdx FROM HolidayCount BY -1
           UNTIL HolidayIdx <= KeepIdx.
       MOVE EntryWhole TO TblHdDate(KeepIdx).
       MOVE EntryName TO TblHdName(KeepIdx).
       PERFORM RewriteHolidayFile.
       DISPLAY "Holiday added".
AddHoliday-Exit.
       EXIT.

FindInsertPoint.
       IF TblHdDate(HolidayIdx) < EntryWhole
           COMPUTE KeepIdx = HolidayIdx + 1
       END-IF.

OpenOneSlot.
       MOVE HolidayEntry(HolidayIdx - 1) TO HolidayEntry(HolidayIdx).

RemoveHoliday.
       DISPLAY " "
       PERFORM AcceptEntryDate.
       PERFORM FindHolidayEntry.
       IF HolidayFound = 'N'
           DISPLAY "No holiday on " EntryWhole
           GO TO RemoveHoliday-Exit
       END-IF.
       DISPLAY "Remove " TblHdName(HolidayIdx) "? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
           MOVE HolidayIdx TO KeepIdx
           PERFORM ShiftHolidayEntry
               VARYING HolidayIdx FROM KeepIdx BY 1
               UNTIL HolidayIdx >= HolidayCount
           SUBTRACT 1 FROM HolidayCount
           PERFORM RewriteHolidayFile
           DISPLAY "Holiday removed"
       END-IF.
RemoveHoliday-Exit.
       EXIT.

ShiftHolidayEntry.
       MOVE HolidayEntry(HolidayIdx + 1) TO HolidayEntry(HolidayIdx).

ListHolidays.
       DISPLAY " "
       DISPLAY "Year (YYYY, 0 = all): " WITH NO ADVANCING.
       ACCEPT ListYear.
       MOVE 0 TO ListedCount.
       PERFORM ListOneHoliday
           VARYING HolidayIdx FROM 1 BY 1
           UNTIL HolidayIdx > HolidayCount.
       IF ListedCount = 0
           DISPLAY "No holidays on file"
       END-IF.

ListOneHoliday.
       MOVE TblHdDate(HolidayIdx) TO EntryWhole.
       IF ListYear = 0 OR EntryYear = ListYear
           ADD 1 TO ListedCount
           PERFORM FindWeekDayName
           DISPLAY EntryWhole " " WeekDayName(WdDays) " "
               TblHdName(HolidayIdx)
       END-IF.

*> Shows the weekday, whether it is worked, and if not, the working
*> day a due date on it would move to.
CheckDate.
       DISPLAY " "
       PERFORM AcceptEntryDate.
       IF EntryMonth < 1 OR EntryMonth > 12
               OR EntryDay < 1 OR EntryDay > 31
           DISPLAY "Not a valid date"
           GO TO CheckDate-Exit
       END-IF.
       PERFORM FindWeekDayName.
       IF WdWorkDay = 'Y'
           DISPLAY EntryWhole " " WeekDayName(WdDays)
               " is a working day"
       ELSE
           CALL 'WORKDAY' USING "NXT", EntryWhole, WdDays, WdResult,
               WdWorkDay
           DISPLAY EntryWhole " is not a working day - next is "
               WdResult
       END-IF.
       CALL 'WORKDAY' USING "FWD", EntryWhole, WdDays, WdResult,
           WdWorkDay.
       DISPLAY "First working day of the month: " WdResult.
       CALL 'WORKDAY' USING "LWD", EntryWhole, WdDays, WdResult,
           WdWorkDay.
       DISPLAY "Last working day of the month:  " WdResult.
CheckDate-Exit.
       EXIT.

*> Leaves the weekday number in WdDays and the answer in WdWorkDay.
FindWeekDayName.
       CALL 'WORKDAY' USING "CHK", EntryWhole, WdDays, WdResult,
           WdWorkDay.
       IF WdDays < 1 OR WdDays > 7
           MOVE 1 TO WdDays
       END-IF.

AcceptEntryDate.
       DISPLAY "Date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT EntryWhole.

*> Leaves HolidayIdx on the matching row when HolidayFound is 'Y'.
FindHolidayEntry.
       MOVE 'N' TO HolidayFound.
       MOVE 0 TO KeepIdx.
       PERFORM ScanOneHoliday
           VARYING HolidayIdx FROM 1 BY 1
           UNTIL HolidayIdx > HolidayCount.
       IF KeepIdx > 0
           MOVE 'Y' TO HolidayFound
           MOVE KeepIdx TO HolidayIdx
       END-IF.

ScanOneHoliday.
       IF TblHdDate(HolidayIdx) = EntryWhole
           MOVE HolidayIdx TO KeepIdx
       END-IF.

LoadHolidayFile.
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
                   MOVE HdName TO TblHdName(HolidayCount)
               END-IF
       END-READ.

RewriteHolidayFile.
       OPEN OUTPUT HolidayFile.
       PERFORM RewriteOneHoliday
           VARYING HolidayIdx FROM 1 BY 1
           UNTIL HolidayIdx > HolidayCount.
       CLOSE HolidayFile.

RewriteOneHoliday.
       MOVE SPACES TO HolidayRec.
       MOVE TblHdDate(HolidayIdx) TO HdDate.
       MOVE TblHdName(HolidayIdx) TO HdName.
       WRITE HolidayRec.
