       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. opreview.
AUTHOR. Lawrence.
*> Operator activity and access review for the auditor, who asks
*> who changed what and when, and whether anyone uses the system
*> at 3 a.m. The answers were scattered over a dozen logs; this
*> report merges them for a keyed date range, one section per
*> operator id:
*>   Sessions   - every program session from session.log (and the
*>                monthly generations logrotate files it under),
*>                START paired with its END.
*>   Changes    - adds, updates and deletes per file from
*>                custaudit.log (and its generations), prodaudit,
*>                rateaudit and enrollaudit. custaudit lines carry
*>                no operator, so each is put to the operator whose
*>                customer-maintenance session was open at the time.
*>   Exceptions - sign-ons outside working hours or on a day the
*>                business calendar does not work, repeated failed
*>                sign-ons and lockouts, and every supervisor
*>                override used: the period reopenings PERCHK logs
*>                on periodovr.log and the add/drop-deadline, hold
*>                and prerequisite overrides logged on enrollaudit.
*> A last section lists the ids on operator.dat that have not
*> signed on in 90 days - from the LOGON lines SIGNON writes, with
*> signon.dat for the most recent sign-on - so leavers' ids can be
*> removed. Reads only; a supervisor's report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Each log in turn: the live ones and their generations.
       SELECT OPTIONAL LogFile ASSIGN TO LogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LogFileStatus.

       SELECT OperatorFile ASSIGN TO "operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OperId
           FILE STATUS IS OperatorFileStatus.

       SELECT OPTIONAL SignonFile ASSIGN TO "signon.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SignonFileStatus.

      *> Dated so each review is kept; cataloged through RPTCAT.
       SELECT ReviewReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk20.tmp".

DATA DIVISION.
FILE SECTION.
FD LogFile.
01 LogLine PIC X(105).
*> session.log as SESSLOG writes it.
01 SessionFields REDEFINES LogLine.
       02 SlProgram PIC X(8).
       02 FILLER PIC X.
       02 SlAction PIC X(5).
       02 FILLER PIC X.
       02 SlMonth PIC 99.
       02 FILLER PIC X.
       02 SlDay PIC 99.
       02 FILLER PIC X.
       02 SlYear PIC 99.
       02 FILLER PIC X.
       02 SlHour PIC 99.
       02 FILLER PIC X.
       02 SlMinute PIC 99.
       02 FILLER PIC X.
       02 SlUser PIC X(8).
       02 FILLER PIC X(69).
*> periodovr.log as PERCHK writes it.
01 PeriodOvrFields REDEFINES LogLine.
       02 PoDate PIC 9(8).
       02 FILLER PIC X(8).
       02 PoMonth PIC X(6).
       02 FILLER PIC X(15).
       02 PoOperId PIC X(8).
       02 FILLER PIC X(60).

FD OperatorFile.
*> Kept in step with SIGNON.cob's OperatorRec layout.
01 OperatorRec.
       02 OperId PIC X(8).
       02 OperPassword PIC X(8).
       02 OperLevel PIC 9.
       02 OperName PIC X(20).

FD SignonFile.
*> Kept in step with the SignonRec layout SIGNON.cob writes.
01 SignonRec.
       02 SgnOperId PIC X(8).
       02 FILLER PIC X.
       02 SgnLevel PIC 9.
       02 FILLER PIC X.
       02 SgnDate PIC 9(8).

FD ReviewReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
*> Part 0 opens an operator's section, 1 is a session, 2 an
*> exception; within a part, in date and time order.
01 SortRec.
       02 SrtOper PIC X(8).
       02 SrtPart PIC 9.
       02 SrtStamp PIC 9(12).
       02 SrtText PIC X(60).

WORKING-STORAGE SECTION.
01 LogFileStatus PIC XX.
01 OperatorFileStatus PIC XX.
01 SignonFileStatus PIC XX.
01 LogFileName PIC X(30).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 OperatorName PIC X(20).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 WSEOF PIC X.
01 SortEOF PIC X.
01 LineCount PIC 9(5) VALUE 0.
*> The keyed range and today.
01 FromDate.
       02 FromYear PIC 9(4).
       02 FromMonth PIC 99.
       02 FromDay PIC 99.
01 FromWhole REDEFINES FromDate PIC 9(8).
01 ToDate.
       02 ToYear PIC 9(4).
       02 ToMonth PIC 99.
       02 ToDay PIC 99.
01 ToWhole REDEFINES ToDate PIC 9(8).
01 TodayDate.
       02 TodayYear PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay PIC 99.
01 TodayWhole REDEFINES TodayDate PIC 9(8).
*> Working hours; a sign-on before the start or at or after the
*> end is flagged, as is one on a day that is not worked.
01 WorkStartTime PIC 9(4) VALUE 0700.
01 WorkEndTime PIC 9(4) VALUE 1900.
*> Two failed sign-ons by one id in a day is "repeated".
01 RepeatFailures PIC 9(3) VALUE 2.
01 DormantDays PIC 9(3) VALUE 90.
*> The month being read when walking the logs' generations.
01 ScanDate.
       02 ScanYear PIC 9(4).
       02 ScanMonth PIC 99.
01 ScanWhole REDEFINES ScanDate PIC 9(6).
01 LastMonth PIC 9(6).
*> One log line's date and time once picked apart.
01 LineDate.
       02 LineYear PIC 9(4).
       02 LineMonth PIC 99.
       02 LineDay PIC 99.
01 LineWhole REDEFINES LineDate PIC 9(8).
01 LineTime PIC 9(4).
01 LineStamp PIC 9(12).
01 LineOper PIC X(8).
01 InRange PIC X.
*> An audit line split at " ON ": what was done, then when and by
*> whom.
01 AuHead PIC X(80).
01 AuTail.
       02 AtMonth PIC 99.
       02 FILLER PIC X.
       02 AtDay PIC 99.
       02 FILLER PIC X.
       02 AtYear PIC 99.
       02 AtRest PIC X(32).
       02 AtTimed REDEFINES AtRest.
           03 FILLER PIC X(4).
           03 AtHour PIC 99.
           03 FILLER PIC X.
           03 AtMinute PIC 99.
           03 AtTimedBy PIC X(4).
           03 AtTimedOper PIC X(8).
           03 FILLER PIC X(11).
       02 AtUntimed REDEFINES AtRest.
           03 AtUntimedBy PIC X(4).
           03 AtUntimedOper PIC X(8).
           03 FILLER PIC X(20).
01 AuAction PIC X(6).
01 AuFileIdx PIC 9.
*> 1 add, 2 update, 3 delete, 0 an override rather than a change.
01 AuKind PIC 9.
01 FileNames.
       02 FILLER PIC X(16) VALUE "customer master".
       02 FILLER PIC X(16) VALUE "product master".
       02 FILLER PIC X(16) VALUE "exchange rates".
       02 FILLER PIC X(16) VALUE "enrollments".
01 FileNameList REDEFINES FileNames.
       02 FileName PIC X(16) OCCURS 4 TIMES.
*> Every id met, with its changes per file and its last sign-on.
01 OperTable.
       02 OperEntry OCCURS 100 TIMES.
           03 TblOpId PIC X(8).
           03 TblOpShown PIC X.
           03 TblOpLastOn PIC 9(8).
           03 TblOpChg OCCURS 4 TIMES.
               04 TblOpAdd PIC 9(5).
               04 TblOpUpd PIC 9(5).
               04 TblOpDel PIC 9(5).
01 OperCount PIC 9(3) VALUE 0.
01 OperIdx PIC 9(3).
01 OperScan PIC 9(3).
01 WantedOper PIC X(8).
*> Program sessions started and not yet ended, while session.log
*> is read.
01 OpenTable.
       02 OpenEntry OCCURS 100 TIMES.
           03 TblOsOper PIC X(8).
           03 TblOsProg PIC X(8).
           03 TblOsStamp PIC 9(12).
01 OpenCount PIC 9(3) VALUE 0.
01 OpenIdx PIC 9(3).
01 OpenFound PIC 9(3).
*> Sessions of the programs that write custaudit.log, so its lines
*> can be put to an operator.
01 CustSessTable.
       02 CustSessEntry OCCURS 500 TIMES.
           03 TblCsOper PIC X(8).
           03 TblCsStart PIC 9(12).
           03 TblCsEnd PIC 9(12).
01 CustSessCount PIC 9(3) VALUE 0.
01 CustSessIdx PIC 9(3).
01 CustProgs PIC X(40)
       VALUE "coboltf3custaplyprivdatacustmergcustrecv".
01 CustProgList REDEFINES CustProgs.
       02 CustProg PIC X(8) OCCURS 5 TIMES.
01 CustProgIdx PIC 9.
01 IsCustProg PIC X.
*> Failed sign-ons per id per day.
01 FailTable.
       02 FailEntry OCCURS 300 TIMES.
           03 TblFrOper PIC X(8).
           03 TblFrDate PIC 9(8).
           03 TblFrCount PIC 9(3).
01 FailCount PIC 9(3) VALUE 0.
01 FailIdx PIC 9(3).
01 FailFound PIC 9(3).
*> Business calendar answers.
01 WdDays PIC 9(3).
01 WdResult PIC 9(8).
01 WdWorkDay PIC X.
*> Day counts on the 30-day-month arithmetic SIGNON ages passwords
*> with.
01 TodayDayCount PIC 9(7).
01 LastOnDayCount PIC 9(7).
01 WorkDate.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
01 WorkWhole REDEFINES WorkDate PIC 9(8).
*> Report working fields.
01 CurrentOper PIC X(8).
01 CurrentPart PIC 9.
01 ChangesShown PIC X.
01 SectionCount PIC 9(3) VALUE 0.
01 ExceptionCount PIC 9(5) VALUE 0.
01 SessionCount PIC 9(5) VALUE 0.
01 DormantCount PIC 9(3) VALUE 0.
01 ChgIdx PIC 9.
01 ShowOperName PIC X(30).
01 SaveSortRec PIC X(81).
01 AnyChanges PIC X.
01 ShowStamp PIC 9(12).
01 ShowStampParts REDEFINES ShowStamp.
       02 ShowDate PIC 9(8).
       02 ShowHour PIC 99.
       02 ShowMinute PIC 99.
01 EndStamp PIC 9(12).
01 EndStampParts REDEFINES EndStamp.
       02 EndDate PIC 9(8).
       02 EndHour PIC 99.
       02 EndMinute PIC 99.
01 SessionText.
       02 StProg PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 StEnd PIC X(21).
       02 FILLER PIC X(30) VALUE SPACES.
01 ChangeLine.
       02 FILLER PIC X(6) VALUE SPACES.
       02 ClFile PIC X(16).
       02 FILLER PIC X(3) VALUE SPACES.
       02 ClAdd PIC ZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 ClUpd PIC ZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 ClDel PIC ZZ,ZZ9.
01 EventLine.
       02 FILLER PIC X(6) VALUE SPACES.
       02 ElDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 ElHour PIC 99.
       02 ElColon PIC X VALUE ":".
       02 ElMinute PIC 99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 ElText PIC X(58).
01 FailText.
       02 FtCount PIC ZZ9.
       02 FILLER PIC X(18) VALUE " FAILED SIGN-ONS".
       02 FILLER PIC X(39) VALUE SPACES.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "opreview", OperatorName.
       CALL 'SESSLOG' USING "START", "opreview", OperatorName.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "The access review is a supervisor's report"
       ELSE
           PERFORM RunReview THRU RunReview-Exit
       END-IF.
       CALL 'SESSLOG' USING "END  ", "opreview", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

RunReview.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       DISPLAY "Review from (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT FromWhole.
       DISPLAY "Review to   (YYYYMMDD, 0 = today): " WITH NO ADVANCING.
       ACCEPT ToWhole.
       IF ToWhole = 0
           MOVE TodayWhole TO ToWhole
       END-IF.
       IF FromMonth < 1 OR FromMonth > 12 OR FromDay < 1
               OR FromDay > 31 OR ToMonth < 1 OR ToMonth > 12
               OR ToDay < 1 OR ToDay > 31 OR FromWhole > ToWhole
           DISPLAY "Not a valid date range"
           GO TO RunReview-Exit
       END-IF.
       MOVE SPACES TO ReportFileName.
       STRING "OperReview" TodayWhole ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT ReviewReport.
       MOVE SPACES TO PrintLine.
       STRING "OPERATOR ACTIVITY AND ACCESS REVIEW  " FromWhole
           " TO " ToWhole "  RUN " TodayWhole
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       ADD 1 TO LineCount.
       SORT SortWorkFile ON ASCENDING KEY SrtOper SrtPart SrtStamp
           INPUT PROCEDURE IS GatherActivity
           OUTPUT PROCEDURE IS PrintSections.
       PERFORM PrintDormant.
       MOVE SPACES TO PrintLine.
       STRING SectionCount " operator(s), " SessionCount
           " session(s), " ExceptionCount " exception(s), "
           DormantCount " dormant id(s)"
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.
       CLOSE ReviewReport.
       MOVE "OperReview" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY ExceptionCount " exception(s), " DormantCount
           " dormant id(s) - see " ReportFileName.
RunReview-Exit.
       EXIT.

*>-----------------------------------------------------------------
*> Input side: every source read in turn, releasing sessions and
*> exceptions and counting changes.
*>-----------------------------------------------------------------
GatherActivity.
       PERFORM ReadSessionLogs.
       PERFORM ReleaseOpenSessions
           VARYING OpenIdx FROM 1 BY 1 UNTIL OpenIdx > OpenCount.
       PERFORM ReleaseOneFailDay
           VARYING FailIdx FROM 1 BY 1 UNTIL FailIdx > FailCount.
       PERFORM ReadSignonRecord.
       PERFORM ReadCustAuditLogs.
       MOVE 2 TO AuFileIdx.
       MOVE "prodaudit.log" TO LogFileName.
       PERFORM ReadOneAuditLog.
       MOVE 3 TO AuFileIdx.
       MOVE "rateaudit.log" TO LogFileName.
       PERFORM ReadOneAuditLog.
       MOVE 4 TO AuFileIdx.
       MOVE "enrollaudit.log" TO LogFileName.
       PERFORM ReadOneAuditLog.
       PERFORM ReadPeriodOverrides.

*> The generations from three months back (for the 90-day sign-on
*> check) or the range start if earlier, then the live log.
ReadSessionLogs.
       MOVE TodayYear TO ScanYear.
       MOVE TodayMonth TO ScanMonth.
       PERFORM StepBackOneMonth 3 TIMES.
       IF FromYear * 100 + FromMonth < ScanWhole
           MOVE FromYear TO ScanYear
           MOVE FromMonth TO ScanMonth
       END-IF.
       COMPUTE LastMonth = TodayYear * 100 + TodayMonth.
       PERFORM ReadOneSessionGeneration UNTIL ScanWhole > LastMonth.
       MOVE "session.log" TO LogFileName.
       PERFORM ReadOneSessionLog.

StepBackOneMonth.
       SUBTRACT 1 FROM ScanMonth.
       IF ScanMonth = 0
           MOVE 12 TO ScanMonth
           SUBTRACT 1 FROM ScanYear
       END-IF.

StepOnOneMonth.
       ADD 1 TO ScanMonth.
       IF ScanMonth > 12
           MOVE 1 TO ScanMonth
           ADD 1 TO ScanYear
       END-IF.

ReadOneSessionGeneration.
       MOVE SPACES TO LogFileName.
       STRING "session" ScanYear ScanMonth ".log"
           DELIMITED BY SIZE INTO LogFileName
       END-STRING.
       PERFORM ReadOneSessionLog.
       PERFORM StepOnOneMonth.

ReadOneSessionLog.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LogFile.
       IF LogFileStatus NOT = "00"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReadOneSessionLine UNTIL WSEOF = 'Y'.
       IF LogFileStatus NOT = "35"
           CLOSE LogFile
       END-IF.

ReadOneSessionLine.
       READ LogFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SlMonth IS NUMERIC AND SlDay IS NUMERIC
                       AND SlYear IS NUMERIC AND SlHour IS NUMERIC
                       AND SlMinute IS NUMERIC AND SlUser NOT = SPACES
                   PERFORM TakeSessionLine
               END-IF
       END-READ.

TakeSessionLine.
       COMPUTE LineYear = 2000 + SlYear.
       MOVE SlMonth TO LineMonth.
       MOVE SlDay TO LineDay.
       COMPUTE LineTime = SlHour * 100 + SlMinute.
       COMPUTE LineStamp = LineWhole * 10000 + LineTime.
       MOVE SlUser TO LineOper.
       PERFORM CheckInRange.
       EVALUATE SlAction
           WHEN "START"
               PERFORM OpenOneSession
           WHEN "END  "
               PERFORM CloseOneSession
           WHEN "LOGON"
               PERFORM TakeSignOn
           WHEN "FAIL "
               IF InRange = 'Y'
                   PERFORM CountOneFailure
               END-IF
           WHEN "LOCK "
               IF InRange = 'Y'
                   MOVE "ID LOCKED AFTER FAILED SIGN-ONS" TO SrtText
                   PERFORM ReleaseException
               END-IF
       END-EVALUATE.

CheckInRange.
       IF LineWhole >= FromWhole AND LineWhole <= ToWhole
           MOVE 'Y' TO InRange
       ELSE
           MOVE 'N' TO InRange
       END-IF.

OpenOneSession.
       IF OpenCount < 100
           ADD 1 TO OpenCount
           MOVE LineOper TO TblOsOper(OpenCount)
           MOVE SlProgram TO TblOsProg(OpenCount)
           MOVE LineStamp TO TblOsStamp(OpenCount)
       END-IF.

*> The latest open session of the same program by the same id is
*> the one this END closes.
CloseOneSession.
       MOVE 0 TO OpenFound.
       PERFORM MatchOneOpenSession
           VARYING OpenIdx FROM 1 BY 1 UNTIL OpenIdx > OpenCount.
       IF OpenFound > 0
           MOVE TblOsStamp(OpenFound) TO ShowStamp
           MOVE LineStamp TO EndStamp
           PERFORM KeepCustSession
           IF ShowDate >= FromWhole AND ShowDate <= ToWhole
               MOVE SPACES TO SessionText
               MOVE TblOsProg(OpenFound) TO StProg
               MOVE SPACES TO StEnd
               STRING "to " EndDate " " EndHour ":" EndMinute
                   DELIMITED BY SIZE INTO StEnd
               END-STRING
               PERFORM ReleaseSession
           END-IF
           PERFORM DropOpenSession
               VARYING OpenIdx FROM OpenFound BY 1
               UNTIL OpenIdx >= OpenCount
           SUBTRACT 1 FROM OpenCount
       END-IF.

MatchOneOpenSession.
       IF TblOsOper(OpenIdx) = LineOper
               AND TblOsProg(OpenIdx) = SlProgram
           MOVE OpenIdx TO OpenFound
       END-IF.

DropOpenSession.
       MOVE OpenEntry(OpenIdx + 1) TO OpenEntry(OpenIdx).

ReleaseSession.
       MOVE TblOsOper(OpenFound) TO WantedOper.
       PERFORM NoteOperInRange.
       MOVE TblOsOper(OpenFound) TO SrtOper.
       MOVE 1 TO SrtPart.
       MOVE TblOsStamp(OpenFound) TO SrtStamp.
       MOVE SessionText TO SrtText.
       RELEASE SortRec.

*> Sessions still open when the logs run out never logged an END -
*> a crash or a session still going.
ReleaseOpenSessions.
       MOVE TblOsStamp(OpenIdx) TO ShowStamp.
       MOVE 99999999 TO EndDate.
       MOVE 0 TO EndHour.
       MOVE 0 TO EndMinute.
       MOVE OpenIdx TO OpenFound.
       PERFORM KeepCustSession.
       IF ShowDate >= FromWhole AND ShowDate <= ToWhole
           MOVE SPACES TO SessionText
           MOVE TblOsProg(OpenIdx) TO StProg
           MOVE "- no END logged" TO StEnd
           PERFORM ReleaseSession
       END-IF.

KeepCustSession.
       MOVE 'N' TO IsCustProg.
       PERFORM MatchOneCustProg
           VARYING CustProgIdx FROM 1 BY 1 UNTIL CustProgIdx > 5.
       IF IsCustProg = 'Y' AND CustSessCount < 500
           ADD 1 TO CustSessCount
           MOVE TblOsOper(OpenFound) TO TblCsOper(CustSessCount)
           MOVE ShowStamp TO TblCsStart(CustSessCount)
           MOVE EndStamp TO TblCsEnd(CustSessCount)
       END-IF.

MatchOneCustProg.
       IF CustProg(CustProgIdx) = TblOsProg(OpenFound)
           MOVE 'Y' TO IsCustProg
       END-IF.

*> Every good sign-on moves the id's last sign-on on; those in the
*> range are checked against the working day.
TakeSignOn.
       MOVE LineOper TO WantedOper.
       PERFORM FindOperRow.
       IF OperIdx > 0
           IF LineWhole > TblOpLastOn(OperIdx)
               MOVE LineWhole TO TblOpLastOn(OperIdx)
           END-IF
       END-IF.
       IF InRange = 'Y'
           CALL 'WORKDAY' USING "CHK", LineWhole, WdDays, WdResult,
               WdWorkDay
           IF WdWorkDay = 'N'
               MOVE "SIGN-ON ON A NON-WORKING DAY" TO SrtText
               PERFORM ReleaseException
           ELSE
               IF LineTime < WorkStartTime
                       OR LineTime NOT < WorkEndTime
                   MOVE "SIGN-ON OUTSIDE WORKING HOURS" TO SrtText
                   PERFORM ReleaseException
               END-IF
           END-IF
       END-IF.

CountOneFailure.
       MOVE 0 TO FailFound.
       PERFORM MatchOneFailDay
           VARYING FailIdx FROM 1 BY 1 UNTIL FailIdx > FailCount.
       IF FailFound > 0
           ADD 1 TO TblFrCount(FailFound)
       ELSE
           IF FailCount < 300
               ADD 1 TO FailCount
               MOVE LineOper TO TblFrOper(FailCount)
               MOVE LineWhole TO TblFrDate(FailCount)
               MOVE 1 TO TblFrCount(FailCount)
           END-IF
       END-IF.

MatchOneFailDay.
       IF TblFrOper(FailIdx) = LineOper
               AND TblFrDate(FailIdx) = LineWhole
           MOVE FailIdx TO FailFound
       END-IF.

ReleaseOneFailDay.
       IF TblFrCount(FailIdx) >= RepeatFailures
           MOVE TblFrOper(FailIdx) TO LineOper
           COMPUTE LineStamp = TblFrDate(FailIdx) * 10000
           MOVE TblFrCount(FailIdx) TO FtCount
           MOVE FailText TO SrtText
           PERFORM ReleaseException
       END-IF.

*> signon.dat holds the latest sign-on of all, logged or not.
ReadSignonRecord.
       OPEN INPUT SignonFile.
       IF SignonFileStatus NOT = "35"
           READ SignonFile
               AT END CONTINUE
               NOT AT END
                   MOVE SgnOperId TO WantedOper
                   PERFORM FindOperRow
                   IF OperIdx > 0
                       IF SgnDate > TblOpLastOn(OperIdx)
                           MOVE SgnDate TO TblOpLastOn(OperIdx)
                       END-IF
                   END-IF
           END-READ
           CLOSE SignonFile
       END-IF.

*> custaudit.log is rotated like session.log; its generations from
*> the range start on, then the live log.
ReadCustAuditLogs.
       MOVE 1 TO AuFileIdx.
       MOVE FromYear TO ScanYear.
       MOVE FromMonth TO ScanMonth.
       PERFORM ReadOneCustGeneration UNTIL ScanWhole > LastMonth.
       MOVE "custaudit.log" TO LogFileName.
       PERFORM ReadOneAuditLog.

ReadOneCustGeneration.
       MOVE SPACES TO LogFileName.
       STRING "custaudit" ScanYear ScanMonth ".log"
           DELIMITED BY SIZE INTO LogFileName
       END-STRING.
       PERFORM ReadOneAuditLog.
       PERFORM StepOnOneMonth.

ReadOneAuditLog.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LogFile.
       IF LogFileStatus NOT = "00"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReadOneAuditLine UNTIL WSEOF = 'Y'.
       IF LogFileStatus NOT = "35"
           CLOSE LogFile
       END-IF.

ReadOneAuditLine.
       READ LogFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END PERFORM TakeAuditLine
       END-READ.

*> Every audit log writes "... ON MM/DD/YY", most then " AT HH:MM",
*> and all but custaudit " BY " and who. The action sits after the
*> record key, which is a different width in each log.
TakeAuditLine.
       MOVE SPACES TO AuHead.
       MOVE SPACES TO AuTail.
       UNSTRING LogLine DELIMITED BY " ON "
           INTO AuHead AuTail
       END-UNSTRING.
       IF AtMonth IS NUMERIC AND AtDay IS NUMERIC
               AND AtYear IS NUMERIC
           COMPUTE LineYear = 2000 + AtYear
           MOVE AtMonth TO LineMonth
           MOVE AtDay TO LineDay
           PERFORM CheckInRange
           IF InRange = 'Y'
               PERFORM PlaceAuditLine
           END-IF
       END-IF.

PlaceAuditLine.
       MOVE 0 TO LineTime.
       MOVE SPACES TO LineOper.
       IF AtTimedBy = " BY "
           MOVE AtTimedOper TO LineOper
       END-IF.
       IF AtUntimedBy = " BY "
           MOVE AtUntimedOper TO LineOper
       END-IF.
       IF AtHour IS NUMERIC AND AtMinute IS NUMERIC
               AND AtUntimedBy NOT = " BY "
           COMPUTE LineTime = AtHour * 100 + AtMinute
       END-IF.
       COMPUTE LineStamp = LineWhole * 10000 + LineTime.
       EVALUATE AuFileIdx
           WHEN 1
               MOVE AuHead(7:6) TO AuAction
               PERFORM FindCustAuditOper
           WHEN 2
               MOVE AuHead(18:6) TO AuAction
           WHEN 3
               MOVE AuHead(5:6) TO AuAction
           WHEN 4
               MOVE AuHead(15:6) TO AuAction
       END-EVALUATE.
       EVALUATE AuAction
           WHEN "ADD   "
           WHEN "IMPORT"
               MOVE 1 TO AuKind
           WHEN "DELETE"
           WHEN "PURGE "
           WHEN "MERGE "
           WHEN "DROP  "
               MOVE 3 TO AuKind
           WHEN "HOLDOV"
           WHEN "ADDOV "
           WHEN "PRQOV "
               MOVE 0 TO AuKind
           WHEN OTHER
               MOVE 2 TO AuKind
       END-EVALUATE.
       IF AuKind = 0
           MOVE SPACES TO SrtText
           STRING "SUPERVISOR OVERRIDE: " AuHead(1:30)
               DELIMITED BY SIZE INTO SrtText
           END-STRING
           PERFORM ReleaseException
       ELSE
           PERFORM CountOneChange
       END-IF.

*> The operator whose customer-maintenance session spans the line's
*> time; the last one found wins.
FindCustAuditOper.
       MOVE "UNKNOWN " TO LineOper.
       PERFORM MatchOneCustSession
           VARYING CustSessIdx FROM 1 BY 1
           UNTIL CustSessIdx > CustSessCount.

MatchOneCustSession.
       IF TblCsStart(CustSessIdx) <= LineStamp
               AND TblCsEnd(CustSessIdx) >= LineStamp
           MOVE TblCsOper(CustSessIdx) TO LineOper
       END-IF.

CountOneChange.
       IF LineOper = SPACES
           MOVE "UNKNOWN " TO LineOper
       END-IF.
       MOVE LineOper TO WantedOper.
       PERFORM NoteOperInRange.
       IF OperIdx > 0
           EVALUATE AuKind
               WHEN 1 ADD 1 TO TblOpAdd(OperIdx, AuFileIdx)
               WHEN 2 ADD 1 TO TblOpUpd(OperIdx, AuFileIdx)
               WHEN 3 ADD 1 TO TblOpDel(OperIdx, AuFileIdx)
           END-EVALUATE
       END-IF.

ReadPeriodOverrides.
       MOVE "periodovr.log" TO LogFileName.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LogFile.
       IF LogFileStatus NOT = "00"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReadOnePeriodOverride UNTIL WSEOF = 'Y'.
       IF LogFileStatus NOT = "35"
           CLOSE LogFile
       END-IF.

ReadOnePeriodOverride.
       READ LogFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PoDate IS NUMERIC
                   MOVE PoDate TO LineWhole
                   PERFORM CheckInRange
                   IF InRange = 'Y'
                       MOVE PoOperId TO LineOper
                       COMPUTE LineStamp = LineWhole * 10000
                       MOVE SPACES TO SrtText
                       STRING "SUPERVISOR OVERRIDE: CLOSED PERIOD "
                           PoMonth " POSTED TO"
                           DELIMITED BY SIZE INTO SrtText
                       END-STRING
                       PERFORM ReleaseException
                   END-IF
               END-IF
       END-READ.

*> SrtText already filled; LineOper and LineStamp say whose and when.
ReleaseException.
       MOVE LineOper TO WantedOper.
       PERFORM NoteOperInRange.
       MOVE LineOper TO SrtOper.
       MOVE 2 TO SrtPart.
       MOVE LineStamp TO SrtStamp.
       RELEASE SortRec.

*> The first thing in the range for an id opens its section.
NoteOperInRange.
       PERFORM FindOperRow.
       IF OperIdx > 0
           IF TblOpShown(OperIdx) = 'N'
               MOVE 'Y' TO TblOpShown(OperIdx)
               MOVE SortRec TO SaveSortRec
               MOVE WantedOper TO SrtOper
               MOVE 0 TO SrtPart
               MOVE 0 TO SrtStamp
               MOVE SPACES TO SrtText
               RELEASE SortRec
               MOVE SaveSortRec TO SortRec
           END-IF
       END-IF.

*> Leaves OperIdx on WantedOper's row, adding it the first time;
*> zero only when the table is full.
FindOperRow.
       MOVE 0 TO OperIdx.
       PERFORM MatchOneOper
           VARYING OperScan FROM 1 BY 1 UNTIL OperScan > OperCount.
       IF OperIdx = 0 AND OperCount < 100
           ADD 1 TO OperCount
           MOVE OperCount TO OperIdx
           MOVE WantedOper TO TblOpId(OperIdx)
           MOVE 'N' TO TblOpShown(OperIdx)
           MOVE 0 TO TblOpLastOn(OperIdx)
           PERFORM ClearOneOperChange
               VARYING ChgIdx FROM 1 BY 1 UNTIL ChgIdx > 4
       END-IF.

MatchOneOper.
       IF TblOpId(OperScan) = WantedOper
           MOVE OperScan TO OperIdx
       END-IF.

ClearOneOperChange.
       MOVE 0 TO TblOpAdd(OperIdx, ChgIdx).
       MOVE 0 TO TblOpUpd(OperIdx, ChgIdx).
       MOVE 0 TO TblOpDel(OperIdx, ChgIdx).

*>-----------------------------------------------------------------
*> Output side: one section per id, sessions, then changes, then
*> exceptions.
*>-----------------------------------------------------------------
PrintSections.
       MOVE 'N' TO SortEOF.
       MOVE SPACES TO CurrentOper.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       PERFORM PrintOneSortRec UNTIL SortEOF = 'Y'.
       IF CurrentOper NOT = SPACES
           PERFORM CloseSection
       END-IF.

PrintOneSortRec.
       IF SrtOper NOT = CurrentOper
           IF CurrentOper NOT = SPACES
               PERFORM CloseSection
           END-IF
           PERFORM OpenSection
       END-IF.
       IF SrtPart NOT = CurrentPart
           IF SrtPart = 2
               PERFORM PrintChanges
           END-IF
           PERFORM PrintPartHeading
           MOVE SrtPart TO CurrentPart
       END-IF.
       IF SrtPart > 0
           MOVE SrtStamp TO ShowStamp
           MOVE SPACES TO EventLine
           MOVE ShowDate TO ElDate
           MOVE SrtText TO ElText
           IF SrtPart = 1 OR ShowHour > 0 OR ShowMinute > 0
               MOVE ShowHour TO ElHour
               MOVE ":" TO ElColon
               MOVE ShowMinute TO ElMinute
           END-IF
           WRITE PrintLine FROM EventLine
           ADD 1 TO LineCount
           IF SrtPart = 1
               ADD 1 TO SessionCount
           ELSE
               ADD 1 TO ExceptionCount
           END-IF
       END-IF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

OpenSection.
       MOVE SrtOper TO CurrentOper.
       MOVE 0 TO CurrentPart.
       MOVE 'N' TO ChangesShown.
       ADD 1 TO SectionCount.
       MOVE "(not on the operator master)" TO ShowOperName.
       OPEN INPUT OperatorFile.
       IF OperatorFileStatus = "00"
           MOVE SrtOper TO OperId
           READ OperatorFile
               NOT INVALID KEY MOVE OperName TO ShowOperName
           END-READ
           CLOSE OperatorFile
       END-IF.
       MOVE SPACES TO PrintLine.
       STRING "OPERATOR " SrtOper "  " ShowOperName
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.

PrintPartHeading.
       IF SrtPart = 1
           MOVE "  Sessions" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.
       IF SrtPart = 2
           MOVE "  Exceptions" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

CloseSection.
       PERFORM PrintChanges.

*> Once per section, between the sessions and the exceptions.
PrintChanges.
       IF ChangesShown = 'N'
           MOVE 'Y' TO ChangesShown
           MOVE CurrentOper TO WantedOper
           PERFORM FindOperRow
           MOVE 'N' TO AnyChanges
           IF OperIdx > 0
               PERFORM CheckOneFileChanged
                   VARYING ChgIdx FROM 1 BY 1 UNTIL ChgIdx > 4
           END-IF
           IF AnyChanges = 'Y'
               MOVE "  Changes                   ADDS  UPDATES  DELETES"
                   TO PrintLine
               WRITE PrintLine
               ADD 1 TO LineCount
               PERFORM PrintOneFileChanges
                   VARYING ChgIdx FROM 1 BY 1 UNTIL ChgIdx > 4
           END-IF
       END-IF.

CheckOneFileChanged.
       IF TblOpAdd(OperIdx, ChgIdx) > 0 OR TblOpUpd(OperIdx, ChgIdx) > 0
               OR TblOpDel(OperIdx, ChgIdx) > 0
           MOVE 'Y' TO AnyChanges
       END-IF.

PrintOneFileChanges.
       IF TblOpAdd(OperIdx, ChgIdx) > 0 OR TblOpUpd(OperIdx, ChgIdx) > 0
               OR TblOpDel(OperIdx, ChgIdx) > 0
           MOVE FileName(ChgIdx) TO ClFile
           MOVE TblOpAdd(OperIdx, ChgIdx) TO ClAdd
           MOVE TblOpUpd(OperIdx, ChgIdx) TO ClUpd
           MOVE TblOpDel(OperIdx, ChgIdx) TO ClDel
           WRITE PrintLine FROM ChangeLine
           ADD 1 TO LineCount
       END-IF.

*> Every id on the master whose last sign-on is more than the
*> dormant days ago, or never seen in the logs kept.
PrintDormant.
       MOVE SPACES TO PrintLine.
       STRING "OPERATORS NOT SIGNED ON IN " DormantDays " DAYS"
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       OPEN INPUT OperatorFile.
       IF OperatorFileStatus = "00"
           MOVE 'N' TO WSEOF
           MOVE LOW-VALUES TO OperId
           START OperatorFile KEY IS NOT LESS THAN OperId
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM CheckOneOperator UNTIL WSEOF = 'Y'
           CLOSE OperatorFile
       END-IF.
       IF DormantCount = 0
           MOVE "      none" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

CheckOneOperator.
       READ OperatorFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE OperId TO WantedOper
               PERFORM FindOperRow
               MOVE 0 TO WorkWhole
               IF OperIdx > 0
                   MOVE TblOpLastOn(OperIdx) TO WorkWhole
               END-IF
               COMPUTE LastOnDayCount = WkYear * 360 + WkMonth * 30
                   + WkDay
               IF WorkWhole = 0
                       OR TodayDayCount - LastOnDayCount > DormantDays
                   ADD 1 TO DormantCount
                   MOVE SPACES TO PrintLine
                   IF WorkWhole = 0
                       STRING "      " OperId "  " OperName
                           "  never signed on in the logs kept"
                           DELIMITED BY SIZE INTO PrintLine
                       END-STRING
                   ELSE
                       STRING "      " OperId "  " OperName
                           "  last signed on " WorkWhole
                           DELIMITED BY SIZE INTO PrintLine
                       END-STRING
                   END-IF
                   WRITE PrintLine
                   ADD 1 TO LineCount
               END-IF
       END-READ.
