       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. growrpt.
AUTHOR. Lawrence.
*> Weekly file growth report, off the nightly lines filegrow.cob
*> and filecheck.cob put on caphist.dat. For every file listed on
*> capfiles.dat it shows the record count and size last measured,
*> the growth over the last 4 and the last 12 weeks, and - at the
*> rate of the longest of those it has history for - the date the
*> file will cross the threshold capmaint.cob keeps for it, with
*> the archive or rotation job that covers it, if any. A crossing
*> inside the next 12 weeks is starred, and counted at the foot
*> with the files that have no covering job, so a file is dealt
*> with before a report runs slowly. The 4- and 12-week figures
*> come from the last night measured at least that long ago. Days
*> are counted on the 30-day-month arithmetic the aging runs use.
*> Nothing is asked, so the night batch runs it at the week end.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CapFilesFile ASSIGN TO "capfiles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CapFilesStatus.

       SELECT OPTIONAL CapHistFile ASSIGN TO "caphist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CapHistStatus.

       SELECT GrowthReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CapFilesFile.
*> Kept in step with the CapFileRec layout capmaint.cob keeps.
01 CapFileRec.
       02 CfName PIC X(16).
       02 FILLER PIC X.
       02 CfKind PIC X.
       02 FILLER PIC X.
       02 CfOrg PIC X.
       02 FILLER PIC X.
       02 CfLimit PIC 9(9).
       02 FILLER PIC X.
       02 CfUnit PIC X.
       02 FILLER PIC X.
       02 CfCoverJob PIC X(12).

FD CapHistFile.
*> Kept in step with the CapHistRec layout filegrow.cob writes.
01 CapHistRec.
       02 ChDate PIC 9(8).
       02 FILLER PIC X.
       02 ChFile PIC X(16).
       02 FILLER PIC X.
       02 ChRecords PIC 9(9).
       02 FILLER PIC X.
       02 ChHasCount PIC X.
       02 FILLER PIC X.
       02 ChBytes PIC 9(12).
       02 FILLER PIC X.
       02 ChHasSize PIC X.

FD GrowthReport.
01 PrintLine PIC X(132).

WORKING-STORAGE SECTION.
01 CapFilesStatus PIC XX.
01 CapHistStatus PIC XX.
01 WSEOF PIC X.
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
01 TodayWhole REDEFINES TodayDate PIC 9(8).
01 TodayDayCount PIC 9(7).
01 Cut4DayCount PIC 9(7).
01 Cut12DayCount PIC 9(7).
01 RowDayCount PIC 9(7).
01 WorkDate.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
01 WorkWhole REDEFINES WorkDate PIC 9(8).
*> Each listed file with what was measured on three nights: the
*> last (1), the last at least 4 weeks ago (2) and the last at
*> least 12 weeks ago (3). filecheck's count and filegrow's size
*> of an indexed file arrive on separate lines of the same night.
01 CapTable.
       02 CapEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CapCount.
           03 TblCfName PIC X(16).
           03 TblCfKind PIC X.
           03 TblCfLimit PIC 9(9).
           03 TblCfUnit PIC X.
           03 TblCfCoverJob PIC X(12).
           03 TblSnap OCCURS 3 TIMES.
               04 TblSnDays PIC 9(7).
               04 TblSnRecs PIC 9(9).
               04 TblSnHasCount PIC X.
               04 TblSnBytes PIC 9(12).
               04 TblSnHasSize PIC X.
01 CapCount PIC 9(3) VALUE 0.
01 CapIdx PIC 9(3).
01 HitIdx PIC 9(3).
01 FileFound PIC X.
01 SnapIdx PIC 9.
01 BaseSnap PIC 9.
*> Growth and the projection for one file.
01 SnapValue PIC 9(12).
01 NowValue PIC 9(12).
01 BaseValue PIC 9(12).
01 GrowthValue PIC S9(12).
01 NowKb PIC 9(9).
01 BaseKb PIC 9(9).
01 SpanDays PIC 9(7).
01 DailyRate PIC S9(9)V9(4).
01 DaysToLimit PIC 9(7).
01 CrossDayCount PIC 9(7).
01 CrossRest PIC 9(7).
01 ValueKnown PIC X.
01 FileCount PIC 9(3) VALUE 0.
01 OverCount PIC 9(3) VALUE 0.
01 SoonCount PIC 9(3) VALUE 0.
01 UncoveredCount PIC 9(3) VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 GrowthHeads.
       02 FILLER PIC X(30) VALUE "FILE             K   RECORDS  ".
       02 FILLER PIC X(30) VALUE "+4 WEEKS +12 WEEKS        KB  ".
       02 FILLER PIC X(30) VALUE "+4 WEEKS +12 WEEKS  THRESHOLD ".
       02 FILLER PIC X(23) VALUE "CROSSES      COVERED BY".
01 GrowthLine.
       02 PrnFile PIC X(16).
       02 FILLER PIC X VALUE SPACE.
       02 PrnKind PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PrnRecs PIC ZZZZZZZZ9.
       02 PrnRecsX REDEFINES PrnRecs PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRecs4 PIC -ZZZZZZZ9.
       02 PrnRecs4X REDEFINES PrnRecs4 PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRecs12 PIC -ZZZZZZZ9.
       02 PrnRecs12X REDEFINES PrnRecs12 PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnKb PIC ZZZZZZZZ9.
       02 PrnKbX REDEFINES PrnKb PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnKb4 PIC -ZZZZZZZ9.
       02 PrnKb4X REDEFINES PrnKb4 PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnKb12 PIC -ZZZZZZZ9.
       02 PrnKb12X REDEFINES PrnKb12 PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLimit PIC ZZZZZZZZ9.
       02 PrnLimitX REDEFINES PrnLimit PIC X(9).
       02 PrnUnit PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCrosses PIC X(11).
       02 PrnSoon PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCover PIC X(12).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "growrpt ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       COMPUTE Cut4DayCount = TodayDayCount - 28.
       COMPUTE Cut12DayCount = TodayDayCount - 84.
       PERFORM LoadCapFiles.
       IF CapCount = 0
           DISPLAY "No capfiles.dat - filegrow has not run yet"
           CALL 'SESSLOG' USING "END  ", "growrpt ", SPACES
           GOBACK
       END-IF.
       PERFORM LoadCapHistory.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "FileGrowth" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT GrowthReport.
       PERFORM PrintGrowth.
       CLOSE GrowthReport.
       MOVE "FileGrowth" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "File growth written to " ReportFileName ": "
           FileCount " file(s), " OverCount " over threshold, "
           SoonCount " crossing within 12 weeks".
       CALL 'SESSLOG' USING "END  ", "growrpt ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

LoadCapFiles.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CapFilesFile.
       IF CapFilesStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCapFile UNTIL WSEOF = 'Y'.
       IF CapFilesStatus NOT = "35"
           CLOSE CapFilesFile
       END-IF.

LoadOneCapFile.
       READ CapFilesFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CapCount < 200 AND CfName NOT = SPACES
                   ADD 1 TO CapCount
                   MOVE CfName TO TblCfName(CapCount)
                   MOVE CfKind TO TblCfKind(CapCount)
                   MOVE CfLimit TO TblCfLimit(CapCount)
                   MOVE CfUnit TO TblCfUnit(CapCount)
                   MOVE CfCoverJob TO TblCfCoverJob(CapCount)
                   PERFORM ClearOneSnap
                       VARYING SnapIdx FROM 1 BY 1 UNTIL SnapIdx > 3
               END-IF
       END-READ.

ClearOneSnap.
       MOVE 0 TO TblSnDays(CapCount, SnapIdx).
       MOVE 0 TO TblSnRecs(CapCount, SnapIdx).
       MOVE 'N' TO TblSnHasCount(CapCount, SnapIdx).
       MOVE 0 TO TblSnBytes(CapCount, SnapIdx).
       MOVE 'N' TO TblSnHasSize(CapCount, SnapIdx).

LoadCapHistory.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CapHistFile.
       IF CapHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneHistLine UNTIL WSEOF = 'Y'.
       IF CapHistStatus NOT = "35"
           CLOSE CapHistFile
       END-IF.

LoadOneHistLine.
       READ CapHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF ChDate IS NUMERIC
                   PERFORM PostOneHistLine
               END-IF
       END-READ.

PostOneHistLine.
       MOVE ChDate TO WorkWhole.
       COMPUTE RowDayCount = WkYear * 360 + WkMonth * 30 + WkDay.
       MOVE 'N' TO FileFound.
       PERFORM MatchOneCapFile
           VARYING CapIdx FROM 1 BY 1
           UNTIL FileFound = 'Y' OR CapIdx > CapCount.
       IF FileFound = 'Y' AND RowDayCount <= TodayDayCount
           MOVE 1 TO SnapIdx
           PERFORM MergeIntoSnap
           IF RowDayCount <= Cut4DayCount
               MOVE 2 TO SnapIdx
               PERFORM MergeIntoSnap
           END-IF
           IF RowDayCount <= Cut12DayCount
               MOVE 3 TO SnapIdx
               PERFORM MergeIntoSnap
           END-IF
       END-IF.

MatchOneCapFile.
       IF TblCfName(CapIdx) = ChFile
           MOVE 'Y' TO FileFound
           MOVE CapIdx TO HitIdx
       END-IF.

*> A later night replaces what the snapshot held; a second line
*> for the same night adds the count or the size it carries.
MergeIntoSnap.
       IF RowDayCount > TblSnDays(HitIdx, SnapIdx)
           MOVE RowDayCount TO TblSnDays(HitIdx, SnapIdx)
           MOVE 0 TO TblSnRecs(HitIdx, SnapIdx)
           MOVE 'N' TO TblSnHasCount(HitIdx, SnapIdx)
           MOVE 0 TO TblSnBytes(HitIdx, SnapIdx)
           MOVE 'N' TO TblSnHasSize(HitIdx, SnapIdx)
       END-IF.
       IF RowDayCount = TblSnDays(HitIdx, SnapIdx)
           IF ChHasCount = 'Y'
               MOVE ChRecords TO TblSnRecs(HitIdx, SnapIdx)
               MOVE 'Y' TO TblSnHasCount(HitIdx, SnapIdx)
           END-IF
           IF ChHasSize = 'Y'
               MOVE ChBytes TO TblSnBytes(HitIdx, SnapIdx)
               MOVE 'Y' TO TblSnHasSize(HitIdx, SnapIdx)
           END-IF
       END-IF.

PrintGrowth.
       MOVE SPACES TO PrintLine.
       STRING "FILE GROWTH AND CAPACITY AS AT " TodayWhole
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       STRING "KIND M MASTER, T TRANSACTIONS, L LOG, C CONTROL."
           DELIMITED BY SIZE
           "  THRESHOLD IN R(ECORDS) OR K(ILOBYTES);"
           DELIMITED BY SIZE
           " * CROSSES WITHIN 12 WEEKS" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       WRITE PrintLine FROM GrowthHeads AFTER ADVANCING 2 LINES.
       PERFORM PrintOneFile
           VARYING CapIdx FROM 1 BY 1 UNTIL CapIdx > CapCount.
       MOVE SPACES TO PrintLine.
       STRING "FILES: " FileCount DELIMITED BY SIZE
           "   OVER THRESHOLD: " OverCount DELIMITED BY SIZE
           "   CROSSING WITHIN 12 WEEKS: " SoonCount
           DELIMITED BY SIZE
           "   OF THOSE WITH NO COVERING JOB: " UncoveredCount
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.

PrintOneFile.
       MOVE SPACES TO GrowthLine.
       MOVE TblCfName(CapIdx) TO PrnFile.
       MOVE TblCfKind(CapIdx) TO PrnKind.
       MOVE TblCfCoverJob(CapIdx) TO PrnCover.
       IF PrnCover = SPACES
           MOVE "(none)" TO PrnCover
       END-IF.
       IF TblSnDays(CapIdx, 1) = 0
           MOVE "  no data" TO PrnRecsX
           MOVE "  no data" TO PrnKbX
       ELSE
           PERFORM ShowRecordGrowth
           PERFORM ShowSizeGrowth
       END-IF.
       IF TblCfLimit(CapIdx) = 0
           MOVE "     none" TO PrnLimitX
           MOVE "-" TO PrnCrosses
       ELSE
           MOVE TblCfLimit(CapIdx) TO PrnLimit
           MOVE TblCfUnit(CapIdx) TO PrnUnit
           PERFORM ProjectCrossing
       END-IF.
       WRITE PrintLine FROM GrowthLine.
       ADD 1 TO LineCount.
       ADD 1 TO FileCount.

ShowRecordGrowth.
       IF TblSnHasCount(CapIdx, 1) = 'N'
           MOVE " no count" TO PrnRecsX
       ELSE
           MOVE TblSnRecs(CapIdx, 1) TO PrnRecs
           IF TblSnHasCount(CapIdx, 2) = 'Y'
               COMPUTE GrowthValue = TblSnRecs(CapIdx, 1)
                   - TblSnRecs(CapIdx, 2)
               MOVE GrowthValue TO PrnRecs4
           ELSE
               MOVE "      n/a" TO PrnRecs4X
           END-IF
           IF TblSnHasCount(CapIdx, 3) = 'Y'
               COMPUTE GrowthValue = TblSnRecs(CapIdx, 1)
                   - TblSnRecs(CapIdx, 3)
               MOVE GrowthValue TO PrnRecs12
           ELSE
               MOVE "      n/a" TO PrnRecs12X
           END-IF
       END-IF.

ShowSizeGrowth.
       IF TblSnHasSize(CapIdx, 1) = 'N'
           MOVE "  no size" TO PrnKbX
       ELSE
           COMPUTE NowKb ROUNDED = TblSnBytes(CapIdx, 1) / 1024
           MOVE NowKb TO PrnKb
           IF TblSnHasSize(CapIdx, 2) = 'Y'
               COMPUTE BaseKb ROUNDED = TblSnBytes(CapIdx, 2) / 1024
               COMPUTE GrowthValue = NowKb - BaseKb
               MOVE GrowthValue TO PrnKb4
           ELSE
               MOVE "      n/a" TO PrnKb4X
           END-IF
           IF TblSnHasSize(CapIdx, 3) = 'Y'
               COMPUTE BaseKb ROUNDED = TblSnBytes(CapIdx, 3) / 1024
               COMPUTE GrowthValue = NowKb - BaseKb
               MOVE GrowthValue TO PrnKb12
           ELSE
               MOVE "      n/a" TO PrnKb12X
           END-IF
       END-IF.

*> The rate is taken over the 12 weeks where there is that much
*> history, otherwise over the 4; a threshold in kilobytes is
*> measured against the size, one in records against the count.
ProjectCrossing.
       MOVE 1 TO SnapIdx.
       PERFORM PickSnapValue.
       MOVE SnapValue TO NowValue.
       IF ValueKnown = 'N'
           IF TblCfUnit(CapIdx) = 'K'
               MOVE "NO SIZE" TO PrnCrosses
           ELSE
               MOVE "NO COUNT" TO PrnCrosses
           END-IF
       ELSE
           IF NowValue >= TblCfLimit(CapIdx)
               MOVE "OVER NOW" TO PrnCrosses
               ADD 1 TO OverCount
           ELSE
               PERFORM FindBaseValue
               IF BaseSnap = 0
                   MOVE "NO HISTORY" TO PrnCrosses
               ELSE
                   PERFORM ProjectFromRate
               END-IF
           END-IF
       END-IF.

FindBaseValue.
       MOVE 0 TO BaseSnap.
       MOVE 3 TO SnapIdx.
       PERFORM PickSnapValue.
       IF ValueKnown = 'N'
           MOVE 2 TO SnapIdx
           PERFORM PickSnapValue
       END-IF.
       IF ValueKnown = 'Y'
           MOVE SnapIdx TO BaseSnap
           MOVE SnapValue TO BaseValue
       END-IF.

*> SnapValue is the snapshot's measure in the threshold's unit,
*> ValueKnown saying whether that night had one.
PickSnapValue.
       MOVE 'N' TO ValueKnown.
       MOVE 0 TO SnapValue.
       IF TblCfUnit(CapIdx) = 'K'
           IF TblSnHasSize(CapIdx, SnapIdx) = 'Y'
               MOVE 'Y' TO ValueKnown
               COMPUTE SnapValue ROUNDED =
                   TblSnBytes(CapIdx, SnapIdx) / 1024
           END-IF
       ELSE
           IF TblSnHasCount(CapIdx, SnapIdx) = 'Y'
               MOVE 'Y' TO ValueKnown
               MOVE TblSnRecs(CapIdx, SnapIdx) TO SnapValue
           END-IF
       END-IF.

ProjectFromRate.
       COMPUTE SpanDays = TblSnDays(CapIdx, 1)
           - TblSnDays(CapIdx, BaseSnap).
       IF SpanDays = 0 OR NowValue NOT > BaseValue
           MOVE "NOT GROWING" TO PrnCrosses
       ELSE
           COMPUTE DailyRate = (NowValue - BaseValue) / SpanDays
           COMPUTE DaysToLimit =
               (TblCfLimit(CapIdx) - NowValue) / DailyRate + 1
           IF DaysToLimit > 3600
               MOVE "10+ YEARS" TO PrnCrosses
           ELSE
               COMPUTE CrossDayCount = TodayDayCount + DaysToLimit
               PERFORM DayCountToDate
               MOVE WorkWhole TO PrnCrosses
               IF DaysToLimit <= 84
                   MOVE "*" TO PrnSoon
                   ADD 1 TO SoonCount
                   IF TblCfCoverJob(CapIdx) = SPACES
                       ADD 1 TO UncoveredCount
                   END-IF
               END-IF
           END-IF
       END-IF.

*> Back from the day count to a date on the same 30-day months.
DayCountToDate.
       COMPUTE CrossRest = CrossDayCount - 31.
       COMPUTE WkYear = CrossRest / 360.
       COMPUTE CrossRest = CrossRest - WkYear * 360.
       COMPUTE WkMonth = CrossRest / 30 + 1.
       COMPUTE WkDay = CrossRest - (WkMonth - 1) * 30 + 1.
