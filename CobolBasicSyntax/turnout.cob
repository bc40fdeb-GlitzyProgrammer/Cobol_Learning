       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. turnout.
AUTHOR. Lawrence.
*> Election turnout by polling station and city, off the register
*> votemark.cob marks on pollreg.dat. Run any time during the day
*> for the turnout so far, or - by a supervisor - to close the poll
*> on pollctl.dat, after which no more votes are marked and the
*> report is headed as the final turnout at close. Each station
*> shows its registered electors, how many of them have voted
*> (wherever they voted), the percentage, and the votes actually
*> cast at the station, with a line per city and for the whole
*> election. Each run is stamped with the time so the day's
*> snapshots are all kept.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PollRegFile ASSIGN TO "pollreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PrCitizenId
           FILE STATUS IS PollRegStatus.

       SELECT OPTIONAL PollCtlFile ASSIGN TO "pollctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PollCtlStatus.

       SELECT OPTIONAL StationFile ASSIGN TO "pollstn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StationFileStatus.

       SELECT OPTIONAL CityFile ASSIGN TO "cities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CityFileStatus.

      *> Date- and time-stamped so the day's snapshots are all kept;
      *> every run is cataloged through RPTCAT.
       SELECT TurnoutReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PollRegFile.
*> Kept in step with the PollRegRec layout pollassign.cob writes.
01 PollRegRec.
       02 PrCitizenId PIC 9(7).
       02 PrStationId PIC X(4).
       02 PrCityCode PIC 99.
       02 PrSurname PIC X(15).
       02 PrForename PIC X(15).
       02 PrVoted PIC X.
       02 PrVotedStn PIC X(4).
       02 PrVotedTime PIC 9(4).
       02 PrClerk PIC X(20).

FD PollCtlFile.
*> Kept in step with the PollCtlRec layout pollassign.cob writes.
01 PollCtlRec.
       02 PcElecDate PIC 9(8).
       02 FILLER PIC X.
       02 PcStatus PIC X.
       02 FILLER PIC X.
       02 PcElectors PIC 9(7).
       02 FILLER PIC X.
       02 PcBuiltBy PIC X(8).
       02 FILLER PIC X.
       02 PcClosedTime PIC 9(4).

FD StationFile.
*> Kept in step with the StationRecord layout pollstn.cob keeps.
01 StationRecord.
       02 PsStationId PIC X(4).
       02 FILLER PIC X.
       02 PsCityCode PIC 99.
       02 FILLER PIC X.
       02 PsName PIC X(20).
       02 FILLER PIC X.
       02 PsAddress PIC X(25).
       02 FILLER PIC X.
       02 PsCapacity PIC 9(5).

FD CityFile.
*> Kept in step with the CityRecord layout citymaint.cob keeps.
01 CityRecord.
       02 FileCityCode PIC 99.
       02 FileCityName PIC X(15).

FD TurnoutReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 PollRegStatus PIC XX.
01 PollCtlStatus PIC XX.
01 StationFileStatus PIC XX.
01 CityFileStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 Choice PIC 9.
01 ConfirmAnswer PIC X.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 CtlExists PIC X.
01 NowTime.
       02 NowHHMM PIC 9(4).
       02 FILLER PIC 9(4).
01 TimeParts.
       02 TpHour PIC 99.
       02 TpMinute PIC 99.
01 TimeWhole REDEFINES TimeParts PIC 9(4).
01 ShowTime.
       02 ShowHour PIC 99.
       02 FILLER PIC X VALUE ":".
       02 ShowMinute PIC 99.
*> Stations with their three counts; the last row gathers any
*> station on the register no longer on pollstn.dat.
01 StationTable.
       02 StationEntry OCCURS 0 TO 201 TIMES
               DEPENDING ON StationCount.
           03 TblStId PIC X(4).
           03 TblStCity PIC 99.
           03 TblStName PIC X(20).
           03 TblStRegistered PIC 9(7).
           03 TblStVoted PIC 9(7).
           03 TblStCastHere PIC 9(7).
01 StationCount PIC 9(3) VALUE 0.
01 StationIdx PIC 9(3).
01 StationFound PIC X.
01 WantedStation PIC X(4).
01 CityTable.
       02 CityEntry OCCURS 0 TO 99 TIMES
               DEPENDING ON CityCount.
           03 TblCityCode PIC 99.
           03 TblCityName PIC X(15).
01 CityCount PIC 99 VALUE 0.
01 CityIdx PIC 9(3).
01 WantedCity PIC 99.
01 ShowCityName PIC X(15).
01 CityCode PIC 9(3).
01 CityStations PIC 9(3).
01 CityRegistered PIC 9(7).
01 CityVoted PIC 9(7).
01 CityCastHere PIC 9(7).
01 AllRegistered PIC 9(7).
01 AllVoted PIC 9(7).
01 AllCastHere PIC 9(7).
01 PctWork PIC 999V9.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 TurnoutLine.
       02 PrnTnIndent PIC X(2).
       02 PrnTnId PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnTnName PIC X(20).
       02 PrnTnRegistered PIC ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTnVoted PIC ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTnPct PIC ZZ9.9.
       02 FILLER PIC X VALUE "%".
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTnCast PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "turnout ", OperatorName.
       CALL 'SESSLOG' USING "START", "turnout ", OperatorName.
       PERFORM ReadPollCtl.
       IF CtlExists = 'N'
           DISPLAY "No election register built - nothing to report"
           CALL 'SESSLOG' USING "END  ", "turnout ", OperatorName
           GOBACK
       END-IF.
       IF PcStatus = 'O'
           DISPLAY "1: Turnout so far"
           DISPLAY "2: Close the poll and print the final turnout"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           IF Choice = 2
               PERFORM ClosePoll
           END-IF
       END-IF.
       PERFORM LoadStationTable.
       PERFORM LoadCityTable.
       PERFORM CountRegister.
       PERFORM PrintTurnout.
       CALL 'SESSLOG' USING "END  ", "turnout ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Closing is a supervisor's act; from then on votemark refuses.
ClosePoll.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "The poll is closed by a supervisor - turnout so"
               " far printed instead"
       ELSE
           DISPLAY "Close the poll for " PcElecDate " now? (Y/N) "
               WITH NO ADVANCING
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
               ACCEPT NowTime FROM TIME
               MOVE 'C' TO PcStatus
               MOVE NowHHMM TO PcClosedTime
               OPEN OUTPUT PollCtlFile
               WRITE PollCtlRec
               CLOSE PollCtlFile
               DISPLAY "Poll closed"
           END-IF
       END-IF.

CountRegister.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PollRegFile.
       IF PollRegStatus NOT = "00"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO PrCitizenId
           START PollRegFile KEY IS NOT LESS THAN PrCitizenId
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM CountOneElector UNTIL WSEOF = 'Y'.
       IF PollRegStatus NOT = "35"
           CLOSE PollRegFile
       END-IF.

CountOneElector.
       READ PollRegFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE PrStationId TO WantedStation
               PERFORM FindStationRow
               ADD 1 TO TblStRegistered(StationIdx)
               IF PrVoted = 'Y'
                   ADD 1 TO TblStVoted(StationIdx)
                   MOVE PrVotedStn TO WantedStation
                   PERFORM FindStationRow
                   ADD 1 TO TblStCastHere(StationIdx)
               END-IF
       END-READ.

*> Leaves StationIdx on the station's row, or on the catch-all
*> last row when it is not on pollstn.dat.
FindStationRow.
       MOVE 'N' TO StationFound.
       PERFORM MatchOneStationRow
           VARYING StationIdx FROM 1 BY 1
           UNTIL StationFound = 'Y' OR StationIdx >= StationCount.
       IF StationFound = 'Y'
           SUBTRACT 1 FROM StationIdx
       ELSE
           MOVE StationCount TO StationIdx
       END-IF.

MatchOneStationRow.
       IF TblStId(StationIdx) = WantedStation
           MOVE 'Y' TO StationFound
       END-IF.

PrintTurnout.
       ACCEPT StampDate FROM DATE.
       ACCEPT NowTime FROM TIME.
       MOVE SPACES TO ReportFileName.
       STRING "Turnout" StampYear StampMonth StampDay NowHHMM ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT TurnoutReport.
       MOVE SPACES TO PrintLine.
       IF PcStatus = 'C'
           MOVE PcClosedTime TO TimeWhole
           MOVE TpHour TO ShowHour
           MOVE TpMinute TO ShowMinute
           STRING "FINAL TURNOUT AT CLOSE - ELECTION OF " PcElecDate
               " - POLL CLOSED " ShowTime DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       ELSE
           MOVE NowHHMM TO TimeWhole
           MOVE TpHour TO ShowHour
           MOVE TpMinute TO ShowMinute
           STRING "TURNOUT SO FAR - ELECTION OF " PcElecDate " - AS AT "
               ShowTime DELIMITED BY SIZE INTO PrintLine
           END-STRING
       END-IF.
       WRITE PrintLine.
       MOVE "  STN  STATION            ELECTORS    VOTED TURNOUT  CAST HERE"
           TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 3 TO LineCount.
       MOVE 0 TO AllRegistered.
       MOVE 0 TO AllVoted.
       MOVE 0 TO AllCastHere.
       PERFORM PrintOneCity
           VARYING CityCode FROM 1 BY 1 UNTIL CityCode > 99.
       IF TblStRegistered(StationCount) > 0
               OR TblStCastHere(StationCount) > 0
           MOVE 0 TO CityCode
           PERFORM PrintOneCity
       END-IF.
       MOVE SPACES TO PrnTnIndent.
       MOVE SPACES TO PrnTnId.
       MOVE "WHOLE ELECTION" TO PrnTnName.
       MOVE AllRegistered TO CityRegistered.
       MOVE AllVoted TO CityVoted.
       MOVE AllCastHere TO CityCastHere.
       PERFORM FillTotalsLine.
       WRITE PrintLine FROM TurnoutLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.
       CLOSE TurnoutReport.
       MOVE "Turnout" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY AllVoted " of " AllRegistered " have voted - see "
           ReportFileName.

*> The stations of one city and the city's line; city 0 is the
*> catch-all row for stations since taken off pollstn.dat.
PrintOneCity.
       MOVE 0 TO CityStations.
       MOVE 0 TO CityRegistered.
       MOVE 0 TO CityVoted.
       MOVE 0 TO CityCastHere.
       PERFORM PrintOneStation
           VARYING StationIdx FROM 1 BY 1
           UNTIL StationIdx > StationCount.
       IF CityStations > 0
           MOVE SPACES TO PrnTnIndent
           MOVE SPACES TO PrnTnId
           IF CityCode = 0
               MOVE "NOT ON FILE" TO PrnTnName
           ELSE
               MOVE CityCode TO WantedCity
               PERFORM FindCityName
               MOVE SPACES TO PrnTnName
               STRING "CITY " ShowCityName DELIMITED BY SIZE
                   INTO PrnTnName
               END-STRING
           END-IF
           PERFORM FillTotalsLine
           WRITE PrintLine FROM TurnoutLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           ADD 2 TO LineCount
           ADD CityRegistered TO AllRegistered
           ADD CityVoted TO AllVoted
           ADD CityCastHere TO AllCastHere
       END-IF.

PrintOneStation.
       IF (CityCode = 0 AND StationIdx = StationCount)
               OR (CityCode > 0 AND StationIdx < StationCount
                   AND TblStCity(StationIdx) = CityCode)
           ADD 1 TO CityStations
           MOVE "  " TO PrnTnIndent
           MOVE TblStId(StationIdx) TO PrnTnId
           MOVE TblStName(StationIdx) TO PrnTnName
           MOVE TblStRegistered(StationIdx) TO PrnTnRegistered
           MOVE TblStVoted(StationIdx) TO PrnTnVoted
           MOVE TblStCastHere(StationIdx) TO PrnTnCast
           MOVE 0 TO PctWork
           IF TblStRegistered(StationIdx) > 0
               COMPUTE PctWork ROUNDED = TblStVoted(StationIdx) * 100
                   / TblStRegistered(StationIdx)
           END-IF
           MOVE PctWork TO PrnTnPct
           WRITE PrintLine FROM TurnoutLine
           ADD 1 TO LineCount
           ADD TblStRegistered(StationIdx) TO CityRegistered
           ADD TblStVoted(StationIdx) TO CityVoted
           ADD TblStCastHere(StationIdx) TO CityCastHere
       END-IF.

FillTotalsLine.
       MOVE CityRegistered TO PrnTnRegistered.
       MOVE CityVoted TO PrnTnVoted.
       MOVE CityCastHere TO PrnTnCast.
       MOVE 0 TO PctWork.
       IF CityRegistered > 0
           COMPUTE PctWork ROUNDED = CityVoted * 100 / CityRegistered
       END-IF.
       MOVE PctWork TO PrnTnPct.

FindCityName.
       MOVE "(unknown)" TO ShowCityName.
       PERFORM ScanOneCity
           VARYING CityIdx FROM 1 BY 1 UNTIL CityIdx > CityCount.

ScanOneCity.
       IF TblCityCode(CityIdx) = WantedCity
           MOVE TblCityName(CityIdx) TO ShowCityName
       END-IF.

ReadPollCtl.
       MOVE 'N' TO CtlExists.
       OPEN INPUT PollCtlFile.
       IF PollCtlStatus NOT = "35"
           READ PollCtlFile
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO CtlExists
           END-READ
           CLOSE PollCtlFile
       END-IF.

*> The catch-all row goes on last, after every station on file.
LoadStationTable.
       MOVE 0 TO StationCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT StationFile.
       IF StationFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneStation UNTIL WSEOF = 'Y'.
       IF StationFileStatus NOT = "35"
           CLOSE StationFile
       END-IF.
       ADD 1 TO StationCount.
       MOVE "????" TO TblStId(StationCount).
       MOVE 0 TO TblStCity(StationCount).
       MOVE "(not on pollstn.dat)" TO TblStName(StationCount).
       MOVE 0 TO TblStRegistered(StationCount).
       MOVE 0 TO TblStVoted(StationCount).
       MOVE 0 TO TblStCastHere(StationCount).

LoadOneStation.
       READ StationFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF StationCount < 200
                   ADD 1 TO StationCount
                   MOVE PsStationId TO TblStId(StationCount)
                   MOVE PsCityCode TO TblStCity(StationCount)
                   MOVE PsName TO TblStName(StationCount)
                   MOVE 0 TO TblStRegistered(StationCount)
                   MOVE 0 TO TblStVoted(StationCount)
                   MOVE 0 TO TblStCastHere(StationCount)
               END-IF
       END-READ.

LoadCityTable.
       MOVE 0 TO CityCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CityFile.
       IF CityFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCity UNTIL WSEOF = 'Y'.
       IF CityFileStatus NOT = "35"
           CLOSE CityFile
       END-IF.

LoadOneCity.
       READ CityFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CityCount < 99
                   ADD 1 TO CityCount
                   MOVE FileCityCode TO TblCityCode(CityCount)
                   MOVE FileCityName TO TblCityName(CityCount)
               END-IF
       END-READ.
