       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. pollassign.
AUTHOR. Lawrence.
*> Polling station assignment and register books: votersnap.cob
*> lists who may vote, but the clerks worked from one printout and
*> could not tell who had voted elsewhere. For a keyed election
*> date this applies the same age rule as votersnap to every
*> citizen on voter.txt and sends each eligible CitizenId to a
*> station of their city on pollstn.dat - the least-filled station
*> with room, so a city's electors are spread across its stations
*> up to what each can take. The register is written to
*> pollreg.dat, where votemark.cob records each vote and
*> turnout.cob counts them, and the election is opened on
*> pollctl.dat. Each station's register book then prints in
*> surname order, a page per station. A register cannot be rebuilt
*> once votes are being marked against it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VoterFile ASSIGN TO "voter.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CitizenId
           FILE STATUS IS VoterFileStatus.

       SELECT OPTIONAL StationFile ASSIGN TO "pollstn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StationFileStatus.

       SELECT OPTIONAL CityFile ASSIGN TO "cities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CityFileStatus.

      *> The election-day register, one record per eligible citizen.
       SELECT PollRegFile ASSIGN TO "pollreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PrCitizenId
           FILE STATUS IS PollRegStatus.

      *> One line: the election the register is for and whether its
      *> poll is open or closed.
       SELECT OPTIONAL PollCtlFile ASSIGN TO "pollctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PollCtlStatus.

      *> Date-stamped so an earlier report is never overwritten;
      *> every run is cataloged through RPTCAT.
       SELECT BookReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk19.tmp".

DATA DIVISION.
FILE SECTION.
FD VoterFile.
*> Kept in step with votereg.cob's VoterRecord layout so this
*> shares the same indexed file without misaligning records.
01 VoterRecord.
       02 CitizenId  PIC 9(7).
       02 CitizenDOB.
           03 CitYOB PIC 9(4).
           03 CitMOB PIC 99.
           03 CitDOB PIC 99.
       02 VotingStatus PIC 9.
       02 CitizenCityCode PIC 99.
       02 CitizenSurname PIC X(15).
       02 CitizenForename PIC X(15).

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

FD PollRegFile.
*> Station the citizen is assigned to, and - once they have voted -
*> Y in PrVoted with the station, time (HHMM) and clerk who
*> recorded it.
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
*> Fixed columns: election date, O open or C closed, electors on
*> the register, who built it, time the poll closed.
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

FD BookReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
01 SortRec.
       02 SrtStationId PIC X(4).
       02 SrtSurname PIC X(15).
       02 SrtForename PIC X(15).
       02 SrtCitizenId PIC 9(7).
       02 SrtCityCode PIC 99.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 VoterFileStatus PIC XX.
01 StationFileStatus PIC XX.
01 CityFileStatus PIC XX.
01 PollRegStatus PIC XX.
01 PollCtlStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 ElectionDate.
       02 ElecYear  PIC 9(4).
       02 ElecMonth PIC 99.
       02 ElecDay   PIC 99.
01 AgeAtElection PIC 999.
01 ElecMMDD PIC 9(4).
01 BirthMMDD PIC 9(4).
01 CtlExists PIC X.
01 VotesMarked PIC 9(7).
*> Stations with the electors sent to each so far in the run.
01 StationTable.
       02 StationEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON StationCount.
           03 TblStId PIC X(4).
           03 TblStCity PIC 99.
           03 TblStName PIC X(20).
           03 TblStAddress PIC X(25).
           03 TblStCapacity PIC 9(5).
           03 TblStAssigned PIC 9(7).
01 StationCount PIC 9(3) VALUE 0.
01 StationIdx PIC 9(3).
01 BestIdx PIC 9(3).
01 BestHasRoom PIC X.
01 StationFound PIC X.
01 CityTable.
       02 CityEntry OCCURS 0 TO 99 TIMES
               DEPENDING ON CityCount.
           03 TblCityCode PIC 99.
           03 TblCityName PIC X(15).
01 CityCount PIC 99 VALUE 0.
01 CityIdx PIC 9(3).
01 WantedCity PIC 99.
01 ShowCityName PIC X(15).
*> Eligible citizens whose city has no station, by city code.
01 NoStationTable.
       02 NoStationCount PIC 9(7) OCCURS 99 TIMES.
01 NsIdx PIC 99.
01 AssignedCount PIC 9(7).
01 IneligibleCount PIC 9(7).
01 UnassignedCount PIC 9(7).
01 OverCapCount PIC 9(7).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5).
01 CurrentStation PIC X(4).
01 BookCount PIC 9(7).
01 BookLine.
       02 PrnBkLine PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBkSurname PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnBkForename PIC X(15).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBkCitizenId PIC 9(7).
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(20) VALUE "____________________".

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "pollasgn", OperatorName.
       CALL 'SESSLOG' USING "START", "pollasgn", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "POLLING STATION ASSIGNMENT"
           DISPLAY "1: Assign Voters to Stations for an Election"
           DISPLAY "2: Reprint Register Books"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AssignStations THRU AssignStations-Exit
               WHEN 2 PERFORM ReprintBooks THRU ReprintBooks-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "pollasgn", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

AssignStations.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "The election register is built by a supervisor"
           GO TO AssignStations-Exit
       END-IF.
       PERFORM ReadPollCtl.
       IF CtlExists = 'Y' AND PcStatus = 'O'
           PERFORM CountMarkedVotes
           IF VotesMarked > 0
               DISPLAY "Poll for " PcElecDate " is open with "
                   VotesMarked " votes recorded - register kept"
               GO TO AssignStations-Exit
           END-IF
       END-IF.
       DISPLAY "Election date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT ElectionDate.
       IF ElecMonth < 1 OR ElecMonth > 12 OR ElecDay < 1
               OR ElecDay > 31
           DISPLAY "Not a valid date"
           GO TO AssignStations-Exit
       END-IF.
       PERFORM LoadStationTable.
       IF StationCount = 0
           DISPLAY "No polling stations on file - use pollstn first"
           GO TO AssignStations-Exit
       END-IF.
       IF CtlExists = 'Y'
           DISPLAY "This replaces the register for " PcElecDate
               ". Continue? (Y/N) " WITH NO ADVANCING
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
               DISPLAY "Register kept"
               GO TO AssignStations-Exit
           END-IF
       END-IF.
       OPEN INPUT VoterFile.
       IF VoterFileStatus NOT = "00"
           DISPLAY "No voter register on file"
           GO TO AssignStations-Exit
       END-IF.
       OPEN OUTPUT PollRegFile.
       MOVE 0 TO AssignedCount.
       MOVE 0 TO IneligibleCount.
       MOVE 0 TO UnassignedCount.
       MOVE 0 TO OverCapCount.
       PERFORM ClearOneNoStation
           VARYING NsIdx FROM 1 BY 1 UNTIL NsIdx > 98.
       MOVE 0 TO NoStationCount(99).
       MOVE 'N' TO WSEOF.
       MOVE LOW-VALUES TO CitizenId.
       START VoterFile KEY IS NOT LESS THAN CitizenId
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       PERFORM AssignOneCitizen UNTIL WSEOF = 'Y'.
       CLOSE VoterFile.
       CLOSE PollRegFile.
       MOVE ElectionDate TO PcElecDate.
       MOVE 'O' TO PcStatus.
       MOVE AssignedCount TO PcElectors.
       MOVE AuthOperId TO PcBuiltBy.
       MOVE 0 TO PcClosedTime.
       PERFORM WritePollCtl.
       DISPLAY AssignedCount " electors assigned, " IneligibleCount
           " not eligible on " ElectionDate.
       IF OverCapCount > 0
           DISPLAY OverCapCount " sent to stations already at"
               " capacity - add stations for those cities"
       END-IF.
       IF UnassignedCount > 0
           DISPLAY UnassignedCount " eligible citizens have no station"
               " in their city:"
           PERFORM LoadCityTable
           PERFORM ShowOneNoStation
               VARYING NsIdx FROM 1 BY 1 UNTIL NsIdx > 98
           IF NoStationCount(99) > 0
               MOVE 99 TO NsIdx
               PERFORM ShowOneNoStation
           END-IF
       END-IF.
       PERFORM PrintBooks.
AssignStations-Exit.
       EXIT.

ClearOneNoStation.
       MOVE 0 TO NoStationCount(NsIdx).

ShowOneNoStation.
       IF NoStationCount(NsIdx) > 0
           MOVE NsIdx TO WantedCity
           PERFORM FindCityName
           DISPLAY "    city " NsIdx " " ShowCityName " "
               NoStationCount(NsIdx)
       END-IF.

*> Same age rule as votersnap.cob: over 18 on the election date.
AssignOneCitizen.
       READ VoterFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               COMPUTE AgeAtElection = ElecYear - CitYOB
               COMPUTE ElecMMDD = ElecMonth * 100 + ElecDay
               COMPUTE BirthMMDD = CitMOB * 100 + CitDOB
               IF ElecMMDD < BirthMMDD
                   SUBTRACT 1 FROM AgeAtElection
               END-IF
               IF AgeAtElection > 18
                   PERFORM PlaceCitizen
               ELSE
                   ADD 1 TO IneligibleCount
               END-IF
       END-READ.

*> The least-filled station of the citizen's city that still has
*> room; when every one is full, the least-filled of them.
PlaceCitizen.
       MOVE 0 TO BestIdx.
       MOVE 'N' TO BestHasRoom.
       PERFORM ConsiderOneStation
           VARYING StationIdx FROM 1 BY 1
           UNTIL StationIdx > StationCount.
       IF BestIdx = 0
           ADD 1 TO UnassignedCount
           IF CitizenCityCode > 0
               ADD 1 TO NoStationCount(CitizenCityCode)
           END-IF
       ELSE
           IF BestHasRoom = 'N'
               ADD 1 TO OverCapCount
           END-IF
           ADD 1 TO TblStAssigned(BestIdx)
           MOVE SPACES TO PollRegRec
           MOVE CitizenId TO PrCitizenId
           MOVE TblStId(BestIdx) TO PrStationId
           MOVE CitizenCityCode TO PrCityCode
           MOVE CitizenSurname TO PrSurname
           MOVE CitizenForename TO PrForename
           MOVE 'N' TO PrVoted
           MOVE 0 TO PrVotedTime
           WRITE PollRegRec
               INVALID KEY DISPLAY "Register write failed for "
                   CitizenId
               NOT INVALID KEY ADD 1 TO AssignedCount
           END-WRITE
       END-IF.

ConsiderOneStation.
       IF TblStCity(StationIdx) = CitizenCityCode
           IF TblStCapacity(StationIdx) = 0
                   OR TblStAssigned(StationIdx)
                       < TblStCapacity(StationIdx)
               IF BestHasRoom = 'N'
                   MOVE StationIdx TO BestIdx
                   MOVE 'Y' TO BestHasRoom
               ELSE
                   IF TblStAssigned(StationIdx)
                           < TblStAssigned(BestIdx)
                       MOVE StationIdx TO BestIdx
                   END-IF
               END-IF
           ELSE
               IF BestHasRoom = 'N'
                   IF BestIdx = 0
                       MOVE StationIdx TO BestIdx
                   ELSE
                       IF TblStAssigned(StationIdx)
                               < TblStAssigned(BestIdx)
                           MOVE StationIdx TO BestIdx
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

ReprintBooks.
       PERFORM ReadPollCtl.
       IF CtlExists = 'N'
           DISPLAY "No election register built yet"
           GO TO ReprintBooks-Exit
       END-IF.
       MOVE PcElecDate TO ElectionDate.
       PERFORM LoadStationTable.
       PERFORM PrintBooks.
ReprintBooks-Exit.
       EXIT.

*> One page per station, electors in surname order with a column
*> for the clerk's mark.
PrintBooks.
       PERFORM LoadCityTable.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "PollBook" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT BookReport.
       SORT SortWorkFile ON ASCENDING KEY SrtStationId SrtSurname
               SrtForename SrtCitizenId
           INPUT PROCEDURE IS ReleaseRegister
           OUTPUT PROCEDURE IS PrintRegister.
       CLOSE BookReport.
       MOVE "PollBooks" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Register books written to " ReportFileName.

ReleaseRegister.
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
       PERFORM ReleaseOneElector UNTIL WSEOF = 'Y'.
       IF PollRegStatus NOT = "35"
           CLOSE PollRegFile
       END-IF.

ReleaseOneElector.
       READ PollRegFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE PrStationId TO SrtStationId
               MOVE PrSurname TO SrtSurname
               MOVE PrForename TO SrtForename
               MOVE PrCitizenId TO SrtCitizenId
               MOVE PrCityCode TO SrtCityCode
               RELEASE SortRec
       END-READ.

PrintRegister.
       MOVE 'N' TO SortEOF.
       MOVE SPACES TO CurrentStation.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'Y'
           MOVE "No electors on the register" TO PrintLine
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.
       PERFORM PrintOneElector UNTIL SortEOF = 'Y'.
       IF CurrentStation NOT = SPACES
           PERFORM EndStationBook
       END-IF.

PrintOneElector.
       IF SrtStationId NOT = CurrentStation
           IF CurrentStation NOT = SPACES
               PERFORM EndStationBook
           END-IF
           PERFORM StartStationBook
       END-IF.
       ADD 1 TO BookCount.
       MOVE BookCount TO PrnBkLine.
       MOVE SrtSurname TO PrnBkSurname.
       MOVE SrtForename TO PrnBkForename.
       MOVE SrtCitizenId TO PrnBkCitizenId.
       WRITE PrintLine FROM BookLine.
       ADD 1 TO LineCount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

StartStationBook.
       MOVE SrtStationId TO CurrentStation.
       MOVE 0 TO BookCount.
       PERFORM FindStationRow.
       MOVE SrtCityCode TO WantedCity.
       PERFORM FindCityName.
       MOVE SPACES TO PrintLine.
       WRITE PrintLine AFTER ADVANCING PAGE.
       MOVE SPACES TO PrintLine.
       STRING "REGISTER BOOK - ELECTION OF " ElectionDate
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       IF StationIdx > StationCount
           STRING "Station " CurrentStation " (no longer on file)  "
               ShowCityName DELIMITED BY SIZE INTO PrintLine
           END-STRING
       ELSE
           STRING "Station " CurrentStation " " TblStName(StationIdx)
               " " ShowCityName DELIMITED BY SIZE INTO PrintLine
           END-STRING
       END-IF.
       WRITE PrintLine.
       IF StationIdx NOT > StationCount
           MOVE SPACES TO PrintLine
           STRING "        " TblStAddress(StationIdx)
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.
       MOVE "    NO  SURNAME         FORENAME         CITIZEN    MARK"
           TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 5 TO LineCount.

EndStationBook.
       MOVE SPACES TO PrintLine.
       STRING "Electors on this book: " BookCount
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.

*> Leaves StationIdx past the end when the station has since been
*> taken off pollstn.dat.
FindStationRow.
       MOVE 'N' TO StationFound.
       PERFORM MatchOneStationRow
           VARYING StationIdx FROM 1 BY 1
           UNTIL StationFound = 'Y' OR StationIdx > StationCount.
       IF StationFound = 'Y'
           SUBTRACT 1 FROM StationIdx
       END-IF.

MatchOneStationRow.
       IF TblStId(StationIdx) = CurrentStation
           MOVE 'Y' TO StationFound
       END-IF.

FindCityName.
       MOVE "(unknown city)" TO ShowCityName.
       PERFORM ScanOneCity
           VARYING CityIdx FROM 1 BY 1 UNTIL CityIdx > CityCount.

ScanOneCity.
       IF TblCityCode(CityIdx) = WantedCity
           MOVE TblCityName(CityIdx) TO ShowCityName
       END-IF.

CountMarkedVotes.
       MOVE 0 TO VotesMarked.
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
       PERFORM CountOneMarkedVote UNTIL WSEOF = 'Y'.
       IF PollRegStatus NOT = "35"
           CLOSE PollRegFile
       END-IF.

CountOneMarkedVote.
       READ PollRegFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PrVoted = 'Y'
                   ADD 1 TO VotesMarked
               END-IF
       END-READ.

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

WritePollCtl.
       OPEN OUTPUT PollCtlFile.
       WRITE PollCtlRec.
       CLOSE PollCtlFile.

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

LoadOneStation.
       READ StationFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF StationCount < 200
                   ADD 1 TO StationCount
                   MOVE PsStationId TO TblStId(StationCount)
                   MOVE PsCityCode TO TblStCity(StationCount)
                   MOVE PsName TO TblStName(StationCount)
                   MOVE PsAddress TO TblStAddress(StationCount)
                   MOVE PsCapacity TO TblStCapacity(StationCount)
                   MOVE 0 TO TblStAssigned(StationCount)
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
