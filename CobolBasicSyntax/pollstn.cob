       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. pollstn.
AUTHOR. Lawrence.
*> Polling station master: the stations voters are sent to on
*> election day, each belonging to a city on cities.dat and
*> carrying the number of electors it can take. pollassign.cob
*> spreads each city's eligible voters across its stations, and
*> votemark.cob and turnout.cob work by station. Add/Update/
*> Delete/List on pollstn.dat with the same table-and-rewrite
*> shape as citymaint.cob; Delete refuses while the current
*> election's register still sends voters to the station.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL StationFile ASSIGN TO "pollstn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StationFileStatus.

       SELECT OPTIONAL CityFile ASSIGN TO "cities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CityFileStatus.

       SELECT PollRegFile ASSIGN TO "pollreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PrCitizenId
           FILE STATUS IS PollRegStatus.

DATA DIVISION.
FILE SECTION.
FD StationFile.
*> Fixed columns: station id, city code, name, address, the most
*> electors it can take (0 = no limit).
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

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 StationFileStatus PIC XX.
01 CityFileStatus PIC XX.
01 PollRegStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 EntryStationId PIC X(4).
01 EntryCityCode PIC 99.
01 EntryName PIC X(20).
01 EntryAddress PIC X(25).
01 EntryCapacity PIC 9(5).
01 StationFound PIC X.
01 CityFound PIC X.
01 RefCount PIC 9(7).
01 StationTable.
       02 StationEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON StationCount.
           03 TblPsStationId PIC X(4).
           03 TblPsCityCode PIC 99.
           03 TblPsName PIC X(20).
           03 TblPsAddress PIC X(25).
           03 TblPsCapacity PIC 9(5).
01 StationCount PIC 9(3) VALUE 0.
01 StationIdx PIC 9(3).
01 KeepIdx PIC 9(3).
01 CityTable.
       02 CityEntry OCCURS 0 TO 99 TIMES
               DEPENDING ON CityCount.
           03 TblCityCode PIC 99.
           03 TblCityName PIC X(15).
01 CityCount PIC 99 VALUE 0.
01 CityIdx PIC 99.
01 ShowCityName PIC X(15).
01 PrnCapacity PIC ZZZZ9.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "pollstn ", OperatorName.
       CALL 'SESSLOG' USING "START", "pollstn ", OperatorName.
       PERFORM LoadStationFile.
       PERFORM LoadCityFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "POLLING STATIONS"
           DISPLAY "1: Add Station"
           DISPLAY "2: Update Station"
           DISPLAY "3: Delete Station"
           DISPLAY "4: List Stations"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddStation THRU AddStation-Exit
               WHEN 2 PERFORM UpdateStation THRU UpdateStation-Exit
               WHEN 3 PERFORM DeleteStation THRU DeleteStation-Exit
               WHEN 4 PERFORM ListStations
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "pollstn ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

AddStation.
       DISPLAY " "
       DISPLAY "Station Id: " WITH NO ADVANCING.
       ACCEPT EntryStationId.
       PERFORM FindStationEntry.
       IF StationFound = 'Y'
           DISPLAY "Station already on file - use Update"
           GO TO AddStation-Exit
       END-IF.
       IF StationCount NOT < 200
           DISPLAY "Station table full - not added"
           GO TO AddStation-Exit
       END-IF.
       PERFORM AcceptStationDetails.
       IF CityFound = 'N'
           DISPLAY "City " EntryCityCode " not on file - not added"
           GO TO AddStation-Exit
       END-IF.
       ADD 1 TO StationCount.
       MOVE StationCount TO StationIdx.
       MOVE EntryStationId TO TblPsStationId(StationIdx).
       PERFORM StoreStationDetails.
       PERFORM RewriteStationFile.
       DISPLAY "Station added".
AddStation-Exit.
       EXIT.

UpdateStation.
       DISPLAY " "
       DISPLAY "Station Id: " WITH NO ADVANCING.
       ACCEPT EntryStationId.
       PERFORM FindStationEntry.
       IF StationFound = 'N'
           DISPLAY "Station not on file"
           GO TO UpdateStation-Exit
       END-IF.
       DISPLAY "Current: " TblPsCityCode(StationIdx) " "
           TblPsName(StationIdx) " " TblPsAddress(StationIdx).
       PERFORM AcceptStationDetails.
       IF CityFound = 'N'
           DISPLAY "City " EntryCityCode " not on file - not updated"
           GO TO UpdateStation-Exit
       END-IF.
       PERFORM StoreStationDetails.
       PERFORM RewriteStationFile.
       DISPLAY "Station updated".
UpdateStation-Exit.
       EXIT.

AcceptStationDetails.
       DISPLAY "City Code: " WITH NO ADVANCING.
       ACCEPT EntryCityCode.
       DISPLAY "Station Name: " WITH NO ADVANCING.
       ACCEPT EntryName.
       DISPLAY "Address: " WITH NO ADVANCING.
       ACCEPT EntryAddress.
       DISPLAY "Electors it can take (0 = no limit): "
           WITH NO ADVANCING.
       ACCEPT EntryCapacity.
       PERFORM FindCityName.

StoreStationDetails.
       MOVE EntryCityCode TO TblPsCityCode(StationIdx).
       MOVE EntryName TO TblPsName(StationIdx).
       MOVE EntryAddress TO TblPsAddress(StationIdx).
       MOVE EntryCapacity TO TblPsCapacity(StationIdx).

*> Delete refuses while the register on pollreg.dat still sends
*> anyone to the station, so no voter is left without one.
DeleteStation.
       DISPLAY " "
       DISPLAY "Station Id: " WITH NO ADVANCING.
       ACCEPT EntryStationId.
       PERFORM FindStationEntry.
       IF StationFound = 'N'
           DISPLAY "Station not on file"
           GO TO DeleteStation-Exit
       END-IF.
       PERFORM CountRegisterRefs.
       IF RefCount > 0
           DISPLAY "Cannot delete - " RefCount
               " voter(s) on the register are assigned to "
               EntryStationId
           GO TO DeleteStation-Exit
       END-IF.
       DISPLAY "Delete " TblPsName(StationIdx) "? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
           MOVE StationIdx TO KeepIdx
           PERFORM ShiftStationEntry
               VARYING StationIdx FROM KeepIdx BY 1
               UNTIL StationIdx >= StationCount
           SUBTRACT 1 FROM StationCount
           PERFORM RewriteStationFile
           DISPLAY "Station deleted"
       END-IF.
DeleteStation-Exit.
       EXIT.

ShiftStationEntry.
       MOVE StationEntry(StationIdx + 1) TO StationEntry(StationIdx).

ListStations.
       IF StationCount = 0
           DISPLAY "No stations on file"
       ELSE
           DISPLAY " "
           PERFORM ListOneStation
               VARYING StationIdx FROM 1 BY 1
               UNTIL StationIdx > StationCount
       END-IF.

ListOneStation.
       MOVE TblPsCityCode(StationIdx) TO EntryCityCode.
       PERFORM FindCityName.
       MOVE TblPsCapacity(StationIdx) TO PrnCapacity.
       DISPLAY TblPsStationId(StationIdx) " " TblPsName(StationIdx)
           " " ShowCityName " cap " PrnCapacity.

*> Leaves StationIdx on the matching row when StationFound is 'Y'.
FindStationEntry.
       MOVE 'N' TO StationFound.
       MOVE 0 TO KeepIdx.
       PERFORM ScanOneStation
           VARYING StationIdx FROM 1 BY 1
           UNTIL StationIdx > StationCount.
       IF KeepIdx > 0
           MOVE 'Y' TO StationFound
           MOVE KeepIdx TO StationIdx
       END-IF.

ScanOneStation.
       IF TblPsStationId(StationIdx) = EntryStationId
           MOVE StationIdx TO KeepIdx
       END-IF.

FindCityName.
       MOVE 'N' TO CityFound.
       MOVE "(unknown city)" TO ShowCityName.
       PERFORM ScanOneCity
           VARYING CityIdx FROM 1 BY 1
           UNTIL CityFound = 'Y' OR CityIdx > CityCount.

ScanOneCity.
       IF TblCityCode(CityIdx) = EntryCityCode
           MOVE 'Y' TO CityFound
           MOVE TblCityName(CityIdx) TO ShowCityName
       END-IF.

CountRegisterRefs.
       MOVE 0 TO RefCount.
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
       PERFORM CountOneRegisterRef UNTIL WSEOF = 'Y'.
       IF PollRegStatus NOT = "35"
           CLOSE PollRegFile
       END-IF.

CountOneRegisterRef.
       READ PollRegFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PrStationId = EntryStationId
                   ADD 1 TO RefCount
               END-IF
       END-READ.

LoadStationFile.
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
                   MOVE PsStationId TO TblPsStationId(StationCount)
                   MOVE PsCityCode TO TblPsCityCode(StationCount)
                   MOVE PsName TO TblPsName(StationCount)
                   MOVE PsAddress TO TblPsAddress(StationCount)
                   MOVE PsCapacity TO TblPsCapacity(StationCount)
               END-IF
       END-READ.

LoadCityFile.
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

RewriteStationFile.
       OPEN OUTPUT StationFile.
       PERFORM RewriteOneStation
           VARYING StationIdx FROM 1 BY 1
           UNTIL StationIdx > StationCount.
       CLOSE StationFile.

RewriteOneStation.
       MOVE SPACES TO StationRecord.
       MOVE TblPsStationId(StationIdx) TO PsStationId.
       MOVE TblPsCityCode(StationIdx) TO PsCityCode.
       MOVE TblPsName(StationIdx) TO PsName.
       MOVE TblPsAddress(StationIdx) TO PsAddress.
       MOVE TblPsCapacity(StationIdx) TO PsCapacity.
       WRITE StationRecord.
