       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. votemark.
AUTHOR. Lawrence.
*> Election-day marking screen: the polling clerk signs on at a
*> station and keys each voter's CitizenId as they are handed a
*> ballot. The register pollassign.cob built on pollreg.dat is
*> marked with the station, the time and the clerk, so every
*> station sees at once who has voted anywhere - a second vote by
*> the same CitizenId is refused, with where and when the first
*> was cast. Someone turning up at a station other than their own
*> is shown where they are registered and may vote there only on
*> the clerk's confirmation. Nothing is marked before election day
*> or after turnout.cob has closed the poll.

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

WORKING-STORAGE SECTION.
01 StayOpen PIC X VALUE 'Y'.
01 PollRegStatus PIC XX.
01 PollCtlStatus PIC XX.
01 StationFileStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 CtlExists PIC X.
01 TodayDate PIC 9(8).
01 NowTime.
       02 NowHHMM PIC 9(4).
       02 FILLER PIC 9(4).
01 ClerkStation PIC X(4).
01 ClerkStationName PIC X(20).
01 HomeStationName PIC X(20).
01 WantedStation PIC X(4).
01 FoundStationName PIC X(20).
01 StationFound PIC X.
01 EntryCitizenId PIC 9(7).
01 RegFound PIC X.
01 MarkedCount PIC 9(5) VALUE 0.
01 RefusedCount PIC 9(5) VALUE 0.
01 ShowTime.
       02 ShowHour PIC 99.
       02 FILLER PIC X VALUE ":".
       02 ShowMinute PIC 99.
01 TimeParts.
       02 TpHour PIC 99.
       02 TpMinute PIC 99.
01 TimeWhole REDEFINES TimeParts PIC 9(4).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "votemark", OperatorName.
       CALL 'SESSLOG' USING "START", "votemark", OperatorName.
       PERFORM OpenForMarking THRU OpenForMarking-Exit.
       PERFORM MarkOneVoter THRU MarkOneVoter-Exit
           UNTIL StayOpen = 'N'.
       IF PollRegStatus = "00"
           CLOSE PollRegFile
       END-IF.
       DISPLAY MarkedCount " votes recorded at " ClerkStation ", "
           RefusedCount " refused".
       CALL 'SESSLOG' USING "END  ", "votemark", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Leaves StayOpen at N when there is no open poll today to mark.
OpenForMarking.
       MOVE SPACES TO ClerkStation.
       MOVE "99" TO PollRegStatus.
       PERFORM ReadPollCtl.
       IF CtlExists = 'N'
           DISPLAY "No election register built - see pollassign"
           MOVE 'N' TO StayOpen
           GO TO OpenForMarking-Exit
       END-IF.
       IF PcStatus = 'C'
           DISPLAY "The poll for " PcElecDate " is closed"
           MOVE 'N' TO StayOpen
           GO TO OpenForMarking-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       IF PcElecDate NOT = TodayDate
           DISPLAY "Votes for the election of " PcElecDate
               " are recorded on that day only"
           MOVE 'N' TO StayOpen
           GO TO OpenForMarking-Exit
       END-IF.
       DISPLAY "Your polling station: " WITH NO ADVANCING.
       ACCEPT ClerkStation.
       MOVE ClerkStation TO WantedStation.
       PERFORM FindStationName.
       IF StationFound = 'N'
           DISPLAY "Station " ClerkStation " not on file"
           MOVE 'N' TO StayOpen
           GO TO OpenForMarking-Exit
       END-IF.
       MOVE FoundStationName TO ClerkStationName.
       OPEN I-O PollRegFile.
       IF PollRegStatus NOT = "00"
           DISPLAY "Election register cannot be opened - status "
               PollRegStatus
           MOVE 'N' TO StayOpen
           GO TO OpenForMarking-Exit
       END-IF.
       DISPLAY "Marking votes at " ClerkStation " " ClerkStationName.
OpenForMarking-Exit.
       EXIT.

MarkOneVoter.
       DISPLAY " ".
       DISPLAY "Citizen Id (0 to finish): " WITH NO ADVANCING.
       ACCEPT EntryCitizenId.
       IF EntryCitizenId = 0
           MOVE 'N' TO StayOpen
           GO TO MarkOneVoter-Exit
       END-IF.
      *> The poll may have been closed from another terminal.
       PERFORM ReadPollCtl.
       IF PcStatus = 'C'
           DISPLAY "The poll has been closed - no more votes"
           MOVE 'N' TO StayOpen
           GO TO MarkOneVoter-Exit
       END-IF.
       PERFORM ReadRegister.
       IF RegFound = 'N'
           DISPLAY "*** " EntryCitizenId
               " IS NOT ON THE REGISTER - MAY NOT VOTE ***"
           ADD 1 TO RefusedCount
           GO TO MarkOneVoter-Exit
       END-IF.
       IF PrVoted = 'Y'
           PERFORM RefuseSecondVote
           GO TO MarkOneVoter-Exit
       END-IF.
       DISPLAY PrForename " " PrSurname.
       IF PrStationId NOT = ClerkStation
           MOVE PrStationId TO WantedStation
           PERFORM FindStationName
           MOVE FoundStationName TO HomeStationName
           DISPLAY "Registered at station " PrStationId " "
               HomeStationName
           DISPLAY "Let them vote here instead? (Y/N) "
               WITH NO ADVANCING
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
               DISPLAY "Not marked - sent to their own station"
               GO TO MarkOneVoter-Exit
           END-IF
       END-IF.
       DISPLAY "Mark as voted? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Not marked"
           GO TO MarkOneVoter-Exit
       END-IF.
      *> Read again just before marking: another station may have
      *> marked the same citizen while the clerk was confirming.
       PERFORM ReadRegister.
       IF PrVoted = 'Y'
           PERFORM RefuseSecondVote
           GO TO MarkOneVoter-Exit
       END-IF.
       ACCEPT NowTime FROM TIME.
       MOVE 'Y' TO PrVoted.
       MOVE ClerkStation TO PrVotedStn.
       MOVE NowHHMM TO PrVotedTime.
       MOVE OperatorName TO PrClerk.
       REWRITE PollRegRec
           INVALID KEY
               DISPLAY "Vote NOT recorded - status " PollRegStatus
           NOT INVALID KEY
               ADD 1 TO MarkedCount
               MOVE PrVotedTime TO TimeWhole
               MOVE TpHour TO ShowHour
               MOVE TpMinute TO ShowMinute
               DISPLAY "Vote recorded at " ShowTime " - issue ballot"
       END-REWRITE.
MarkOneVoter-Exit.
       EXIT.

RefuseSecondVote.
       MOVE PrVotedTime TO TimeWhole.
       MOVE TpHour TO ShowHour.
       MOVE TpMinute TO ShowMinute.
       DISPLAY "*** " PrCitizenId " " PrForename " " PrSurname.
       DISPLAY "*** ALREADY VOTED at station " PrVotedStn " at "
           ShowTime " - SECOND VOTE REFUSED ***".
       ADD 1 TO RefusedCount.

ReadRegister.
       MOVE 'Y' TO RegFound.
       MOVE EntryCitizenId TO PrCitizenId.
       READ PollRegFile
           INVALID KEY MOVE 'N' TO RegFound
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

FindStationName.
       MOVE 'N' TO StationFound.
       MOVE "(not on file)" TO FoundStationName.
       MOVE 'N' TO WSEOF.
       OPEN INPUT StationFile.
       IF StationFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ScanOneStation UNTIL WSEOF = 'Y'.
       IF StationFileStatus NOT = "35"
           CLOSE StationFile
       END-IF.

ScanOneStation.
       READ StationFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PsStationId = WantedStation
                   MOVE 'Y' TO StationFound
                   MOVE PsName TO FoundStationName
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.
