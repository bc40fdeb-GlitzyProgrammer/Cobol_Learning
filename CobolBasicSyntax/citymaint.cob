*> hand-editing, and a deleted city silently stranded every record
*> that referenced it. Add/Update/Delete/List on the city rows,
*> where Delete first sweeps the customer and voter masters and
*> the polling stations on pollstn.dat, and refuses while the code
*> is still referenced.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT OPTIONAL StationFile ASSIGN TO "pollstn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StationFileStatus.

       SELECT VoterFile ASSIGN TO "voter.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           03 MEmailAddr  PIC X(30).
       02 MCreditLimit PIC 9(5)V99.
       02 MCurrencyCode PIC X(3).
       02 MTermsCode PIC X(4).
       02 MParentId PIC 9(5).
       02 MConsentPost PIC X.
       02 MConsentPostDate PIC 9(8).
       02 MConsentEmail PIC X.
       02 MConsentEmailDate PIC 9(8).
       02 MConsentPhone PIC X.
       02 MConsentPhoneDate PIC 9(8).

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

FD VoterFile.
*> Kept in step with votereg.cob's VoterRecord layout so this
           03 CitDOB PIC 99.
       02 VotingStatus PIC 9.
       02 CitizenCityCode PIC 99.
       02 CitizenSurname PIC X(15).
       02 CitizenForename PIC X(15).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 CityFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 VoterFileStatus PIC XX.
01 StationFileStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 EntryCityCode PIC 99.
               EntryCityCode
           GO TO DeleteCity-Exit
       END-IF.
       PERFORM CheckStationRefs.
       IF RefFound = 'Y'
           DISPLAY "Cannot delete - " RefCount
               " polling station(s) still in city " EntryCityCode
           GO TO DeleteCity-Exit
       END-IF.
       DISPLAY "Delete " TblCityName(CityIdx) "? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
           CLOSE VoterFile
       END-IF.

CheckStationRefs.
       MOVE 'N' TO RefFound.
       MOVE 0 TO RefCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT StationFile.
       IF StationFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneStationRef UNTIL WSEOF = 'Y'.
       IF StationFileStatus NOT = "35"
           CLOSE StationFile
       END-IF.

CheckOneStationRef.
       READ StationFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PsCityCode = EntryCityCode
                   MOVE 'Y' TO RefFound
                   ADD 1 TO RefCount
               END-IF
       END-READ.

RemoveCityEntry.
       MOVE CityIdx TO KeepIdx.
       PERFORM ShiftCityEntry
