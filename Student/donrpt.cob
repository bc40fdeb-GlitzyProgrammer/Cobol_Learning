       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. donrpt.
AUTHOR. Lawrence.
*> Fundraising campaign report for the development office. Every
*> gift on donations.dat given between two keyed dates is sorted
*> by campaign, then by the graduating term and programme of the
*> alumnus who gave it (from alumni.dat), so each campaign shows
*> which classes and which programmes are giving. Each programme
*> line carries its number of gifts and their total, with totals
*> for each graduating term, each campaign and the whole run.
*> Donations are never copied into the training set, so a session
*> in training (TRNMODE) is turned away.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DonationFile ASSIGN TO "donations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DonKey
           FILE STATUS IS DonationStatus.

       SELECT AlumniFile ASSIGN TO "alumni.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AlStudentId
           FILE STATUS IS AlumniFileStatus.

      *> Date-stamped so an earlier report is never overwritten;
      *> every run is cataloged through RPTCAT.
       SELECT CampaignReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk17.tmp".

DATA DIVISION.
FILE SECTION.
FD DonationFile.
*> Kept in step with the DonationRec layout donation.cob keeps.
01 DonationRec.
       02 DonKey.
           03 DnStudentId PIC 9(7).
           03 DnReceiptNum PIC 9(6).
       02 DnGiftDate PIC 9(8).
       02 DnAmount PIC 9(7)V99.
       02 DnCampaign PIC X(6).
       02 DnMethod PIC X(2).
       02 DnEntered PIC 9(8).
       02 DnEnteredBy PIC X(20).

FD AlumniFile.
*> Kept in step with the AlumniRec layout graduate.cob writes.
01 AlumniRec.
       02 AlStudentId PIC 9(7).
       02 AlStudentName.
           03 AlForname PIC X(9).
           03 AlSurname PIC X(12).
       02 AlDatOfBirth.
           03 AlYOB PIC 9(4).
           03 AlMOB PIC 99.
           03 AlDOB PIC 99.
       02 AlProgram PIC X(5).
       02 AlGPA PIC 9V99.
       02 AlGradTerm PIC X(5).
       02 AlGradDate PIC 9(8).

FD CampaignReport.
01 PrintLine PIC X(80).

SD SortWorkFile.
01 SortRec.
       02 SrtCampaign PIC X(6).
       02 SrtGradTerm PIC X(5).
       02 SrtProgram PIC X(5).
       02 SrtAmount PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 DonationStatus PIC XX.
01 AlumniFileStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X.
01 OperatorName PIC X(20).
01 InTraining PIC X.
01 TrnOperId PIC X(8) VALUE SPACES.
01 TrnLevel PIC 9 VALUE 0.
01 FromDate PIC 9(8).
01 ToDate PIC 9(8).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 ReleasedCount PIC 9(5) VALUE 0.
01 CurrentCampaign PIC X(6).
01 CurrentGradTerm PIC X(5).
01 CurrentProgram PIC X(5).
*> Gifts and money at each level of the break.
01 ProgGifts PIC 9(5).
01 ProgAmount PIC 9(9)V99.
01 TermGifts PIC 9(5).
01 TermAmount PIC 9(9)V99.
01 CampGifts PIC 9(5).
01 CampAmount PIC 9(9)V99.
01 RunGifts PIC 9(5) VALUE 0.
01 RunAmount PIC 9(9)V99 VALUE 0.
01 TotalLine.
       02 PrnIndent PIC X(4).
       02 PrnLabel PIC X(30).
       02 PrnGifts PIC ZZZZ9.
       02 FILLER PIC X(7) VALUE " gifts ".
       02 PrnAmount PIC $$$$,$$$,$$9.99.

PROCEDURE DIVISION.
MainPara.
       CALL 'TRNMODE' USING "CHK", TrnOperId, TrnLevel, InTraining.
       IF InTraining = 'Y'
           DISPLAY "Not available in training mode"
           GOBACK
       END-IF.
       CALL 'SESSBNR' USING "donrpt  ", OperatorName.
       CALL 'SESSLOG' USING "START", "donrpt  ", OperatorName.
       DISPLAY "Gifts given from (YYYYMMDD, 0 = the beginning): "
           WITH NO ADVANCING.
       ACCEPT FromDate.
       DISPLAY "Gifts given to (YYYYMMDD, 0 = today): "
           WITH NO ADVANCING.
       ACCEPT ToDate.
       IF ToDate = 0
           ACCEPT ToDate FROM DATE YYYYMMDD
       END-IF.
       OPEN INPUT DonationFile.
       IF DonationStatus NOT = "00"
           DISPLAY "No donations on file - nothing to report"
           CALL 'SESSLOG' USING "END  ", "donrpt  ", OperatorName
           GOBACK
       END-IF.
       OPEN INPUT AlumniFile.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "DonCamp" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT CampaignReport.
       MOVE SPACES TO PrintLine.
       STRING "FUNDRAISING BY CAMPAIGN, CLASS AND PROGRAMME - GIFTS "
           FromDate " TO " ToDate DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       ADD 1 TO LineCount.
       SORT SortWorkFile ON ASCENDING KEY SrtCampaign SrtGradTerm
               SrtProgram
           INPUT PROCEDURE IS ReleaseGifts
           OUTPUT PROCEDURE IS PrintCampaigns.
       CLOSE DonationFile.
       IF AlumniFileStatus NOT = "35"
           CLOSE AlumniFile
       END-IF.
       IF ReleasedCount = 0
           MOVE "No gifts given between those dates" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       ELSE
           MOVE SPACES TO PrnIndent
           MOVE "ALL CAMPAIGNS" TO PrnLabel
           MOVE RunGifts TO PrnGifts
           MOVE RunAmount TO PrnAmount
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       END-IF.
       CLOSE CampaignReport.
       MOVE "DonCampaign" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY ReleasedCount " gifts reported in " ReportFileName.
       CALL 'SESSLOG' USING "END  ", "donrpt  ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ReleaseGifts.
       MOVE 'N' TO WSEOF.
       MOVE LOW-VALUES TO DonKey.
       START DonationFile KEY IS NOT LESS THAN DonKey
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       PERFORM ReleaseOneGift UNTIL WSEOF = 'Y'.

ReleaseOneGift.
       READ DonationFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF DnGiftDate NOT < FromDate AND DnGiftDate NOT > ToDate
                   MOVE DnStudentId TO AlStudentId
                   READ AlumniFile
                       INVALID KEY
                           MOVE "?????" TO AlGradTerm
                           MOVE "?????" TO AlProgram
                   END-READ
                   MOVE DnCampaign TO SrtCampaign
                   MOVE AlGradTerm TO SrtGradTerm
                   MOVE AlProgram TO SrtProgram
                   MOVE DnAmount TO SrtAmount
                   RELEASE SortRec
                   ADD 1 TO ReleasedCount
               END-IF
       END-READ.

PrintCampaigns.
       MOVE 'N' TO SortEOF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'N'
           PERFORM StartCampaign
           PERFORM StartGradTerm
           PERFORM StartProgram
       END-IF.
       PERFORM TallyOneGift UNTIL SortEOF = 'Y'.
       IF ReleasedCount > 0
           PERFORM EndProgram
           PERFORM EndGradTerm
           PERFORM EndCampaign
       END-IF.

TallyOneGift.
       IF SrtCampaign NOT = CurrentCampaign
           PERFORM EndProgram
           PERFORM EndGradTerm
           PERFORM EndCampaign
           PERFORM StartCampaign
           PERFORM StartGradTerm
           PERFORM StartProgram
       ELSE
           IF SrtGradTerm NOT = CurrentGradTerm
               PERFORM EndProgram
               PERFORM EndGradTerm
               PERFORM StartGradTerm
               PERFORM StartProgram
           ELSE
               IF SrtProgram NOT = CurrentProgram
                   PERFORM EndProgram
                   PERFORM StartProgram
               END-IF
           END-IF
       END-IF.
       ADD 1 TO ProgGifts.
       ADD SrtAmount TO ProgAmount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

StartCampaign.
       MOVE SrtCampaign TO CurrentCampaign.
       MOVE 0 TO CampGifts.
       MOVE 0 TO CampAmount.
       MOVE SPACES TO PrintLine.
       STRING "Campaign " CurrentCampaign DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.

StartGradTerm.
       MOVE SrtGradTerm TO CurrentGradTerm.
       MOVE 0 TO TermGifts.
       MOVE 0 TO TermAmount.

StartProgram.
       MOVE SrtProgram TO CurrentProgram.
       MOVE 0 TO ProgGifts.
       MOVE 0 TO ProgAmount.

EndProgram.
       MOVE SPACES TO PrnIndent.
       MOVE SPACES TO PrnLabel.
       STRING "class of " CurrentGradTerm "  programme "
           CurrentProgram DELIMITED BY SIZE INTO PrnLabel
       END-STRING.
       MOVE ProgGifts TO PrnGifts.
       MOVE ProgAmount TO PrnAmount.
       WRITE PrintLine FROM TotalLine.
       ADD 1 TO LineCount.
       ADD ProgGifts TO TermGifts.
       ADD ProgAmount TO TermAmount.

EndGradTerm.
       MOVE SPACES TO PrnIndent.
       MOVE SPACES TO PrnLabel.
       STRING "class of " CurrentGradTerm ", all programmes"
           DELIMITED BY SIZE
           INTO PrnLabel
       END-STRING.
       MOVE TermGifts TO PrnGifts.
       MOVE TermAmount TO PrnAmount.
       WRITE PrintLine FROM TotalLine.
       ADD 1 TO LineCount.
       ADD TermGifts TO CampGifts.
       ADD TermAmount TO CampAmount.

EndCampaign.
       MOVE SPACES TO PrnIndent.
       MOVE SPACES TO PrnLabel.
       STRING "CAMPAIGN " CurrentCampaign " TOTAL" DELIMITED BY SIZE
           INTO PrnLabel
       END-STRING.
       MOVE CampGifts TO PrnGifts.
       MOVE CampAmount TO PrnAmount.
       WRITE PrintLine FROM TotalLine.
       ADD 1 TO LineCount.
       ADD CampGifts TO RunGifts.
       ADD CampAmount TO RunAmount.
