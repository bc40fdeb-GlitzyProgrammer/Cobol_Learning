       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. donation.
AUTHOR. Lawrence.
*> Alumni donations. The development office ran its fundraising
*> from a spreadsheet while graduate.cob's alumni register sat
*> unused. Each gift from an alumnus on alumni.dat is kept on
*> donations.dat, keyed by the alumnus and a receipt number taken
*> from donctl.dat, with the date given, the amount, the campaign
*> it was given to and how it was paid. A numbered receipt is
*> printed as the gift is keyed and can be printed again; the
*> year-end statement lists an alumnus's gifts in a calendar year
*> for their tax return. glpost.cob journals every gift to
*> donations income on the night it is keyed, so a gift cannot be
*> changed here once it is on file - a mistake is put right with a
*> manual journal.
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

      *> The alumni register graduate.cob keeps.
       SELECT AlumniFile ASSIGN TO "alumni.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AlStudentId
           FILE STATUS IS AlumniFileStatus.

      *> The last receipt number issued.
       SELECT OPTIONAL DonCtlFile ASSIGN TO "donctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DonCtlStatus.

      *> Receipts one file each, named by number; statements
      *> date-stamped. Both are cataloged through RPTCAT.
       SELECT DonReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DonationFile.
01 DonationRec.
       02 DonKey.
           03 DnStudentId PIC 9(7).
           03 DnReceiptNum PIC 9(6).
       02 DnGiftDate PIC 9(8).
       02 DnAmount PIC 9(7)V99.
       02 DnCampaign PIC X(6).
      *> CA cash, CH cheque, CC card, BT bank transfer.
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

FD DonCtlFile.
01 DonCtlRec.
       02 NextReceiptNum PIC 9(6).

FD DonReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 DonationStatus PIC XX.
01 AlumniFileStatus PIC XX.
01 DonCtlStatus PIC XX.
01 BrowseEOF PIC X.
01 OperatorName PIC X(20).
01 InTraining PIC X.
01 TrnOperId PIC X(8) VALUE SPACES.
01 TrnLevel PIC 9 VALUE 0.
01 AlumnusExits PIC X.
01 DonationFound PIC X.
01 EntryStudentId PIC 9(7).
01 EntryReceiptNum PIC 9(6).
01 EntryGiftDate PIC 9(8).
01 EntryGiftParts REDEFINES EntryGiftDate.
       02 EntryGiftYear PIC 9(4).
       02 EntryGiftMonth PIC 99.
       02 EntryGiftDay PIC 99.
01 EntryAmount PIC 9(7)V99.
01 EntryCampaign PIC X(6).
01 EntryMethod PIC X(2).
01 EntryYear PIC 9(4).
01 TodayDate PIC 9(8).
01 ThisReceiptNum PIC 9(6).
01 MethodWord PIC X(13).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 ShowAmount PIC $$,$$$,$$9.99.
01 ListedCount PIC 9(5).
*> The statement run: one block per alumnus with a gift that year.
01 CurrentDonor PIC 9(7).
01 DonorTotal PIC 9(8)V99.
01 DonorCount PIC 9(5).
01 GiftYear PIC 9(4).
01 StmtLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnReceipt PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnGiftDate PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCampaign PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnMethod PIC X(13).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnAmount PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'TRNMODE' USING "CHK", TrnOperId, TrnLevel, InTraining.
       IF InTraining = 'Y'
           DISPLAY "Not available in training mode"
           GOBACK
       END-IF.
       CALL 'SESSBNR' USING "donation", OperatorName.
       CALL 'SESSLOG' USING "START", "donation", OperatorName.
       OPEN I-O DonationFile.
       IF DonationStatus = "35"
           OPEN OUTPUT DonationFile
           CLOSE DonationFile
           OPEN I-O DonationFile
       END-IF.
       OPEN INPUT AlumniFile.
       IF AlumniFileStatus NOT = "00"
           DISPLAY "No alumni register - run graduation first"
           CLOSE DonationFile
           CALL 'SESSLOG' USING "END  ", "donation", OperatorName
           GOBACK
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "ALUMNI DONATIONS"
           DISPLAY "1: Record Donation"
           DISPLAY "2: List an Alumnus's Donations"
           DISPLAY "3: Reprint Receipt"
           DISPLAY "4: Year-End Donor Statements"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM RecordDonation THRU RecordDonation-Exit
               WHEN 2 PERFORM ListDonations
               WHEN 3 PERFORM ReprintReceipt
               WHEN 4 PERFORM DonorStatements
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE DonationFile.
       CLOSE AlumniFile.
       CALL 'SESSLOG' USING "END  ", "donation", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

RecordDonation.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       DISPLAY " "
       DISPLAY "Alumnus (Student Id): " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       PERFORM ReadAlumnus.
       IF AlumnusExits = 'N'
           DISPLAY "Not on the alumni register"
           GO TO RecordDonation-Exit
       END-IF.
       DISPLAY AlForname " " AlSurname ", " AlProgram " class of "
           AlGradTerm.
       DISPLAY "Date given (YYYYMMDD, 0 = today): " WITH NO ADVANCING.
       ACCEPT EntryGiftDate.
       IF EntryGiftDate = 0
           MOVE TodayDate TO EntryGiftDate
       END-IF.
       IF EntryGiftMonth < 1 OR EntryGiftMonth > 12
               OR EntryGiftDay < 1 OR EntryGiftDay > 31
           DISPLAY "Not a valid date"
           GO TO RecordDonation-Exit
       END-IF.
       IF EntryGiftDate > TodayDate
           DISPLAY "A gift cannot be dated in the future"
           GO TO RecordDonation-Exit
       END-IF.
       DISPLAY "Amount: " WITH NO ADVANCING.
       ACCEPT EntryAmount.
       IF EntryAmount NOT > 0
           DISPLAY "Amount must be above zero"
           GO TO RecordDonation-Exit
       END-IF.
       DISPLAY "Campaign code: " WITH NO ADVANCING.
       ACCEPT EntryCampaign.
       IF EntryCampaign = SPACES
           DISPLAY "Campaign code required"
           GO TO RecordDonation-Exit
       END-IF.
       DISPLAY "Paid by (CA cash/CH cheque/CC card/BT transfer): "
           WITH NO ADVANCING.
       ACCEPT EntryMethod.
       MOVE EntryMethod TO DnMethod.
       PERFORM SetMethodWord.
       IF MethodWord = SPACES
           DISPLAY "Payment method must be CA, CH, CC or BT"
           GO TO RecordDonation-Exit
       END-IF.
       PERFORM GetNextReceiptNum.
       MOVE SPACES TO DonationRec.
       MOVE EntryStudentId TO DnStudentId.
       MOVE ThisReceiptNum TO DnReceiptNum.
       MOVE EntryGiftDate TO DnGiftDate.
       MOVE EntryAmount TO DnAmount.
       MOVE EntryCampaign TO DnCampaign.
       MOVE EntryMethod TO DnMethod.
       MOVE TodayDate TO DnEntered.
       MOVE OperatorName TO DnEnteredBy.
       WRITE DonationRec
           INVALID KEY
               DISPLAY "Donation not recorded"
               GO TO RecordDonation-Exit
       END-WRITE.
       PERFORM PrintReceipt.
       DISPLAY "Receipt " ThisReceiptNum " written to "
           ReportFileName.

RecordDonation-Exit.
       EXIT.

ReadAlumnus.
       MOVE 'Y' TO AlumnusExits.
       MOVE EntryStudentId TO AlStudentId.
       READ AlumniFile
           INVALID KEY MOVE 'N' TO AlumnusExits
       END-READ.

SetMethodWord.
       EVALUATE DnMethod
           WHEN "CA" MOVE "Cash" TO MethodWord
           WHEN "CH" MOVE "Cheque" TO MethodWord
           WHEN "CC" MOVE "Card" TO MethodWord
           WHEN "BT" MOVE "Bank transfer" TO MethodWord
           WHEN OTHER MOVE SPACES TO MethodWord
       END-EVALUATE.

*> Printed from the record on file, so a reprint matches the
*> original line for line.
PrintReceipt.
       MOVE SPACES TO ReportFileName.
       STRING "DonRcpt" DnReceiptNum ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT DonReport.
       MOVE SPACES TO PrintLine.
       STRING "DONATION RECEIPT                           No. "
           DnReceiptNum DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.
       MOVE SPACES TO PrintLine.
       PERFORM WriteReportLine.
       MOVE SPACES TO PrintLine.
       STRING "Received from: " AlForname " " AlSurname
           " (" DnStudentId ", class of " AlGradTerm ")"
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.
       MOVE DnAmount TO ShowAmount.
       MOVE SPACES TO PrintLine.
       STRING "Amount:        " ShowAmount
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.
       MOVE SPACES TO PrintLine.
       STRING "Date given:    " DnGiftDate
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.
       MOVE SPACES TO PrintLine.
       STRING "Campaign:      " DnCampaign
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.
       PERFORM SetMethodWord.
       MOVE SPACES TO PrintLine.
       STRING "Paid by:       " MethodWord
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.
       MOVE SPACES TO PrintLine.
       PERFORM WriteReportLine.
       MOVE "With our thanks for your gift." TO PrintLine.
       PERFORM WriteReportLine.
       MOVE SPACES TO PrintLine.
       STRING "Development Office - recorded " DnEntered " by "
           DnEnteredBy DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.
       CLOSE DonReport.
       MOVE "DonReceipt" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.

WriteReportLine.
       WRITE PrintLine.
       ADD 1 TO LineCount.

ListDonations.
       DISPLAY " "
       DISPLAY "Alumnus (Student Id): " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       MOVE 0 TO ListedCount.
       MOVE 0 TO DonorTotal.
       MOVE 'N' TO BrowseEOF.
       MOVE EntryStudentId TO DnStudentId.
       MOVE ZEROS TO DnReceiptNum.
       START DonationFile KEY IS NOT LESS THAN DonKey
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ListOneDonation UNTIL BrowseEOF = 'Y'.
       IF ListedCount = 0
           DISPLAY "No donations on file"
       ELSE
           MOVE DonorTotal TO ShowAmount
           DISPLAY ListedCount " gifts, total " ShowAmount
       END-IF.

ListOneDonation.
       READ DonationFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF DnStudentId NOT = EntryStudentId
               MOVE 'Y' TO BrowseEOF
           ELSE
               ADD 1 TO ListedCount
               ADD DnAmount TO DonorTotal
               MOVE DnAmount TO ShowAmount
               DISPLAY DnReceiptNum " " DnGiftDate " " DnCampaign " "
                   DnMethod " " ShowAmount
           END-IF
       END-IF.

ReprintReceipt.
       DISPLAY " "
       DISPLAY "Alumnus (Student Id): " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       DISPLAY "Receipt number: " WITH NO ADVANCING.
       ACCEPT EntryReceiptNum.
       MOVE 'Y' TO DonationFound.
       MOVE EntryStudentId TO DnStudentId.
       MOVE EntryReceiptNum TO DnReceiptNum.
       READ DonationFile
           INVALID KEY MOVE 'N' TO DonationFound
       END-READ.
       IF DonationFound = 'N'
           DISPLAY "No such receipt for that alumnus"
       ELSE
           PERFORM ReadAlumnus
           IF AlumnusExits = 'N'
               MOVE "(not on register)" TO AlStudentName
               MOVE SPACES TO AlGradTerm
           END-IF
           PERFORM PrintReceipt
           DISPLAY "Receipt reprinted to " ReportFileName
       END-IF.

*> Gifts are grouped by date given within the calendar year, the
*> date that counts for the donor's tax return.
DonorStatements.
       DISPLAY " "
       DISPLAY "Tax year (YYYY): " WITH NO ADVANCING.
       ACCEPT EntryYear.
       DISPLAY "Alumnus (0 = every donor): " WITH NO ADVANCING.
       ACCEPT EntryStudentId.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "DonorStmt" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       MOVE 0 TO DonorCount.
       MOVE 0 TO CurrentDonor.
       OPEN OUTPUT DonReport.
       MOVE SPACES TO PrintLine.
       STRING "DONOR STATEMENTS - GIFTS GIVEN IN " EntryYear
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.
       MOVE 'N' TO BrowseEOF.
       MOVE EntryStudentId TO DnStudentId.
       MOVE ZEROS TO DnReceiptNum.
       START DonationFile KEY IS NOT LESS THAN DonKey
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM StatementOneGift UNTIL BrowseEOF = 'Y'.
       IF CurrentDonor NOT = 0
           PERFORM PrintDonorTotal
       END-IF.
       IF DonorCount = 0
           MOVE "No gifts given in that year" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           ADD 2 TO LineCount
       END-IF.
       CLOSE DonReport.
       MOVE "DonorStmt" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY DonorCount " donor statements written to "
           ReportFileName.

StatementOneGift.
       READ DonationFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF EntryStudentId NOT = 0
                   AND DnStudentId NOT = EntryStudentId
               MOVE 'Y' TO BrowseEOF
           ELSE
               DIVIDE DnGiftDate BY 10000 GIVING GiftYear
               IF GiftYear = EntryYear
                   IF DnStudentId NOT = CurrentDonor
                       IF CurrentDonor NOT = 0
                           PERFORM PrintDonorTotal
                       END-IF
                       MOVE DnStudentId TO CurrentDonor
                       PERFORM PrintDonorHeading
                   END-IF
                   ADD DnAmount TO DonorTotal
                   MOVE DnReceiptNum TO PrnReceipt
                   MOVE DnGiftDate TO PrnGiftDate
                   MOVE DnCampaign TO PrnCampaign
                   PERFORM SetMethodWord
                   MOVE MethodWord TO PrnMethod
                   MOVE DnAmount TO PrnAmount
                   WRITE PrintLine FROM StmtLine
                   ADD 1 TO LineCount
               END-IF
           END-IF
       END-IF.

PrintDonorHeading.
       ADD 1 TO DonorCount.
       MOVE 0 TO DonorTotal.
       MOVE DnStudentId TO AlStudentId.
       READ AlumniFile
           INVALID KEY MOVE "(not on register)" TO AlStudentName
       END-READ.
       MOVE SPACES TO PrintLine.
       STRING "Donor " DnStudentId " " AlForname " " AlSurname
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       ADD 2 TO LineCount.

PrintDonorTotal.
       MOVE DonorTotal TO ShowAmount.
       MOVE SPACES TO PrintLine.
       STRING "    Total given in " EntryYear ": " ShowAmount
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       PERFORM WriteReportLine.

GetNextReceiptNum.
       MOVE 0 TO NextReceiptNum.
       OPEN INPUT DonCtlFile.
       IF DonCtlStatus = "35"
           CONTINUE
       ELSE
           READ DonCtlFile
               AT END CONTINUE
           END-READ
           CLOSE DonCtlFile
       END-IF.
       ADD 1 TO NextReceiptNum.
       MOVE NextReceiptNum TO ThisReceiptNum.
       OPEN OUTPUT DonCtlFile.
       WRITE DonCtlRec.
       CLOSE DonCtlFile.
