       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. cmpoverdue.
AUTHOR. Lawrence.
*> Overdue complaint cases, run nightly: every case on complaint.dat
*> still open or waiting on the customer whose response deadline
*> has passed, grouped by the operator who owns it and oldest
*> deadline first, with how many days it is over and a count per
*> operator - so the complaints that have sat past their deadline
*> are in front of the supervisors every morning instead of being
*> found when the customer rings again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CaseFile ASSIGN TO "complaint.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CmpCaseNum
           ALTERNATE RECORD KEY IS CmpCustId WITH DUPLICATES
           FILE STATUS IS CaseFileStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT CaseReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortWorkFile ASSIGN TO "sortwk22.tmp".

DATA DIVISION.
FILE SECTION.
FD CaseFile.
*> Kept in step with the CaseRec layout complaint.cob writes.
01 CaseRec.
       02 CmpCaseNum PIC 9(6).
       02 CmpCustId PIC 9(5).
       02 CmpInvNum PIC 9(6).
       02 CmpCategory PIC X(4).
       02 CmpPriority PIC 9.
       02 CmpOwner PIC X(8).
       02 CmpStatus PIC X.
       02 CmpOpened PIC 9(8).
       02 CmpOpenedBy PIC X(8).
       02 CmpDeadline PIC 9(8).
       02 CmpClosed PIC 9(8).
       02 CmpSummary PIC X(50).

FD CustomerMaster.
01 MasterData.
       02 MIDNum PIC 9(5).
       02 MCustName.
           03 MFirstName PIC X(15).
           03 MLastName PIC X(15).
       02 MCustStatus PIC X(1).
      *> Kept in step with coboltutf3's CustomerData layout so this
      *> shares the same indexed file without misaligning records.
       02 MInactiveDate.
           03 MInactYear  PIC 9(4).
           03 MInactMonth PIC 99.
           03 MInactDay   PIC 99.
       02 MCustContact.
           03 MAddrLine1  PIC X(20).
           03 MAddrLine2  PIC X(20).
           03 MCityCode   PIC 99.
           03 MPostalCode PIC X(8).
           03 MPhoneNum   PIC X(12).
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

FD CaseReport.
01 PrintLine PIC X(100).

SD SortWorkFile.
01 SortRec.
       02 SrtOwner PIC X(8).
       02 SrtDeadline PIC 9(8).
       02 SrtCaseNum PIC 9(6).
       02 SrtCustId PIC 9(5).
       02 SrtCategory PIC X(4).
       02 SrtPriority PIC 9.
       02 SrtStatus PIC X.
       02 SrtOpened PIC 9(8).
       02 SrtSummary PIC X(50).

WORKING-STORAGE SECTION.
01 CaseFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 BrowseEOF PIC X VALUE 'N'.
01 SortEOF PIC X.
01 CustFound PIC X.
01 FullName PIC X(31).
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
01 TodayWhole REDEFINES TodayDate PIC 9(8).
01 TodayDayCount PIC 9(7).
01 DocDayCount PIC 9(7).
01 OverDays PIC S9(5).
01 WorkDate.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
01 BreakOwner PIC X(8).
01 OwnerCount PIC 9(5).
01 OverdueCount PIC 9(5) VALUE 0.
01 OpenCount PIC 9(5) VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 Heads.
       02 FILLER PIC X(13) VALUE "CASE#  CUST  ".
       02 FILLER PIC X(26) VALUE "NAME                 CAT  ".
       02 FILLER PIC X(61) VALUE "P S OPENED   DEADLINE DAYS COMPLAINT".
01 DetailLine.
       02 PrnCaseNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustId PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCategory PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPriority PIC 9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnStatus PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOpened PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDeadline PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnOverDays PIC ZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnSummary PIC X(30).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "cmpoverd", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       OPEN INPUT CaseFile.
       IF CaseFileStatus = "35"
           DISPLAY "No complaint cases on file - nothing to report"
           CALL 'SESSLOG' USING "END  ", "cmpoverd", SPACES
           GOBACK
       END-IF.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "OverdueCases" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN INPUT CustomerMaster.
       OPEN OUTPUT CaseReport.
       MOVE SPACES TO PrintLine.
       STRING "COMPLAINT CASES PAST THEIR RESPONSE DEADLINE AS AT "
           TodayWhole DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       SORT SortWorkFile ON ASCENDING KEY SrtOwner SrtDeadline
               SrtCaseNum
           INPUT PROCEDURE IS ReleaseOverdueCases
           OUTPUT PROCEDURE IS PrintOverdueCases.
       MOVE SPACES TO PrintLine.
       STRING "OVERDUE CASES: " OverdueCount DELIMITED BY SIZE
           " OF " OpenCount DELIMITED BY SIZE
           " OPEN" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE CaseFile, CustomerMaster, CaseReport.
       MOVE "OverdueCases" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Overdue cases written to " ReportFileName ": "
           OverdueCount " of " OpenCount " open".
       CALL 'SESSLOG' USING "END  ", "cmpoverd", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A case due today is not yet overdue; resolved cases are history.
ReleaseOverdueCases.
       MOVE LOW-VALUES TO CmpCaseNum.
       START CaseFile KEY IS NOT LESS THAN CmpCaseNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ReleaseOneCase UNTIL BrowseEOF = 'Y'.

ReleaseOneCase.
       READ CaseFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF CmpStatus NOT = 'R'
                   ADD 1 TO OpenCount
                   IF CmpDeadline < TodayWhole
                       MOVE CmpOwner TO SrtOwner
                       MOVE CmpDeadline TO SrtDeadline
                       MOVE CmpCaseNum TO SrtCaseNum
                       MOVE CmpCustId TO SrtCustId
                       MOVE CmpCategory TO SrtCategory
                       MOVE CmpPriority TO SrtPriority
                       MOVE CmpStatus TO SrtStatus
                       MOVE CmpOpened TO SrtOpened
                       MOVE CmpSummary TO SrtSummary
                       RELEASE SortRec
                   END-IF
               END-IF
       END-READ.

PrintOverdueCases.
       MOVE 'N' TO SortEOF.
       MOVE 0 TO OwnerCount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'N'
           MOVE SrtOwner TO BreakOwner
           PERFORM PrintOwnerHeading
       ELSE
           MOVE "    (no cases past their deadline)" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
       END-IF.
       PERFORM PrintOneCase UNTIL SortEOF = 'Y'.
       IF OverdueCount > 0
           PERFORM PrintOwnerTotal
       END-IF.

PrintOneCase.
       IF SrtOwner NOT = BreakOwner
           PERFORM PrintOwnerTotal
           MOVE SrtOwner TO BreakOwner
           MOVE 0 TO OwnerCount
           PERFORM PrintOwnerHeading
       END-IF.
       MOVE SrtDeadline TO WorkDate.
       COMPUTE DocDayCount = WkYear * 360 + WkMonth * 30 + WkDay.
       COMPUTE OverDays = TodayDayCount - DocDayCount.
       IF OverDays < 1
           MOVE 1 TO OverDays
       END-IF.
       PERFORM FindCaseCustomer.
       MOVE SPACES TO DetailLine.
       MOVE SrtCaseNum TO PrnCaseNum.
       MOVE SrtCustId TO PrnCustId.
       MOVE FullName TO PrnName.
       MOVE SrtCategory TO PrnCategory.
       MOVE SrtPriority TO PrnPriority.
       MOVE SrtStatus TO PrnStatus.
       MOVE SrtOpened TO PrnOpened.
       MOVE SrtDeadline TO PrnDeadline.
       MOVE OverDays TO PrnOverDays.
       MOVE SrtSummary TO PrnSummary.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.
       ADD 1 TO OwnerCount.
       ADD 1 TO OverdueCount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

PrintOwnerHeading.
       MOVE SPACES TO PrintLine.
       STRING "OWNER " BreakOwner DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE Heads TO PrintLine.
       WRITE PrintLine.

PrintOwnerTotal.
       MOVE SPACES TO PrintLine.
       STRING "  " OwnerCount DELIMITED BY SIZE
           " overdue for " BreakOwner DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.

FindCaseCustomer.
       MOVE 'Y' TO CustFound.
       MOVE SrtCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(not on file)" TO FullName
       END-IF.
