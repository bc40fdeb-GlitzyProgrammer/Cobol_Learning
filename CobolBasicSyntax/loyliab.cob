       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. loyliab.
AUTHOR. Lawrence.
*> Loyalty points liability: every unredeemed point is a discount
*> we have promised, and the accountant needs its value at month
*> end the way the gift-card liability report gives the card
*> balances. Lists each customer holding points off loyalty.dat
*> with the name from customer.txt, the points and their value at
*> the point value in loyctl.dat, and totals the lot. Run in the
*> night batch on the first working day of the month, after the
*> yearly expiry, and from the reports menu on demand.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LoyaltyFile ASSIGN TO "loyalty.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LyCustId
           FILE STATUS IS LoyaltyStatus.

       SELECT OPTIONAL LoyCtlFile ASSIGN TO "loyctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyCtlStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT LiabilityReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LoyaltyFile.
*> Kept in step with the LoyaltyRec layout LOYPTS keeps.
01 LoyaltyRec.
       02 LyCustId PIC 9(5).
       02 LyBalance PIC 9(7).
       02 LyEarned PIC 9(7).
       02 LyUsed PIC 9(7).
       02 LyLastDate PIC 9(8).

FD LoyCtlFile.
*> Kept in step with the LoyCtlRec layout loyalty.cob writes.
01 LoyCtlRec.
       02 LcEarnRate PIC 9(3)V99.
       02 FILLER PIC X.
       02 LcPointValue PIC 9V9999.
       02 FILLER PIC X.
       02 LcExpiryMonths PIC 99.
       02 FILLER PIC X.
       02 LcLastInvoice PIC 9(6).

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

FD LiabilityReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 LoyaltyStatus PIC XX.
01 LoyCtlStatus PIC XX.
01 MasterFileStatus PIC XX.
01 WSEOF PIC X.
01 CustFound PIC X.
01 PointValue PIC 9V9999 VALUE 0.
01 PointsValue PIC 9(7)V99.
01 CustsListed PIC 9(5) VALUE 0.
01 PointsTotal PIC 9(9) VALUE 0.
01 LiabilityTotal PIC 9(9)V99 VALUE 0.
01 FullName PIC X(31).
01 TodayDate PIC 9(8).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 Heads PIC X(80) VALUE
       "CUST   NAME                              POINTS         VALUE".
01 DetailLine.
       02 PrnCustId PIC 9(5).
       02 FILLER PIC XX VALUE SPACES.
       02 PrnName PIC X(31).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPoints PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnValue PIC Z,ZZZ,ZZ9.99.
01 TotalLine.
       02 FILLER PIC X(7) VALUE "TOTAL  ".
       02 PrnTotCusts PIC ZZ,ZZ9.
       02 FILLER PIC X(27) VALUE " customers holding points".
       02 PrnTotPoints PIC ZZZ,ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotValue PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "loyliab ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "LoyLiab" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN INPUT LoyCtlFile.
       IF LoyCtlStatus NOT = "35"
           READ LoyCtlFile
               AT END CONTINUE
               NOT AT END MOVE LcPointValue TO PointValue
           END-READ
           CLOSE LoyCtlFile
       END-IF.
       OPEN OUTPUT LiabilityReport.
       MOVE SPACES TO PrintLine.
       STRING "LOYALTY POINTS LIABILITY AS AT " TodayDate
           DELIMITED BY SIZE
           "  (A POINT IS WORTH $" PointValue ")" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE Heads TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LoyaltyFile.
       IF LoyaltyStatus = "35"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE ZEROS TO LyCustId
           START LoyaltyFile KEY IS NOT LESS THAN LyCustId
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       OPEN INPUT CustomerMaster.
       PERFORM ListOneHolder UNTIL WSEOF = 'Y'.
       CLOSE CustomerMaster.
       IF LoyaltyStatus NOT = "35"
           CLOSE LoyaltyFile
       END-IF.
       MOVE CustsListed TO PrnTotCusts.
       MOVE PointsTotal TO PrnTotPoints.
       MOVE LiabilityTotal TO PrnTotValue.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       CLOSE LiabilityReport.
       MOVE "LoyLiab" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Points liability $" LiabilityTotal " on " PointsTotal
           " points written to " ReportFileName.
       CALL 'SESSLOG' USING "END  ", "loyliab ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ListOneHolder.
       READ LoyaltyFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LyBalance > ZERO
                   PERFORM PrintOneHolder
               END-IF
       END-READ.

PrintOneHolder.
       COMPUTE PointsValue ROUNDED = LyBalance * PointValue.
       ADD 1 TO CustsListed.
       ADD LyBalance TO PointsTotal.
       ADD PointsValue TO LiabilityTotal.
       MOVE 'Y' TO CustFound.
       MOVE LyCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
           MOVE FullName TO PrnName
       ELSE
           MOVE "(not on file)" TO PrnName
       END-IF.
       MOVE LyCustId TO PrnCustId.
       MOVE LyBalance TO PrnPoints.
       MOVE PointsValue TO PrnValue.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.
