       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. dispage.
AUTHOR. Lawrence.
*> Aged-disputes report, run weekly: every dispute still open on
*> dispute.dat, grouped by reason code and aged from the day it
*> was logged into 0-30, 31-60, 61-90 and 90+ day columns, with a
*> subtotal per reason and a grand total - so the disputes that
*> have sat longest, and the reasons that keep coming up, are in
*> front of the credit manager every week. Any credit memos
*> returns has raised against a disputed invoice are shown under
*> it, since they are usually how a dispute ends.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DispInvNum
           FILE STATUS IS DisputeFileStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT DisputeReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DisputeFile.
*> Kept in step with the DisputeRec layout disputes.cob writes.
01 DisputeRec.
       02 DispInvNum PIC 9(6).
       02 DispCustId PIC 9(5).
       02 DispReason PIC X(4).
       02 DispAmount PIC 9(7)V99.
       02 DispOper PIC X(8).
       02 DispLogged PIC 9(8).
       02 DispStatus PIC X.
       02 DispResolved PIC 9(8).
       02 DispOutcome PIC X(30).
       02 DispMemoNum PIC 9(6).
       02 DispMemoCount PIC 99.
       02 DispMemoTotal PIC 9(7)V99.

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

FD DisputeReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 DisputeFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 BrowseEOF PIC X VALUE 'N'.
01 CustFound PIC X.
01 FullName PIC X(31).
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
01 TodayDayCount PIC 9(7).
01 DocDayCount PIC 9(7).
01 AgeDays PIC S9(5).
01 WorkDate.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
*> Same reason codes and wording as disputes.cob; a code that is
*> no longer in the list is reported under Other.
01 ReasonCodes PIC X(28) VALUE "PRICQTY DAMGNRECDUPLSERVOTHR".
01 ReasonCodeTable REDEFINES ReasonCodes.
       02 ReasonCode PIC X(4) OCCURS 7 TIMES.
01 ReasonNames.
       02 FILLER PIC X(20) VALUE "Price or terms".
       02 FILLER PIC X(20) VALUE "Short or wrong qty".
       02 FILLER PIC X(20) VALUE "Damaged goods".
       02 FILLER PIC X(20) VALUE "Goods not received".
       02 FILLER PIC X(20) VALUE "Duplicate billing".
       02 FILLER PIC X(20) VALUE "Service complaint".
       02 FILLER PIC X(20) VALUE "Other".
01 ReasonNameTable REDEFINES ReasonNames.
       02 ReasonName PIC X(20) OCCURS 7 TIMES.
01 ReasonIdx PIC 9.
01 ReasonFound PIC X.
*> The open disputes, each with its reason's place in the list and
*> its age bucket.
01 OpenTable.
       02 OpenEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON OpenCount.
           03 TblOpInv PIC 9(6).
           03 TblOpCust PIC 9(5).
           03 TblOpReason PIC 9.
           03 TblOpLogged PIC 9(8).
           03 TblOpAge PIC S9(5).
           03 TblOpBucket PIC 9.
           03 TblOpAmount PIC 9(7)V99.
           03 TblOpMemoNum PIC 9(6).
           03 TblOpMemoCount PIC 99.
           03 TblOpMemoTotal PIC 9(7)V99.
01 OpenCount PIC 9(3) VALUE 0.
01 OpIdx PIC 9(3).
01 OverflowWarned PIC X VALUE 'N'.
01 BucketIdx PIC 9.
01 ReasonBuckets.
       02 ReasonBucket PIC 9(7)V99 OCCURS 4 TIMES.
01 ReasonTotal PIC 9(7)V99.
01 ReasonRows PIC 9(3).
01 GrandBuckets.
       02 GrandBucket PIC 9(9)V99 OCCURS 4 TIMES.
01 GrandTotal PIC 9(9)V99 VALUE 0.
01 GrandMemoTotal PIC 9(9)V99 VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 Heads.
       02 FILLER PIC X(32) VALUE "INV#   CUST  NAME               ".
       02 FILLER PIC X(30) VALUE "  LOGGED    AGE      0-30     ".
       02 FILLER PIC X(25) VALUE "31-60     61-90       90+".
       02 FILLER PIC X(13) VALUE SPACES.
01 DetailLine.
       02 PrnInvNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustId PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLogged PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAge PIC ZZZ9.
       02 PrnBucket PIC ZZZ,ZZ9.99 OCCURS 4 TIMES.
01 MemoLine.
       02 FILLER PIC X(14) VALUE SPACE.
       02 FILLER PIC X(16) VALUE "credit memos:   ".
       02 PrnMemoCount PIC Z9.
       02 FILLER PIC X(12) VALUE " totalling $".
       02 PrnMemoTotal PIC ZZZ,ZZ9.99.
       02 FILLER PIC X(9) VALUE "  latest ".
       02 PrnMemoNum PIC 9(6).
01 TotalLine.
       02 PrnTotalLabel PIC X(47).
       02 PrnTotalBucket PIC ZZZ,ZZ9.99 OCCURS 4 TIMES.
01 PrnBigAmount PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "dispage ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       OPEN INPUT DisputeFile.
       IF DisputeFileStatus = "35"
           DISPLAY "No disputes on file - nothing to report"
           CALL 'SESSLOG' USING "END  ", "dispage ", SPACES
           GOBACK
       END-IF.
       MOVE LOW-VALUES TO DispInvNum.
       START DisputeFile KEY IS NOT LESS THAN DispInvNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM LoadOneDispute UNTIL BrowseEOF = 'Y'.
       CLOSE DisputeFile.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "AgedDisputes" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN INPUT CustomerMaster.
       OPEN OUTPUT DisputeReport.
       MOVE SPACES TO PrintLine.
       STRING "AGED OPEN DISPUTES BY REASON AS AT " TodayDate
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE Heads TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE ZEROS TO GrandBuckets.
       PERFORM ReportOneReason
           VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 7.
       MOVE SPACES TO TotalLine.
       MOVE "ALL OPEN DISPUTES" TO PrnTotalLabel.
       PERFORM MoveGrandBucket
           VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       MOVE GrandTotal TO PrnBigAmount.
       MOVE SPACES TO PrintLine.
       STRING "OPEN DISPUTES: " OpenCount DELIMITED BY SIZE
           "  HELD OUT OF COLLECTIONS $" PrnBigAmount
           DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE GrandMemoTotal TO PrnBigAmount.
       MOVE SPACES TO PrintLine.
       STRING "CREDIT MEMOS RAISED AGAINST OPEN DISPUTES $"
           PrnBigAmount DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       CLOSE CustomerMaster, DisputeReport.
       MOVE "AgedDisputes" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           SPACES, LineCount.
       DISPLAY "Aged disputes written to " ReportFileName ": "
           OpenCount " open".
       CALL 'SESSLOG' USING "END  ", "dispage ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Only open disputes are aged; resolved ones are history.
LoadOneDispute.
       READ DisputeFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF DispStatus = 'O'
                   PERFORM TableOneDispute
               END-IF
       END-READ.

TableOneDispute.
       IF OpenCount >= 300
           IF OverflowWarned = 'N'
               MOVE 'Y' TO OverflowWarned
               DISPLAY "WARNING: more than 300 open disputes -"
                   " the extras are NOT reported"
           END-IF
       ELSE
           ADD 1 TO OpenCount
           MOVE DispInvNum TO TblOpInv(OpenCount)
           MOVE DispCustId TO TblOpCust(OpenCount)
           MOVE DispLogged TO TblOpLogged(OpenCount)
           MOVE DispAmount TO TblOpAmount(OpenCount)
           MOVE DispMemoNum TO TblOpMemoNum(OpenCount)
           MOVE DispMemoCount TO TblOpMemoCount(OpenCount)
           MOVE DispMemoTotal TO TblOpMemoTotal(OpenCount)
           MOVE 'N' TO ReasonFound
           PERFORM MatchOneReason
               VARYING ReasonIdx FROM 1 BY 1
               UNTIL ReasonFound = 'Y' OR ReasonIdx > 7
           IF ReasonFound = 'N'
               MOVE 7 TO TblOpReason(OpenCount)
           END-IF
           MOVE DispLogged TO WorkDate
           COMPUTE DocDayCount = WkYear * 360 + WkMonth * 30 + WkDay
           COMPUTE AgeDays = TodayDayCount - DocDayCount
           IF AgeDays < 0
               MOVE 0 TO AgeDays
           END-IF
           MOVE AgeDays TO TblOpAge(OpenCount)
           EVALUATE TRUE
               WHEN AgeDays < 31 MOVE 1 TO TblOpBucket(OpenCount)
               WHEN AgeDays < 61 MOVE 2 TO TblOpBucket(OpenCount)
               WHEN AgeDays < 91 MOVE 3 TO TblOpBucket(OpenCount)
               WHEN OTHER        MOVE 4 TO TblOpBucket(OpenCount)
           END-EVALUATE
       END-IF.

MatchOneReason.
       IF ReasonCode(ReasonIdx) = DispReason
           MOVE 'Y' TO ReasonFound
           MOVE ReasonIdx TO TblOpReason(OpenCount)
       END-IF.

*> One section per reason with anything open: a heading, a line
*> per dispute (and its credit memos), and the reason's subtotal.
ReportOneReason.
       MOVE ZEROS TO ReasonBuckets.
       MOVE 0 TO ReasonTotal.
       MOVE 0 TO ReasonRows.
       PERFORM CountReasonRow
           VARYING OpIdx FROM 1 BY 1 UNTIL OpIdx > OpenCount.
       IF ReasonRows > 0
           MOVE SPACES TO PrintLine
           STRING ReasonCode(ReasonIdx) " - " ReasonName(ReasonIdx)
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine AFTER ADVANCING 2 LINES
           PERFORM PrintReasonRow
               VARYING OpIdx FROM 1 BY 1 UNTIL OpIdx > OpenCount
           MOVE SPACES TO TotalLine
           STRING "  TOTAL " ReasonCode(ReasonIdx) " (" ReasonRows
               " open)" DELIMITED BY SIZE INTO PrnTotalLabel
           END-STRING
           PERFORM MoveReasonBucket
               VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
           WRITE PrintLine FROM TotalLine
       END-IF.

CountReasonRow.
       IF TblOpReason(OpIdx) = ReasonIdx
           ADD 1 TO ReasonRows
       END-IF.

PrintReasonRow.
       IF TblOpReason(OpIdx) = ReasonIdx
           MOVE TblOpBucket(OpIdx) TO BucketIdx
           ADD TblOpAmount(OpIdx) TO ReasonBucket(BucketIdx)
           ADD TblOpAmount(OpIdx) TO GrandBucket(BucketIdx)
           ADD TblOpAmount(OpIdx) TO ReasonTotal
           ADD TblOpAmount(OpIdx) TO GrandTotal
           ADD TblOpMemoTotal(OpIdx) TO GrandMemoTotal
           PERFORM FindDisputeCustomer
           MOVE SPACES TO DetailLine
           MOVE TblOpInv(OpIdx) TO PrnInvNum
           MOVE TblOpCust(OpIdx) TO PrnCustId
           MOVE FullName TO PrnName
           MOVE TblOpLogged(OpIdx) TO PrnLogged
           MOVE TblOpAge(OpIdx) TO PrnAge
           MOVE TblOpAmount(OpIdx) TO PrnBucket(BucketIdx)
           WRITE PrintLine FROM DetailLine
           ADD 1 TO LineCount
           IF TblOpMemoCount(OpIdx) > 0
               MOVE TblOpMemoCount(OpIdx) TO PrnMemoCount
               MOVE TblOpMemoTotal(OpIdx) TO PrnMemoTotal
               MOVE TblOpMemoNum(OpIdx) TO PrnMemoNum
               WRITE PrintLine FROM MemoLine
           END-IF
       END-IF.

MoveReasonBucket.
       MOVE ReasonBucket(BucketIdx) TO PrnTotalBucket(BucketIdx).

MoveGrandBucket.
       MOVE GrandBucket(BucketIdx) TO PrnTotalBucket(BucketIdx).

FindDisputeCustomer.
       MOVE 'Y' TO CustFound.
       MOVE TblOpCust(OpIdx) TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(not on file)" TO FullName
       END-IF.
