       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. loyexp.
AUTHOR. Lawrence.
*> Yearly loyalty points expiry, run by the night batch on the
*> first working day of January. Points last the number of months
*> the scheme terms in loyctl.dat give, counted back from today to
*> a cut-off date. Points are spent oldest first, so a customer
*> loses whatever they earned before the cut-off that their
*> redemptions, take-backs and earlier expiries have not already
*> used up. The earnings before the cut-off are sorted by customer
*> off loyledger.dat the way custrank sorts its spend, and each
*> customer's total goes to LOYPTS to be expired. Months of zero
*> means points never expire.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LoyCtlFile ASSIGN TO "loyctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyCtlStatus.

       SELECT OPTIONAL LoyLedgerFile ASSIGN TO "loyledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyLedgerStatus.

       SELECT SortWorkFile ASSIGN TO "sortwk8.tmp".

DATA DIVISION.
FILE SECTION.
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

FD LoyLedgerFile.
*> Kept in step with the LoyLedgerRec layout LOYPTS writes.
01 LoyLedgerRec.
       02 LlDate PIC 9(8).
       02 FILLER PIC X.
       02 LlCustId PIC 9(5).
       02 FILLER PIC X.
       02 LlType PIC X.
       02 FILLER PIC X.
       02 LlPoints PIC 9(7).
       02 FILLER PIC X.
       02 LlDocNum PIC 9(6).
       02 FILLER PIC X.
       02 LlBalance PIC 9(7).

SD SortWorkFile.
01 SortRec.
       02 SrtCustId PIC 9(5).
       02 SrtPoints PIC 9(7).

WORKING-STORAGE SECTION.
01 LoyCtlStatus PIC XX.
01 LoyLedgerStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X VALUE 'N'.
01 SchemeFound PIC X.
01 TodayDate.
       02 TodayYear  PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay   PIC 99.
01 CutOffDate.
       02 CutYear  PIC 9(4).
       02 CutMonth PIC 99.
       02 CutDay   PIC 99.
01 CutOffNum REDEFINES CutOffDate PIC 9(8).
01 MonthCount PIC 9(6).
*> One customer's earnings before the cut-off, totalled across
*> the sorted records.
01 BreakCustId PIC 9(5).
01 BreakPoints PIC 9(7) VALUE 0.
*> Arguments for LOYPTS.
01 LoyCustId PIC 9(5).
01 LoyPoints PIC 9(7).
01 LoyDocNum PIC 9(6) VALUE 0.
01 LoyBalance PIC 9(7).
01 LoyPointValue PIC 9V9999.
01 CustsExpired PIC 9(5) VALUE 0.
01 PointsExpired PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "loyexp  ", SPACES.
       PERFORM ReadScheme.
       IF SchemeFound = 'N' OR LcExpiryMonths = 0
           DISPLAY "Loyalty points do not expire - nothing to do"
           CALL 'SESSLOG' USING "END  ", "loyexp  ", SPACES
           GOBACK
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE MonthCount = TodayYear * 12 + TodayMonth - 1
           - LcExpiryMonths.
       DIVIDE MonthCount BY 12 GIVING CutYear REMAINDER CutMonth.
       ADD 1 TO CutMonth.
       MOVE TodayDay TO CutDay.
       SORT SortWorkFile ON ASCENDING KEY SrtCustId
           INPUT PROCEDURE IS ReleaseOldEarnings
           OUTPUT PROCEDURE IS ExpireOldPoints.
       DISPLAY "Loyalty points earned before " CutOffNum ": "
           PointsExpired " expired from " CustsExpired " customers".
       CALL 'SESSLOG' USING "END  ", "loyexp  ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

ReadScheme.
       MOVE 'N' TO SchemeFound.
       OPEN INPUT LoyCtlFile.
       IF LoyCtlStatus NOT = "35"
           READ LoyCtlFile
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO SchemeFound
           END-READ
           CLOSE LoyCtlFile
       END-IF.

ReleaseOldEarnings.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LoyLedgerFile.
       IF LoyLedgerStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReleaseOneEarning UNTIL WSEOF = 'Y'.
       IF LoyLedgerStatus NOT = "35"
           CLOSE LoyLedgerFile
       END-IF.

ReleaseOneEarning.
       READ LoyLedgerFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LlType = 'E' AND LlDate < CutOffNum
                   MOVE LlCustId TO SrtCustId
                   MOVE LlPoints TO SrtPoints
                   RELEASE SortRec
               END-IF
       END-READ.

ExpireOldPoints.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'N'
           MOVE SrtCustId TO BreakCustId
           MOVE 0 TO BreakPoints
       END-IF.
       PERFORM TotalOneEarning UNTIL SortEOF = 'Y'.
       IF BreakPoints > ZERO
           PERFORM ExpireOneCustomer
       END-IF.

TotalOneEarning.
       IF SrtCustId NOT = BreakCustId
           PERFORM ExpireOneCustomer
           MOVE SrtCustId TO BreakCustId
           MOVE 0 TO BreakPoints
       END-IF.
       ADD SrtPoints TO BreakPoints.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

ExpireOneCustomer.
       MOVE BreakCustId TO LoyCustId.
       MOVE BreakPoints TO LoyPoints.
       CALL 'LOYPTS' USING "EXPR", LoyCustId, LoyPoints, LoyDocNum,
           LoyBalance, LoyPointValue.
       IF LoyPoints > ZERO
           ADD 1 TO CustsExpired
           ADD LoyPoints TO PointsExpired
       END-IF.
