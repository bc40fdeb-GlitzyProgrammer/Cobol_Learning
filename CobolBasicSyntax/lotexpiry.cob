       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. lotexpiry.
AUTHOR. Lawrence.
*> Lots nearing expiry: every lot on lots.dat that still has stock
*> on hand and an expiry date falling within the number of days
*> keyed, so it can be sold, marked down or pulled before it goes
*> out of date on the shelf. Lots already past their date are
*> listed too and flagged EXPIRED - those are the ones to pull
*> today. Lots with no expiry date, or with nothing left, are
*> skipped. The cut-off date is walked forward from today a day at
*> a time, the way DUEDATE works out a due date, so month ends and
*> leap years come out right.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LotFile ASSIGN TO "lots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LotStatus.

       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

      *> Date-stamped so today's list does not destroy an earlier one;
      *> every run is cataloged through RPTCAT.
       SELECT ExpiryReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LotFile.
*> Kept in step with the LotRec layout LOTS keeps.
01 LotRec.
       02 LtProdCode PIC X(5).
       02 FILLER PIC X.
       02 LtSize PIC A.
       02 FILLER PIC X.
       02 LtLotNum PIC X(10).
       02 FILLER PIC X.
       02 LtRecvDate PIC 9(8).
       02 FILLER PIC X.
       02 LtExpiry PIC 9(8).
       02 FILLER PIC X.
       02 LtQtyRecv PIC 9(5).
       02 FILLER PIC X.
       02 LtQtyLeft PIC 9(5).

FD OrderFile.
*> Kept in step with coboltuttable's FileProductRec layout so this
*> shares the same indexed file without misaligning records.
01 FileProductRec.
       02 FileProdCode PIC X(5).
       02 FileProdName PIC X(10).
       02 FileSupplierId PIC X(5).
       02 FileSizeCount PIC 9(2).
       02 FileProdSize OCCURS 1 TO 10 TIMES DEPENDING ON FileSizeCount.
           03 FileSizeType PIC A.
           03 FileProdPrice PIC 9(3)V99.
           03 FileQtyOnHand PIC 9(4).
           03 FileReorderPoint PIC 9(4).
           03 FileReorderQty PIC 9(4).

FD ExpiryReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 LotStatus PIC XX.
01 OrderFileStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 DaysAhead PIC 999.
01 TodayDate PIC 9(8).
*> The cut-off date, walked forward from today a day at a time.
01 WalkDate.
       02 WalkYear PIC 9(4).
       02 WalkMonth PIC 99.
       02 WalkDay PIC 99.
01 CutOffDate REDEFINES WalkDate PIC 9(8).
01 MonthLengths PIC X(24) VALUE "312831303130313130313031".
01 MonthLengthTable REDEFINES MonthLengths.
       02 MonthLength PIC 99 OCCURS 12 TIMES.
01 DaysInMonth PIC 99.
01 LeapQuot PIC 9(4).
01 LeapRem PIC 9(3).
01 LotsListed PIC 9(5) VALUE 0.
01 LotsExpired PIC 9(5) VALUE 0.
01 QtyListed PIC 9(7) VALUE 0.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 ShowQty PIC Z(6)9.
01 HeadingLine PIC X(80) VALUE
       "Prod  Name       Sz Lot        Received Expires   On hand".
01 DetailLine.
       02 PrnProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC A.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnLot PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRecv PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExpiry PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnQtyLeft PIC ZZ,ZZ9.
       02 FILLER PIC XX VALUE SPACES.
       02 PrnFlag PIC X(7).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "lotexpry", OperatorName.
       CALL 'SESSLOG' USING "START", "lotexpry", OperatorName.
       DISPLAY "Days ahead to look for expiring lots: "
           WITH NO ADVANCING.
       ACCEPT DaysAhead.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE TodayDate TO WalkDate.
       PERFORM AddOneDay DaysAhead TIMES.
       OPEN INPUT OrderFile.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "LotExpiry" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT ExpiryReport.
       MOVE SPACES TO PrintLine.
       STRING "LOTS ON HAND EXPIRING BY " CutOffDate
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       WRITE PrintLine FROM HeadingLine AFTER ADVANCING 2 LINES.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LotFile.
       IF LotStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneLot UNTIL WSEOF = 'Y'.
       IF LotStatus NOT = "35"
           CLOSE LotFile
       END-IF.
       CLOSE OrderFile.
       MOVE SPACES TO PrintLine.
       MOVE QtyListed TO ShowQty.
       STRING "TOTAL " LotsListed DELIMITED BY SIZE
           " lots, " LotsExpired DELIMITED BY SIZE
           " already expired, " ShowQty DELIMITED BY SIZE
           " units on hand" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE ExpiryReport.
       MOVE "LotExpiry" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY LotsListed " lots expiring by " CutOffDate ", "
           LotsExpired " already expired - written to "
           ReportFileName.
       CALL 'SESSLOG' USING "END  ", "lotexpry", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

CheckOneLot.
       READ LotFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LtQtyLeft > ZERO AND LtExpiry NOT = ZERO
                       AND LtExpiry <= CutOffDate
                   PERFORM PrintOneLot
               END-IF
       END-READ.

PrintOneLot.
       MOVE LtProdCode TO PrnProd.
       MOVE LtProdCode TO FileProdCode.
       READ OrderFile
           INVALID KEY MOVE "(gone)" TO PrnName
           NOT INVALID KEY MOVE FileProdName TO PrnName
       END-READ.
       MOVE LtSize TO PrnSize.
       MOVE LtLotNum TO PrnLot.
       MOVE LtRecvDate TO PrnRecv.
       MOVE LtExpiry TO PrnExpiry.
       MOVE LtQtyLeft TO PrnQtyLeft.
       IF LtExpiry < TodayDate
           MOVE "EXPIRED" TO PrnFlag
           ADD 1 TO LotsExpired
       ELSE
           MOVE SPACES TO PrnFlag
       END-IF.
       WRITE PrintLine FROM DetailLine.
       ADD 1 TO LineCount.
       ADD 1 TO LotsListed.
       ADD LtQtyLeft TO QtyListed.

AddOneDay.
       MOVE MonthLength(WalkMonth) TO DaysInMonth.
       IF WalkMonth = 2
           DIVIDE WalkYear BY 4 GIVING LeapQuot REMAINDER LeapRem
           IF LeapRem = 0
               MOVE 29 TO DaysInMonth
               DIVIDE WalkYear BY 100 GIVING LeapQuot
                   REMAINDER LeapRem
               IF LeapRem = 0
                   DIVIDE WalkYear BY 400 GIVING LeapQuot
                       REMAINDER LeapRem
                   IF LeapRem NOT = 0
                       MOVE 28 TO DaysInMonth
                   END-IF
               END-IF
           END-IF
       END-IF.
       ADD 1 TO WalkDay.
       IF WalkDay > DaysInMonth
           MOVE 1 TO WalkDay
           ADD 1 TO WalkMonth
           IF WalkMonth > 12
               MOVE 1 TO WalkMonth
               ADD 1 TO WalkYear
           END-IF
       END-IF.
