*> sales net of the credit memos returns.cob raises (which carry
*> the original order's salesperson), and pays commission at the
*> rate on the salesmnt.cob master - replacing the calculation
*> that used to be done from a paper daybook. Where salestgt.cob
*> holds a target for the month with a higher rate above it, sales
*> up to the target are paid at the ordinary rate and the excess at
*> the higher one, shown on a line of its own under the salesperson.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           RECORD KEY IS SalespId
           FILE STATUS IS SalespFileStatus.

       SELECT TargetFile ASSIGN TO "salestgt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TgtKey
           FILE STATUS IS TargetFileStatus.

       SELECT CommReport ASSIGN TO "Commission.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       02 SalespName PIC X(20).
       02 SalespCommRate PIC 99V99.

FD TargetFile.
*> Kept in step with the TargetRec layout salestgt.cob keeps.
01 TargetRec.
       02 TgtKey.
           03 TgtSalespId PIC X(3).
           03 TgtMonth PIC 9(6).
       02 TgtAmount PIC 9(7)V99.
       02 TgtAboveRate PIC 99V99.

FD CommReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 InvMastStatus PIC XX.
01 SalespFileStatus PIC XX.
01 TargetFileStatus PIC XX.
01 TargetFound PIC X.
01 AboveSales PIC S9(9)V99.
01 WSEOF PIC X.
01 ReportMonth PIC 9(6).
01 DocMonth PIC 9(6).
       02 PrnRate PIC Z9.99.
       02 FILLER PIC X(7) VALUE "  comm ".
       02 PrnComm PIC ZZ,ZZ9.99-.
01 AboveLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(7) VALUE "target ".
       02 PrnTarget PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(13) VALUE "  sales above".
       02 PrnAboveSales PIC ZZZ,ZZ9.99-.
       02 FILLER PIC X(6) VALUE " at % ".
       02 PrnAboveRate PIC Z9.99.

PROCEDURE DIVISION.
MainPara.

PrintCommissionReport.
       OPEN INPUT SalespFile.
       OPEN INPUT TargetFile.
       OPEN OUTPUT CommReport.
       MOVE SPACES TO PrintLine.
       STRING "COMMISSION REPORT FOR " ReportMonth
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE SalespFile, CommReport.
       IF TargetFileStatus NOT = "35"
           CLOSE TargetFile
       END-IF.
       DISPLAY "Commission report written to Commission.rpt ("
           CommCount " salespeople)".

           MOVE "(no salesperson code)" TO SalespName
           MOVE 0 TO SalespCommRate
       END-IF.
       PERFORM FindMonthTarget.
       IF TargetFound = 'Y'
           COMPUTE AboveSales = TblCommSales(CommIdx) - TgtAmount
           COMPUTE CommAmount ROUNDED = TgtAmount * SalespCommRate / 100
               + AboveSales * TgtAboveRate / 100
       ELSE
           COMPUTE CommAmount ROUNDED = TblCommSales(CommIdx)
               * SalespCommRate / 100
       END-IF.
       ADD TblCommSales(CommIdx) TO GrandSales.
       ADD CommAmount TO GrandComm.
       MOVE TblCommId(CommIdx) TO PrnSalespId.
       MOVE SalespCommRate TO PrnRate.
       MOVE CommAmount TO PrnComm.
       WRITE PrintLine FROM DetailLine.
       IF TargetFound = 'Y'
           MOVE TgtAmount TO PrnTarget
           MOVE AboveSales TO PrnAboveSales
           MOVE TgtAboveRate TO PrnAboveRate
           WRITE PrintLine FROM AboveLine
       END-IF.

*> The higher rate only counts when a target with one is set for
*> the month and the net sales went past it.
FindMonthTarget.
       MOVE 'N' TO TargetFound.
       IF SalespFound = 'Y' AND TargetFileStatus NOT = "35"
           MOVE TblCommId(CommIdx) TO TgtSalespId
           MOVE ReportMonth TO TgtMonth
           READ TargetFile
               INVALID KEY MOVE 'N' TO TargetFound
               NOT INVALID KEY
                   IF TgtAboveRate > ZERO
                           AND TblCommSales(CommIdx) > TgtAmount
                       MOVE 'Y' TO TargetFound
                   END-IF
           END-READ
       END-IF.
