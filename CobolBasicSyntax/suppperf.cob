*> order to delivery, how often they short-ship, and whether the
*> recent ninety days are better or worse than before - so the
*> buyer moves reorder points with evidence and the supplier who
*> is always two weeks late finally shows up in print. Goods sent
*> back on supret.cob's debit notes are counted next to the lead
*> time - notes raised and units returned as a share of the units
*> received on the supplier's POs - as the quality measure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.

       SELECT OPTIONAL DebitNoteFile ASSIGN TO "debitnote.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DebitNoteStatus.

       SELECT SupplierFile ASSIGN TO "supplier.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       02 FILLER  PIC X.
       02 RcvQty PIC 9(4).

FD DebitNoteFile.
*> Kept in step with the DebitNoteRec layout supret.cob writes.
01 DebitNoteRec.
       02 DnNum PIC 9(6).
       02 FILLER PIC X.
       02 DnSupplierId PIC X(5).
       02 FILLER PIC X.
       02 DnDate PIC 9(8).
       02 FILLER PIC X.
       02 DnProdCode PIC X(5).
       02 FILLER PIC X.
       02 DnSize PIC X.
       02 FILLER PIC X.
       02 DnQty PIC 9(4).
       02 FILLER PIC X.
       02 DnReason PIC X.
       02 FILLER PIC X.
       02 DnPoNum PIC 9(6).
       02 FILLER PIC X.
       02 DnRcvDate PIC 9(8).
       02 FILLER PIC X.
       02 DnUnitPrice PIC 9(3)V99.
       02 FILLER PIC X.
       02 DnAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 DnUnapplied PIC 9(7)V99.
       02 FILLER PIC X.
       02 DnOper PIC X(8).

FD SupplierFile.
01 SupplierRec.
       02 SupplierId PIC X(5).
       02 SupplierPhone PIC X(12).

FD PerfReport.
01 PrintLine PIC X(120).

WORKING-STORAGE SECTION.
01 PurchOrdStatus PIC XX.
01 ReceiptLogStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 DebitNoteStatus PIC XX.
01 WSEOF PIC X.
01 SuppFound PIC X.
01 TodayDate.
           03 TblPfCntR PIC 9(5).
           03 TblPfDaysO PIC 9(7).
           03 TblPfCntO PIC 9(5).
           03 TblPfRcvQty PIC 9(7).
           03 TblPfRetNotes PIC 9(5).
           03 TblPfRetQty PIC 9(7).
01 PerfCount PIC 9(2) VALUE 0.
01 PerfIdx PIC 9(2).
01 PerfRowFound PIC X.
01 AvgRecent PIC 9(5).
01 AvgPrior PIC 9(5).
01 ShortPct PIC 9(3).
01 ReturnPct PIC 9(3).

PROCEDURE DIVISION.
MainPara.
           GOBACK
       END-IF.
       PERFORM ScorePoLines.
       PERFORM TallyReturns.
       PERFORM PrintPerfReport.
       CALL 'SESSLOG' USING "END  ", "suppperf", SPACES.
      *> GOBACK returns control to mastermenu when this program is
       END-IF.

TallyOnePoLine.
       PERFORM FindPerfRow.
       IF PerfIdx <= PerfCount
           ADD 1 TO TblPfLines(PerfIdx)
           ADD PlQtyReceived TO TblPfRcvQty(PerfIdx)
           IF PlQtyReceived < PlQtyOrdered
               ADD 1 TO TblPfShort(PerfIdx)
           END-IF
           END-IF
       END-IF.

*> Finds LineSupplier's row, adding one when there is room; PerfIdx
*> is left past PerfCount when the supplier cannot be measured.
FindPerfRow.
       MOVE 'N' TO PerfRowFound.
       PERFORM MatchOnePerfRow
           VARYING PerfIdx FROM 1 BY 1
           UNTIL PerfRowFound = 'Y' OR PerfIdx > PerfCount.
       IF PerfRowFound = 'Y'
           SUBTRACT 1 FROM PerfIdx
       END-IF.
       IF PerfRowFound = 'N'
           IF PerfCount < 50
               ADD 1 TO PerfCount
               MOVE PerfCount TO PerfIdx
               MOVE LineSupplier TO TblPfSupp(PerfIdx)
               MOVE ZEROS TO TblPfLines(PerfIdx)
                   TblPfShort(PerfIdx) TblPfDaysR(PerfIdx)
                   TblPfCntR(PerfIdx) TblPfDaysO(PerfIdx)
                   TblPfCntO(PerfIdx) TblPfRcvQty(PerfIdx)
                   TblPfRetNotes(PerfIdx) TblPfRetQty(PerfIdx)
           ELSE
               DISPLAY "WARNING: more than 50 suppliers -"
                   " the extras are NOT measured"
           END-IF
       END-IF.

MatchOnePerfRow.
       IF TblPfSupp(PerfIdx) = LineSupplier
           MOVE 'Y' TO PerfRowFound
       END-IF.

*> Every debit note raised counts against the supplier it went to.
TallyReturns.
       MOVE 'N' TO WSEOF.
       OPEN INPUT DebitNoteFile.
       IF DebitNoteStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneReturn UNTIL WSEOF = 'Y'.
       IF DebitNoteStatus NOT = "35"
           CLOSE DebitNoteFile
       END-IF.

TallyOneReturn.
       READ DebitNoteFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE DnSupplierId TO LineSupplier
               PERFORM FindPerfRow
               IF PerfIdx <= PerfCount
                   ADD 1 TO TblPfRetNotes(PerfIdx)
                   ADD DnQty TO TblPfRetQty(PerfIdx)
               END-IF
       END-READ.

FindEarliestReceipt.
       MOVE 0 TO BestRcvDate.
       PERFORM CheckOneReceiptRow
       ELSE
           MOVE 0 TO ShortPct
       END-IF.
       IF TblPfRcvQty(PerfIdx) > 0
           COMPUTE ReturnPct = TblPfRetQty(PerfIdx) * 100
               / TblPfRcvQty(PerfIdx)
               ON SIZE ERROR MOVE 999 TO ReturnPct
           END-COMPUTE
       ELSE
           MOVE 0 TO ReturnPct
       END-IF.
       MOVE SPACES TO PrintLine.
       STRING TblPfSupp(PerfIdx) DELIMITED BY SIZE
           " " SupplierName DELIMITED BY SIZE
           " short " ShortPct DELIMITED BY SIZE
           "% avg days recent " AvgRecent DELIMITED BY SIZE
           " prior " AvgPrior DELIMITED BY SIZE
           " returns " TblPfRetNotes(PerfIdx) DELIMITED BY SIZE
           " units " TblPfRetQty(PerfIdx) DELIMITED BY SIZE
           " returned " ReturnPct DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
