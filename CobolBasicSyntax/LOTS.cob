       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOTS.
AUTHOR. Lawrence.
*> Lot ledger, called the way ALLOC is. Some goods now come with
*> batch numbers, and last spring's recall meant phoning every
*> customer who had bought anything that month. lots.dat holds one
*> row per product, size and lot in the order the lots arrived,
*> with the date received, the expiry date (zero for none), the
*> quantity received and the quantity still on hand.
*>   "RECV" - stockrecv books LQty of lot LLotNum in; a lot already
*>            on file for the product and size is topped up where
*>            it stands, so it keeps its place in the queue.
*>   "DRAW" - the sale paths take stock first-in first-out: the
*>            oldest lot of the product and size with stock left
*>            gives up as much of LQty as it holds. LLotNum and
*>            LExpiry come back for that lot and LQty as what it
*>            gave, so the caller asks again for any remainder.
*>            Zero comes back once no lot has stock left - goods
*>            that were never received against a lot.
*>   "PUTB" - goods drawn from lot LLotNum go back on the shelf
*>            unsold - an order amended down or cancelled before
*>            dispatch - so LQty is added back to what the lot has
*>            left, never beyond what it received. LQty comes back
*>            as what was put back: zero when the lot is gone.
*> A lots.dat too big for the table is left untouched and the call
*> answers zero, rather than rewriting the file from a part load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LotFile ASSIGN TO "lots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LotStatus.

DATA DIVISION.
FILE SECTION.
FD LotFile.
*> Fixed columns: product code, size, lot number, date received,
*> expiry date, quantity received, quantity left on hand.
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

WORKING-STORAGE SECTION.
01 LotStatus PIC XX.
01 WSEOF PIC X.
01 TodayDate PIC 9(8).
01 LotTable.
       02 LotEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON LotCount.
           03 TblLotRec PIC X(48).
01 LotCount PIC 9(3) VALUE 0.
01 LotIdx PIC 9(3).
01 LotFound PIC X.
01 LotOverflow PIC X.

    LINKAGE SECTION.
     01 LAction PIC X(4).
     01 LProdCode PIC X(5).
     01 LSize PIC X.
     01 LLotNum PIC X(10).
     01 LExpiry PIC 9(8).
     01 LQty PIC 9(5).

PROCEDURE DIVISION USING LAction, LProdCode, LSize, LLotNum,
       LExpiry, LQty.
       PERFORM LoadLotTable.
       IF LotOverflow = 'Y'
           MOVE 0 TO LQty
       ELSE
           EVALUATE LAction
               WHEN "RECV" PERFORM ReceiveLot
               WHEN "DRAW" PERFORM DrawFromLots
               WHEN "PUTB" PERFORM PutBackToLot
           END-EVALUATE
       END-IF.

EXIT PROGRAM.

ReceiveLot.
       MOVE 'N' TO LotFound.
       PERFORM TopUpOneLot
           VARYING LotIdx FROM 1 BY 1
           UNTIL LotFound = 'Y' OR LotIdx > LotCount.
       IF LotFound = 'N'
           IF LotCount < 500
               ACCEPT TodayDate FROM DATE YYYYMMDD
               MOVE SPACES TO LotRec
               MOVE LProdCode TO LtProdCode
               MOVE LSize TO LtSize
               MOVE LLotNum TO LtLotNum
               MOVE TodayDate TO LtRecvDate
               MOVE LExpiry TO LtExpiry
               MOVE LQty TO LtQtyRecv
               MOVE LQty TO LtQtyLeft
               ADD 1 TO LotCount
               MOVE LotRec TO TblLotRec(LotCount)
               MOVE 'Y' TO LotFound
           ELSE
               MOVE 0 TO LQty
           END-IF
       END-IF.
       IF LotFound = 'Y'
           PERFORM RewriteLotFile
       END-IF.

TopUpOneLot.
       MOVE TblLotRec(LotIdx) TO LotRec.
       IF LtProdCode = LProdCode AND LtSize = LSize
               AND LtLotNum = LLotNum
           MOVE 'Y' TO LotFound
           ADD LQty TO LtQtyRecv
           ADD LQty TO LtQtyLeft
           IF LExpiry NOT = ZERO
               MOVE LExpiry TO LtExpiry
           END-IF
           MOVE LotRec TO TblLotRec(LotIdx)
       END-IF.

DrawFromLots.
       MOVE 'N' TO LotFound.
       PERFORM DrawOneLot
           VARYING LotIdx FROM 1 BY 1
           UNTIL LotFound = 'Y' OR LotIdx > LotCount.
       IF LotFound = 'Y'
           PERFORM RewriteLotFile
       ELSE
           MOVE 0 TO LQty
           MOVE SPACES TO LLotNum
           MOVE 0 TO LExpiry
       END-IF.

DrawOneLot.
       MOVE TblLotRec(LotIdx) TO LotRec.
       IF LtProdCode = LProdCode AND LtSize = LSize
               AND LtQtyLeft > ZERO
           MOVE 'Y' TO LotFound
           IF LQty > LtQtyLeft
               MOVE LtQtyLeft TO LQty
           END-IF
           SUBTRACT LQty FROM LtQtyLeft
           MOVE LtLotNum TO LLotNum
           MOVE LtExpiry TO LExpiry
           MOVE LotRec TO TblLotRec(LotIdx)
       END-IF.

PutBackToLot.
       MOVE 'N' TO LotFound.
       PERFORM PutBackOneLot
           VARYING LotIdx FROM 1 BY 1
           UNTIL LotFound = 'Y' OR LotIdx > LotCount.
       IF LotFound = 'Y'
           PERFORM RewriteLotFile
       ELSE
           MOVE 0 TO LQty
       END-IF.

PutBackOneLot.
       MOVE TblLotRec(LotIdx) TO LotRec.
       IF LtProdCode = LProdCode AND LtSize = LSize
               AND LtLotNum = LLotNum
           MOVE 'Y' TO LotFound
           IF LtQtyLeft + LQty > LtQtyRecv
               COMPUTE LQty = LtQtyRecv - LtQtyLeft
           END-IF
           ADD LQty TO LtQtyLeft
           MOVE LotRec TO TblLotRec(LotIdx)
       END-IF.

LoadLotTable.
       MOVE 0 TO LotCount.
       MOVE 'N' TO LotOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT LotFile.
       IF LotStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneLotRec UNTIL WSEOF = 'Y'.
       IF LotStatus NOT = "35"
           CLOSE LotFile
       END-IF.

LoadOneLotRec.
       READ LotFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LotCount < 500
                   ADD 1 TO LotCount
                   MOVE LotRec TO TblLotRec(LotCount)
               ELSE
                   MOVE 'Y' TO LotOverflow
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

RewriteLotFile.
       OPEN OUTPUT LotFile.
       PERFORM RewriteOneLotRec
           VARYING LotIdx FROM 1 BY 1 UNTIL LotIdx > LotCount.
       CLOSE LotFile.

RewriteOneLotRec.
       MOVE TblLotRec(LotIdx) TO LotRec.
       WRITE LotRec.
