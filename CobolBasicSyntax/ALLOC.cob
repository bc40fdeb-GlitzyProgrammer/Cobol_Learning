       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ALLOC.
AUTHOR. Lawrence.
*> Stock allocation, called the way OITEM is: FileQtyOnHand was the
*> only stock figure we had, so shirts already promised to an
*> accepted quote, a standing order about to run or a customer
*> waiting on backorder.dat were sold again to whoever asked
*> first, and the customer we had promised ended up on back order.
*> alloc.dat holds one row per product and size set aside for a
*> source - "Q" and the quote number, "S" and the standing-order
*> number. "HOLD" sets a quantity aside for a source; "REL "
*> gives back everything a source holds once it is invoiced or
*> cancelled; "QRY " answers how much of a product and size is
*> allocated - the holds plus the back orders still waiting - so
*> free to sell is on hand less that. A source given on "QRY "
*> is left out of the answer, so an order is never kept from the
*> stock held for itself.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL AllocFile ASSIGN TO "alloc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AllocStatus.

       SELECT OPTIONAL BackOrderFile ASSIGN TO "backorder.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BackOrderStatus.

DATA DIVISION.
FILE SECTION.
FD AllocFile.
*> Fixed columns: the source holding the stock, product code,
*> size, quantity held and the date it was set aside.
01 AllocRec.
       02 AlSource PIC X(8).
       02 FILLER PIC X.
       02 AlProdCode PIC X(5).
       02 FILLER PIC X.
       02 AlSize PIC X.
       02 FILLER PIC X.
       02 AlQty PIC 9(4).
       02 FILLER PIC X.
       02 AlDate PIC 9(8).

FD BackOrderFile.
*> Kept in step with the BackOrderRec layout order entry writes.
01 BackOrderRec.
       02 BODate PIC 9(8).
       02 FILLER PIC X.
       02 BOCustId PIC 9(5).
       02 FILLER PIC X.
       02 BOProdCode PIC X(5).
       02 FILLER PIC X.
       02 BOSize PIC A.
       02 FILLER PIC X.
       02 BOQty PIC 9(3).
       02 FILLER PIC X.
       02 BOStatus PIC X.

WORKING-STORAGE SECTION.
01 AllocStatus PIC XX.
01 BackOrderStatus PIC XX.
01 WSEOF PIC X.
01 TodayDate PIC 9(8).
*> The rows a release keeps, held while the file is rewritten
*> whole - the OITEM discipline.
01 AlTable.
       02 AlEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON AlCount.
           03 TblAlRec PIC X(30).
01 AlCount PIC 9(3) VALUE 0.
01 AlIdx PIC 9(3).
01 AlOverflow PIC X.

    LINKAGE SECTION.
     01 LAction PIC X(4).
     01 LSource PIC X(8).
     01 LProdCode PIC X(5).
     01 LSize PIC X.
     01 LQty PIC 9(4).
     01 LAllocated PIC 9(5).

PROCEDURE DIVISION USING LAction, LSource, LProdCode, LSize, LQty,
       LAllocated.
       MOVE 0 TO LAllocated.
       EVALUATE LAction
           WHEN "HOLD" PERFORM HoldStock
           WHEN "REL " PERFORM ReleaseSource
           WHEN "QRY " PERFORM QueryAllocated
       END-EVALUATE.

EXIT PROGRAM.

HoldStock.
       IF LQty > ZERO
           OPEN EXTEND AllocFile
           IF AllocStatus = "35"
               OPEN OUTPUT AllocFile
               CLOSE AllocFile
               OPEN EXTEND AllocFile
           END-IF
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE SPACES TO AllocRec
           MOVE LSource TO AlSource
           MOVE LProdCode TO AlProdCode
           MOVE LSize TO AlSize
           MOVE LQty TO AlQty
           MOVE TodayDate TO AlDate
           WRITE AllocRec
           CLOSE AllocFile
       END-IF.

*> A file too big for the table is left as it is - rewriting it
*> from a partial load would lose the holds that never got in.
ReleaseSource.
       MOVE 0 TO AlCount.
       MOVE 'N' TO AlOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT AllocFile.
       IF AllocStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM KeepOneAllocRec UNTIL WSEOF = 'Y'.
       IF AllocStatus NOT = "35"
           CLOSE AllocFile
       END-IF.
       IF AlOverflow = 'Y'
           DISPLAY "WARNING: more than 500 allocations on file -"
               " stock held for " LSource " not released"
       ELSE
           OPEN OUTPUT AllocFile
           PERFORM PutOneAllocRec
               VARYING AlIdx FROM 1 BY 1 UNTIL AlIdx > AlCount
           CLOSE AllocFile
       END-IF.

KeepOneAllocRec.
       READ AllocFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF AlSource NOT = LSource
                   IF AlCount < 500
                       ADD 1 TO AlCount
                       MOVE AllocRec TO TblAlRec(AlCount)
                   ELSE
                       MOVE 'Y' TO AlOverflow
                   END-IF
               END-IF
       END-READ.

PutOneAllocRec.
       MOVE TblAlRec(AlIdx) TO AllocRec.
       WRITE AllocRec.

QueryAllocated.
       MOVE 'N' TO WSEOF.
       OPEN INPUT AllocFile.
       IF AllocStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM SumOneAllocRec UNTIL WSEOF = 'Y'.
       IF AllocStatus NOT = "35"
           CLOSE AllocFile
       END-IF.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BackOrderFile.
       IF BackOrderStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM SumOneBackOrder UNTIL WSEOF = 'Y'.
       IF BackOrderStatus NOT = "35"
           CLOSE BackOrderFile
       END-IF.

SumOneAllocRec.
       READ AllocFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF AlProdCode = LProdCode AND AlSize = LSize
                       AND AlSource NOT = LSource
                   ADD AlQty TO LAllocated
               END-IF
       END-READ.

SumOneBackOrder.
       READ BackOrderFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF BOStatus = 'W' AND BOProdCode = LProdCode
                       AND BOSize = LSize
                   ADD BOQty TO LAllocated
               END-IF
       END-READ.
