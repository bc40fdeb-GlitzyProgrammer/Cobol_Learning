       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. costeff.
AUTHOR. Lawrence.
*> Effective-dated unit costs: priceimp.cob approves a supplier's
*> new cost prices onto costpend.dat with the date they take
*> effect. This moves every pending cost whose date has come onto
*> prodcost.dat, writes a prodaudit.log line for each with the old
*> and new cost, and leaves the rest pending. Because glpost keeps
*> account 1300 perpetually at cost, the stock already on hand is
*> revalued at the same moment - the change in cost times the
*> quantity on order.dat, Dr or Cr 1300 against 5100 Stock
*> Adjustments - so invglchk still agrees the morning after. Run in
*> the night batch after glpost, and by priceimp straight after an
*> import or review so a cost dated today applies at once.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL ProdCostFile ASSIGN TO "prodcost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCostStatus.

       SELECT OPTIONAL CostPendFile ASSIGN TO "costpend.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CostPendStatus.

       SELECT OPTIONAL ProdAuditFile ASSIGN TO "prodaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdAuditStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

DATA DIVISION.
FILE SECTION.
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

FD ProdCostFile.
*> Kept in step with the ProdCostRec layout prodmaint.cob keeps.
01 ProdCostRec.
       02 PcProdCode PIC X(5).
       02 FILLER PIC X.
       02 PcSize PIC X.
       02 FILLER PIC X.
       02 PcUnitCost PIC 9(3)V99.

FD CostPendFile.
*> Kept in step with the CostPendRec layout priceimp.cob writes.
01 CostPendRec.
       02 CpProdCode PIC X(5).
       02 FILLER PIC X.
       02 CpSize PIC X.
       02 FILLER PIC X.
       02 CpNewCost PIC 9(3)V99.
       02 FILLER PIC X.
       02 CpEffDate PIC 9(8).
       02 FILLER PIC X.
       02 CpSupplierId PIC X(5).
       02 FILLER PIC X.
       02 CpApprover PIC X(8).

FD ProdAuditFile.
01 ProdAuditLine PIC X(105).

FD JournalFile.
*> Kept in step with the JournalRec layout glpost.cob writes.
01 JournalRec.
       02 JrnDate PIC 9(8).
       02 FILLER PIC X.
       02 JrnAcct PIC 9(4).
       02 FILLER PIC X.
       02 JrnDrCr PIC X.
       02 FILLER PIC X.
       02 JrnAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 JrnSource PIC X(12).

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 ProdCostStatus PIC XX.
01 CostPendStatus PIC XX.
01 ProdAuditStatus PIC XX.
01 JournalStatus PIC XX.
01 WSEOF PIC X.
01 TodayDate PIC 9(8).
01 ProdExits PIC X.
01 SizeIdx PIC 99.
01 SizeFound PIC X.
01 OldCost PIC 9(3)V99.
01 RevalAmount PIC S9(7)V99.
01 AppliedCount PIC 9(3) VALUE 0.
01 StillPendingCount PIC 9(3) VALUE 0.
01 CostTable.
       02 CostEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CostCount.
           03 TblCostProd PIC X(5).
           03 TblCostSize PIC X.
           03 TblCostAmt PIC 9(3)V99.
01 CostCount PIC 9(3) VALUE 0.
01 CostIdx PIC 9(3).
01 CostFound PIC X.
01 CostOverflow PIC X.
*> The whole of costpend.dat while due rows come off it.
01 PendTable.
       02 PendEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON PendCount.
           03 TblPendRec PIC X(45).
           03 TblPendKeep PIC X.
01 PendCount PIC 9(3) VALUE 0.
01 PendIdx PIC 9(3).
01 PendOverflow PIC X.
01 AuditDate.
       02 AudYear PIC 99.
       02 AudMonth PIC 99.
       02 AudDay PIC 99.
01 AuditTime.
       02 AudHour PIC 99.
       02 AudMinute PIC 99.
       02 FILLER PIC 9(4).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "costeff ", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM LoadPendTable.
       PERFORM LoadCostTable.
      *> A table too small for either file would rewrite it short,
      *> so nothing is applied and the step fails for attention.
       IF PendOverflow = 'Y' OR CostOverflow = 'Y'
           DISPLAY "costpend.dat or prodcost.dat holds more than 200"
               " rows - no costs applied"
           MOVE 8 TO RETURN-CODE
           CALL 'SESSLOG' USING "END  ", "costeff ", SPACES
           GOBACK
       END-IF.
       OPEN INPUT OrderFile.
       OPEN EXTEND ProdAuditFile.
       IF ProdAuditStatus = "35"
           OPEN OUTPUT ProdAuditFile
           CLOSE ProdAuditFile
           OPEN EXTEND ProdAuditFile
       END-IF.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       PERFORM ApplyOnePending
           VARYING PendIdx FROM 1 BY 1 UNTIL PendIdx > PendCount.
       CLOSE ProdAuditFile, JournalFile.
       IF OrderFileStatus NOT = "35"
           CLOSE OrderFile
       END-IF.
       IF AppliedCount > 0
           PERFORM RewriteCostFile
           PERFORM RewritePendFile
       END-IF.
       DISPLAY "Unit costs applied: " AppliedCount ", still pending: "
           StillPendingCount.
       CALL 'SESSLOG' USING "END  ", "costeff ", SPACES.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A cost not yet due, or one the full cost table cannot take, stays
*> on costpend.dat for a later night.
ApplyOnePending.
       MOVE TblPendRec(PendIdx) TO CostPendRec.
       MOVE 'Y' TO TblPendKeep(PendIdx).
       IF CpEffDate > TodayDate
           ADD 1 TO StillPendingCount
       ELSE
           MOVE 'N' TO CostFound
           MOVE 0 TO CostIdx
           PERFORM ScanCostRow
               UNTIL CostFound = 'Y' OR CostIdx >= CostCount
           IF CostFound = 'N'
               IF CostCount < 200
                   ADD 1 TO CostCount
                   MOVE CostCount TO CostIdx
                   MOVE CpProdCode TO TblCostProd(CostIdx)
                   MOVE CpSize TO TblCostSize(CostIdx)
                   MOVE 0 TO TblCostAmt(CostIdx)
                   MOVE 'Y' TO CostFound
               ELSE
                   DISPLAY "Cost table full - " CpProdCode " " CpSize
                       " left pending"
                   ADD 1 TO StillPendingCount
               END-IF
           END-IF
           IF CostFound = 'Y'
               MOVE TblCostAmt(CostIdx) TO OldCost
               MOVE CpNewCost TO TblCostAmt(CostIdx)
               MOVE 'N' TO TblPendKeep(PendIdx)
               ADD 1 TO AppliedCount
               PERFORM RevalueOnHand
               PERFORM WriteCostAudit
           END-IF
       END-IF.

ScanCostRow.
       ADD 1 TO CostIdx.
       IF TblCostProd(CostIdx) = CpProdCode
               AND TblCostSize(CostIdx) = CpSize
           MOVE 'Y' TO CostFound
       END-IF.

*> Stock with no cost before was never on 1300 at all, so only a
*> change from one real cost to another is revalued.
RevalueOnHand.
       MOVE 0 TO RevalAmount.
       MOVE SPACES TO FileProdName.
       MOVE 0 TO FileSizeCount.
       IF OrderFileStatus NOT = "35" AND OldCost > ZERO
           MOVE CpProdCode TO FileProdCode
           MOVE 'Y' TO ProdExits
           READ OrderFile
               INVALID KEY MOVE 'N' TO ProdExits
           END-READ
           IF ProdExits = 'Y'
               MOVE 'N' TO SizeFound
               PERFORM FindPendSize
                   VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeFound = 'Y' OR SizeIdx > FileSizeCount
               IF SizeFound = 'Y'
                   SUBTRACT 1 FROM SizeIdx
                   COMPUTE RevalAmount = FileQtyOnHand(SizeIdx)
                       * (CpNewCost - OldCost)
               END-IF
           END-IF
       END-IF.
       IF RevalAmount NOT = ZERO
           MOVE SPACES TO JournalRec
           MOVE TodayDate TO JrnDate
           MOVE SPACES TO JrnSource
           STRING "CREV " CpProdCode " " CpSize DELIMITED BY SIZE
               INTO JrnSource
           END-STRING
           IF RevalAmount > ZERO
               MOVE RevalAmount TO JrnAmount
               MOVE 1300 TO JrnAcct
               MOVE 'D' TO JrnDrCr
               WRITE JournalRec
               MOVE 5100 TO JrnAcct
               MOVE 'C' TO JrnDrCr
               WRITE JournalRec
           ELSE
               COMPUTE JrnAmount = 0 - RevalAmount
               MOVE 5100 TO JrnAcct
               MOVE 'D' TO JrnDrCr
               WRITE JournalRec
               MOVE 1300 TO JrnAcct
               MOVE 'C' TO JrnDrCr
               WRITE JournalRec
           END-IF
       END-IF.

FindPendSize.
       IF FileSizeType(SizeIdx) = CpSize
           MOVE 'Y' TO SizeFound
       END-IF.

*> The prodmaint audit line shape, with the size, old and new cost
*> and effective date, by the operator who approved the change.
WriteCostAudit.
       ACCEPT AuditDate FROM DATE.
       ACCEPT AuditTime FROM TIME.
       MOVE SPACES TO ProdAuditLine.
       STRING CpProdCode DELIMITED BY SIZE
           " " FileProdName DELIMITED BY SIZE
           " PRICEF" DELIMITED BY SIZE
           " SIZE:" CpSize DELIMITED BY SIZE
           " OLD:" OldCost DELIMITED BY SIZE
           " NEW:" CpNewCost DELIMITED BY SIZE
           " EFF:" CpEffDate DELIMITED BY SIZE
           " ON " AudMonth DELIMITED BY SIZE
           "/" AudDay DELIMITED BY SIZE
           "/" AudYear DELIMITED BY SIZE
           " AT " AudHour DELIMITED BY SIZE
           ":" AudMinute DELIMITED BY SIZE
           " BY " CpApprover DELIMITED BY SIZE
           INTO ProdAuditLine
       END-STRING.
       WRITE ProdAuditLine.

LoadPendTable.
       MOVE 0 TO PendCount.
       MOVE 'N' TO PendOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CostPendFile.
       IF CostPendStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOnePendRec UNTIL WSEOF = 'Y'.
       IF CostPendStatus NOT = "35"
           CLOSE CostPendFile
       END-IF.

LoadOnePendRec.
       READ CostPendFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PendCount < 200
                   ADD 1 TO PendCount
                   MOVE CostPendRec TO TblPendRec(PendCount)
                   MOVE 'Y' TO TblPendKeep(PendCount)
               ELSE
                   MOVE 'Y' TO PendOverflow
               END-IF
       END-READ.

RewritePendFile.
       OPEN OUTPUT CostPendFile.
       PERFORM RewriteOnePendRec
           VARYING PendIdx FROM 1 BY 1 UNTIL PendIdx > PendCount.
       CLOSE CostPendFile.

RewriteOnePendRec.
       IF TblPendKeep(PendIdx) = 'Y'
           MOVE TblPendRec(PendIdx) TO CostPendRec
           WRITE CostPendRec
       END-IF.

LoadCostTable.
       MOVE 0 TO CostCount.
       MOVE 'N' TO CostOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdCostFile.
       IF ProdCostStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCostRec UNTIL WSEOF = 'Y'.
       IF ProdCostStatus NOT = "35"
           CLOSE ProdCostFile
       END-IF.

LoadOneCostRec.
       READ ProdCostFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CostCount < 200
                   ADD 1 TO CostCount
                   MOVE PcProdCode TO TblCostProd(CostCount)
                   MOVE PcSize TO TblCostSize(CostCount)
                   MOVE PcUnitCost TO TblCostAmt(CostCount)
               ELSE
                   MOVE 'Y' TO CostOverflow
               END-IF
       END-READ.

RewriteCostFile.
       OPEN OUTPUT ProdCostFile.
       PERFORM RewriteOneCostRec
           VARYING CostIdx FROM 1 BY 1 UNTIL CostIdx > CostCount.
       CLOSE ProdCostFile.

RewriteOneCostRec.
       MOVE SPACES TO ProdCostRec.
       MOVE TblCostProd(CostIdx) TO PcProdCode.
       MOVE TblCostSize(CostIdx) TO PcSize.
       MOVE TblCostAmt(CostIdx) TO PcUnitCost.
       WRITE ProdCostRec.
