       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. bankrec.
AUTHOR. Lawrence.
*> Bank statement reconciliation: cashup.cob proves each drawer at
*> close, but nothing proved the money then reached the bank. This
*> reads the bank's daily statement (bankstmt.dat), matches every
*> credit line against the day's receipts on payments.dat and
*> tuitpay.dat - one receipt at a time first, then a whole banked
*> drawer from cashup.dat, then whatever an operator's drawer still
*> holds - and every debit line against the day's credits to Cash
*> at Bank on gljournal.dat. The report lists what matched, bank
*> lines we have no record of and receipts the bank never saw, and
*> proves the statement's closing balance against GL account 1000
*> once both sides' timing items are allowed for. Each reconciled
*> statement is carried forward on bankrec.dat, so the next one's
*> opening balance is checked against it and the accountant stops
*> ticking the statement off by hand.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> The bank's file in our own column shape: one H line with
      *> the statement date and balances, then a T line per entry.
       SELECT OPTIONAL BankStmtFile ASSIGN TO "bankstmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BankStmtStatus.

       SELECT OPTIONAL PaymentFile ASSIGN TO "payments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaymentFileStatus.

       SELECT OPTIONAL TuitPayFile ASSIGN TO "tuitpay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TuitPayStatus.

       SELECT OPTIONAL CashUpFile ASSIGN TO "cashup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CashUpStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

      *> One line per reconciled statement - the balance carried
      *> forward to the next one.
       SELECT OPTIONAL BankRecFile ASSIGN TO "bankrec.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BankRecStatus.

       SELECT RecReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BankStmtFile.
*> T lines: date, C credit or D debit, amount and the bank's own
*> reference for the entry.
01 BankStmtRec.
       02 BsRecType PIC X.
       02 FILLER PIC X.
       02 BsDate PIC 9(8).
       02 FILLER PIC X.
       02 BsDrCr PIC X.
       02 FILLER PIC X.
       02 BsAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 BsRef PIC X(20).
*> H line: the statement date with its opening and closing balance.
01 BankStmtHeader REDEFINES BankStmtRec.
       02 BhRecType PIC X.
       02 FILLER PIC X.
       02 BhStmtDate PIC 9(8).
       02 FILLER PIC X.
       02 BhOpening PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 BhClosing PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X(4).

FD PaymentFile.
*> Kept in step with the PaymentRecord layout payentry.cob writes.
01 PaymentRecord.
       02 PayIDNum  PIC 9(5).
       02 FILLER    PIC X.
       02 PayDate   PIC 9(8).
       02 FILLER    PIC X.
       02 PayAmount PIC 9(5)V99.
       02 FILLER    PIC X.
       02 PayOper   PIC X(8).
       02 FILLER    PIC X.
       02 PayType   PIC X.

FD TuitPayFile.
*> Kept in step with the TuitPayRec layout tuitpay.cob writes.
01 TuitPayRec.
       02 TPayBillNum PIC 9(6).
       02 FILLER PIC X.
       02 TPayStudentId PIC 9(7).
       02 FILLER PIC X.
       02 TPayDate PIC 9(8).
       02 FILLER PIC X.
       02 TPayAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 TPayOper PIC X(8).
       02 FILLER PIC X.
       02 TPayType PIC X.

FD CashUpFile.
*> Kept in step with the CashUpRec layout cashup.cob writes.
01 CashUpRec.
       02 CuDate PIC 9(8).
       02 FILLER PIC X.
       02 CuOper PIC X(8).
       02 FILLER PIC X.
       02 CuExpected PIC 9(7)V99.
       02 FILLER PIC X.
       02 CuCounted PIC 9(7)V99.
       02 FILLER PIC X.
       02 CuVariance PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 CuSignoff PIC X(8).

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

FD BankRecFile.
*> Statement date, the bank's closing balance, the Cash at Bank
*> balance on the ledger, the difference left once timing items
*> are allowed for, and who ran it.
01 BankRecRec.
       02 BrStmtDate PIC 9(8).
       02 FILLER PIC X.
       02 BrBankClosing PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 BrBookBalance PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 BrDifference PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 BrOper PIC X(8).

FD RecReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 BankStmtStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 TuitPayStatus PIC XX.
01 CashUpStatus PIC XX.
01 JournalStatus PIC XX.
01 BankRecStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
*> The statement in hand.
01 HeaderSeen PIC X VALUE 'N'.
01 StmtDate PIC 9(8) VALUE 0.
01 StmtOpening PIC S9(9)V99 VALUE 0.
01 StmtClosing PIC S9(9)V99 VALUE 0.
*> The last statement reconciled, read back from bankrec.dat.
01 LastRecDate PIC 9(8) VALUE 0.
01 LastRecClosing PIC S9(9)V99 VALUE 0.
01 LastRecOnFile PIC X VALUE 'N'.
*> Every entry on the statement, with what it matched.
01 BankTable.
       02 BankEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON BankCount.
           03 TblBkDrCr PIC X.
           03 TblBkAmount PIC 9(7)V99.
           03 TblBkRef PIC X(20).
           03 TblBkMatched PIC X.
           03 TblBkMatchedTo PIC X(24).
01 BankCount PIC 9(3) VALUE 0.
01 BankIdx PIC 9(3).
*> The day's receipts from both tills, one row per receipt.
01 ReceiptTable.
       02 ReceiptEntry OCCURS 0 TO 300 TIMES
               DEPENDING ON ReceiptCount.
           03 TblRcSource PIC X(4).
           03 TblRcRef PIC 9(7).
           03 TblRcOper PIC X(8).
           03 TblRcType PIC X.
           03 TblRcAmount PIC 9(5)V99.
           03 TblRcMatched PIC X.
01 ReceiptCount PIC 9(3) VALUE 0.
01 RcIdx PIC 9(3).
*> The drawers cashup.dat booked for the statement date.
01 DrawerTable.
       02 DrawerEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON DrawerCount.
           03 TblDrOper PIC X(8).
           03 TblDrCounted PIC 9(7)V99.
           03 TblDrUsed PIC X.
01 DrawerCount PIC 99 VALUE 0.
01 DrawerIdx PIC 99.
*> Money the ledger shows leaving Cash at Bank on the statement
*> date - refunds and the like - for the statement's debit lines.
01 OutgoingTable.
       02 OutgoingEntry OCCURS 0 TO 100 TIMES
               DEPENDING ON OutgoingCount.
           03 TblOgAmount PIC 9(7)V99.
           03 TblOgSource PIC X(12).
           03 TblOgMatched PIC X.
01 OutgoingCount PIC 9(3) VALUE 0.
01 OgIdx PIC 9(3).
01 MatchFound PIC X.
01 OperSum PIC 9(7)V99.
01 WorkOper PIC X(8).
01 TableFullWarned PIC X VALUE 'N'.
*> The reconciliation figures.
01 BookBalance PIC S9(9)V99 VALUE 0.
01 OutstandingReceipts PIC 9(9)V99 VALUE 0.
01 OutstandingPayments PIC 9(9)V99 VALUE 0.
01 UnrecordedCredits PIC 9(9)V99 VALUE 0.
01 UnrecordedDebits PIC 9(9)V99 VALUE 0.
01 AdjustedBank PIC S9(9)V99.
01 AdjustedBook PIC S9(9)V99.
01 Difference PIC S9(9)V99.
01 MatchedCount PIC 9(3) VALUE 0.
01 PrnAmount PIC Z,ZZZ,ZZ9.99-.
01 PrnSmallAmt PIC ZZ,ZZ9.99.
01 PrnBalance PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "bankrec ", OperatorName.
       CALL 'SESSLOG' USING "START", "bankrec ", OperatorName.
       PERFORM LoadStatement.
       IF HeaderSeen = 'N'
           DISPLAY "No statement header on bankstmt.dat - nothing"
               " to reconcile"
           CALL 'SESSLOG' USING "END  ", "bankrec ", OperatorName
           GOBACK
       END-IF.
       PERFORM ReadLastReconciliation.
       IF LastRecOnFile = 'Y' AND StmtDate <= LastRecDate
           DISPLAY "Statement " StmtDate " is not after the last"
               " one reconciled (" LastRecDate ") - refused"
           CALL 'SESSLOG' USING "END  ", "bankrec ", OperatorName
           GOBACK
       END-IF.
       PERFORM LoadSalesReceipts.
       PERFORM LoadTuitionReceipts.
       PERFORM LoadBankedDrawers.
       PERFORM LoadLedgerSide.
       PERFORM MatchOneReceipt
           VARYING BankIdx FROM 1 BY 1 UNTIL BankIdx > BankCount.
       PERFORM MatchOneDrawer
           VARYING BankIdx FROM 1 BY 1 UNTIL BankIdx > BankCount.
       PERFORM MatchOperatorRemainder
           VARYING BankIdx FROM 1 BY 1 UNTIL BankIdx > BankCount.
       PERFORM MatchOneDebit
           VARYING BankIdx FROM 1 BY 1 UNTIL BankIdx > BankCount.
       PERFORM WorkOutReconciliation.
       PERFORM PrintReconciliation.
       PERFORM CarryBalanceForward.
       CALL 'SESSLOG' USING "END  ", "bankrec ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

LoadStatement.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BankStmtFile.
       IF BankStmtStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneStmtLine UNTIL WSEOF = 'Y'.
       IF BankStmtStatus NOT = "35"
           CLOSE BankStmtFile
       END-IF.

LoadOneStmtLine.
       READ BankStmtFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               EVALUATE BsRecType
                   WHEN 'H'
                       MOVE 'Y' TO HeaderSeen
                       MOVE BhStmtDate TO StmtDate
                       MOVE BhOpening TO StmtOpening
                       MOVE BhClosing TO StmtClosing
                   WHEN 'T'
                       PERFORM KeepOneStmtEntry
                   WHEN OTHER CONTINUE
               END-EVALUATE
       END-READ.

KeepOneStmtEntry.
       IF BankCount < 200
           ADD 1 TO BankCount
           MOVE BsDrCr TO TblBkDrCr(BankCount)
           MOVE BsAmount TO TblBkAmount(BankCount)
           MOVE BsRef TO TblBkRef(BankCount)
           MOVE 'N' TO TblBkMatched(BankCount)
           MOVE SPACES TO TblBkMatchedTo(BankCount)
       ELSE
           PERFORM WarnTableFull
       END-IF.

WarnTableFull.
       IF TableFullWarned = 'N'
           MOVE 'Y' TO TableFullWarned
           DISPLAY "WARNING: more entries than the reconciliation"
               " tables hold - the extras are NOT matched"
       END-IF.

*> The last line on bankrec.dat is the balance carried forward.
ReadLastReconciliation.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BankRecFile.
       IF BankRecStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReadOneRecLine UNTIL WSEOF = 'Y'.
       IF BankRecStatus NOT = "35"
           CLOSE BankRecFile
       END-IF.

ReadOneRecLine.
       READ BankRecFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE 'Y' TO LastRecOnFile
               MOVE BrStmtDate TO LastRecDate
               MOVE BrBankClosing TO LastRecClosing
       END-READ.

LoadSalesReceipts.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PaymentFile.
       IF PaymentFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneSalesReceipt UNTIL WSEOF = 'Y'.
       IF PaymentFileStatus NOT = "35"
           CLOSE PaymentFile
       END-IF.

LoadOneSalesReceipt.
       READ PaymentFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PayDate = StmtDate
                   IF ReceiptCount < 300
                       ADD 1 TO ReceiptCount
                       MOVE "PAY " TO TblRcSource(ReceiptCount)
                       MOVE PayIDNum TO TblRcRef(ReceiptCount)
                       MOVE PayOper TO TblRcOper(ReceiptCount)
                       MOVE PayType TO TblRcType(ReceiptCount)
                       MOVE PayAmount TO TblRcAmount(ReceiptCount)
                       MOVE 'N' TO TblRcMatched(ReceiptCount)
                   ELSE
                       PERFORM WarnTableFull
                   END-IF
               END-IF
       END-READ.

LoadTuitionReceipts.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TuitPayFile.
       IF TuitPayStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneTuitionReceipt UNTIL WSEOF = 'Y'.
       IF TuitPayStatus NOT = "35"
           CLOSE TuitPayFile
       END-IF.

LoadOneTuitionReceipt.
       READ TuitPayFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF TPayDate = StmtDate
                   IF ReceiptCount < 300
                       ADD 1 TO ReceiptCount
                       MOVE "TPAY" TO TblRcSource(ReceiptCount)
                       MOVE TPayBillNum TO TblRcRef(ReceiptCount)
                       MOVE TPayOper TO TblRcOper(ReceiptCount)
                       MOVE TPayType TO TblRcType(ReceiptCount)
                       MOVE TPayAmount TO TblRcAmount(ReceiptCount)
                       MOVE 'N' TO TblRcMatched(ReceiptCount)
                   ELSE
                       PERFORM WarnTableFull
                   END-IF
               END-IF
       END-READ.

LoadBankedDrawers.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CashUpFile.
       IF CashUpStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneDrawer UNTIL WSEOF = 'Y'.
       IF CashUpStatus NOT = "35"
           CLOSE CashUpFile
       END-IF.

LoadOneDrawer.
       READ CashUpFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CuDate = StmtDate AND DrawerCount < 20
                   ADD 1 TO DrawerCount
                   MOVE CuOper TO TblDrOper(DrawerCount)
                   MOVE CuCounted TO TblDrCounted(DrawerCount)
                   MOVE 'N' TO TblDrUsed(DrawerCount)
               END-IF
       END-READ.

*> The whole journal gives the Cash at Bank balance up to the
*> statement date; the statement day's credits to 1000 are kept
*> to match the bank's debit lines against.
LoadLedgerSide.
       MOVE 'N' TO WSEOF.
       OPEN INPUT JournalFile.
       IF JournalStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneJournalLine UNTIL WSEOF = 'Y'.
       IF JournalStatus NOT = "35"
           CLOSE JournalFile
       END-IF.

LoadOneJournalLine.
       READ JournalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF JrnAcct = 1000 AND JrnDate <= StmtDate
                   IF JrnDrCr = 'D'
                       ADD JrnAmount TO BookBalance
                   ELSE
                       SUBTRACT JrnAmount FROM BookBalance
                       IF JrnDate = StmtDate
                           PERFORM KeepOneOutgoing
                       END-IF
                   END-IF
               END-IF
       END-READ.

KeepOneOutgoing.
       IF OutgoingCount < 100
           ADD 1 TO OutgoingCount
           MOVE JrnAmount TO TblOgAmount(OutgoingCount)
           MOVE JrnSource TO TblOgSource(OutgoingCount)
           MOVE 'N' TO TblOgMatched(OutgoingCount)
       ELSE
           PERFORM WarnTableFull
       END-IF.

*> First pass: a credit for exactly one receipt's amount - a card
*> settlement or a cheque banked on its own.
MatchOneReceipt.
       IF TblBkDrCr(BankIdx) = 'C' AND TblBkMatched(BankIdx) = 'N'
           MOVE 'N' TO MatchFound
           PERFORM TryOneReceipt
               VARYING RcIdx FROM 1 BY 1
               UNTIL MatchFound = 'Y' OR RcIdx > ReceiptCount
       END-IF.

TryOneReceipt.
       IF TblRcMatched(RcIdx) = 'N'
               AND TblRcAmount(RcIdx) = TblBkAmount(BankIdx)
           MOVE 'Y' TO MatchFound
           MOVE 'Y' TO TblRcMatched(RcIdx)
           MOVE 'Y' TO TblBkMatched(BankIdx)
           ADD 1 TO MatchedCount
           MOVE SPACES TO TblBkMatchedTo(BankIdx)
           STRING TblRcSource(RcIdx) DELIMITED BY SIZE
               " " TblRcRef(RcIdx) DELIMITED BY SIZE
               " " TblRcOper(RcIdx) DELIMITED BY SIZE
               INTO TblBkMatchedTo(BankIdx)
           END-STRING
       END-IF.

*> Second pass: a credit for a whole drawer as cashup.dat booked
*> it - the paying-in slip for everything that operator took.
MatchOneDrawer.
       IF TblBkDrCr(BankIdx) = 'C' AND TblBkMatched(BankIdx) = 'N'
           MOVE 'N' TO MatchFound
           PERFORM TryOneDrawer
               VARYING DrawerIdx FROM 1 BY 1
               UNTIL MatchFound = 'Y' OR DrawerIdx > DrawerCount
       END-IF.

TryOneDrawer.
       IF TblDrUsed(DrawerIdx) = 'N'
               AND TblDrCounted(DrawerIdx) = TblBkAmount(BankIdx)
           MOVE 'Y' TO MatchFound
           MOVE 'Y' TO TblDrUsed(DrawerIdx)
           MOVE 'Y' TO TblBkMatched(BankIdx)
           ADD 1 TO MatchedCount
           MOVE SPACES TO TblBkMatchedTo(BankIdx)
           STRING "DRAWER " TblDrOper(DrawerIdx) DELIMITED BY SIZE
               INTO TblBkMatchedTo(BankIdx)
           END-STRING
           MOVE TblDrOper(DrawerIdx) TO WorkOper
           PERFORM CoverOperReceipt
               VARYING RcIdx FROM 1 BY 1 UNTIL RcIdx > ReceiptCount
       END-IF.

CoverOperReceipt.
       IF TblRcOper(RcIdx) = WorkOper AND TblRcMatched(RcIdx) = 'N'
           MOVE 'Y' TO TblRcMatched(RcIdx)
       END-IF.

*> Third pass: a credit for what is left of one operator's takings
*> once the separately-settled items are taken out - the drawer
*> banked without a cash-up, or after the card settlements.
MatchOperatorRemainder.
       IF TblBkDrCr(BankIdx) = 'C' AND TblBkMatched(BankIdx) = 'N'
           MOVE 'N' TO MatchFound
           PERFORM TryOneOperator
               VARYING RcIdx FROM 1 BY 1
               UNTIL MatchFound = 'Y' OR RcIdx > ReceiptCount
       END-IF.

TryOneOperator.
       IF TblRcMatched(RcIdx) = 'N'
           MOVE TblRcOper(RcIdx) TO WorkOper
           MOVE 0 TO OperSum
           PERFORM SumOperReceipt
               VARYING OgIdx FROM 1 BY 1 UNTIL OgIdx > ReceiptCount
           IF OperSum = TblBkAmount(BankIdx)
               MOVE 'Y' TO MatchFound
               MOVE 'Y' TO TblBkMatched(BankIdx)
               ADD 1 TO MatchedCount
               MOVE SPACES TO TblBkMatchedTo(BankIdx)
               STRING "TAKINGS " WorkOper DELIMITED BY SIZE
                   INTO TblBkMatchedTo(BankIdx)
               END-STRING
               PERFORM CoverOperReceipt
                   VARYING RcIdx FROM 1 BY 1
                   UNTIL RcIdx > ReceiptCount
           END-IF
       END-IF.

SumOperReceipt.
       IF TblRcOper(OgIdx) = WorkOper AND TblRcMatched(OgIdx) = 'N'
           ADD TblRcAmount(OgIdx) TO OperSum
       END-IF.

*> A debit line matches money the ledger already shows leaving the
*> bank that day; anything else is a charge nobody has booked.
MatchOneDebit.
       IF TblBkDrCr(BankIdx) = 'D'
           MOVE 'N' TO MatchFound
           PERFORM TryOneOutgoing
               VARYING OgIdx FROM 1 BY 1
               UNTIL MatchFound = 'Y' OR OgIdx > OutgoingCount
       END-IF.

TryOneOutgoing.
       IF TblOgMatched(OgIdx) = 'N'
               AND TblOgAmount(OgIdx) = TblBkAmount(BankIdx)
           MOVE 'Y' TO MatchFound
           MOVE 'Y' TO TblOgMatched(OgIdx)
           MOVE 'Y' TO TblBkMatched(BankIdx)
           ADD 1 TO MatchedCount
           MOVE TblOgSource(OgIdx) TO TblBkMatchedTo(BankIdx)
       END-IF.

*> Bank side: the closing balance plus receipts still on their way
*> to the bank, less payments the bank has not yet met. Book side:
*> Cash at Bank plus the credits and less the debits only the bank
*> knows about. The two agree when every item is accounted for.
WorkOutReconciliation.
       PERFORM AddUpOneReceipt
           VARYING RcIdx FROM 1 BY 1 UNTIL RcIdx > ReceiptCount.
       PERFORM AddUpOneOutgoing
           VARYING OgIdx FROM 1 BY 1 UNTIL OgIdx > OutgoingCount.
       PERFORM AddUpOneBankLine
           VARYING BankIdx FROM 1 BY 1 UNTIL BankIdx > BankCount.
       COMPUTE AdjustedBank = StmtClosing + OutstandingReceipts
           - OutstandingPayments.
       COMPUTE AdjustedBook = BookBalance + UnrecordedCredits
           - UnrecordedDebits.
       COMPUTE Difference = AdjustedBank - AdjustedBook.

AddUpOneReceipt.
       IF TblRcMatched(RcIdx) = 'N'
           ADD TblRcAmount(RcIdx) TO OutstandingReceipts
       END-IF.

AddUpOneOutgoing.
       IF TblOgMatched(OgIdx) = 'N'
           ADD TblOgAmount(OgIdx) TO OutstandingPayments
       END-IF.

AddUpOneBankLine.
       IF TblBkMatched(BankIdx) = 'N'
           IF TblBkDrCr(BankIdx) = 'C'
               ADD TblBkAmount(BankIdx) TO UnrecordedCredits
           ELSE
               ADD TblBkAmount(BankIdx) TO UnrecordedDebits
           END-IF
       END-IF.

PrintReconciliation.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "BankRec" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       OPEN OUTPUT RecReport.
       MOVE SPACES TO PrintLine.
       STRING "BANK RECONCILIATION - STATEMENT OF " StmtDate
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       IF LastRecOnFile = 'Y' AND StmtOpening NOT = LastRecClosing
           MOVE LastRecClosing TO PrnBalance
           MOVE SPACES TO PrintLine
           STRING "*** OPENING BALANCE DIFFERS FROM LAST CLOSING "
               PrnBalance DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE INTO PrintLine
           END-STRING
           WRITE PrintLine
           DISPLAY "WARNING: statement opening balance does not"
               " follow on from the last one reconciled"
       END-IF.
       MOVE "MATCHED ITEMS" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM PrintOneMatched
           VARYING BankIdx FROM 1 BY 1 UNTIL BankIdx > BankCount.
       MOVE "BANK LINES WE HAVE NO RECORD OF" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM PrintOneUnrecorded
           VARYING BankIdx FROM 1 BY 1 UNTIL BankIdx > BankCount.
       MOVE "RECEIPTS THE BANK NEVER SAW" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM PrintOneOutstanding
           VARYING RcIdx FROM 1 BY 1 UNTIL RcIdx > ReceiptCount.
       MOVE "PAYMENTS NOT YET THROUGH THE BANK" TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM PrintOneUnpresented
           VARYING OgIdx FROM 1 BY 1 UNTIL OgIdx > OutgoingCount.
       PERFORM PrintSummary.
       CLOSE RecReport.
       MOVE "BankRec" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Reconciliation written to " ReportFileName
           " (" MatchedCount " of " BankCount " bank lines matched)".

PrintOneMatched.
       IF TblBkMatched(BankIdx) = 'Y'
           MOVE TblBkAmount(BankIdx) TO PrnAmount
           MOVE SPACES TO PrintLine
           STRING "  " TblBkDrCr(BankIdx) DELIMITED BY SIZE
               " " PrnAmount DELIMITED BY SIZE
               " " TblBkRef(BankIdx) DELIMITED BY SIZE
               " = " TblBkMatchedTo(BankIdx) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

PrintOneUnrecorded.
       IF TblBkMatched(BankIdx) = 'N'
           MOVE TblBkAmount(BankIdx) TO PrnAmount
           MOVE SPACES TO PrintLine
           STRING "  " TblBkDrCr(BankIdx) DELIMITED BY SIZE
               " " PrnAmount DELIMITED BY SIZE
               " " TblBkRef(BankIdx) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

PrintOneOutstanding.
       IF TblRcMatched(RcIdx) = 'N'
           MOVE TblRcAmount(RcIdx) TO PrnSmallAmt
           MOVE SPACES TO PrintLine
           STRING "  " TblRcSource(RcIdx) DELIMITED BY SIZE
               " " TblRcRef(RcIdx) DELIMITED BY SIZE
               " type " TblRcType(RcIdx) DELIMITED BY SIZE
               " by " TblRcOper(RcIdx) DELIMITED BY SIZE
               " $" PrnSmallAmt DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

PrintOneUnpresented.
       IF TblOgMatched(OgIdx) = 'N'
           MOVE TblOgAmount(OgIdx) TO PrnAmount
           MOVE SPACES TO PrintLine
           STRING "  " TblOgSource(OgIdx) DELIMITED BY SIZE
               " " PrnAmount DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

PrintSummary.
       MOVE SPACES TO PrintLine.
       MOVE StmtClosing TO PrnBalance.
       STRING "Bank closing balance          " PrnBalance
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO PrintLine.
       MOVE OutstandingReceipts TO PrnBalance.
       STRING "  add receipts not yet banked " PrnBalance
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       MOVE OutstandingPayments TO PrnBalance.
       STRING "  less payments not presented " PrnBalance
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       MOVE AdjustedBank TO PrnBalance.
       STRING "Adjusted bank balance         " PrnBalance
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       MOVE BookBalance TO PrnBalance.
       STRING "GL 1000 Cash at Bank          " PrnBalance
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE SPACES TO PrintLine.
       MOVE UnrecordedCredits TO PrnBalance.
       STRING "  add credits not in the books" PrnBalance
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       MOVE UnrecordedDebits TO PrnBalance.
       STRING "  less debits not in the books" PrnBalance
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       MOVE AdjustedBook TO PrnBalance.
       STRING "Adjusted book balance         " PrnBalance
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       MOVE Difference TO PrnBalance.
       IF Difference = ZERO
           STRING "RECONCILED - difference       " PrnBalance
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
       ELSE
           STRING "*** UNRECONCILED DIFFERENCE   " PrnBalance
               DELIMITED BY SIZE INTO PrintLine
           END-STRING
           DISPLAY "UNRECONCILED DIFFERENCE $" Difference
               " - see " ReportFileName
       END-IF.
       WRITE PrintLine AFTER ADVANCING 2 LINES.

*> The statement's closing balance is carried forward whether or
*> not it reconciled - the difference travels with it, so next
*> month's run shows it again until it is explained.
CarryBalanceForward.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       OPEN EXTEND BankRecFile.
       IF BankRecStatus = "35"
           OPEN OUTPUT BankRecFile
           CLOSE BankRecFile
           OPEN EXTEND BankRecFile
       END-IF.
       MOVE SPACES TO BankRecRec.
       MOVE StmtDate TO BrStmtDate.
       MOVE StmtClosing TO BrBankClosing.
       MOVE BookBalance TO BrBookBalance.
       MOVE Difference TO BrDifference.
       MOVE AuthOperId TO BrOper.
       WRITE BankRecRec.
       CLOSE BankRecFile.
