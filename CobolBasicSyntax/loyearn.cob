       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. loyearn.
AUTHOR. Lawrence.
*> Nightly loyalty points earning: every document raised on the
*> invoice master since the last run earns or loses points through
*> LOYPTS at the rate in loyctl.dat. An invoice earns on its net
*> value - the goods after any promotion or points discount, tax
*> never included - so its DELIV delivery line and a finchg FINCH
*> charge earn nothing. A credit memo returns.cob raises takes
*> back what the returned goods earned. Documents are taken in
*> invoice-number order from the last one the control record says
*> was earned on, so the original sale has always earned before
*> its credit memo takes points back, and a rerun of the chain
*> never earns twice. No loyctl.dat means no scheme yet, and
*> nothing is earned.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT OPTIONAL LoyCtlFile ASSIGN TO "loyctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyCtlStatus.

DATA DIVISION.
FILE SECTION.
FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
           03 InvLineNum PIC 99.
       02 InvBody PIC X(40).
       02 InvHeaderBody REDEFINES InvBody.
           03 InvCustId PIC 9(5).
           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 FILLER PIC X(20).
       02 InvLineBody REDEFINES InvBody.
           03 InvLProdCode PIC X(5).
           03 InvLProdName PIC X(10).
           03 InvLSize PIC A.
           03 InvLQty PIC 9(3).
           03 InvLPrice PIC 9(3)V99.
           03 InvLExtPrice PIC 9(5)V99.
           03 FILLER PIC X(9).

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

WORKING-STORAGE SECTION.
01 InvMastStatus PIC XX.
01 LoyCtlStatus PIC XX.
01 WSEOF PIC X.
01 SchemeFound PIC X.
*> An invoice header is held until the lines after it have been
*> read, so the lines that earn nothing come off its value.
01 InvPending PIC X VALUE 'N'.
01 PendInvNum PIC 9(6).
01 PendCustId PIC 9(5).
01 PendTotal PIC S9(5)V99.
01 PendExcluded PIC 9(7)V99.
01 NetValue PIC 9(7)V99.
*> Arguments for LOYPTS.
01 LoyCustId PIC 9(5).
01 LoyPoints PIC 9(7).
01 LoyDocNum PIC 9(6).
01 LoyBalance PIC 9(7).
01 LoyPointValue PIC 9V9999.
01 DocsEarned PIC 9(5) VALUE 0.
01 DocsTakenBack PIC 9(5) VALUE 0.
01 PointsEarned PIC 9(9) VALUE 0.
01 PointsTakenBack PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "loyearn ", SPACES.
       PERFORM ReadScheme.
       IF SchemeFound = 'N'
           DISPLAY "No loyalty scheme set up - no points earned"
           CALL 'SESSLOG' USING "END  ", "loyearn ", SPACES
           GOBACK
       END-IF.
       OPEN INPUT InvoiceMaster.
       IF InvMastStatus = "35"
           DISPLAY "No invoices on file - no points earned"
       ELSE
           PERFORM EarnOnNewDocuments
           CLOSE InvoiceMaster
       END-IF.
       OPEN OUTPUT LoyCtlFile.
       WRITE LoyCtlRec.
       CLOSE LoyCtlFile.
       DISPLAY "Loyalty points: " DocsEarned " invoices earned "
           PointsEarned ", " DocsTakenBack " credit memos took back "
           PointsTakenBack.
       CALL 'SESSLOG' USING "END  ", "loyearn ", SPACES.
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

EarnOnNewDocuments.
       MOVE 'N' TO WSEOF.
       MOVE LcLastInvoice TO InvoiceNum.
       MOVE 99 TO InvLineNum.
       START InvoiceMaster KEY IS GREATER THAN InvKey
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       MOVE 'N' TO InvPending.
       PERFORM EarnOneInvRec UNTIL WSEOF = 'Y'.
       PERFORM EarnPendingInvoice.

EarnOneInvRec.
       READ InvoiceMaster NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF InvLineNum = 0
                   PERFORM EarnPendingInvoice
                   PERFORM HoldInvoiceHeader
               ELSE
                   IF InvPending = 'Y' AND (InvLProdCode = "DELIV"
                           OR InvLProdCode = "FINCH")
                       ADD InvLExtPrice TO PendExcluded
                   END-IF
               END-IF
       END-READ.

HoldInvoiceHeader.
       MOVE 'Y' TO InvPending.
       MOVE InvoiceNum TO PendInvNum.
       MOVE InvCustId TO PendCustId.
       MOVE InvTotal TO PendTotal.
       MOVE 0 TO PendExcluded.

EarnPendingInvoice.
       IF InvPending = 'Y'
           PERFORM EarnOneInvoice
           MOVE PendInvNum TO LcLastInvoice
           MOVE 'N' TO InvPending
       END-IF.

*> Points are whole: the fraction of a point left over on an
*> invoice is not earned, and a credit memo takes back the same
*> way, so a full return takes back exactly what the sale earned.
EarnOneInvoice.
       MOVE PendCustId TO LoyCustId.
       MOVE PendInvNum TO LoyDocNum.
       IF PendTotal >= ZERO
           IF PendExcluded < PendTotal
               COMPUTE NetValue = PendTotal - PendExcluded
               COMPUTE LoyPoints = NetValue * LcEarnRate
               IF LoyPoints > ZERO
                   CALL 'LOYPTS' USING "EARN", LoyCustId, LoyPoints,
                       LoyDocNum, LoyBalance, LoyPointValue
                   ADD 1 TO DocsEarned
                   ADD LoyPoints TO PointsEarned
               END-IF
           END-IF
       ELSE
           COMPUTE NetValue = 0 - PendTotal
           COMPUTE LoyPoints = NetValue * LcEarnRate
           IF LoyPoints > ZERO
               CALL 'LOYPTS' USING "BACK", LoyCustId, LoyPoints,
                   LoyDocNum, LoyBalance, LoyPointValue
               ADD 1 TO DocsTakenBack
               ADD LoyPoints TO PointsTakenBack
           END-IF
       END-IF.
