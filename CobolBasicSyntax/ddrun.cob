       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ddrun.
AUTHOR. Lawrence.
*> Monthly direct-debit collection for the customers who signed a
*> mandate (mandmnt.cob) rather than post us a cheque. The preview
*> works out, for every Active mandate, what the customer owes on
*> openitem.dat that falls due by the collection date - less any
*> unapplied cash already on the account - and prints it for
*> sign-off. The run then treats those figures the way payentry
*> treats the adding-machine tape: the operator keys the count and
*> total off the signed preview, and only a balancing run writes
*> the bank's collection file (ddcollect.dat) and posts the
*> expected receipts to payments.dat as a numbered batch; one that
*> does not balance is held on paybatch.dat with nothing sent.
*> Every collection is kept on ddhist.dat, once a month at most.
*> When the bank sends back its returned-debits file (ddreturn.dat)
*> each bounce is matched to its collection, the money is put back
*> on the customer's open items, the receipt is reversed out of
*> Cash at Bank, and the customer goes onto the collect.cob work
*> queue; a mandate returned twice is suspended.
*> Mandates are never copied into the training set, so a session
*> in training (TRNMODE) is turned away.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MandateFile ASSIGN TO "mandate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MandIDNum
           FILE STATUS IS MandateFileStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenItemStatus.

      *> One line per customer collected: the run's history, and what
      *> the bank's returns are matched against.
       SELECT OPTIONAL DDHistFile ASSIGN TO "ddhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DDHistStatus.

      *> Sent to the bank: an H line with the run's controls, then a
      *> D line per customer to be debited.
       SELECT BankCollFile ASSIGN TO "ddcollect.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BankCollStatus.

      *> Received from the bank: one line per debit it could not take.
       SELECT OPTIONAL BankReturnFile ASSIGN TO "ddreturn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BankReturnStatus.

       SELECT OPTIONAL PaymentFile ASSIGN TO "payments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaymentFileStatus.

       SELECT OPTIONAL BatchHoldFile ASSIGN TO "paybatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BatchHoldStatus.

       SELECT OPTIONAL BatchCtlFile ASSIGN TO "paybatchctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BatchCtlStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT OPTIONAL CollectQFile ASSIGN TO "collectq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CollectQStatus.

       SELECT DDReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MandateFile.
*> Kept in step with the MandateRec layout mandmnt.cob writes.
01 MandateRec.
       02 MandIDNum PIC 9(5).
       02 MandRef PIC X(18).
       02 MandSortCode PIC X(8).
       02 MandAccount PIC X(12).
       02 MandAcctName PIC X(25).
       02 MandStatus PIC X.
       02 MandSigned PIC 9(8).
       02 MandLastColl PIC 9(8).
       02 MandReturns PIC 9.

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

FD OpenItemFile.
*> Kept in step with the OpenItemRec layout OITEM writes.
01 OpenItemRec.
       02 OiDocNum PIC 9(6).
       02 FILLER PIC X.
       02 OiCustId PIC 9(5).
       02 FILLER PIC X.
       02 OiDate PIC 9(8).
       02 FILLER PIC X.
       02 OiType PIC X.
       02 FILLER PIC X.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD DDHistFile.
*> Collection date, customer, batch, amount, status (C collected,
*> R returned by the bank) and the bank's reason for a return.
01 DDHistRec.
       02 DhCollDate PIC 9(8).
       02 FILLER PIC X.
       02 DhCustId PIC 9(5).
       02 FILLER PIC X.
       02 DhBatchNum PIC 9(5).
       02 FILLER PIC X.
       02 DhAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 DhStatus PIC X.
       02 FILLER PIC X.
       02 DhReason PIC X(4).

FD BankCollFile.
01 BankCollRec PIC X(100).
01 BankCollHeader REDEFINES BankCollRec.
       02 CbRecType PIC X.
       02 FILLER PIC X.
       02 CbCollDate PIC 9(8).
       02 FILLER PIC X.
       02 CbBatchNum PIC 9(5).
       02 FILLER PIC X.
       02 CbCount PIC 9(5).
       02 FILLER PIC X.
       02 CbTotal PIC 9(9)V99.
       02 FILLER PIC X(66).
01 BankCollDetail REDEFINES BankCollRec.
       02 CdRecType PIC X.
       02 FILLER PIC X.
       02 CdCustId PIC 9(5).
       02 FILLER PIC X.
       02 CdMandRef PIC X(18).
       02 FILLER PIC X.
       02 CdSortCode PIC X(8).
       02 FILLER PIC X.
       02 CdAccount PIC X(12).
       02 FILLER PIC X.
       02 CdAcctName PIC X(25).
       02 FILLER PIC X.
       02 CdAmount PIC 9(5)V99.
       02 FILLER PIC X(18).

FD BankReturnFile.
*> The customer and mandate the bank debited, the collection date
*> and amount it was presented for, and the bank's reason code.
01 BankReturnRec.
       02 RtCustId PIC 9(5).
       02 FILLER PIC X.
       02 RtCollDate PIC 9(8).
       02 FILLER PIC X.
       02 RtAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 RtReason PIC X(4).
       02 FILLER PIC X.
       02 RtMandRef PIC X(18).

FD PaymentFile.
*> Kept in step with the PaymentRecord layout payentry.cob writes;
*> a direct debit is payment type B.
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

FD BatchHoldFile.
*> Kept in step with payentry.cob's held-batch layout, so a held
*> collection lists with the keyed batches.
01 BatchHoldRec PIC X(60).
01 BatchHoldHeader REDEFINES BatchHoldRec.
       02 BhRecType PIC X.
       02 FILLER PIC X.
       02 BhBatchNum PIC 9(5).
       02 FILLER PIC X.
       02 BhDeclCount PIC 9(3).
       02 FILLER PIC X.
       02 BhDeclTotal PIC 9(7)V99.
       02 FILLER PIC X.
       02 BhKeyedCount PIC 9(3).
       02 FILLER PIC X.
       02 BhKeyedTotal PIC 9(7)V99.
       02 FILLER PIC X(26).
01 BatchHoldLine REDEFINES BatchHoldRec.
       02 BlRecType PIC X.
       02 FILLER PIC X.
       02 BlBatchNum PIC 9(5).
       02 FILLER PIC X.
       02 BlCustId PIC 9(5).
       02 FILLER PIC X.
       02 BlDate PIC 9(8).
       02 FILLER PIC X.
       02 BlAmount PIC 9(5)V99.
       02 FILLER PIC X(29).

FD BatchCtlFile.
01 BatchCtlRec.
       02 NextBatchNum PIC 9(5).

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

FD CollectQFile.
*> Kept in step with the CollectQRec layout collect.cob writes.
01 CollectQRec.
       02 CqCustId PIC 9(5).
       02 FILLER PIC X.
       02 CqCreated PIC 9(8).
       02 FILLER PIC X.
       02 CqContact PIC 9(8).
       02 FILLER PIC X.
       02 CqPromise PIC 9(8).
       02 FILLER PIC X.
       02 CqOutcome PIC X(20).

FD DDReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 MandateFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 DDHistStatus PIC XX.
01 BankCollStatus PIC XX.
01 BankReturnStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 BatchHoldStatus PIC XX.
01 BatchCtlStatus PIC XX.
01 JournalStatus PIC XX.
01 CollectQStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 OperatorName PIC X(20).
01 InTraining PIC X.
01 TrnOperId PIC X(8) VALUE SPACES.
01 TrnLevel PIC 9 VALUE 0.
01 FullName PIC X(31).
01 CustFound PIC X.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 TodayDate PIC 9(8).
*> The date the bank is asked to take the money; items due on or
*> before it are collected.
01 CollDate PIC 9(8).
01 CollDateParts REDEFINES CollDate.
       02 CollMonth PIC 9(6).
       02 FILLER PIC 99.
01 HistDateParts.
       02 HistMonth PIC 9(6).
       02 FILLER PIC 99.
01 EffDueDate PIC 9(8).
01 AlreadyRun PIC X.
*> One row per Active mandate, with what its customer owes.
01 CollTable.
       02 CollEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CollCount.
           03 TblCoCust PIC 9(5).
           03 TblCoRef PIC X(18).
           03 TblCoSort PIC X(8).
           03 TblCoAcct PIC X(12).
           03 TblCoName PIC X(25).
           03 TblCoDue PIC 9(7)V99.
           03 TblCoCredit PIC 9(7)V99.
           03 TblCoAmount PIC 9(7)V99.
01 CollCount PIC 9(3) VALUE 0.
01 CoIdx PIC 9(3).
01 CollFound PIC X.
01 CollFullWarned PIC X.
01 MaxDebit PIC 9(7)V99 VALUE 99999.99.
*> What the run found, and what the operator declares off the
*> signed preview.
01 SelCount PIC 9(3).
01 SelTotal PIC 9(7)V99.
01 DeclCount PIC 9(3).
01 DeclTotal PIC 9(7)V99.
01 ThisBatchNum PIC 9(5).
*> ddhist.dat held while returns are marked, then rewritten whole
*> - the waitlist discipline.
01 HistTable.
       02 HistEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON HistCount.
           03 TblHiDate PIC 9(8).
           03 TblHiCust PIC 9(5).
           03 TblHiBatch PIC 9(5).
           03 TblHiAmount PIC 9(5)V99.
           03 TblHiStatus PIC X.
           03 TblHiReason PIC X(4).
01 HistCount PIC 9(3) VALUE 0.
01 HiIdx PIC 9(3).
01 HistFound PIC X.
01 HistOverflow PIC X.
01 ReturnCount PIC 9(3).
01 ReturnTotal PIC 9(7)V99.
01 UnmatchedCount PIC 9(3).
*> The collections queue, loaded and rewritten the way collect.cob
*> does it.
01 QueueTable.
       02 QueueEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON QueueCount.
           03 TblQCust PIC 9(5).
           03 TblQCreated PIC 9(8).
           03 TblQContact PIC 9(8).
           03 TblQPromise PIC 9(8).
           03 TblQOutcome PIC X(20).
01 QueueCount PIC 9(3) VALUE 0.
01 QueueIdx PIC 9(3).
01 QueueFound PIC X.
01 QueueOverflow PIC X.
*> Arguments for the OITEM open-items call.
01 OitDoc PIC 9(6).
01 OitCust PIC 9(5).
01 OitDate PIC 9(8).
01 OitType PIC X.
01 OitAmount PIC S9(7)V99.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
*> Accounting-period check on the collection date, as payentry.
01 PeriodOpen PIC X.
01 PerOverride PIC X.
01 PrnAmount PIC ZZ,ZZ9.99.
01 PrnTotal PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'TRNMODE' USING "CHK", TrnOperId, TrnLevel, InTraining.
       IF InTraining = 'Y'
           DISPLAY "Not available in training mode"
           GOBACK
       END-IF.
       CALL 'SESSBNR' USING "ddrun   ", OperatorName.
       CALL 'SESSLOG' USING "START", "ddrun   ", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "DIRECT-DEBIT COLLECTIONS"
           DISPLAY "1: Preview Collection"
           DISPLAY "2: Run Collection"
           DISPLAY "3: Process Returned Debits"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM PreviewCollection
                   THRU PreviewCollection-Exit
               WHEN 2 PERFORM RunCollection THRU RunCollection-Exit
               WHEN 3 PERFORM ProcessReturns THRU ProcessReturns-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "ddrun   ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Prints what the run would collect, for the supervisor to sign;
*> nothing is written anywhere else.
PreviewCollection.
       PERFORM KeyCollDate.
       PERFORM BuildCollection.
       IF CollCount = ZERO
           DISPLAY "No active mandates on file"
           GO TO PreviewCollection-Exit
       END-IF.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "DDPrev" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT DDReport.
       OPEN INPUT CustomerMaster.
       MOVE SPACES TO PrintLine.
       STRING "DIRECT-DEBIT COLLECTION PREVIEW - COLLECTING ON "
           CollDate DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       IF AlreadyRun = 'Y'
           MOVE "*** A COLLECTION HAS ALREADY RUN FOR THIS MONTH ***"
               TO PrintLine
           WRITE PrintLine
       END-IF.
       MOVE SPACES TO PrintLine.
       MOVE "CUST  NAME" TO PrintLine(1:10).
       MOVE "      DUE" TO PrintLine(39:9).
       MOVE "   CREDIT" TO PrintLine(50:9).
       MOVE "  COLLECT" TO PrintLine(61:9).
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       PERFORM PrintOnePreviewLine
           VARYING CoIdx FROM 1 BY 1 UNTIL CoIdx > CollCount.
       MOVE SelTotal TO PrnTotal.
       MOVE SPACES TO PrintLine.
       STRING "CONTROL: " SelCount DELIMITED BY SIZE
           " debits totalling $" PrnTotal DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE DDReport, CustomerMaster.
       MOVE "DDPrev" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Preview written to " ReportFileName ": " SelCount
           " debits for $" PrnTotal.
PreviewCollection-Exit.
       EXIT.

PrintOnePreviewLine.
       MOVE 'Y' TO CustFound.
       MOVE TblCoCust(CoIdx) TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(not on file)" TO FullName
       END-IF.
       MOVE SPACES TO PrintLine.
       MOVE TblCoDue(CoIdx) TO PrnAmount.
       STRING TblCoCust(CoIdx) DELIMITED BY SIZE
           " " FullName DELIMITED BY SIZE
           " " PrnAmount DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       MOVE TblCoCredit(CoIdx) TO PrnAmount.
       MOVE PrnAmount TO PrintLine(50:9).
       MOVE TblCoAmount(CoIdx) TO PrnAmount.
       MOVE PrnAmount TO PrintLine(61:9).
       IF TblCoDue(CoIdx) > TblCoCredit(CoIdx)
               AND TblCoAmount(CoIdx) = ZERO
           MOVE "OVER LIMIT" TO PrintLine(71:10)
       END-IF.
       WRITE PrintLine.
       ADD 1 TO LineCount.

*> The operator declares the count and total off the signed
*> preview; only a balancing run reaches the bank. A month already
*> collected is refused outright, so the customer is never taken
*> twice.
RunCollection.
       PERFORM KeyCollDate.
       PERFORM CheckPeriodOpen.
       IF PeriodOpen = 'N'
           GO TO RunCollection-Exit
       END-IF.
       PERFORM BuildCollection.
       IF AlreadyRun = 'Y'
           DISPLAY "A collection has already run for " CollMonth
               " - nothing sent"
           GO TO RunCollection-Exit
       END-IF.
       IF SelCount = ZERO
           DISPLAY "Nothing due for collection by " CollDate
           GO TO RunCollection-Exit
       END-IF.
       DISPLAY "Expected number of debits (from the preview): "
           WITH NO ADVANCING.
       ACCEPT DeclCount.
       DISPLAY "Expected collection total: " WITH NO ADVANCING.
       ACCEPT DeclTotal.
       PERFORM GetNextBatchNum.
       IF SelCount = DeclCount AND SelTotal = DeclTotal
           PERFORM WriteBankFile
           PERFORM PostCollection
           DISPLAY "Batch " ThisBatchNum " balanced: " SelCount
               " debits sent to the bank in ddcollect.dat"
       ELSE
           DISPLAY "OUT OF BALANCE: run found " SelCount " for $"
               SelTotal
           PERFORM HoldCollection
           DISPLAY "Batch " ThisBatchNum " HELD - nothing sent;"
               " rerun the preview and recheck before collecting"
       END-IF.
RunCollection-Exit.
       EXIT.

*> The collection date becomes the date of the receipts, and glpost
*> only journals receipts dated after its last run, so a run cannot
*> be back-dated: its cash would reach the open items but never
*> the ledger.
KeyCollDate.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE ZERO TO CollDate.
       PERFORM AskCollDate UNTIL CollDate NOT < TodayDate.

AskCollDate.
       DISPLAY "Collection date (YYYYMMDD, 0 for today): "
           WITH NO ADVANCING.
       ACCEPT CollDate.
       IF CollDate = ZERO
           MOVE TodayDate TO CollDate
       END-IF.
       IF CollDate < TodayDate
           DISPLAY "A collection cannot be dated before today"
       END-IF.

CheckPeriodOpen.
       CALL 'PERCHK' USING "CHK", CollDate, PeriodOpen.
       IF PeriodOpen = 'N'
           DISPLAY "PERIOD CLOSED for documents dated " CollDate
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           IF AuthAllowed = 'Y'
               DISPLAY "Supervisor override - post anyway? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT PerOverride
               IF PerOverride = 'Y' OR PerOverride = 'y'
                   CALL 'PERCHK' USING "OVR", CollDate, PeriodOpen
               END-IF
           END-IF
           IF PeriodOpen = 'N'
               DISPLAY "Nothing can be posted into a closed period"
           END-IF
       END-IF.

*> Active mandates, then what each customer owes by the collection
*> date: positive items due by then, less unapplied cash sitting on
*> the account. A debit bigger than a payment line can carry is
*> left for the credit controller rather than split.
BuildCollection.
       MOVE 0 TO CollCount.
       MOVE 'N' TO CollFullWarned.
       PERFORM LoadMandates.
       PERFORM TallyOpenItems.
       MOVE 0 TO SelCount.
       MOVE 0 TO SelTotal.
       PERFORM SettleOneCollection
           VARYING CoIdx FROM 1 BY 1 UNTIL CoIdx > CollCount.
       PERFORM CheckAlreadyRun.

LoadMandates.
       OPEN INPUT MandateFile.
       IF MandateFileStatus = "35"
           MOVE 'Y' TO BrowseEOF
       ELSE
           MOVE 'N' TO BrowseEOF
           MOVE LOW-VALUES TO MandIDNum
           START MandateFile KEY IS NOT LESS THAN MandIDNum
               INVALID KEY MOVE 'Y' TO BrowseEOF
           END-START
       END-IF.
       PERFORM LoadOneMandate UNTIL BrowseEOF = 'Y'.
       IF MandateFileStatus NOT = "35"
           CLOSE MandateFile
       END-IF.

LoadOneMandate.
       READ MandateFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF MandStatus = 'A'
                   IF CollCount < 200
                       ADD 1 TO CollCount
                       MOVE MandIDNum TO TblCoCust(CollCount)
                       MOVE MandRef TO TblCoRef(CollCount)
                       MOVE MandSortCode TO TblCoSort(CollCount)
                       MOVE MandAccount TO TblCoAcct(CollCount)
                       MOVE MandAcctName TO TblCoName(CollCount)
                       MOVE ZEROS TO TblCoDue(CollCount)
                       MOVE ZEROS TO TblCoCredit(CollCount)
                       MOVE ZEROS TO TblCoAmount(CollCount)
                   ELSE
                       IF CollFullWarned = 'N'
                           MOVE 'Y' TO CollFullWarned
                           DISPLAY "WARNING: more than 200 active"
                               " mandates - the extras are NOT"
                               " collected"
                       END-IF
                   END-IF
               END-IF
       END-READ.

TallyOpenItems.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneItem UNTIL WSEOF = 'Y'.
       IF OpenItemStatus NOT = "35"
           CLOSE OpenItemFile
       END-IF.

*> Rows written before terms came in have no due date; the
*> document date stands in, as everywhere else.
TallyOneItem.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               PERFORM FindCollEntry
               IF CollFound = 'Y'
                   IF OiDueDate IS NUMERIC AND OiDueDate > ZERO
                       MOVE OiDueDate TO EffDueDate
                   ELSE
                       MOVE OiDate TO EffDueDate
                   END-IF
                   IF OiOutstanding > ZERO
                           AND EffDueDate <= CollDate
                       ADD OiOutstanding TO TblCoDue(CoIdx)
                   END-IF
                   IF OiOutstanding < ZERO
                       SUBTRACT OiOutstanding FROM TblCoCredit(CoIdx)
                   END-IF
               END-IF
       END-READ.

FindCollEntry.
       MOVE 'N' TO CollFound.
       MOVE 0 TO CoIdx.
       PERFORM ScanCollEntry UNTIL CollFound = 'Y'
           OR CoIdx >= CollCount.

ScanCollEntry.
       ADD 1 TO CoIdx.
       IF TblCoCust(CoIdx) = OiCustId
           MOVE 'Y' TO CollFound
       END-IF.

SettleOneCollection.
       IF TblCoDue(CoIdx) > TblCoCredit(CoIdx)
           COMPUTE TblCoAmount(CoIdx) = TblCoDue(CoIdx)
               - TblCoCredit(CoIdx)
           IF TblCoAmount(CoIdx) > MaxDebit
               DISPLAY "Customer " TblCoCust(CoIdx) " owes more"
                   " than one debit can take - NOT collected"
               MOVE ZEROS TO TblCoAmount(CoIdx)
           ELSE
               ADD 1 TO SelCount
               ADD TblCoAmount(CoIdx) TO SelTotal
           END-IF
       END-IF.

*> Any ddhist.dat line in the collection month means this month's
*> debits have already gone to the bank.
CheckAlreadyRun.
       MOVE 'N' TO AlreadyRun.
       MOVE 'N' TO WSEOF.
       OPEN INPUT DDHistFile.
       IF DDHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOneHistRec UNTIL WSEOF = 'Y'.
       IF DDHistStatus NOT = "35"
           CLOSE DDHistFile
       END-IF.

CheckOneHistRec.
       READ DDHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE DhCollDate TO HistDateParts
               IF HistMonth = CollMonth
                   MOVE 'Y' TO AlreadyRun
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

WriteBankFile.
       OPEN OUTPUT BankCollFile.
       MOVE SPACES TO BankCollRec.
       MOVE 'H' TO CbRecType.
       MOVE CollDate TO CbCollDate.
       MOVE ThisBatchNum TO CbBatchNum.
       MOVE SelCount TO CbCount.
       MOVE SelTotal TO CbTotal.
       WRITE BankCollRec.
       PERFORM WriteOneBankLine
           VARYING CoIdx FROM 1 BY 1 UNTIL CoIdx > CollCount.
       CLOSE BankCollFile.

WriteOneBankLine.
       IF TblCoAmount(CoIdx) > ZERO
           MOVE SPACES TO BankCollRec
           MOVE 'D' TO CdRecType
           MOVE TblCoCust(CoIdx) TO CdCustId
           MOVE TblCoRef(CoIdx) TO CdMandRef
           MOVE TblCoSort(CoIdx) TO CdSortCode
           MOVE TblCoAcct(CoIdx) TO CdAccount
           MOVE TblCoName(CoIdx) TO CdAcctName
           MOVE TblCoAmount(CoIdx) TO CdAmount
           WRITE BankCollRec
       END-IF.

*> The expected receipts go to payments.dat in one pass, dated the
*> collection date, and draw the open items down oldest first; the
*> history line and the mandate's last-collected date follow.
PostCollection.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       OPEN EXTEND PaymentFile.
       IF PaymentFileStatus = "35"
           OPEN OUTPUT PaymentFile
           CLOSE PaymentFile
           OPEN EXTEND PaymentFile
       END-IF.
       OPEN EXTEND DDHistFile.
       IF DDHistStatus = "35"
           OPEN OUTPUT DDHistFile
           CLOSE DDHistFile
           OPEN EXTEND DDHistFile
       END-IF.
       OPEN I-O MandateFile.
       PERFORM PostOneCollection
           VARYING CoIdx FROM 1 BY 1 UNTIL CoIdx > CollCount.
       CLOSE PaymentFile, DDHistFile, MandateFile.

PostOneCollection.
       IF TblCoAmount(CoIdx) > ZERO
           MOVE SPACES TO PaymentRecord
           MOVE TblCoCust(CoIdx) TO PayIDNum
           MOVE CollDate TO PayDate
           MOVE TblCoAmount(CoIdx) TO PayAmount
           MOVE AuthOperId TO PayOper
           MOVE 'B' TO PayType
           WRITE PaymentRecord
           MOVE 0 TO OitDoc
           MOVE TblCoCust(CoIdx) TO OitCust
           MOVE CollDate TO OitDate
           MOVE 'P' TO OitType
           MOVE TblCoAmount(CoIdx) TO OitAmount
           CALL 'OITEM' USING "PAY", OitDoc, OitCust, OitDate,
               OitType, OitAmount
           MOVE SPACES TO DDHistRec
           MOVE CollDate TO DhCollDate
           MOVE TblCoCust(CoIdx) TO DhCustId
           MOVE ThisBatchNum TO DhBatchNum
           MOVE TblCoAmount(CoIdx) TO DhAmount
           MOVE 'C' TO DhStatus
           WRITE DDHistRec
           MOVE TblCoCust(CoIdx) TO MandIDNum
           READ MandateFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CollDate TO MandLastColl
                   REWRITE MandateRec
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
       END-IF.

*> The failed run is kept in payentry's held-batch shape - header
*> with both sets of figures, then the lines - so it lists with the
*> keyed batches.
HoldCollection.
       OPEN EXTEND BatchHoldFile.
       IF BatchHoldStatus = "35"
           OPEN OUTPUT BatchHoldFile
           CLOSE BatchHoldFile
           OPEN EXTEND BatchHoldFile
       END-IF.
       MOVE SPACES TO BatchHoldRec.
       MOVE 'H' TO BhRecType.
       MOVE ThisBatchNum TO BhBatchNum.
       MOVE DeclCount TO BhDeclCount.
       MOVE DeclTotal TO BhDeclTotal.
       MOVE SelCount TO BhKeyedCount.
       MOVE SelTotal TO BhKeyedTotal.
       WRITE BatchHoldRec.
       PERFORM HoldOneCollection
           VARYING CoIdx FROM 1 BY 1 UNTIL CoIdx > CollCount.
       CLOSE BatchHoldFile.

HoldOneCollection.
       IF TblCoAmount(CoIdx) > ZERO
           MOVE SPACES TO BatchHoldRec
           MOVE 'L' TO BlRecType
           MOVE ThisBatchNum TO BlBatchNum
           MOVE TblCoCust(CoIdx) TO BlCustId
           MOVE CollDate TO BlDate
           MOVE TblCoAmount(CoIdx) TO BlAmount
           WRITE BatchHoldRec
       END-IF.

GetNextBatchNum.
       MOVE 0 TO NextBatchNum.
       OPEN INPUT BatchCtlFile.
       IF BatchCtlStatus = "35"
           CONTINUE
       ELSE
           READ BatchCtlFile
               AT END CONTINUE
           END-READ
           CLOSE BatchCtlFile
       END-IF.
       ADD 1 TO NextBatchNum.
       MOVE NextBatchNum TO ThisBatchNum.
       OPEN OUTPUT BatchCtlFile.
       WRITE BatchCtlRec.
       CLOSE BatchCtlFile.

*> Each line on the bank's returns file is matched to a collection
*> still standing on ddhist.dat - customer, date and amount - so a
*> returns file fed in twice reverses nothing the second time. A
*> matched return re-opens the open items, reverses the receipt
*> out of Cash at Bank (Dr 1100 / Cr 1000), counts against the
*> mandate and puts the customer on the collections queue.
ProcessReturns.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       PERFORM LoadHistTable.
       IF HistOverflow = 'Y'
           DISPLAY "WARNING: ddhist.dat holds more than 500 lines"
               " - returns NOT processed"
           GO TO ProcessReturns-Exit
       END-IF.
       PERFORM LoadQueueTable.
       IF QueueOverflow = 'Y'
           DISPLAY "WARNING: collectq.dat holds more than 200 items"
               " - returns NOT processed; clear the settled items"
               " from the queue first"
           GO TO ProcessReturns-Exit
       END-IF.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "DDRet" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       MOVE 0 TO ReturnCount.
       MOVE 0 TO ReturnTotal.
       MOVE 0 TO UnmatchedCount.
       OPEN OUTPUT DDReport.
       MOVE SPACES TO PrintLine.
       STRING "RETURNED DIRECT DEBITS - PROCESSED " TodayDate
           DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       WRITE PrintLine.
       OPEN I-O MandateFile.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BankReturnFile.
       IF BankReturnStatus = "35"
           DISPLAY "No returned-debits file from the bank"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ProcessOneReturn UNTIL WSEOF = 'Y'.
       IF BankReturnStatus NOT = "35"
           CLOSE BankReturnFile
       END-IF.
       CLOSE MandateFile.
       MOVE ReturnTotal TO PrnTotal.
       MOVE SPACES TO PrintLine.
       STRING ReturnCount DELIMITED BY SIZE
           " returns reversed for $" PrnTotal DELIMITED BY SIZE
           "; " UnmatchedCount DELIMITED BY SIZE
           " not matched" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE DDReport.
       MOVE "DDRet" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       IF ReturnCount > ZERO
           PERFORM RewriteHistFile
           PERFORM RewriteQueueFile
       END-IF.
       DISPLAY ReturnCount " return(s) reversed, " UnmatchedCount
           " not matched - see " ReportFileName.
ProcessReturns-Exit.
       EXIT.

ProcessOneReturn.
       READ BankReturnFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE 'N' TO HistFound
               MOVE 0 TO HiIdx
               PERFORM ScanHistForReturn UNTIL HistFound = 'Y'
                   OR HiIdx >= HistCount
               MOVE RtAmount TO PrnAmount
               MOVE SPACES TO PrintLine
               IF HistFound = 'Y'
                   PERFORM ReverseOneReturn
                   STRING RtCustId DELIMITED BY SIZE
                       " " RtCollDate DELIMITED BY SIZE
                       " " PrnAmount DELIMITED BY SIZE
                       " reason " RtReason DELIMITED BY SIZE
                       " REVERSED" DELIMITED BY SIZE
                       INTO PrintLine
                   END-STRING
               ELSE
                   ADD 1 TO UnmatchedCount
                   STRING RtCustId DELIMITED BY SIZE
                       " " RtCollDate DELIMITED BY SIZE
                       " " PrnAmount DELIMITED BY SIZE
                       " reason " RtReason DELIMITED BY SIZE
                       " NO STANDING COLLECTION - NOT POSTED"
                       DELIMITED BY SIZE
                       INTO PrintLine
                   END-STRING
               END-IF
               WRITE PrintLine
               ADD 1 TO LineCount
       END-READ.

ScanHistForReturn.
       ADD 1 TO HiIdx.
       IF TblHiCust(HiIdx) = RtCustId
               AND TblHiDate(HiIdx) = RtCollDate
               AND TblHiAmount(HiIdx) = RtAmount
               AND TblHiStatus(HiIdx) = 'C'
           MOVE 'Y' TO HistFound
       END-IF.

ReverseOneReturn.
       MOVE 'R' TO TblHiStatus(HiIdx).
       MOVE RtReason TO TblHiReason(HiIdx).
       ADD 1 TO ReturnCount.
       ADD RtAmount TO ReturnTotal.
       MOVE 0 TO OitDoc.
       MOVE RtCustId TO OitCust.
       MOVE TodayDate TO OitDate.
       MOVE 'B' TO OitType.
       MOVE RtAmount TO OitAmount.
       CALL 'OITEM' USING "REV", OitDoc, OitCust, OitDate,
           OitType, OitAmount.
       PERFORM WriteReturnJournal.
       MOVE RtCustId TO MandIDNum.
       READ MandateFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF MandReturns < 9
                   ADD 1 TO MandReturns
               END-IF
               IF MandReturns >= 2 AND MandStatus = 'A'
                   MOVE 'S' TO MandStatus
                   DISPLAY "Mandate for customer " RtCustId
                       " SUSPENDED - returned twice"
               END-IF
               REWRITE MandateRec
                   INVALID KEY CONTINUE
               END-REWRITE
       END-READ.
       PERFORM QueueReturnedCustomer.

*> Dr 1100 Accounts Receivable, Cr 1000 Cash at Bank - the receipt
*> glpost journalled off payments.dat, taken back out.
WriteReturnJournal.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       MOVE 1100 TO JrnAcct.
       MOVE 'D' TO JrnDrCr.
       MOVE RtAmount TO JrnAmount.
       STRING "DDRET " RtCustId DELIMITED BY SIZE
           INTO JrnSource
       END-STRING.
       WRITE JournalRec.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       MOVE 1000 TO JrnAcct.
       MOVE 'C' TO JrnDrCr.
       MOVE RtAmount TO JrnAmount.
       STRING "DDRET " RtCustId DELIMITED BY SIZE
           INTO JrnSource
       END-STRING.
       WRITE JournalRec.
       CLOSE JournalFile.

*> A customer already on the queue keeps the notes the callers have
*> made; the outcome line is set so the next caller knows the debit
*> bounced.
QueueReturnedCustomer.
       MOVE 'N' TO QueueFound.
       MOVE 0 TO QueueIdx.
       PERFORM ScanQueueForCust UNTIL QueueFound = 'Y'
           OR QueueIdx >= QueueCount.
       IF QueueFound = 'N'
           IF QueueCount < 200
               ADD 1 TO QueueCount
               MOVE QueueCount TO QueueIdx
               MOVE RtCustId TO TblQCust(QueueIdx)
               MOVE TodayDate TO TblQCreated(QueueIdx)
               MOVE ZEROS TO TblQContact(QueueIdx)
               MOVE ZEROS TO TblQPromise(QueueIdx)
               MOVE 'Y' TO QueueFound
           ELSE
               DISPLAY "Queue full - " RtCustId " not queued"
           END-IF
       END-IF.
       IF QueueFound = 'Y'
           MOVE SPACES TO TblQOutcome(QueueIdx)
           STRING "DD RETURNED " RtReason DELIMITED BY SIZE
               INTO TblQOutcome(QueueIdx)
           END-STRING
       END-IF.

ScanQueueForCust.
       ADD 1 TO QueueIdx.
       IF TblQCust(QueueIdx) = RtCustId
           MOVE 'Y' TO QueueFound
       END-IF.

LoadHistTable.
       MOVE 0 TO HistCount.
       MOVE 'N' TO HistOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT DDHistFile.
       IF DDHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneHistRec UNTIL WSEOF = 'Y'.
       IF DDHistStatus NOT = "35"
           CLOSE DDHistFile
       END-IF.

LoadOneHistRec.
       READ DDHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF HistCount < 500
                   ADD 1 TO HistCount
                   MOVE DhCollDate TO TblHiDate(HistCount)
                   MOVE DhCustId TO TblHiCust(HistCount)
                   MOVE DhBatchNum TO TblHiBatch(HistCount)
                   MOVE DhAmount TO TblHiAmount(HistCount)
                   MOVE DhStatus TO TblHiStatus(HistCount)
                   MOVE DhReason TO TblHiReason(HistCount)
               ELSE
                   MOVE 'Y' TO HistOverflow
               END-IF
       END-READ.

RewriteHistFile.
       OPEN OUTPUT DDHistFile.
       PERFORM RewriteOneHistRec
           VARYING HiIdx FROM 1 BY 1 UNTIL HiIdx > HistCount.
       CLOSE DDHistFile.

RewriteOneHistRec.
       MOVE SPACES TO DDHistRec.
       MOVE TblHiDate(HiIdx) TO DhCollDate.
       MOVE TblHiCust(HiIdx) TO DhCustId.
       MOVE TblHiBatch(HiIdx) TO DhBatchNum.
       MOVE TblHiAmount(HiIdx) TO DhAmount.
       MOVE TblHiStatus(HiIdx) TO DhStatus.
       MOVE TblHiReason(HiIdx) TO DhReason.
       WRITE DDHistRec.

LoadQueueTable.
       MOVE 0 TO QueueCount.
       MOVE 'N' TO QueueOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CollectQFile.
       IF CollectQStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneQueueRec UNTIL WSEOF = 'Y'.
       IF CollectQStatus NOT = "35"
           CLOSE CollectQFile
       END-IF.

LoadOneQueueRec.
       READ CollectQFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF QueueCount < 200
                   ADD 1 TO QueueCount
                   MOVE CqCustId TO TblQCust(QueueCount)
                   MOVE CqCreated TO TblQCreated(QueueCount)
                   MOVE CqContact TO TblQContact(QueueCount)
                   MOVE CqPromise TO TblQPromise(QueueCount)
                   MOVE CqOutcome TO TblQOutcome(QueueCount)
               ELSE
                   MOVE 'Y' TO QueueOverflow
               END-IF
       END-READ.

RewriteQueueFile.
       OPEN OUTPUT CollectQFile.
       PERFORM RewriteOneQueueRec
           VARYING QueueIdx FROM 1 BY 1 UNTIL QueueIdx > QueueCount.
       CLOSE CollectQFile.

RewriteOneQueueRec.
       MOVE SPACES TO CollectQRec.
       MOVE TblQCust(QueueIdx) TO CqCustId.
       MOVE TblQCreated(QueueIdx) TO CqCreated.
       MOVE TblQContact(QueueIdx) TO CqContact.
       MOVE TblQPromise(QueueIdx) TO CqPromise.
       MOVE TblQOutcome(QueueIdx) TO CqOutcome.
       WRITE CollectQRec.
