*> "Credit total" entry on invoice.dat so the statement, aging and
*> credit-check runs all bring the customer's balance down. Until
*> now returns were handwritten notes that reconciled with nothing.
*> A credit memo against an invoice in dispute is also noted on
*> its dispute.dat record for the aged-disputes report. Faulty
*> goods - a warranty claim settled by credit - are written off
*> instead of going back on the shelf.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DispInvNum
           FILE STATUS IS DisputeFileStatus.

DATA DIVISION.
FILE SECTION.
FD InvoiceMaster.
          *> memo so the commission report nets returns off the
          *> right salesperson.
           03 InvSalespId PIC X(3).
          *> V marks an order cancelled before dispatch.
           03 InvShipFlag PIC X.
           03 InvShipDate PIC 9(8).
          *> The tax reversed with the memo, for glpost's posting
          *> back out of the tax-payable account.
           03 InvHdrTax PIC 9(6)V99.
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

FD InvoiceFile.
01 InvoiceLine PIC X(80).
       02 FILLER PIC X.
       02 AdjCounter PIC X(20).

FD DisputeFile.
*> Kept in step with the DisputeRec layout disputes.cob writes.
01 DisputeRec.
       02 DispInvNum PIC 9(6).
       02 DispCustId PIC 9(5).
       02 DispReason PIC X(4).
       02 DispAmount PIC 9(7)V99.
       02 DispOper PIC X(8).
       02 DispLogged PIC 9(8).
       02 DispStatus PIC X.
       02 DispResolved PIC 9(8).
       02 DispOutcome PIC X(30).
       02 DispMemoNum PIC 9(6).
       02 DispMemoCount PIC 99.
       02 DispMemoTotal PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 InvMastStatus PIC XX.
01 DisputeFileStatus PIC XX.
01 DispFound PIC X.
01 OrderFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
       02 TdDay   PIC 99.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 FaultyAnswer PIC X.
*> In-use lock handling through FILELOCK, so a second operator is
*> told who already has the file instead of silently corrupting it.
01 LockResult PIC X.
           DISPLAY "Invoice not on file - return refused"
           GO TO ProcessReturn-Exit
       END-IF.
       IF InvShipFlag = 'V'
           DISPLAY "Invoice was cancelled - return refused"
           GO TO ProcessReturn-Exit
       END-IF.
       MOVE InvCustId TO OrigCustId.
       MOVE InvSalespId TO OrigSalespId.
       DISPLAY "Product code returned: " WITH NO ADVANCING.
           DISPLAY "Return abandoned"
           GO TO ProcessReturn-Exit
       END-IF.
       DISPLAY "Goods faulty - write off, not restock? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT FaultyAnswer.
       IF FaultyAnswer = 'Y' OR FaultyAnswer = 'y'
           MOVE 'Y' TO ProdExits
           DISPLAY "Goods written off - stock not adjusted"
       ELSE
           PERFORM RestockReturn
       END-IF.
       IF ProdExits = 'Y'
           MOVE 'N' TO CreditedToCard
           DISPLAY "Credit to a gift card instead of the account?"
           IF CreditedToCard = 'N'
               PERFORM WriteCreditMemo
               PERFORM WriteCreditInvoiceLines
               PERFORM NoteDisputeCredit
               DISPLAY "Credit memo " CreditMemoNum " for $"
                   CreditAmount " recorded against invoice "
                   OrigInvoiceNum
       CALL 'OITEM' USING "CRD", OitDoc, OitCust, OitDate,
           OitType, OitAmount.

*> A return is often how an invoice dispute is settled, so a
*> memo against a disputed invoice is counted on its dispute for
*> the aged-disputes report; resolving it stays with the register.
NoteDisputeCredit.
       MOVE 'N' TO DispFound.
       OPEN I-O DisputeFile.
       IF DisputeFileStatus = "00"
           MOVE OrigInvoiceNum TO DispInvNum
           READ DisputeFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO DispFound
           END-READ
           IF DispFound = 'Y'
               ADD 1 TO DispMemoCount
               COMPUTE DispMemoTotal = DispMemoTotal + CreditAmount
                   + CreditTaxAmt
               MOVE CreditMemoNum TO DispMemoNum
               REWRITE DisputeRec
                   INVALID KEY CONTINUE
               END-REWRITE
               IF DispStatus = 'O'
                   DISPLAY "Invoice " OrigInvoiceNum " is in dispute -"
                       " memo noted; resolve it in the register"
               END-IF
           END-IF
           CLOSE DisputeFile
       END-IF.

GetNextInvoiceNum.
       MOVE 0 TO NextInvoiceNum.
       OPEN INPUT InvCtlFile.
