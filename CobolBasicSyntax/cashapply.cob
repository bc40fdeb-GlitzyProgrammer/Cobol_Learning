*> amount - so every invoice on the invoice master carries a
*> remaining-open-amount, and money that cannot be matched to any
*> document shows on the unapplied-cash report instead of silently
*> netting against the oldest aging bucket. A customer whose
*> payment landed inside their terms' early-settlement window is
*> offered the discount; taken, it is written as a discount
*> allocation against the invoice, credited on the open items and
*> journalled to Settlement Discount on the ledger. Cash from a
*> customer billed in their own currency is applied in that
*> currency: the invoice is cleared at the rate it was billed at,
*> the cash is used at the rate it was received at, and the
*> difference is the realized exchange gain or loss - allocated,
*> put through the open items, journalled to Exchange Gain/Loss
*> and logged on fxrealized.dat for fxreval's month-end report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AllocFileStatus.

       SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JournalStatus.

       SELECT OPTIONAL RateFile ASSIGN TO "rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateFileStatus.

      *> One line per realized exchange difference: date, customer,
      *> invoice, currency, foreign amount, the invoice and receipt
      *> rates, and the signed gain (+) or loss (-).
       SELECT OPTIONAL FxRealFile ASSIGN TO "fxrealized.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FxRealStatus.

       SELECT OpenItemsReport ASSIGN TO "OpenItems.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

FD PaymentFile.
*> Kept in step with the PaymentRecord layout payentry.cob writes.
       02 PayDate   PIC 9(8).
       02 FILLER    PIC X.
       02 PayAmount PIC 9(5)V99.
       02 FILLER    PIC X.
       02 PayOper   PIC X(8).
       02 FILLER    PIC X.
       02 PayType   PIC X.
       02 FILLER    PIC X.
       02 PayCurrency PIC X(3).
       02 FILLER    PIC X.
       02 PayFxAmount PIC 9(5)V99.
       02 FILLER    PIC X.
       02 PayFxRate PIC 9V9(4).

FD AllocFile.
*> Fixed columns: date applied, customer, invoice number, amount,
*> then the kind of allocation - blank for cash, D for a
*> settlement discount, which settles the invoice without using
*> any of the customer's money. X is an exchange loss, settling
*> the invoice the same way; G an exchange gain, cash used up
*> against no invoice (invoice number zero).
01 AllocRec.
       02 AllocDate PIC 9(8).
       02 FILLER PIC X.
       02 AllocInvNum PIC 9(6).
       02 FILLER PIC X.
       02 AllocAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 AllocType PIC X.

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

FD RateFile.
*> Kept in step with Arithmetic.cbl's RateRecord layout.
01 RateRecord.
       02 RateCurrencyCode PIC X(3).
       02 RateValue        PIC 9V9(4).
       02 RateEffDate      PIC 9(8).

FD FxRealFile.
01 FxRealRec.
       02 FxrDate PIC 9(8).
       02 FILLER PIC X.
       02 FxrCustId PIC 9(5).
       02 FILLER PIC X.
       02 FxrInvNum PIC 9(6).
       02 FILLER PIC X.
       02 FxrCurrency PIC X(3).
       02 FILLER PIC X.
       02 FxrFxAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 FxrInvRate PIC 9V9(4).
       02 FILLER PIC X.
       02 FxrPayRate PIC 9V9(4).
       02 FILLER PIC X.
       02 FxrGainLoss PIC S9(5)V99 SIGN LEADING SEPARATE.

FD OpenItemsReport.
01 OpenPrintLine PIC X(80).
01 MasterFileStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 AllocFileStatus PIC XX.
01 JournalStatus PIC XX.
01 RateFileStatus PIC XX.
01 FxRealStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 CustFound PIC X.
*> Every allocation on payalloc.dat rolled up by invoice number, so
*> an invoice's remaining-open-amount is its header total less its
*> row here - cash and discount both; only the cash feeds the
*> customer's unapplied-cash figures.
01 AllocTable.
       02 AllocEntry OCCURS 0 TO 500 TIMES
               DEPENDING ON AllocCount.
           03 TblAllocInv PIC 9(6).
           03 TblAllocCust PIC 9(5).
           03 TblAllocAmt PIC 9(7)V99.
           03 TblAllocDisc PIC 9(7)V99.
           03 TblAllocFx PIC 9(7)V99.
01 AllocCount PIC 9(3) VALUE 0.
01 AllocIdx PIC 9(3).
01 AllocFound PIC X.
01 UnappliedCash PIC S9(7)V99.
01 InvoiceOpenAmt PIC S9(7)V99.
01 InvAllocated PIC 9(7)V99.
01 InvDiscTaken PIC 9(7)V99.
*> Early-settlement discount: the customer's terms through DUEDATE,
*> tested against the date of their latest payment on file.
01 LastPayDate PIC 9(8).
01 TermsDueDate PIC 9(8).
01 TermsDiscDate PIC 9(8).
01 TermsDiscPct PIC 99V99.
01 DiscAvail PIC X.
01 DiscAmount PIC 9(5)V99.
01 DiscPosted PIC 9(5)V99.
01 SettleAmount PIC 9(5)V99.
01 TodayDate PIC 9(8).
*> Foreign-currency application: the rate the invoice was billed
*> at (rates.dat on the invoice date) against the rate of the
*> customer's latest foreign receipt, and the two home-currency
*> sides of the foreign amount keyed.
01 RateTable.
       02 RateEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON RateCount.
           03 TblRateCode PIC X(3).
           03 TblRateVal PIC 9V9(4).
           03 TblRateEff PIC 9(8).
01 RateCount PIC 9(3) VALUE 0.
01 RateIdx PIC 9(3).
01 WantedDate PIC 9(8).
01 PickedRate PIC 9V9(4).
01 PickedEff PIC 9(8).
01 FxApply PIC X.
01 InvFxRate PIC 9V9(4).
01 LastPayRate PIC 9V9(4).
01 LastFxPayDate PIC 9(8).
01 EntryFxAmount PIC 9(5)V99.
01 FxInvPart PIC 9(7)V99.
01 FxCashPart PIC 9(7)V99.
01 FxDiff PIC 9(5)V99.
01 FxGainLoss PIC S9(5)V99.
01 InvSettled PIC 9(7)V99.
*> Arguments for the OITEM open-items call.
01 OitDoc PIC 9(6).
01 OitCust PIC 9(5).
01 OitDate PIC 9(8).
01 OitType PIC X.
01 OitAmount PIC S9(7)V99.
01 ApplyDone PIC X.
01 InvFound PIC X.
01 OpenListedCount PIC 9(5).
           GOBACK
       END-IF.
       OPEN INPUT CustomerMaster.
       PERFORM LoadRateTable.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "CASH APPLICATION"
       END-IF.
       DISPLAY "Open on invoice $" InvoiceOpenAmt
           "  unapplied cash $" UnappliedCash.
       PERFORM CheckSettlementDiscount.
       PERFORM CheckForeignApply.
       IF FxApply = 'Y'
           PERFORM KeyForeignApply THRU KeyForeignApply-Exit
           IF FxApply = 'N'
               GO TO ApplyOneAllocation-Exit
           END-IF
       ELSE
           DISPLAY "Amount to apply: " WITH NO ADVANCING
           ACCEPT EntryAmount
           MOVE EntryAmount TO InvSettled
       END-IF.
       IF EntryAmount = ZERO
           DISPLAY "Zero amount - not applied"
           GO TO ApplyOneAllocation-Exit
       END-IF.
       IF InvSettled > InvoiceOpenAmt
           DISPLAY "More than the invoice's open amount - refused"
           GO TO ApplyOneAllocation-Exit
       END-IF.
       IF FxApply = 'Y'
           IF FxCashPart > UnappliedCash
               DISPLAY "More than the customer's unapplied cash"
                   " - refused"
               GO TO ApplyOneAllocation-Exit
           END-IF
       ELSE
           IF EntryAmount > UnappliedCash
               DISPLAY "More than the customer's unapplied cash"
                   " - refused"
               GO TO ApplyOneAllocation-Exit
           END-IF
       END-IF.
       DISPLAY "Apply $" InvSettled " to invoice " EntryInvNum
           "? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
       PERFORM WriteAllocRecord.
       SUBTRACT EntryAmount FROM UnappliedCash.
       PERFORM PostAllocToTable.
       IF FxApply = 'Y' AND FxGainLoss NOT = ZERO
           PERFORM PostExchangeDifference
       END-IF.
       IF DiscAvail = 'Y'
               AND InvSettled + DiscAmount >= InvoiceOpenAmt
               AND InvSettled < InvoiceOpenAmt
           COMPUTE DiscPosted = InvoiceOpenAmt - InvSettled
           PERFORM PostSettlementDiscount
       END-IF.
       DISPLAY "Applied - unapplied cash now $" UnappliedCash.
       IF UnappliedCash <= ZERO
           DISPLAY "Customer's cash is fully applied"
ApplyOneAllocation-Exit.
       EXIT.

*> Foreign-currency application applies when the customer is
*> billed in a currency, has a foreign receipt on file, and a rate
*> was in force on the invoice date.
CheckForeignApply.
       MOVE 'N' TO FxApply.
       MOVE ZERO TO FxGainLoss.
       IF MCurrencyCode NOT = SPACES AND LastPayRate > ZERO
           MOVE InvHdrDate TO WantedDate
           PERFORM PickRateForDate
           MOVE PickedRate TO InvFxRate
           IF InvFxRate > ZERO
               MOVE 'Y' TO FxApply
           END-IF
       END-IF.

*> The foreign amount clears the invoice at its billing rate and
*> uses the cash at the receipt rate; a cent or two of rounding on
*> the last of an invoice is taken as settling it.
KeyForeignApply.
       DISPLAY "Billed at rate " InvFxRate "  received at rate "
           LastPayRate.
       DISPLAY "Amount to apply in " MCurrencyCode ": "
           WITH NO ADVANCING.
       ACCEPT EntryFxAmount.
       COMPUTE FxInvPart ROUNDED = EntryFxAmount * InvFxRate.
       COMPUTE FxCashPart ROUNDED = EntryFxAmount * LastPayRate.
       IF FxInvPart > InvoiceOpenAmt
               AND FxInvPart - InvoiceOpenAmt <= 0.05
           MOVE InvoiceOpenAmt TO FxInvPart
       END-IF.
       IF FxInvPart > 99999.99 OR FxCashPart > 99999.99
           DISPLAY "Amount too large - not applied"
           MOVE 'N' TO FxApply
           GO TO KeyForeignApply-Exit
       END-IF.
       MOVE FxInvPart TO InvSettled.
       COMPUTE FxGainLoss = FxCashPart - FxInvPart.
       IF FxGainLoss > ZERO
           MOVE FxInvPart TO EntryAmount
       ELSE
           MOVE FxCashPart TO EntryAmount
       END-IF.
       DISPLAY "Clears $" FxInvPart " of the invoice for $"
           FxCashPart " of cash - exchange gain/loss $" FxGainLoss.
KeyForeignApply-Exit.
       EXIT.

*> A gain is cash used up beyond what the invoice needed, written
*> against invoice zero; a loss settles the rest of the invoice the
*> way a discount does. Either way the open items and the ledger
*> are put right and the difference logged for the monthly report.
PostExchangeDifference.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN EXTEND AllocFile.
       IF AllocFileStatus = "35"
           OPEN OUTPUT AllocFile
           CLOSE AllocFile
           OPEN EXTEND AllocFile
       END-IF.
       MOVE SPACES TO AllocRec.
       MOVE TodayDate TO AllocDate.
       MOVE EntryCustId TO AllocCustId.
       IF FxGainLoss > ZERO
           MOVE FxGainLoss TO FxDiff
           MOVE ZEROS TO AllocInvNum
           MOVE 'G' TO AllocType
       ELSE
           COMPUTE FxDiff = 0 - FxGainLoss
           MOVE EntryInvNum TO AllocInvNum
           MOVE 'X' TO AllocType
       END-IF.
       MOVE FxDiff TO AllocAmount.
       WRITE AllocRec.
       CLOSE AllocFile.
       MOVE EntryInvNum TO OitDoc.
       MOVE EntryCustId TO OitCust.
       MOVE TodayDate TO OitDate.
       MOVE 'X' TO OitType.
       MOVE FxDiff TO OitAmount.
       IF FxGainLoss > ZERO
           SUBTRACT FxDiff FROM UnappliedCash
           CALL 'OITEM' USING "REV", OitDoc, OitCust, OitDate,
               OitType, OitAmount
       ELSE
           PERFORM PostFxToTable
           CALL 'OITEM' USING "CRD", OitDoc, OitCust, OitDate,
               OitType, OitAmount
       END-IF.
       PERFORM WriteExchangeJournal.
       PERFORM LogRealizedDifference.
       DISPLAY "Exchange gain/loss $" FxGainLoss " posted".

*> The receipt was credited to the receivable at the receipt rate;
*> a gain means too much was taken off it (Dr 1100, Cr 6200), a
*> loss that too little was (Dr 6200, Cr 1100).
WriteExchangeJournal.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       IF FxGainLoss > ZERO
           MOVE 1100 TO JrnAcct
       ELSE
           MOVE 6200 TO JrnAcct
       END-IF.
       MOVE 'D' TO JrnDrCr.
       MOVE FxDiff TO JrnAmount.
       STRING "FX " EntryInvNum DELIMITED BY SIZE
           INTO JrnSource
       END-STRING.
       WRITE JournalRec.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       IF FxGainLoss > ZERO
           MOVE 6200 TO JrnAcct
       ELSE
           MOVE 1100 TO JrnAcct
       END-IF.
       MOVE 'C' TO JrnDrCr.
       MOVE FxDiff TO JrnAmount.
       STRING "FX " EntryInvNum DELIMITED BY SIZE
           INTO JrnSource
       END-STRING.
       WRITE JournalRec.
       CLOSE JournalFile.

LogRealizedDifference.
       OPEN EXTEND FxRealFile.
       IF FxRealStatus = "35"
           OPEN OUTPUT FxRealFile
           CLOSE FxRealFile
           OPEN EXTEND FxRealFile
       END-IF.
       MOVE SPACES TO FxRealRec.
       MOVE TodayDate TO FxrDate.
       MOVE EntryCustId TO FxrCustId.
       MOVE EntryInvNum TO FxrInvNum.
       MOVE MCurrencyCode TO FxrCurrency.
       MOVE EntryFxAmount TO FxrFxAmount.
       MOVE InvFxRate TO FxrInvRate.
       MOVE LastPayRate TO FxrPayRate.
       MOVE FxGainLoss TO FxrGainLoss.
       WRITE FxRealRec.
       CLOSE FxRealFile.

PostFxToTable.
       MOVE 'N' TO AllocFound.
       PERFORM CheckOneFxSlot
           VARYING AllocIdx FROM 1 BY 1
           UNTIL AllocFound = 'Y' OR AllocIdx > AllocCount.

CheckOneFxSlot.
       IF TblAllocInv(AllocIdx) = EntryInvNum
           MOVE 'Y' TO AllocFound
           ADD FxDiff TO TblAllocFx(AllocIdx)
       END-IF.

*> Every rates.dat row; PickRateForDate chooses among them.
LoadRateTable.
       MOVE 0 TO RateCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT RateFile.
       IF RateFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneRateRow UNTIL WSEOF = 'Y'.
       IF RateFileStatus NOT = "35"
           CLOSE RateFile
       END-IF.

LoadOneRateRow.
       READ RateFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF RateCount < 200
                   ADD 1 TO RateCount
                   MOVE RateCurrencyCode TO TblRateCode(RateCount)
                   MOVE RateValue TO TblRateVal(RateCount)
                   MOVE RateEffDate TO TblRateEff(RateCount)
               END-IF
       END-READ.

*> The best rate for the customer's currency with an effective
*> date on or before WantedDate; zero when there is none.
PickRateForDate.
       MOVE 0 TO PickedRate.
       MOVE 0 TO PickedEff.
       PERFORM CheckOneRateRow
           VARYING RateIdx FROM 1 BY 1 UNTIL RateIdx > RateCount.

CheckOneRateRow.
       IF TblRateCode(RateIdx) = MCurrencyCode
               AND TblRateEff(RateIdx) <= WantedDate
               AND TblRateEff(RateIdx) >= PickedEff
           MOVE TblRateVal(RateIdx) TO PickedRate
           MOVE TblRateEff(RateIdx) TO PickedEff
       END-IF.

*> The discount is open when the terms carry one, the customer's
*> latest payment is dated inside the window from the invoice
*> date, and none has been taken on this invoice already. It is
*> worked on the invoice total, and taken only when the cash
*> applied brings the invoice within it of settled.
CheckSettlementDiscount.
       MOVE 'N' TO DiscAvail.
       MOVE ZERO TO DiscAmount.
       CALL 'DUEDATE' USING EntryCustId, InvHdrDate, TermsDueDate,
           TermsDiscDate, TermsDiscPct.
       IF TermsDiscPct > ZERO AND InvDiscTaken = ZERO
               AND LastPayDate > ZERO
               AND LastPayDate <= TermsDiscDate
           COMPUTE DiscAmount ROUNDED = InvTotal * TermsDiscPct / 100
           IF DiscAmount > ZERO AND DiscAmount < InvoiceOpenAmt
               MOVE 'Y' TO DiscAvail
               COMPUTE SettleAmount = InvoiceOpenAmt - DiscAmount
               DISPLAY "Paid " LastPayDate " inside the discount"
                   " window (to " TermsDiscDate ") - discount $"
                   DiscAmount
               DISPLAY "Apply $" SettleAmount
                   " to settle the invoice in full"
           END-IF
       END-IF.

PostSettlementDiscount.
       OPEN EXTEND AllocFile.
       IF AllocFileStatus = "35"
           OPEN OUTPUT AllocFile
           CLOSE AllocFile
           OPEN EXTEND AllocFile
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE SPACES TO AllocRec.
       MOVE TodayDate TO AllocDate.
       MOVE EntryCustId TO AllocCustId.
       MOVE EntryInvNum TO AllocInvNum.
       MOVE DiscPosted TO AllocAmount.
       MOVE 'D' TO AllocType.
       WRITE AllocRec.
       CLOSE AllocFile.
       PERFORM PostDiscToTable.
       MOVE EntryInvNum TO OitDoc.
       MOVE EntryCustId TO OitCust.
       MOVE TodayDate TO OitDate.
       MOVE 'S' TO OitType.
       MOVE DiscPosted TO OitAmount.
       CALL 'OITEM' USING "CRD", OitDoc, OitCust, OitDate,
           OitType, OitAmount.
       PERFORM WriteDiscountJournal.
       DISPLAY "Settlement discount $" DiscPosted
           " taken - invoice " EntryInvNum " settled".

*> Dr 6100 Settlement Discount, Cr 1100 Accounts Receivable - the
*> receivable the discount forgives.
WriteDiscountJournal.
       OPEN EXTEND JournalFile.
       IF JournalStatus = "35"
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           OPEN EXTEND JournalFile
       END-IF.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       MOVE 6100 TO JrnAcct.
       MOVE 'D' TO JrnDrCr.
       MOVE DiscPosted TO JrnAmount.
       STRING "DISC " EntryInvNum DELIMITED BY SIZE
           INTO JrnSource
       END-STRING.
       WRITE JournalRec.
       MOVE SPACES TO JournalRec.
       MOVE TodayDate TO JrnDate.
       MOVE 1100 TO JrnAcct.
       MOVE 'C' TO JrnDrCr.
       MOVE DiscPosted TO JrnAmount.
       STRING "DISC " EntryInvNum DELIMITED BY SIZE
           INTO JrnSource
       END-STRING.
       WRITE JournalRec.
       CLOSE JournalFile.

WriteAllocRecord.
       OPEN EXTEND AllocFile.
       IF AllocFileStatus = "35"
           MOVE EntryInvNum TO TblAllocInv(AllocCount)
           MOVE EntryCustId TO TblAllocCust(AllocCount)
           MOVE EntryAmount TO TblAllocAmt(AllocCount)
           MOVE ZEROS TO TblAllocDisc(AllocCount)
           MOVE ZEROS TO TblAllocFx(AllocCount)
       END-IF.

CheckOneAllocSlot.
           ADD EntryAmount TO TblAllocAmt(AllocIdx)
       END-IF.

PostDiscToTable.
       MOVE 'N' TO AllocFound.
       PERFORM CheckOneDiscSlot
           VARYING AllocIdx FROM 1 BY 1
           UNTIL AllocFound = 'Y' OR AllocIdx > AllocCount.
       IF AllocFound = 'N' AND AllocCount < 500
           ADD 1 TO AllocCount
           MOVE EntryInvNum TO TblAllocInv(AllocCount)
           MOVE EntryCustId TO TblAllocCust(AllocCount)
           MOVE ZEROS TO TblAllocAmt(AllocCount)
           MOVE DiscPosted TO TblAllocDisc(AllocCount)
           MOVE ZEROS TO TblAllocFx(AllocCount)
       END-IF.

CheckOneDiscSlot.
       IF TblAllocInv(AllocIdx) = EntryInvNum
           MOVE 'Y' TO AllocFound
           ADD DiscPosted TO TblAllocDisc(AllocIdx)
       END-IF.

*> Rolls payalloc.dat up by invoice number into AllocTable.
LoadAllocTable.
       MOVE 0 TO AllocCount.
               ADD 1 TO AllocCount
               MOVE AllocInvNum TO TblAllocInv(AllocCount)
               MOVE AllocCustId TO TblAllocCust(AllocCount)
               MOVE ZEROS TO TblAllocAmt(AllocCount)
               MOVE ZEROS TO TblAllocDisc(AllocCount)
               MOVE ZEROS TO TblAllocFx(AllocCount)
               MOVE AllocCount TO AllocIdx
               PERFORM AddAllocToRow
           ELSE
               IF AllocOverflowWarned = 'N'
                   MOVE 'Y' TO AllocOverflowWarned
           END-IF
       END-IF.

*> Exchange gains sit against invoice zero, one row per customer.
MatchOneAllocRow.
       IF TblAllocInv(AllocIdx) = AllocInvNum
               AND (AllocInvNum NOT = ZERO
                   OR TblAllocCust(AllocIdx) = AllocCustId)
           MOVE 'Y' TO AllocFound
           PERFORM AddAllocToRow
       END-IF.

AddAllocToRow.
       EVALUATE AllocType
           WHEN 'D' ADD AllocAmount TO TblAllocDisc(AllocIdx)
           WHEN 'X' ADD AllocAmount TO TblAllocFx(AllocIdx)
           WHEN OTHER ADD AllocAmount TO TblAllocAmt(AllocIdx)
       END-EVALUATE.

*> Totals the keyed customer's payments and their allocations from
*> the rolled-up table.
SumCustomerCash.
       MOVE 0 TO CustPaidTotal.
       MOVE 0 TO LastPayDate.
       MOVE 0 TO LastPayRate.
       MOVE 0 TO LastFxPayDate.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PaymentFile.
       IF PaymentFileStatus = "35"
           NOT AT END
               IF PayIDNum = EntryCustId
                   ADD PayAmount TO CustPaidTotal
                   IF PayDate > LastPayDate
                       MOVE PayDate TO LastPayDate
                   END-IF
                   IF PayFxRate IS NUMERIC AND PayFxRate > ZERO
                           AND PayDate >= LastFxPayDate
                       MOVE PayDate TO LastFxPayDate
                       MOVE PayFxRate TO LastPayRate
                   END-IF
               END-IF
       END-READ.


SumInvoiceAllocations.
       MOVE 0 TO InvAllocated.
       MOVE 0 TO InvDiscTaken.
       PERFORM SumOneInvAlloc
           VARYING AllocIdx FROM 1 BY 1 UNTIL AllocIdx > AllocCount.

SumOneInvAlloc.
       IF TblAllocInv(AllocIdx) = EntryInvNum
           ADD TblAllocAmt(AllocIdx) TO InvAllocated
           ADD TblAllocDisc(AllocIdx) TO InvAllocated
           ADD TblAllocFx(AllocIdx) TO InvAllocated
           ADD TblAllocDisc(AllocIdx) TO InvDiscTaken
       END-IF.

*> Walks the invoice master headers showing the keyed customer's
