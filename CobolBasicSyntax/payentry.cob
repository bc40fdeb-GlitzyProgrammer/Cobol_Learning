*> cheques are on the desk instead of when the customer complains.
*> An out-of-balance batch is held on paybatch.dat and can be
*> listed for review. custaging.cob applies the posted payments
*> against invoice.dat for the open-balance report. A customer
*> billed in their own currency pays in it: the amount is keyed as
*> received and converted at the rates.dat rate in force on the
*> payment date, and the currency, foreign amount and rate are
*> kept on the payment so cashapply can work out the exchange
*> difference against the rate the invoice was billed at.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BatchCtlStatus.

       SELECT OPTIONAL RateFile ASSIGN TO "rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
      *> Blank means home currency; otherwise the invoice shows the
      *> total converted at the rate in force from rates.dat.
       02 CurrencyCode PIC X(3).
      *> Payment terms from terms.dat - net days and any early-
      *> settlement discount; blank means the standard net 30.
       02 TermsCode PIC X(4).
      *> Head-office account this branch belongs to; zero when the
      *> customer stands alone. The parent's CreditLimit caps the group.
       02 ParentId PIC 9(5).
      *> Marketing consent per channel - Y agreed, N opted out,
      *> blank never asked - and the date it was given or
      *> withdrawn. Campaign selection mails only a Y.
       02 ConsentPost PIC X.
       02 ConsentPostDate PIC 9(8).
       02 ConsentEmail PIC X.
       02 ConsentEmailDate PIC 9(8).
       02 ConsentPhone PIC X.
       02 ConsentPhoneDate PIC 9(8).

FD PaymentFile.
01 PaymentRecord.
       02 FILLER    PIC X.
       02 PayAmount PIC 9(5)V99.
      *> Who keyed it and how it was paid (C cash / Q cheque /
      *> D card; ddrun writes B for a direct debit), for the
      *> end-of-day cash-up; older readers keep the shorter layout
      *> and never see these columns.
       02 FILLER    PIC X.
       02 PayOper   PIC X(8).
       02 FILLER    PIC X.
       02 PayType   PIC X.
      *> A foreign-currency receipt: the currency, the amount as the
      *> customer paid it and the rate that turned it into PayAmount;
      *> spaces on home-currency payments.
       02 FILLER    PIC X.
       02 PayCurrency PIC X(3).
       02 FILLER    PIC X.
       02 PayFxAmount PIC 9(5)V99.
       02 FILLER    PIC X.
       02 PayFxRate PIC 9V9(4).

FD BatchHoldFile.
*> H-header: batch number, declared count/total, keyed count/total;
       02 BlDate PIC 9(8).
       02 FILLER PIC X.
       02 BlAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 BlCurrency PIC X(3).
       02 FILLER PIC X(25).

FD BatchCtlFile.
01 BatchCtlRec.
       02 NextBatchNum PIC 9(5).

FD RateFile.
*> Kept in step with Arithmetic.cbl's RateRecord layout.
01 RateRecord.
       02 RateCurrencyCode PIC X(3).
       02 RateValue        PIC 9V9(4).
       02 RateEffDate      PIC 9(8).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
               DEPENDING ON BatchLineCount.
           03 TblBatCust PIC 9(5).
           03 TblBatAmt PIC 9(5)V99.
           03 TblBatCur PIC X(3).
           03 TblBatFxAmt PIC 9(5)V99.
           03 TblBatRate PIC 9V9(4).
01 BatchLineCount PIC 9(2) VALUE 0.
01 BatIdx PIC 9(2).
01 BatchDone PIC X.
01 PerDocDate PIC 9(8).
01 PeriodOpen PIC X.
01 PerOverride PIC X.
*> Every effective-dated rate row, so the rate in force on the
*> payment date can be picked for a foreign-currency receipt.
01 RateFileStatus PIC XX.
01 RateEOF PIC X.
01 RateTable.
       02 RateEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON RateCount.
           03 TblRateCode PIC X(3).
           03 TblRateVal PIC 9V9(4).
           03 TblRateEff PIC 9(8).
01 RateCount PIC 9(3) VALUE 0.
01 RateIdx PIC 9(3).
01 PickedRate PIC 9V9(4).
01 PickedEff PIC 9(8).
01 EntryFxAmount PIC 9(5)V99.
01 KeyedAmount PIC 9(5)V99.

PROCEDURE DIVISION.
StartPara.
           CALL 'SESSLOG' USING "END  ", "payentry", OperatorName
           GOBACK
       END-IF.
       PERFORM LoadRateTable.
       OPEN INPUT CustomerFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
       END-IF.
       CALL 'FMTNAME' USING FirstName, LastName, FullName.
       DISPLAY "Customer: " FullName.
       IF CurrencyCode NOT = SPACES
           PERFORM KeyForeignAmount THRU KeyForeignAmount-Exit
           IF PickedRate = ZERO
               GO TO KeyOneBatchLine-Exit
           END-IF
           MOVE EntryFxAmount TO KeyedAmount
       ELSE
           DISPLAY "Payment amount: " WITH NO ADVANCING
           ACCEPT EntryAmount
           MOVE EntryAmount TO KeyedAmount
       END-IF.
       IF EntryAmount = ZERO
           DISPLAY "Zero amount - line not accepted"
           GO TO KeyOneBatchLine-Exit
       END-IF.
      *> The controls are checked on the amounts as written on the
      *> cheques, which is what the tape adds up.
       ADD 1 TO KeyedCount.
       ADD KeyedAmount TO KeyedTotal.
       ADD 1 TO BatchLineCount.
       MOVE IDNum TO TblBatCust(BatchLineCount).
       MOVE EntryAmount TO TblBatAmt(BatchLineCount).
       IF CurrencyCode NOT = SPACES
           MOVE CurrencyCode TO TblBatCur(BatchLineCount)
           MOVE EntryFxAmount TO TblBatFxAmt(BatchLineCount)
           MOVE PickedRate TO TblBatRate(BatchLineCount)
       ELSE
           MOVE SPACES TO TblBatCur(BatchLineCount)
           MOVE ZEROS TO TblBatFxAmt(BatchLineCount)
           MOVE ZEROS TO TblBatRate(BatchLineCount)
       END-IF.
KeyOneBatchLine-Exit.
       EXIT.

*> The amount as the customer paid it, turned into home currency at
*> the rate in force today - the date the batch posts with. A
*> currency with no usable rate is refused rather than guessed.
KeyForeignAmount.
       MOVE ZERO TO EntryAmount.
       ACCEPT EntryDate FROM DATE YYYYMMDD.
       PERFORM PickRateForDate.
       IF PickedRate = ZERO
           DISPLAY "No rate on file for " CurrencyCode
               " - line not accepted"
           GO TO KeyForeignAmount-Exit
       END-IF.
       DISPLAY "Payment amount in " CurrencyCode ": "
           WITH NO ADVANCING.
       ACCEPT EntryFxAmount.
       COMPUTE EntryAmount ROUNDED = EntryFxAmount * PickedRate.
       DISPLAY "  = $" EntryAmount " at rate " PickedRate.
KeyForeignAmount-Exit.
       EXIT.

*> A balanced batch goes to payments.dat in one pass, so the aging
*> and statement runs see either the whole batch or none of it.
PostBatch.
       CALL 'AUTHCHK' USING 1, CashAllowed, CashOperId.
       MOVE CashOperId TO PayOper.
       MOVE BatchPayType TO PayType.
       IF TblBatCur(BatIdx) NOT = SPACES
           MOVE TblBatCur(BatIdx) TO PayCurrency
           MOVE TblBatFxAmt(BatIdx) TO PayFxAmount
           MOVE TblBatRate(BatIdx) TO PayFxRate
       END-IF.
       WRITE PaymentRecord.
      *> The payment draws the customer's open items down oldest
      *> first, the remittance-clerk rule.
       MOVE ThisBatchNum TO BlBatchNum.
       MOVE TblBatCust(BatIdx) TO BlCustId.
       MOVE EntryDate TO BlDate.
       IF TblBatCur(BatIdx) NOT = SPACES
           MOVE TblBatFxAmt(BatIdx) TO BlAmount
           MOVE TblBatCur(BatIdx) TO BlCurrency
       ELSE
           MOVE TblBatAmt(BatIdx) TO BlAmount
       END-IF.
       WRITE BatchHoldRec.

ListHeldBatches.
                       BhDeclCount " for $" BhDeclTotal
                       " keyed " BhKeyedCount " for $" BhKeyedTotal
               ELSE
                   DISPLAY "  " BlCustId " $" BlAmount " " BlCurrency
               END-IF
       END-READ.

       OPEN OUTPUT BatchCtlFile.
       WRITE BatchCtlRec.
       CLOSE BatchCtlFile.

*> Reads every rates.dat row; PickRateForDate chooses among them.
LoadRateTable.
       MOVE 'N' TO RateEOF.
       OPEN INPUT RateFile.
       IF RateFileStatus = "35"
           MOVE 'Y' TO RateEOF
       END-IF.
       PERFORM LoadOneRateRow UNTIL RateEOF = 'Y'.
       IF RateFileStatus NOT = "35"
           CLOSE RateFile
       END-IF.

LoadOneRateRow.
       READ RateFile
           AT END MOVE 'Y' TO RateEOF
           NOT AT END
               IF RateCount < 200
                   ADD 1 TO RateCount
                   MOVE RateCurrencyCode TO TblRateCode(RateCount)
                   MOVE RateValue TO TblRateVal(RateCount)
                   MOVE RateEffDate TO TblRateEff(RateCount)
               END-IF
       END-READ.

*> The best rate for the customer's currency with an effective date
*> on or before EntryDate; zero when the currency has no usable row.
PickRateForDate.
       MOVE 0 TO PickedRate.
       MOVE 0 TO PickedEff.
       PERFORM CheckOneRateRow
           VARYING RateIdx FROM 1 BY 1 UNTIL RateIdx > RateCount.

CheckOneRateRow.
       IF TblRateCode(RateIdx) = CurrencyCode
               AND TblRateEff(RateIdx) <= EntryDate
               AND TblRateEff(RateIdx) >= PickedEff
           MOVE TblRateVal(RateIdx) TO PickedRate
           MOVE TblRateEff(RateIdx) TO PickedEff
       END-IF.
