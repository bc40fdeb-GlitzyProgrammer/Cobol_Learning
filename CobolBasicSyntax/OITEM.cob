*> outstanding. "DOC" adds a document at full outstanding; "PAY"
*> applies a payment to the customer's open documents oldest
*> first, the way a remittance clerk would; "CRD" records a
*> credit document and nets its value off the same way; "REV"
*> puts back money the bank has taken away again - a returned
*> direct debit - re-opening the customer's settled documents
*> newest first; "INS" carves one instalment of an agreed plan out
*> of a document, as a row of its own with its own due date, so
*> only an instalment the customer has missed ever ages. "ADJ"
*> moves an invoice's own row up or down by a signed amount when
*> ordamend.cob amends or voids the order - amount and outstanding
*> together, so money already paid shows as credit. The
*> balance-reading programs read this file instead of the text.
*> Each document is stamped with its due date from the customer's
*> payment terms (DUEDATE) as it is raised, so the aging and the
*> dunning count days past due rather than days since invoice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD OpenItemFile.
*> Fixed columns: document number (zero for pre-cutover history),
*> customer, date, type (I invoice, C credit, F finance charge,
*> R refund, W write-off, S settlement discount, B returned
*> direct debit, X exchange difference, N plan instalment),
*> amount and amount outstanding, both with leading separate
*> signs, then the due date. Rows written before terms came in
*> have no due date; readers take the document date for those.
01 OpenItemRec.
       02 OiDocNum PIC 9(6).
       02 FILLER PIC X.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

WORKING-STORAGE SECTION.
01 OpenItemStatus PIC XX.
           03 TblOiType PIC X.
           03 TblOiAmount PIC S9(7)V99.
           03 TblOiOutstanding PIC S9(7)V99.
           03 TblOiDueDate PIC 9(8).
01 OiCount PIC 9(3) VALUE 0.
01 OiIdx PIC 9(3).
01 OldestIdx PIC 9(3).
01 NewestIdx PIC 9(3).
01 PayLeft PIC 9(7)V99.
01 SourceIdx PIC 9(3).
01 TakeAmt PIC 9(7)V99.
*> Set when the file holds more rows than the table; a rewrite
*> from a short load would silently delete open items, so the
*> apply is refused instead.
01 OiOverflow PIC X.
*> What DUEDATE hands back; only the due date is kept here.
01 TermsDiscDate PIC 9(8).
01 TermsDiscPct PIC 99V99.

    LINKAGE SECTION.
     01 LAction PIC X(3).
           WHEN "CRD"
               PERFORM AddCreditDocument
               PERFORM ApplyMoney
           WHEN "REV" PERFORM ReopenMoney
           WHEN "INS" PERFORM ScheduleInstalment
           WHEN "ADJ" PERFORM AdjustDocument
           WHEN OTHER CONTINUE
       END-EVALUATE.

       MOVE LType TO OiType.
       MOVE LAmount TO OiAmount.
       MOVE LAmount TO OiOutstanding.
       CALL 'DUEDATE' USING LCustId, LDate, OiDueDate, TermsDiscDate,
           TermsDiscPct.
       WRITE OpenItemRec.
       CLOSE OpenItemFile.

       MOVE LType TO OiType.
       COMPUTE OiAmount = 0 - LAmount.
       MOVE ZEROS TO OiOutstanding.
       MOVE LDate TO OiDueDate.
       WRITE OpenItemRec.
       CLOSE OpenItemFile.

           MOVE LType TO TblOiType(OiCount)
           COMPUTE TblOiAmount(OiCount) = 0 - PayLeft
           COMPUTE TblOiOutstanding(OiCount) = 0 - PayLeft
           MOVE LDate TO TblOiDueDate(OiCount)
       END-IF.
       PERFORM RewriteOiFile.

           ELSE
               IF TblOiDate(OiIdx) < TblOiDate(OldestIdx)
                   MOVE OiIdx TO OldestIdx
               ELSE
                   IF TblOiDate(OiIdx) = TblOiDate(OldestIdx)
                           AND TblOiDueDate(OiIdx)
                               < TblOiDueDate(OldestIdx)
                       MOVE OiIdx TO OldestIdx
                   END-IF
               END-IF
           END-IF
       END-IF.

*> The reverse of ApplyMoney: the most recent document the money
*> could have settled is re-opened first, back up to its full
*> amount, for as long as the money lasts. Anything left over -
*> money that went onto the account as unapplied cash - comes back
*> as a document of its own, due at once.
ReopenMoney.
       MOVE LAmount TO PayLeft.
       PERFORM LoadOiTable.
       IF OiOverflow = 'Y'
           DISPLAY "WARNING: openitem.dat holds more than 500 rows"
               " - money NOT reversed; run invarch to purge the"
               " settled items, then reverse again"
           GOBACK
       END-IF.
       MOVE 1 TO NewestIdx.
       PERFORM ReopenNewest UNTIL PayLeft = ZERO
           OR NewestIdx = ZERO.
       IF PayLeft > ZERO AND OiCount < 500
           ADD 1 TO OiCount
           MOVE LDocNum TO TblOiDoc(OiCount)
           MOVE LCustId TO TblOiCust(OiCount)
           MOVE LDate TO TblOiDate(OiCount)
           MOVE LType TO TblOiType(OiCount)
           MOVE PayLeft TO TblOiAmount(OiCount)
           MOVE PayLeft TO TblOiOutstanding(OiCount)
           MOVE LDate TO TblOiDueDate(OiCount)
       END-IF.
       PERFORM RewriteOiFile.

ReopenNewest.
       MOVE 0 TO NewestIdx.
       PERFORM FindNewestSettled
           VARYING OiIdx FROM 1 BY 1 UNTIL OiIdx > OiCount.
       IF NewestIdx > ZERO
           COMPUTE TakeAmt = TblOiAmount(NewestIdx)
               - TblOiOutstanding(NewestIdx)
           IF PayLeft < TakeAmt
               MOVE PayLeft TO TakeAmt
           END-IF
           ADD TakeAmt TO TblOiOutstanding(NewestIdx)
           SUBTRACT TakeAmt FROM PayLeft
       END-IF.

FindNewestSettled.
       IF TblOiCust(OiIdx) = LCustId
               AND TblOiAmount(OiIdx) > ZERO
               AND TblOiOutstanding(OiIdx) < TblOiAmount(OiIdx)
           IF NewestIdx = ZERO
               MOVE OiIdx TO NewestIdx
           ELSE
               IF TblOiDate(OiIdx) > TblOiDate(NewestIdx)
                   MOVE OiIdx TO NewestIdx
               END-IF
           END-IF
       END-IF.

*> LAmount comes off the document's own row - amount and
*> outstanding both, so the document's rows still add up to what
*> was billed - and goes onto a new row of type LType due on
*> LDate. Called once per instalment; the last one leaves the
*> document row with nothing outstanding.
ScheduleInstalment.
       PERFORM LoadOiTable.
       IF OiOverflow = 'Y'
           DISPLAY "WARNING: openitem.dat holds more than 500 rows"
               " - instalment NOT scheduled; run invarch to purge"
               " the settled items, then set the plan up again"
           GOBACK
       END-IF.
       MOVE 0 TO SourceIdx.
       PERFORM FindInstalmentSource
           VARYING OiIdx FROM 1 BY 1 UNTIL OiIdx > OiCount.
       IF SourceIdx > ZERO AND OiCount < 500
               AND TblOiOutstanding(SourceIdx) >= LAmount
           SUBTRACT LAmount FROM TblOiAmount(SourceIdx)
           SUBTRACT LAmount FROM TblOiOutstanding(SourceIdx)
           ADD 1 TO OiCount
           MOVE LDocNum TO TblOiDoc(OiCount)
           MOVE LCustId TO TblOiCust(OiCount)
           MOVE TblOiDate(SourceIdx) TO TblOiDate(OiCount)
           MOVE LType TO TblOiType(OiCount)
           MOVE LAmount TO TblOiAmount(OiCount)
           MOVE LAmount TO TblOiOutstanding(OiCount)
           MOVE LDate TO TblOiDueDate(OiCount)
           PERFORM RewriteOiFile
       ELSE
           DISPLAY "WARNING: document " LDocNum
               " has not enough outstanding - instalment due "
               LDate " NOT scheduled"
       END-IF.

FindInstalmentSource.
       IF TblOiDoc(OiIdx) = LDocNum AND TblOiCust(OiIdx) = LCustId
               AND TblOiType(OiIdx) NOT = LType
               AND TblOiOutstanding(OiIdx) > ZERO
           MOVE OiIdx TO SourceIdx
       END-IF.

*> The document's own row of type LType takes the signed LAmount;
*> a document no longer on file (purged by invarch) gets a row of
*> its own for the difference, due at once.
AdjustDocument.
       PERFORM LoadOiTable.
       IF OiOverflow = 'Y'
           DISPLAY "WARNING: openitem.dat holds more than 500 rows"
               " - amendment NOT applied; run invarch to purge the"
               " settled items, then adjust document " LDocNum
               " by hand"
           GOBACK
       END-IF.
       MOVE 0 TO SourceIdx.
       PERFORM FindAdjustedDocument
           VARYING OiIdx FROM 1 BY 1 UNTIL OiIdx > OiCount.
       IF SourceIdx > ZERO
           ADD LAmount TO TblOiAmount(SourceIdx)
           ADD LAmount TO TblOiOutstanding(SourceIdx)
       ELSE
           IF OiCount < 500
               ADD 1 TO OiCount
               MOVE LDocNum TO TblOiDoc(OiCount)
               MOVE LCustId TO TblOiCust(OiCount)
               MOVE LDate TO TblOiDate(OiCount)
               MOVE LType TO TblOiType(OiCount)
               MOVE LAmount TO TblOiAmount(OiCount)
               MOVE LAmount TO TblOiOutstanding(OiCount)
               MOVE LDate TO TblOiDueDate(OiCount)
           END-IF
       END-IF.
       PERFORM RewriteOiFile.

FindAdjustedDocument.
       IF TblOiDoc(OiIdx) = LDocNum AND TblOiCust(OiIdx) = LCustId
               AND TblOiType(OiIdx) = LType
           MOVE OiIdx TO SourceIdx
       END-IF.

LoadOiTable.
       MOVE 0 TO OiCount.
       MOVE 'N' TO OiOverflow.
                   MOVE OiType TO TblOiType(OiCount)
                   MOVE OiAmount TO TblOiAmount(OiCount)
                   MOVE OiOutstanding TO TblOiOutstanding(OiCount)
                   IF OiDueDate IS NUMERIC AND OiDueDate > ZERO
                       MOVE OiDueDate TO TblOiDueDate(OiCount)
                   ELSE
                       MOVE OiDate TO TblOiDueDate(OiCount)
                   END-IF
               ELSE
                   MOVE 'Y' TO OiOverflow
               END-IF
       MOVE TblOiType(OiIdx) TO OiType.
       MOVE TblOiAmount(OiIdx) TO OiAmount.
       MOVE TblOiOutstanding(OiIdx) TO OiOutstanding.
       MOVE TblOiDueDate(OiIdx) TO OiDueDate.
       WRITE OpenItemRec.
