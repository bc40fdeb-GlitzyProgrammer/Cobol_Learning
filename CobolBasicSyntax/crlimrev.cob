*> quarter of annual volume rounded to the hundred, halved for
*> overdue balances and again for slow payment. The apply option
*> lets a supervisor put an approved figure on the master, with an
*> audit line per customer on crlimaudit.log. The part of an
*> invoice held in an open dispute on dispute.dat is not counted
*> as overdue against the customer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
       02 AllocInvNum PIC 9(6).
       02 FILLER PIC X.
       02 AllocAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 AllocType PIC X.

FD LimitAuditLog.
01 LimitAuditLine PIC X(70).
01 AllocFound PIC X.
01 InvAllocated PIC 9(7)V99.
01 OpenAmt PIC S9(7)V99.
*> The part of an invoice's open amount an open dispute holds back
*> through DISPCHK.
01 DisputeHeld PIC S9(7)V99.
01 AvgPayDays PIC 9(5).
01 RecommendWork PIC 9(9)V99.
01 RecommendHundreds PIC 9(7).
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       MOVE 0 TO ScoreCount.
       CALL 'DISPCHK' USING "LOAD", InvoiceNum, InvCustId, OpenAmt,
           DisputeHeld.
       PERFORM LoadAllocTable.
       PERFORM ScoreInvoices.
       PERFORM ScorePayTiming.
           IF AgeDays > 30
               PERFORM SumInvoiceAllocations
               COMPUTE OpenAmt = InvTotal - InvAllocated
               CALL 'DISPCHK' USING "HOLD", InvoiceNum, InvCustId,
                   OpenAmt, DisputeHeld
               SUBTRACT DisputeHeld FROM OpenAmt
               IF OpenAmt > ZERO
                   ADD OpenAmt TO TblScOverdue(ScoreIdx)
               END-IF
