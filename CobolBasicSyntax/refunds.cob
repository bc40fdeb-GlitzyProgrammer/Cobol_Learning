*> positive document that swallows the credit (with the matching
*> "Order total" text for history), cash out journals against
*> receivables, and a remittance advice prints with the name and
*> address from customer.txt. The advice's wording is kept on
*> lettmpl.dat (REFUND) and merged by LETMRG, so the accountant
*> changes it through lettmpl.cob.

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

FD InvoiceFile.
01 InvoiceLine PIC X(80).
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD JournalFile.
*> Kept in step with the JournalRec layout glpost.cob writes.
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 CreditListedCount PIC 9(3).
*> The LETMRG call's arguments.
01 LetterCode PIC X(8) VALUE "REFUND".
01 MergeLine PIC X(70).
01 MergeVersion PIC 9(3).
01 MergeResult PIC X.
01 ShowAmount PIC Z,ZZZ,ZZ9.99.
01 LetterFields.
       02 LfName PIC X(31).
       02 LfAddr1 PIC X(20).
       02 LfAddr2 PIC X(20).
       02 LfPostCode PIC X(8).
       02 LfAccount PIC X(7).
       02 LfAmount PIC X(12).
       02 LfStudent PIC X(31).
       02 LfTerm PIC X(5).
       02 LfGpa PIC X(4).
*> Per-customer invoiced-less-paid totals for the credit listing.
01 BalTable.
       02 BalEntry OCCURS 0 TO 200 TIMES
           CLOSE AdviceFile
           OPEN EXTEND AdviceFile
       END-IF.
       MOVE SPACES TO LetterFields.
       MOVE FullName TO LfName.
       MOVE MAddrLine1 TO LfAddr1.
       MOVE MAddrLine2 TO LfAddr2.
       MOVE MPostalCode TO LfPostCode.
       MOVE EntryCustId TO LfAccount.
       MOVE RefundAmt TO ShowAmount.
       MOVE ShowAmount TO LfAmount.
       MOVE SPACES TO AdviceLine.
       WRITE AdviceLine AFTER ADVANCING PAGE.
       CALL 'LETMRG' USING "OPEN", LetterCode, TodayDate, LetterFields,
           MergeLine, MergeVersion, MergeResult.
       IF MergeResult = 'N'
           DISPLAY "WARNING: no REFUND letter in effect - advice not"
               " printed"
           MOVE SPACES TO AdviceLine
           STRING "(no REFUND letter in effect for account "
               EntryCustId ")" DELIMITED BY SIZE
               INTO AdviceLine
           END-STRING
           WRITE AdviceLine
       END-IF.
       PERFORM WriteOneMergedLine UNTIL MergeResult = 'N'.
       CLOSE AdviceFile.

*> The first call after OPEN hands back line 1.
WriteOneMergedLine.
       CALL 'LETMRG' USING "NEXT", LetterCode, TodayDate, LetterFields,
           MergeLine, MergeVersion, MergeResult.
       IF MergeResult = 'Y'
           MOVE MergeLine TO AdviceLine
           WRITE AdviceLine
       END-IF.
