*> open-items file OITEM maintains: one record per document with
*> its amount outstanding, so the run no longer re-parses the
*> whole invoice.dat text and no wording change can silently break
*> it. Each outstanding amount ages by days past its due date -
*> stamped from the customer's payment terms when the document
*> was raised - so a customer on 60-day terms is not shown overdue
*> at day 31; unapplied cash sits on the file as negative
*> outstanding and shows the customer in credit.
*> Run oibuild once to cut an existing shop over from the text.

ENVIRONMENT DIVISION.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD CustomerMaster.
01 MasterData.
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

FD AgingReport.
01 PrintLine PIC X(90).
01 CustFound PIC X.
01 FullName PIC X(31).
01 ReportedCount PIC 9(3) VALUE 0.
*> Column totals over every aged customer - the figure arrecon
*> holds against the ledger's receivables account.
01 GrandTotals.
       02 GrandBucket PIC S9(9)V99 OCCURS 4 TIMES.
01 GrandOpenBal PIC S9(9)V99 VALUE 0.
01 Heads.
       02 FILLER PIC X(32) VALUE "ID    NAME                      ".
       02 FILLER PIC X(32) VALUE "      CURRENT     1-30    31-60 ".
       02 FILLER PIC X(18) VALUE "     61+  OPEN BAL".
       02 FILLER PIC X(8) VALUE SPACES.
01 DetailLine.
       02 PrnCustId PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
01 TotalLine.
       02 FILLER PIC X(26) VALUE "CUSTOMERS WITH BALANCE:   ".
       02 PrnReported PIC ZZ9.
01 GrandLine.
       02 PrnGrandLabel PIC X(26).
       02 PrnGrandAmount PIC -ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MainPara.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE TodayDayCount = TodayYear * 360 + TodayMonth * 30
           + TodayDay.
       MOVE ZEROS TO GrandBucket(1) GrandBucket(2) GrandBucket(3)
           GrandBucket(4).
       PERFORM TallyOpenItems.
       PERFORM PrintAgingReport.
       CALL 'SESSLOG' USING "END  ", "custagin", SPACES.
       END-IF.
       MOVE 'N' TO WSEOF.

*> Each outstanding amount ages from its due date: anything not
*> yet due is current, then 1-30, 31-60 and over 60 days past due.
*> Rows from before terms came in carry no due date and age from
*> the document date as they always did. Unapplied cash carries a
*> negative outstanding and nets in the current bucket.
TallyOneItem.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
       IF OiOutstanding < ZERO
           MOVE 1 TO BucketNo
       ELSE
           IF OiDueDate IS NUMERIC AND OiDueDate > ZERO
               MOVE OiDueDate TO WorkDate
           ELSE
               MOVE OiDate TO WorkDate
           END-IF
           COMPUTE DocDayCount = WkYear * 360 + WkMonth * 30
               + WkDay
           COMPUTE AgeDays = TodayDayCount - DocDayCount
           EVALUATE TRUE
               WHEN AgeDays < 1  MOVE 1 TO BucketNo
               WHEN AgeDays < 31 MOVE 2 TO BucketNo
               WHEN AgeDays < 61 MOVE 3 TO BucketNo
               WHEN OTHER        MOVE 4 TO BucketNo
           END-EVALUATE
       END-IF.
           VARYING WorkIdx FROM 1 BY 1 UNTIL WorkIdx > AgingCount.
       MOVE ReportedCount TO PrnReported.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       PERFORM PrintGrandTotals.
       CLOSE CustomerMaster, AgingReport.
       DISPLAY "Aging report written to CustAging.rpt ("
           ReportedCount " customers with balances)".

PrintGrandTotals.
       MOVE SPACES TO GrandLine.
       MOVE "TOTAL CURRENT" TO PrnGrandLabel.
       MOVE GrandBucket(1) TO PrnGrandAmount.
       WRITE PrintLine FROM GrandLine.
       MOVE "TOTAL 1-30 DAYS" TO PrnGrandLabel.
       MOVE GrandBucket(2) TO PrnGrandAmount.
       WRITE PrintLine FROM GrandLine.
       MOVE "TOTAL 31-60 DAYS" TO PrnGrandLabel.
       MOVE GrandBucket(3) TO PrnGrandAmount.
       WRITE PrintLine FROM GrandLine.
       MOVE "TOTAL OVER 60 DAYS" TO PrnGrandLabel.
       MOVE GrandBucket(4) TO PrnGrandAmount.
       WRITE PrintLine FROM GrandLine.
       MOVE "GRAND TOTAL OPEN BALANCE" TO PrnGrandLabel.
       MOVE GrandOpenBal TO PrnGrandAmount.
       WRITE PrintLine FROM GrandLine.

ReportOneCustomer.
       COMPUTE OpenBalance = AgBucket(WorkIdx, 1)
           + AgBucket(WorkIdx, 2) + AgBucket(WorkIdx, 3)
           + AgBucket(WorkIdx, 4).
       ADD AgBucket(WorkIdx, 1) TO GrandBucket(1).
       ADD AgBucket(WorkIdx, 2) TO GrandBucket(2).
       ADD AgBucket(WorkIdx, 3) TO GrandBucket(3).
       ADD AgBucket(WorkIdx, 4) TO GrandBucket(4).
       ADD OpenBalance TO GrandOpenBal.
       IF OpenBalance NOT = ZERO
           ADD 1 TO ReportedCount
           MOVE AgCustId(WorkIdx) TO PrnCustId
