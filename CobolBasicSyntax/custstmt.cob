*> in an operator-keyed month, sorts them by customer, and prints
*> one statement page per customer with their documents and a
*> grand total. The run used to re-parse the invoice.dat text;
*> run oibuild once to cut an existing shop over. Branch accounts
*> are not sent statements of their own: each parent gets one
*> consolidated statement, its own documents first and then each
*> branch's under the branch's name with a branch subtotal.
*> Scheduled on the last working day of the month, the night batch
*> hands it the month and year from its parameter file through
*> JOBPARM, 00 meaning the current one; an unattended run with no
*> file does the current month.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

FD StatementReport.
01 PrintLine PIC X(60).

SD SortWorkFile.
01 SortRec.
      *> The account the statement goes to - the parent for a branch,
      *> the customer itself otherwise; BranchSeq puts the parent's
      *> own documents ahead of its branches'.
       02 SrtGroupId PIC 9(5).
       02 SrtBranchSeq PIC 9.
       02 SrtCustId  PIC 9(5).
       02 SrtDate    PIC X(8).
      *> Signed so returns.cob's credit memos come through as
01 SortEOF PIC X VALUE 'N'.
01 StmtMonth PIC 99.
01 StmtYear PIC 99.
01 TodayDate.
       02 TodayYear PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay PIC 99.
01 BatchRun PIC X.
01 ParmText PIC X(20).
01 ParmNumber PIC 9(8).
01 ParmFound PIC X.
01 TargetMonth PIC 9(6).
01 DocMonth PIC 9(6).
01 PrevCustId PIC 9(5) VALUE 0.
01 PrevGroupId PIC 9(5) VALUE 0.
01 BranchOpen PIC X VALUE 'N'.
01 BranchCount PIC 9(3) VALUE 0.
01 BranchTotal PIC S9(7)V99 VALUE 0.
01 FirstCust PIC X VALUE 'Y'.
01 CustFound PIC X.
01 FullName PIC X(31).
       02 PrnOrderCount PIC ZZ9.
       02 FILLER PIC X(15) VALUE "  Month total $".
       02 PrnCustTotal PIC Z,ZZZ,ZZ9.99-.
01 BranchHeadLine.
       02 FILLER PIC X(10) VALUE "  Branch  ".
       02 PrnBranchId PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnBranchName PIC X(31).
01 BranchTotalLine.
       02 FILLER PIC X(10) VALUE "  Items:  ".
       02 PrnBranchCount PIC ZZ9.
       02 FILLER PIC X(15) VALUE "  Branch total$".
       02 PrnBranchTotal PIC Z,ZZZ,ZZ9.99-.
01 GrandTotalLine.
       02 FILLER PIC X(23) VALUE "GRAND TOTAL ALL CUST $ ".
       02 PrnGrandTotal PIC Z,ZZZ,ZZ9.99-.
PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "custstmt", SPACES.
       PERFORM TakeStmtPeriod.
       SORT SortWorkFile ON ASCENDING KEY SrtGroupId, SrtBranchSeq,
               SrtCustId, SrtDate
           INPUT PROCEDURE IS SelectMonthOrders
           OUTPUT PROCEDURE IS PrintStatements.
       CALL 'SESSLOG' USING "END  ", "custstmt", SPACES.
      *> run standalone.
       GOBACK.

TakeStmtPeriod.
       CALL 'JOBPARM' USING "BAT", ParmText, ParmNumber, BatchRun.
       IF BatchRun = 'Y'
           CALL 'JOBPARM' USING "GET", ParmText, ParmNumber, ParmFound
           MOVE ParmNumber TO StmtMonth
           CALL 'JOBPARM' USING "GET", ParmText, ParmNumber, ParmFound
           MOVE ParmNumber TO StmtYear
           ACCEPT TodayDate FROM DATE YYYYMMDD
           IF StmtMonth = 0
               MOVE TodayMonth TO StmtMonth
           END-IF
           IF StmtYear = 0
               MOVE TodayYear TO StmtYear
           END-IF
           DISPLAY "Statements for month " StmtMonth "/" StmtYear
       ELSE
           DISPLAY "Statement month (MM): " WITH NO ADVANCING
           ACCEPT StmtMonth
           DISPLAY "Statement year (YY): " WITH NO ADVANCING
           ACCEPT StmtYear
       END-IF.

*> One open-items record per document, amounts already signed -
*> credits come through as negative statement lines on their own.
SelectMonthOrders.
       COMPUTE TargetMonth = (2000 + StmtYear) * 100 + StmtMonth.
       OPEN INPUT CustomerMaster.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           DISPLAY "No open-items file found - run oibuild first"
           END-PERFORM
           CLOSE OpenItemFile
       END-IF.
       CLOSE CustomerMaster.

ConsiderOneItem.
       COMPUTE DocMonth = OiDate / 100.
       IF DocMonth = TargetMonth
           MOVE OiCustId TO SrtCustId
           MOVE OiCustId TO SrtGroupId
           MOVE 0 TO SrtBranchSeq
           MOVE OiCustId TO MIDNum
           READ CustomerMaster
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MParentId IS NUMERIC AND MParentId > ZERO
                       MOVE MParentId TO SrtGroupId
                       MOVE 1 TO SrtBranchSeq
                   END-IF
           END-READ
           MOVE OiDate TO SrtDate
           MOVE OiAmount TO SrtAmount
           RELEASE SortRec
           StmtCount " customers)".

PrintStatementBody.
       IF FirstCust = 'Y' OR SrtGroupId NOT = PrevGroupId
           IF FirstCust = 'N'
               PERFORM CloseCustomerPage
           END-IF
           PERFORM StartCustomerPage
       END-IF.
       IF SrtCustId NOT = PrevCustId
           PERFORM CloseBranch
           MOVE SrtCustId TO PrevCustId
           IF SrtBranchSeq = 1
               PERFORM StartBranch
           END-IF
       END-IF.
       MOVE SrtDate TO PrnOrderDate.
       MOVE SrtAmount TO PrnOrderAmt.
       WRITE PrintLine FROM OrderDetailLine.
       ADD 1 TO CustOrderCount.
       ADD SrtAmount TO CustTotal.
       ADD SrtAmount TO GrandTotal.
       IF BranchOpen = 'Y'
           ADD 1 TO BranchCount
           ADD SrtAmount TO BranchTotal
       END-IF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

StartCustomerPage.
       MOVE 'N' TO FirstCust.
       MOVE SrtGroupId TO PrevGroupId.
       MOVE 0 TO PrevCustId.
       MOVE 0 TO CustOrderCount.
       MOVE 0 TO CustTotal.
       ADD 1 TO StmtCount.
       MOVE SrtGroupId TO PrnStmtId.
       WRITE PrintLine FROM StatementHeading AFTER ADVANCING PAGE.
       MOVE 'Y' TO CustFound.
       MOVE SrtGroupId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       WRITE PrintLine.

CloseCustomerPage.
       PERFORM CloseBranch.
       MOVE CustOrderCount TO PrnOrderCount.
       MOVE CustTotal TO PrnCustTotal.
       WRITE PrintLine FROM CustTotalLine AFTER ADVANCING 2 LINES.

StartBranch.
       MOVE 'Y' TO BranchOpen.
       MOVE 0 TO BranchCount.
       MOVE 0 TO BranchTotal.
       MOVE SrtCustId TO PrnBranchId.
       MOVE SrtCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE "(customer no longer on file)" TO FullName
           NOT INVALID KEY
               CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       END-READ.
       MOVE FullName TO PrnBranchName.
       WRITE PrintLine FROM BranchHeadLine AFTER ADVANCING 2 LINES.

CloseBranch.
       IF BranchOpen = 'Y'
           MOVE BranchCount TO PrnBranchCount
           MOVE BranchTotal TO PrnBranchTotal
           WRITE PrintLine FROM BranchTotalLine
           MOVE 'N' TO BranchOpen
       END-IF.
