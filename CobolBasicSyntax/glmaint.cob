*> (trialbal.cob) hang their account numbers and names on, kept
*> with the same Add/Update/Get/List menu shape as supplier.dat.
*> On first open the standard accounts the posting run expects are
*> seeded so a brand-new ledger balances from night one. The
*> tolerance the nightly receivables reconciliation (arrecon.cob)
*> allows between its sub-ledgers and the control accounts is kept
*> on artol.dat and set here too.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           RECORD KEY IS AcctNum
           FILE STATUS IS AccountFileStatus.

      *> Reconciliation tolerance in dollars - the budtol.dat
      *> discipline.
       SELECT OPTIONAL ArTolFile ASSIGN TO "artol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArTolStatus.

DATA DIVISION.
FILE SECTION.
FD AccountFile.
01 AccountRec.
       02 AcctNum PIC 9(4).
       02 AcctName PIC X(25).
      *> A for asset, L liability, C capital (owners' equity), I
      *> income, E expense - the trial balance and the financial
      *> statements group on it.
       02 AcctType PIC X.

FD ArTolFile.
01 ArTolRec.
       02 ArTolAmount PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 AccountFileStatus PIC XX.
01 OperatorName PIC X(20).
01 NewFile PIC X VALUE 'N'.
01 ArTolStatus PIC XX.
01 Tolerance PIC 9(5)V99.

PROCEDURE DIVISION.
StartPara.
           OPEN I-O AccountFile
           MOVE 'Y' TO NewFile
       END-IF.
       PERFORM SeedStandardAccounts.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "CHART OF ACCOUNTS"
           DISPLAY "2: Update Account"
           DISPLAY "3: Get Account"
           DISPLAY "4: List All Accounts"
           DISPLAY "5: Set Reconciliation Tolerance"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 2 PERFORM UpdateAccount
               WHEN 3 PERFORM GetAccount
               WHEN 4 PERFORM ListAllAccounts
               WHEN 5 PERFORM SetTolerance
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
      *> run standalone.
       GOBACK.

*> The accounts glpost.cob posts to; keyed here so the first trial
*> balance prints names instead of bare numbers. Run at every open -
*> an account already on the chart is left exactly as it is, so
*> the ones added to the posting since a chart was first built
*> still appear on it.
SeedStandardAccounts.
       MOVE 1000 TO AcctNum.
       MOVE "Cash at Bank" TO AcctName.
       MOVE "Student Receivable" TO AcctName.
       MOVE 'A' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 1300 TO AcctNum.
       MOVE "Inventory" TO AcctName.
       MOVE 'A' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 2000 TO AcctNum.
       MOVE "Accounts Payable" TO AcctName.
       MOVE 'L' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 2100 TO AcctNum.
       MOVE "Goods Received Not Billed" TO AcctName.
       MOVE 'L' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 5000 TO AcctNum.
       MOVE "Cost of Sales" TO AcctName.
       MOVE 'E' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 5100 TO AcctNum.
       MOVE "Stock Adjustments" TO AcctName.
       MOVE 'E' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 4000 TO AcctNum.
       MOVE "Sales Revenue" TO AcctName.
       MOVE 'I' TO AcctType.
       MOVE "Tuition Revenue" TO AcctName.
       MOVE 'I' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 4200 TO AcctNum.
       MOVE "Delivery Income" TO AcctName.
       MOVE 'I' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 4300 TO AcctNum.
       MOVE "Donations Income" TO AcctName.
       MOVE 'I' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 2200 TO AcctNum.
       MOVE "Sales Tax Payable" TO AcctName.
       MOVE 'L' TO AcctType.
       MOVE "Gift Card Liability" TO AcctName.
       MOVE 'L' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 3000 TO AcctNum.
       MOVE "Retained Earnings" TO AcctName.
       MOVE 'C' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 6000 TO AcctNum.
       MOVE "Bad Debt Expense" TO AcctName.
       MOVE 'E' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 6100 TO AcctNum.
       MOVE "Settlement Discount" TO AcctName.
       MOVE 'E' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 6200 TO AcctNum.
       MOVE "Exchange Gain/Loss" TO AcctName.
       MOVE 'E' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       MOVE 6300 TO AcctNum.
       MOVE "Teaching Salaries" TO AcctName.
       MOVE 'E' TO AcctType.
       WRITE AccountRec INVALID KEY CONTINUE END-WRITE.
       IF NewFile = 'Y'
           DISPLAY "Standard accounts seeded"
       END-IF.

AddAccount.
       DISPLAY " "
       ACCEPT AcctNum.
       DISPLAY "Account Name: " WITH NO ADVANCING.
       ACCEPT AcctName.
       DISPLAY "Type (A/L/C/I/E): " WITH NO ADVANCING.
       ACCEPT AcctType.
       WRITE AccountRec
           INVALID KEY DISPLAY "Account Number Taken"
       ELSE
           DISPLAY "New Account Name: " WITH NO ADVANCING
           ACCEPT AcctName
           DISPLAY "New Type (A/L/C/I/E): " WITH NO ADVANCING
           ACCEPT AcctType
           REWRITE AccountRec
               INVALID KEY DISPLAY "Account Not Updated"
               DISPLAY AcctNum SPACE AcctName SPACE AcctType
           END-IF
       END-PERFORM.

*> Unset, arrecon allows a dollar either way for rounding.
SetTolerance.
       MOVE 1.00 TO Tolerance.
       OPEN INPUT ArTolFile.
       IF ArTolStatus NOT = "35"
           READ ArTolFile
               AT END CONTINUE
               NOT AT END MOVE ArTolAmount TO Tolerance
           END-READ
           CLOSE ArTolFile
       END-IF.
       DISPLAY "Current tolerance $" Tolerance.
       DISPLAY "Fail the reconciliation over (dollars, e.g. 1.00): "
           WITH NO ADVANCING.
       ACCEPT Tolerance.
       OPEN OUTPUT ArTolFile.
       MOVE Tolerance TO ArTolAmount.
       WRITE ArTolRec.
       CLOSE ArTolFile.
