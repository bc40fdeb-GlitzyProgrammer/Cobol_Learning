       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. budgetmnt.
AUTHOR. Lawrence.
*> Budget maintenance: the owners set a budget every year and used
*> to compare it with the ledger in a spreadsheet. budget.dat holds
*> one amount per glaccts.dat account per accounting month (YYYYMM,
*> the month periodmnt opens and closes), in the account's natural
*> direction - income as the credit expected, expenses and assets
*> as the debit. Amounts are keyed here one month at a time or
*> loaded in bulk from budgetin.dat, the flat file the spreadsheet
*> exports; the variance tolerance the budvar report flags against
*> is kept on budtol.dat and set here too.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BudgetFile ASSIGN TO "budget.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BudKey
           FILE STATUS IS BudgetFileStatus.

       SELECT AccountFile ASSIGN TO "glaccts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AcctNum
           FILE STATUS IS AccountFileStatus.

      *> The spreadsheet's export: account, month, amount.
       SELECT OPTIONAL BudgetInFile ASSIGN TO "budgetin.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BudgetInStatus.

      *> Variance tolerance in percent - the ratetol.dat discipline.
       SELECT OPTIONAL BudTolFile ASSIGN TO "budtol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BudTolStatus.

DATA DIVISION.
FILE SECTION.
FD BudgetFile.
01 BudgetRec.
       02 BudKey.
           03 BudAcct PIC 9(4).
           03 BudMonth PIC 9(6).
       02 BudAmount PIC 9(7)V99.
       02 BudSetBy PIC X(8).
       02 BudSetOn PIC 9(8).

FD AccountFile.
*> Kept in step with the AccountRec layout glmaint.cob keeps.
01 AccountRec.
       02 AcctNum PIC 9(4).
       02 AcctName PIC X(25).
       02 AcctType PIC X.

FD BudgetInFile.
01 BudgetInRec.
       02 BiAcct PIC 9(4).
       02 FILLER PIC X.
       02 BiMonth PIC 9(6).
       02 FILLER PIC X.
       02 BiAmount PIC 9(7)V99.

FD BudTolFile.
01 BudTolRec.
       02 TolPct PIC 99V99.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 BudgetFileStatus PIC XX.
01 AccountFileStatus PIC XX.
01 BudgetInStatus PIC XX.
01 BudTolStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 OperatorName PIC X(20).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 AcctExits PIC X.
01 BudExists PIC X.
01 TodayDate PIC 9(8).
01 EntryAcct PIC 9(4).
01 EntryMonth.
       02 EntryYear PIC 9(4).
       02 EntryMon PIC 99.
01 EntryAmount PIC 9(7)V99.
01 EntryYearOnly PIC 9(4).
01 MonthIdx PIC 99.
01 YearTotal PIC 9(9)V99.
01 Tolerance PIC 99V99.
01 LoadedCount PIC 9(5).
01 ReplacedCount PIC 9(5).
01 RejectedCount PIC 9(5).
01 MonthCheck.
       02 McYear PIC 9(4).
       02 McMonth PIC 99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "budgetmt", OperatorName.
       CALL 'SESSLOG' USING "START", "budgetmt", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       OPEN I-O BudgetFile.
       IF BudgetFileStatus = "35"
           OPEN OUTPUT BudgetFile
           CLOSE BudgetFile
           OPEN I-O BudgetFile
       END-IF.
       OPEN INPUT AccountFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "BUDGETS"
           DISPLAY "1: Set a Month's Budget"
           DISPLAY "2: Show an Account's Year"
           DISPLAY "3: Load Budgets from budgetin.dat"
           DISPLAY "4: Set Variance Tolerance"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM SetMonthBudget THRU SetMonthBudget-Exit
               WHEN 2 PERFORM ShowAccountYear
                   THRU ShowAccountYear-Exit
               WHEN 3 PERFORM LoadBudgetFile
               WHEN 4 PERFORM SetTolerance
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE BudgetFile, AccountFile.
       CALL 'SESSLOG' USING "END  ", "budgetmt", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Adds the month's budget or replaces the one already there; a
*> zero amount is a real budget of nothing, not a deletion.
SetMonthBudget.
       DISPLAY " "
       DISPLAY "Account Number: " WITH NO ADVANCING.
       ACCEPT EntryAcct.
       PERFORM FindBudgetAccount.
       IF AcctExits = 'N'
           DISPLAY "Account not on the chart - not set"
           GO TO SetMonthBudget-Exit
       END-IF.
       DISPLAY "Account: " AcctName.
       DISPLAY "Month (YYYYMM): " WITH NO ADVANCING.
       ACCEPT EntryMonth.
       IF EntryMon < 1 OR EntryMon > 12
           DISPLAY "Month must be 01 to 12 - not set"
           GO TO SetMonthBudget-Exit
       END-IF.
       MOVE EntryAcct TO BudAcct.
       MOVE EntryMonth TO BudMonth.
       MOVE 'Y' TO BudExists.
       READ BudgetFile
           INVALID KEY MOVE 'N' TO BudExists
       END-READ.
       IF BudExists = 'Y'
           DISPLAY "Current budget $" BudAmount " set by " BudSetBy
               " on " BudSetOn
       END-IF.
       DISPLAY "Budget amount: " WITH NO ADVANCING.
       ACCEPT EntryAmount.
       MOVE EntryAcct TO BudAcct.
       MOVE EntryMonth TO BudMonth.
       MOVE EntryAmount TO BudAmount.
       MOVE AuthOperId TO BudSetBy.
       MOVE TodayDate TO BudSetOn.
       IF BudExists = 'Y'
           REWRITE BudgetRec
               INVALID KEY DISPLAY "Budget Not Updated"
           END-REWRITE
       ELSE
           WRITE BudgetRec
               INVALID KEY DISPLAY "Budget Not Recorded"
           END-WRITE
       END-IF.
SetMonthBudget-Exit.
       EXIT.

ShowAccountYear.
       DISPLAY " "
       DISPLAY "Account Number: " WITH NO ADVANCING.
       ACCEPT EntryAcct.
       PERFORM FindBudgetAccount.
       IF AcctExits = 'N'
           DISPLAY "Account DNE"
           GO TO ShowAccountYear-Exit
       END-IF.
       DISPLAY "Year (YYYY): " WITH NO ADVANCING.
       ACCEPT EntryYearOnly.
       DISPLAY EntryAcct " " AcctName " budget for " EntryYearOnly.
       MOVE 0 TO YearTotal.
       PERFORM ShowOneMonth
           VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12.
       DISPLAY "  Year    $" YearTotal.
ShowAccountYear-Exit.
       EXIT.

ShowOneMonth.
       MOVE EntryAcct TO BudAcct.
       COMPUTE BudMonth = EntryYearOnly * 100 + MonthIdx.
       READ BudgetFile
           INVALID KEY MOVE ZEROS TO BudAmount
       END-READ.
       ADD BudAmount TO YearTotal.
       DISPLAY "  " BudMonth "  $" BudAmount.

*> Every line is validated on its own: an account not on the chart
*> or a month that is not a month is rejected and shown, the rest
*> are added or replace what was there.
LoadBudgetFile.
       MOVE 0 TO LoadedCount.
       MOVE 0 TO ReplacedCount.
       MOVE 0 TO RejectedCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT BudgetInFile.
       IF BudgetInStatus = "35"
           DISPLAY "No budgetin.dat on file - nothing loaded"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneBudgetLine UNTIL WSEOF = 'Y'.
       IF BudgetInStatus NOT = "35"
           CLOSE BudgetInFile
       END-IF.
       DISPLAY "Load complete: " LoadedCount " added, "
           ReplacedCount " replaced, " RejectedCount " rejected".

LoadOneBudgetLine.
       READ BudgetInFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END PERFORM ApplyOneBudgetLine
       END-READ.

ApplyOneBudgetLine.
       MOVE BiMonth TO MonthCheck.
       MOVE BiAcct TO EntryAcct.
       MOVE 'N' TO AcctExits.
       IF BiAcct IS NUMERIC
           PERFORM FindBudgetAccount
       END-IF.
       IF AcctExits = 'N' OR BiMonth NOT NUMERIC
               OR BiAmount NOT NUMERIC
               OR McMonth < 1 OR McMonth > 12
           ADD 1 TO RejectedCount
           DISPLAY "REJECTED " BudgetInRec
       ELSE
           MOVE BiAcct TO BudAcct
           MOVE BiMonth TO BudMonth
           MOVE 'Y' TO BudExists
           READ BudgetFile
               INVALID KEY MOVE 'N' TO BudExists
           END-READ
           MOVE BiAcct TO BudAcct
           MOVE BiMonth TO BudMonth
           MOVE BiAmount TO BudAmount
           MOVE AuthOperId TO BudSetBy
           MOVE TodayDate TO BudSetOn
           IF BudExists = 'Y'
               REWRITE BudgetRec
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO ReplacedCount
           ELSE
               WRITE BudgetRec
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO LoadedCount
           END-IF
       END-IF.

SetTolerance.
       MOVE 0 TO Tolerance.
       OPEN INPUT BudTolFile.
       IF BudTolStatus NOT = "35"
           READ BudTolFile
               AT END CONTINUE
               NOT AT END MOVE TolPct TO Tolerance
           END-READ
           CLOSE BudTolFile
       END-IF.
       DISPLAY "Current tolerance " Tolerance "%".
       DISPLAY "Flag variances over (percent, e.g. 10.00): "
           WITH NO ADVANCING.
       ACCEPT Tolerance.
       OPEN OUTPUT BudTolFile.
       MOVE Tolerance TO TolPct.
       WRITE BudTolRec.
       CLOSE BudTolFile.

FindBudgetAccount.
       MOVE 'Y' TO AcctExits.
       MOVE EntryAcct TO AcctNum.
       READ AccountFile
           INVALID KEY MOVE 'N' TO AcctExits
       END-READ.
