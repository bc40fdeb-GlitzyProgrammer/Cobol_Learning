*> grand total line that proves the ledger balances - the figure the
*> accountant used to re-derive in a spreadsheet, with the two days
*> a mis-keyed total cost us last quarter as the reason this exists.
*> Once yearend has closed a year it starts from the opening
*> balances on glopen.dat and reads only the journal from that new
*> year on, so income and expense start again from nil each year.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           RECORD KEY IS AcctNum
           FILE STATUS IS AccountFileStatus.

      *> Written by yearend.cob - absent until the first close.
       SELECT OPTIONAL OpenBalFile ASSIGN TO "glopen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenBalStatus.

       SELECT TrialReport ASSIGN TO "TrialBal.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       02 AcctName PIC X(25).
       02 AcctType PIC X.

FD OpenBalFile.
*> Kept in step with the OpenBalRec layout yearend.cob writes.
01 OpenBalRec.
       02 ObYear PIC 9(4).
       02 FILLER PIC X.
       02 ObAcct PIC 9(4).
       02 FILLER PIC X.
       02 ObDrCr PIC X.
       02 FILLER PIC X.
       02 ObAmount PIC 9(9)V99.

FD TrialReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 JournalStatus PIC XX.
01 AccountFileStatus PIC XX.
01 OpenBalStatus PIC XX.
01 OpenYear PIC 9(4) VALUE 0.
01 OpenFrom PIC 9(8) VALUE 0.
01 PostAmount PIC 9(9)V99.
01 WSEOF PIC X VALUE 'N'.
01 AcctFound PIC X.
*> One row per account seen on the journal, debits and credits kept
PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "trialbal", SPACES.
       PERFORM BringForwardOpening.
       PERFORM TallyJournal.
       PERFORM PrintTrialBalance.
       CALL 'SESSLOG' USING "END  ", "trialbal", SPACES.
      *> run standalone.
       GOBACK.

*> glopen.dat holds the one year the last close carried forward;
*> its balances seed the table the way journal lines would.
BringForwardOpening.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OpenBalFile.
       IF OpenBalStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM BringOneOpeningBalance UNTIL WSEOF = 'Y'.
       IF OpenBalStatus NOT = "35"
           CLOSE OpenBalFile
       END-IF.
       IF OpenYear NOT = 0
           COMPUTE OpenFrom = OpenYear * 10000 + 101
       END-IF.
       MOVE 'N' TO WSEOF.

BringOneOpeningBalance.
       READ OpenBalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE ObYear TO OpenYear
               MOVE ObAcct TO JrnAcct
               MOVE ObDrCr TO JrnDrCr
               MOVE ObAmount TO PostAmount
               PERFORM PostLineToTable
       END-READ.

TallyJournal.
       OPEN INPUT JournalFile.
       IF JournalStatus = "35"
TallyOneJournalLine.
       READ JournalFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF JrnDate >= OpenFrom
                   MOVE JrnAmount TO PostAmount
                   PERFORM PostLineToTable
               END-IF
       END-READ.

PostLineToTable.

AddLineAmount.
       IF JrnDrCr = 'D'
           ADD PostAmount TO TblBalDebit(BalanceIdx)
           ADD PostAmount TO GrandDebit
       ELSE
           ADD PostAmount TO TblBalCredit(BalanceIdx)
           ADD PostAmount TO GrandCredit
       END-IF.

PrintTrialBalance.
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       IF OpenYear NOT = 0
           MOVE SPACES TO PrintLine
           STRING "Opening balances for " OpenYear " brought forward"
               " from the year-end close" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           WRITE PrintLine
       END-IF.
       MOVE Heads TO PrintLine.
       WRITE PrintLine.
       PERFORM PrintOneBalanceRow
