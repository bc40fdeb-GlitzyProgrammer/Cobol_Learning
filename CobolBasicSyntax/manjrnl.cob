       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. manjrnl.
AUTHOR. Lawrence.
*> Manual journals: glpost only journals what it derives from
*> invoices, payments and tuition bills, so accruals, depreciation,
*> bank charges and corrections were being typed straight into
*> gljournal.dat. An entry keyed here names its accounts from the
*> glaccts.dat chart and is refused unless its debits equal its
*> credits. It is then held on mjournal.dat until a level-3
*> operator other than the one who keyed it approves it; glpost
*> posts approved entries on its next run. Three kinds:
*>   S  standard  - posts once on its date
*>   R  recurring - posts on the same day every month from its
*>                  first date until its end month (0 = until
*>                  stopped here)
*>   V  reversing - posts on its date and posts again, turned
*>                  round, on the first day of the next month, the
*>                  way an accrual is taken back
*> The posting date goes through PERCHK when keyed and again when
*> approved, so nothing is held for a month since closed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ManJrnlFile ASSIGN TO "mjournal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MjNum
           FILE STATUS IS ManJrnlStatus.

       SELECT AccountFile ASSIGN TO "glaccts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AcctNum
           FILE STATUS IS AccountFileStatus.

      *> Last journal number issued, the invctl.dat way.
       SELECT OPTIONAL MjCtlFile ASSIGN TO "mjctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MjCtlStatus.

DATA DIVISION.
FILE SECTION.
FD ManJrnlFile.
01 ManJrnlRec.
       02 MjNum PIC 9(6).
       02 MjType PIC X.
       02 MjStatus PIC X.
          *> H held for approval, A approved, X rejected.
       02 MjDate PIC 9(8).
       02 MjDateParts REDEFINES MjDate.
           03 MjDateMonth PIC 9(6).
           03 MjDateDay PIC 99.
       02 MjDesc PIC X(30).
       02 MjEnterBy PIC X(8).
       02 MjEnterOn PIC 9(8).
       02 MjApproveBy PIC X(8).
       02 MjApproveOn PIC 9(8).
       02 MjPosted PIC X.
       02 MjRevDate PIC 9(8).
       02 MjRevPosted PIC X.
       02 MjLastMonth PIC 9(6).
       02 MjEndMonth PIC 9(6).
       02 MjLineCount PIC 99.
       02 MjLine OCCURS 10 TIMES.
           03 MjlAcct PIC 9(4).
           03 MjlDrCr PIC X.
           03 MjlAmount PIC 9(7)V99.

FD AccountFile.
*> Kept in step with the AccountRec layout glmaint.cob keeps.
01 AccountRec.
       02 AcctNum PIC 9(4).
       02 AcctName PIC X(25).
       02 AcctType PIC X.

FD MjCtlFile.
01 MjCtlRec.
       02 NextMjNum PIC 9(6).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 ManJrnlStatus PIC XX.
01 AccountFileStatus PIC XX.
01 MjCtlStatus PIC XX.
01 BrowseEOF PIC X.
01 OperatorName PIC X(20).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 TodayDate PIC 9(8).
01 EntryNum PIC 9(6).
01 EntryAcct PIC 9(4).
01 EntryDrCr PIC X.
01 EntryAmount PIC 9(7)V99.
01 EntryEndMonth PIC 9(6).
01 MjExists PIC X.
01 AcctExists PIC X.
01 LinesDone PIC X.
01 LineIdx PIC 99.
01 DebitTotal PIC 9(9)V99.
01 CreditTotal PIC 9(9)V99.
01 ConfirmAnswer PIC X.
01 HeldCount PIC 9(5).
01 PerDocDate PIC 9(8).
01 PeriodOpen PIC X.
01 PerOverride PIC X.
01 CheckDate.
       02 CheckYear PIC 9(4).
       02 CheckMonth PIC 99.
       02 CheckDay PIC 99.
01 RevDate.
       02 RevYear PIC 9(4).
       02 RevMonth PIC 99.
       02 RevDay PIC 99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "manjrnl ", OperatorName.
       CALL 'SESSLOG' USING "START", "manjrnl ", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN I-O ManJrnlFile.
       IF ManJrnlStatus = "35"
           OPEN OUTPUT ManJrnlFile
           CLOSE ManJrnlFile
           OPEN I-O ManJrnlFile
       END-IF.
       OPEN INPUT AccountFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "MANUAL JOURNALS"
           DISPLAY "1: Enter a Journal"
           DISPLAY "2: Approve Held Journals"
           DISPLAY "3: Show a Journal"
           DISPLAY "4: List Held Journals"
           DISPLAY "5: Stop a Recurring Journal"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM EnterJournal THRU EnterJournal-Exit
               WHEN 2 PERFORM ApproveJournals
                   THRU ApproveJournals-Exit
               WHEN 3 PERFORM ShowJournal THRU ShowJournal-Exit
               WHEN 4 PERFORM ListHeldJournals
               WHEN 5 PERFORM StopRecurring THRU StopRecurring-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE ManJrnlFile, AccountFile.
       CALL 'SESSLOG' USING "END  ", "manjrnl ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Up to ten lines; an entry that does not balance is not saved at
*> all, so nothing unbalanced can wait in the approval queue.
EnterJournal.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       MOVE SPACES TO ManJrnlRec.
       DISPLAY " "
       DISPLAY "Type (S standard/R recurring/V reversing): "
           WITH NO ADVANCING.
       ACCEPT MjType.
       IF MjType = 's'
           MOVE 'S' TO MjType
       END-IF.
       IF MjType = 'r'
           MOVE 'R' TO MjType
       END-IF.
       IF MjType = 'v'
           MOVE 'V' TO MjType
       END-IF.
       IF MjType NOT = 'S' AND MjType NOT = 'R' AND MjType NOT = 'V'
           DISPLAY "Type must be S, R or V - not entered"
           GO TO EnterJournal-Exit
       END-IF.
       IF MjType = 'R'
           DISPLAY "First posting date (YYYYMMDD): " WITH NO ADVANCING
       ELSE
           DISPLAY "Posting date (YYYYMMDD): " WITH NO ADVANCING
       END-IF.
       ACCEPT CheckDate.
       IF CheckMonth < 1 OR CheckMonth > 12 OR CheckDay < 1
               OR CheckDay > 31
           DISPLAY "Not a date - not entered"
           GO TO EnterJournal-Exit
       END-IF.
       IF MjType = 'R' AND CheckDay > 28
           MOVE 28 TO CheckDay
           DISPLAY "Recurring entries post on the 28th at the latest"
       END-IF.
       MOVE CheckDate TO PerDocDate.
       PERFORM CheckPeriodOpen.
       IF PeriodOpen = 'N'
           GO TO EnterJournal-Exit
       END-IF.
       MOVE CheckDate TO MjDate.
       DISPLAY "Description: " WITH NO ADVANCING.
       ACCEPT MjDesc.
       MOVE 0 TO MjEndMonth.
       IF MjType = 'R'
           DISPLAY "Last month to post (YYYYMM, 0 = until stopped): "
               WITH NO ADVANCING
           ACCEPT EntryEndMonth
           IF EntryEndMonth NOT = 0 AND EntryEndMonth < MjDateMonth
               DISPLAY "Last month is before the first - not entered"
               GO TO EnterJournal-Exit
           END-IF
           MOVE EntryEndMonth TO MjEndMonth
       END-IF.
       MOVE 0 TO MjLineCount.
       MOVE 0 TO DebitTotal.
       MOVE 0 TO CreditTotal.
       MOVE 'N' TO LinesDone.
       DISPLAY "Lines - account 0 when done".
       PERFORM EnterOneLine UNTIL LinesDone = 'Y'.
       IF MjLineCount < 2
           DISPLAY "A journal needs at least two lines - not saved"
           GO TO EnterJournal-Exit
       END-IF.
       DISPLAY "Debits $" DebitTotal "  Credits $" CreditTotal.
       IF DebitTotal NOT = CreditTotal
           DISPLAY "JOURNAL DOES NOT BALANCE - not saved"
           GO TO EnterJournal-Exit
       END-IF.
       DISPLAY "Save for approval? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Journal not saved"
           GO TO EnterJournal-Exit
       END-IF.
       PERFORM GetNextMjNum.
       MOVE 'H' TO MjStatus.
       MOVE AuthOperId TO MjEnterBy.
       MOVE TodayDate TO MjEnterOn.
       MOVE SPACES TO MjApproveBy.
       MOVE 0 TO MjApproveOn.
       MOVE 'N' TO MjPosted.
       MOVE 'N' TO MjRevPosted.
       MOVE 0 TO MjRevDate.
       IF MjType = 'V'
           MOVE MjDate TO RevDate
           ADD 1 TO RevMonth
           IF RevMonth > 12
               MOVE 1 TO RevMonth
               ADD 1 TO RevYear
           END-IF
           MOVE 1 TO RevDay
           MOVE RevDate TO MjRevDate
       END-IF.
       MOVE 0 TO MjLastMonth.
       WRITE ManJrnlRec
           INVALID KEY
               DISPLAY "Journal not recorded"
               GO TO EnterJournal-Exit
       END-WRITE.
       DISPLAY "Journal " MjNum " held for approval".
EnterJournal-Exit.
       EXIT.

EnterOneLine.
       COMPUTE LineIdx = MjLineCount + 1.
       DISPLAY "Line " LineIdx " account: " WITH NO ADVANCING.
       ACCEPT EntryAcct.
       IF EntryAcct = 0
           MOVE 'Y' TO LinesDone
       ELSE
           PERFORM ValidateOneLine
       END-IF.

ValidateOneLine.
       MOVE EntryAcct TO AcctNum.
       MOVE 'Y' TO AcctExists.
       READ AccountFile
           INVALID KEY MOVE 'N' TO AcctExists
       END-READ.
       IF AcctExists = 'N'
           DISPLAY "Account " EntryAcct " not on the chart - line"
               " not taken"
       ELSE
           DISPLAY "  " AcctName
           DISPLAY "  D or C: " WITH NO ADVANCING
           ACCEPT EntryDrCr
           IF EntryDrCr = 'd'
               MOVE 'D' TO EntryDrCr
           END-IF
           IF EntryDrCr = 'c'
               MOVE 'C' TO EntryDrCr
           END-IF
           DISPLAY "  Amount: " WITH NO ADVANCING
           ACCEPT EntryAmount
           IF (EntryDrCr NOT = 'D' AND EntryDrCr NOT = 'C')
                   OR EntryAmount = 0
               DISPLAY "Line needs D or C and an amount - not taken"
           ELSE
               ADD 1 TO MjLineCount
               MOVE EntryAcct TO MjlAcct(MjLineCount)
               MOVE EntryDrCr TO MjlDrCr(MjLineCount)
               MOVE EntryAmount TO MjlAmount(MjLineCount)
               IF EntryDrCr = 'D'
                   ADD EntryAmount TO DebitTotal
               ELSE
                   ADD EntryAmount TO CreditTotal
               END-IF
               IF MjLineCount = 10
                   DISPLAY "Ten lines - the most one journal holds"
                   MOVE 'Y' TO LinesDone
               END-IF
           END-IF
       END-IF.

*> Each held journal in turn; the approver may not be the operator
*> who keyed it, and its date is checked against the periods again.
ApproveJournals.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "Journals are approved by a supervisor"
           GO TO ApproveJournals-Exit
       END-IF.
       MOVE 0 TO HeldCount.
       MOVE 'N' TO BrowseEOF.
       MOVE ZEROS TO MjNum.
       START ManJrnlFile KEY IS NOT LESS THAN MjNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ApproveNextJournal UNTIL BrowseEOF = 'Y'.
       DISPLAY HeldCount " held journal(s) reviewed".
ApproveJournals-Exit.
       EXIT.

ApproveNextJournal.
       READ ManJrnlFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF MjStatus = 'H'
                   ADD 1 TO HeldCount
                   PERFORM ApproveOneJournal
               END-IF
       END-READ.

ApproveOneJournal.
       PERFORM DisplayJournal.
       IF MjEnterBy = AuthOperId
           DISPLAY "Keyed by you - another supervisor must approve it"
       ELSE
           DISPLAY "A approve, R reject, anything else to skip: "
               WITH NO ADVANCING
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer = 'a'
               MOVE 'A' TO ConfirmAnswer
           END-IF
           IF ConfirmAnswer = 'r'
               MOVE 'R' TO ConfirmAnswer
           END-IF
           IF ConfirmAnswer = 'A'
               MOVE MjDate TO PerDocDate
               PERFORM CheckPeriodOpen
               IF PeriodOpen = 'N'
                   MOVE SPACE TO ConfirmAnswer
               END-IF
           END-IF
           IF ConfirmAnswer = 'A' OR ConfirmAnswer = 'R'
               IF ConfirmAnswer = 'A'
                   MOVE 'A' TO MjStatus
               ELSE
                   MOVE 'X' TO MjStatus
               END-IF
               MOVE AuthOperId TO MjApproveBy
               MOVE TodayDate TO MjApproveOn
               REWRITE ManJrnlRec
                   INVALID KEY DISPLAY "Journal Not Updated"
               END-REWRITE
               IF MjStatus = 'A'
                   DISPLAY "Journal " MjNum " approved - glpost posts"
                       " it on its next run"
               ELSE
                   DISPLAY "Journal " MjNum " rejected"
               END-IF
           END-IF
       END-IF.

ShowJournal.
       DISPLAY " "
       DISPLAY "Journal number: " WITH NO ADVANCING.
       ACCEPT EntryNum.
       MOVE EntryNum TO MjNum.
       MOVE 'Y' TO MjExists.
       READ ManJrnlFile
           INVALID KEY MOVE 'N' TO MjExists
       END-READ.
       IF MjExists = 'N'
           DISPLAY "Journal DNE"
           GO TO ShowJournal-Exit
       END-IF.
       PERFORM DisplayJournal.
       EVALUATE MjStatus
           WHEN 'H' DISPLAY "Held for approval"
           WHEN 'X' DISPLAY "Rejected by " MjApproveBy " on "
               MjApproveOn
           WHEN OTHER DISPLAY "Approved by " MjApproveBy " on "
               MjApproveOn
       END-EVALUATE.
       IF MjStatus = 'A'
           IF MjType = 'R'
               IF MjLastMonth = 0
                   DISPLAY "Not yet posted"
               ELSE
                   DISPLAY "Posted through " MjLastMonth
               END-IF
           ELSE
               IF MjPosted = 'Y'
                   DISPLAY "Posted"
               ELSE
                   DISPLAY "Waiting for glpost"
               END-IF
           END-IF
           IF MjType = 'V' AND MjRevPosted = 'Y'
               DISPLAY "Reversal posted " MjRevDate
           END-IF
       END-IF.
ShowJournal-Exit.
       EXIT.

DisplayJournal.
       DISPLAY " ".
       DISPLAY "Journal " MjNum " type " MjType " dated " MjDate
           "  " MjDesc.
       DISPLAY "  Keyed by " MjEnterBy " on " MjEnterOn.
       IF MjType = 'R'
           IF MjEndMonth = 0
               DISPLAY "  Posts monthly until stopped"
           ELSE
               DISPLAY "  Posts monthly through " MjEndMonth
           END-IF
       END-IF.
       IF MjType = 'V'
           DISPLAY "  Reverses on " MjRevDate
       END-IF.
       PERFORM DisplayOneLine
           VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > MjLineCount.

DisplayOneLine.
       MOVE MjlAcct(LineIdx) TO AcctNum.
       READ AccountFile
           INVALID KEY MOVE "(not on chart)" TO AcctName
       END-READ.
       DISPLAY "  " MjlAcct(LineIdx) " " AcctName " "
           MjlDrCr(LineIdx) " $" MjlAmount(LineIdx).

ListHeldJournals.
       MOVE 0 TO HeldCount.
       MOVE 'N' TO BrowseEOF.
       MOVE ZEROS TO MjNum.
       START ManJrnlFile KEY IS NOT LESS THAN MjNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       DISPLAY " ".
       PERFORM ListOneHeldJournal UNTIL BrowseEOF = 'Y'.
       DISPLAY HeldCount " journal(s) held for approval".

ListOneHeldJournal.
       READ ManJrnlFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF MjStatus = 'H'
                   ADD 1 TO HeldCount
                   DISPLAY MjNum " " MjType " " MjDate " " MjDesc
                       " by " MjEnterBy
               END-IF
       END-READ.

*> Nothing already posted is undone; the journal simply posts no
*> further months.
StopRecurring.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "Recurring journals are stopped by a supervisor"
           GO TO StopRecurring-Exit
       END-IF.
       DISPLAY " "
       DISPLAY "Journal number: " WITH NO ADVANCING.
       ACCEPT EntryNum.
       MOVE EntryNum TO MjNum.
       MOVE 'Y' TO MjExists.
       READ ManJrnlFile
           INVALID KEY MOVE 'N' TO MjExists
       END-READ.
       IF MjExists = 'N' OR MjType NOT = 'R'
           DISPLAY "No recurring journal " EntryNum
           GO TO StopRecurring-Exit
       END-IF.
       IF MjLastMonth = 0
           MOVE 'X' TO MjStatus
           MOVE AuthOperId TO MjApproveBy
           MOVE TodayDate TO MjApproveOn
           DISPLAY "Never posted - journal " MjNum " withdrawn"
       ELSE
           MOVE MjLastMonth TO MjEndMonth
           DISPLAY "Journal " MjNum " stopped after " MjLastMonth
       END-IF.
       REWRITE ManJrnlRec
           INVALID KEY DISPLAY "Journal Not Updated"
       END-REWRITE.
StopRecurring-Exit.
       EXIT.

*> Refuses a posting date in a month the accountant has closed,
*> with a logged level-3 override for the genuine correction.
CheckPeriodOpen.
       CALL 'PERCHK' USING "CHK", PerDocDate, PeriodOpen.
       IF PeriodOpen = 'N'
           DISPLAY "PERIOD CLOSED for journals dated " PerDocDate
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           IF AuthAllowed = 'Y'
               DISPLAY "Supervisor override - post anyway? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT PerOverride
               IF PerOverride = 'Y' OR PerOverride = 'y'
                   CALL 'PERCHK' USING "OVR", PerDocDate, PeriodOpen
               END-IF
           END-IF
           IF PeriodOpen = 'N'
               DISPLAY "Nothing can be posted into a closed period"
           END-IF
       END-IF.

GetNextMjNum.
       MOVE 0 TO NextMjNum.
       OPEN INPUT MjCtlFile.
       IF MjCtlStatus = "35"
           CONTINUE
       ELSE
           READ MjCtlFile
               AT END CONTINUE
           END-READ
           CLOSE MjCtlFile
       END-IF.
       ADD 1 TO NextMjNum.
       MOVE NextMjNum TO MjNum.
       OPEN OUTPUT MjCtlFile.
       WRITE MjCtlRec.
       CLOSE MjCtlFile.
