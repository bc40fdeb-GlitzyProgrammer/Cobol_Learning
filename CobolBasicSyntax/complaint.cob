       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. complaint.
AUTHOR. Lawrence.
*> Customer complaint cases. A complaint used to go down as a
*> contact note on cust360 with no owner, no status and no
*> deadline, and some sat for weeks. Each case on complaint.dat is
*> numbered from cmpctl.dat and keyed by that number, with the
*> customer's IDNum as the alternate key so cust360 can show a
*> caller's open cases; it may name the invoice complained about.
*> A case carries its category, priority, the operator who owns
*> it, its status (O open, W waiting on the customer, R resolved)
*> and the day it was opened, and the priority sets the response
*> deadline in working days through WORKDAY:
*>   1 urgent 1 day, 2 high 2 days, 3 normal 5 days, 4 low 10 days.
*> Every change - opened, status, reassigned, reprioritised or a
*> note - is appended to cmphist.dat with the date and who made it,
*> so the case's whole history is on Get Case. Open Cases lists an
*> operator's (or everyone's) open cases in deadline order; the
*> nightly cmpoverdue.cob reports the ones past their deadline.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CaseFile ASSIGN TO "complaint.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CmpCaseNum
           ALTERNATE RECORD KEY IS CmpCustId WITH DUPLICATES
           FILE STATUS IS CaseFileStatus.

       SELECT OPTIONAL CaseHistFile ASSIGN TO "cmphist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CaseHistStatus.

       SELECT OPTIONAL CaseCtlFile ASSIGN TO "cmpctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CaseCtlStatus.

       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT OperatorFile ASSIGN TO "operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OperId
           FILE STATUS IS OperatorFileStatus.

       SELECT SortWorkFile ASSIGN TO "sortwk21.tmp".

DATA DIVISION.
FILE SECTION.
FD CaseFile.
*> CmpInvNum is zero when no invoice is named; CmpClosed is the
*> day the case was resolved, zero while it is open.
01 CaseRec.
       02 CmpCaseNum PIC 9(6).
       02 CmpCustId PIC 9(5).
       02 CmpInvNum PIC 9(6).
       02 CmpCategory PIC X(4).
       02 CmpPriority PIC 9.
       02 CmpOwner PIC X(8).
       02 CmpStatus PIC X.
       02 CmpOpened PIC 9(8).
       02 CmpOpenedBy PIC X(8).
       02 CmpDeadline PIC 9(8).
       02 CmpClosed PIC 9(8).
       02 CmpSummary PIC X(50).

FD CaseHistFile.
*> One line per change to a case, in the order they were made.
01 CaseHistRec.
       02 ChCaseNum PIC 9(6).
       02 FILLER PIC X.
       02 ChDate PIC 9(8).
       02 FILLER PIC X.
       02 ChStatus PIC X.
       02 FILLER PIC X.
       02 ChPriority PIC 9.
       02 FILLER PIC X.
       02 ChOwner PIC X(8).
       02 FILLER PIC X.
       02 ChOper PIC X(8).
       02 FILLER PIC X.
       02 ChNote PIC X(50).

FD CaseCtlFile.
01 CaseCtlRec.
       02 LastCaseNum PIC 9(6).

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
           03 InvLineNum PIC 99.
       02 InvBody PIC X(40).
       02 InvHeaderBody REDEFINES InvBody.
           03 InvCustId PIC 9(5).
           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 FILLER PIC X(20).

FD CustomerMaster.
01 MasterData.
       02 MIDNum PIC 9(5).
       02 MCustName.
           03 MFirstName PIC X(15).
           03 MLastName PIC X(15).
       02 MCustStatus PIC X(1).
      *> Kept in step with coboltutf3's CustomerData layout so this
      *> shares the same indexed file without misaligning records.
       02 MInactiveDate.
           03 MInactYear  PIC 9(4).
           03 MInactMonth PIC 99.
           03 MInactDay   PIC 99.
       02 MCustContact.
           03 MAddrLine1  PIC X(20).
           03 MAddrLine2  PIC X(20).
           03 MCityCode   PIC 99.
           03 MPostalCode PIC X(8).
           03 MPhoneNum   PIC X(12).
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

FD OperatorFile.
*> Kept in step with SIGNON.cob's OperatorRec layout.
01 OperatorRec.
       02 OperId PIC X(8).
       02 OperPassword PIC X(8).
       02 OperLevel PIC 9.
       02 OperName PIC X(20).

SD SortWorkFile.
01 SortRec.
       02 SrtOwner PIC X(8).
       02 SrtDeadline PIC 9(8).
       02 SrtCaseNum PIC 9(6).
       02 SrtCustId PIC 9(5).
       02 SrtCategory PIC X(4).
       02 SrtPriority PIC 9.
       02 SrtStatus PIC X.
       02 SrtSummary PIC X(50).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CaseExists PIC X.
01 InvFound PIC X.
01 CustExists PIC X.
01 OperExists PIC X.
01 BrowseEOF PIC X.
01 SortEOF PIC X.
01 CaseFileStatus PIC XX.
01 CaseHistStatus PIC XX.
01 CaseCtlStatus PIC XX.
01 InvMastStatus PIC XX.
01 MasterFileStatus PIC XX.
01 OperatorFileStatus PIC XX.
01 OperatorName PIC X(20).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 FullName PIC X(31).
01 TodayDate PIC 9(8).
01 ThisCaseNum PIC 9(6).
01 NewCategory PIC X(4).
01 NewPriority PIC 9.
01 NewStatus PIC X.
01 NewOwner PIC X(8).
01 HistNote PIC X(50).
01 ListOwner PIC X(8).
01 BreakOwner PIC X(8).
01 ListedCount PIC 9(5).
01 OwnerCount PIC 9(5).
01 OverdueFlag PIC X(8).
*> The categories a case may be opened under, with the wording the
*> screens and the overdue report show.
01 CategoryCodes PIC X(28) VALUE "WRNGDBLCLATEDAMGBILLSERVOTHR".
01 CategoryCodeTable REDEFINES CategoryCodes.
       02 CategoryCode PIC X(4) OCCURS 7 TIMES.
01 CategoryNames.
       02 FILLER PIC X(20) VALUE "Wrong item or size".
       02 FILLER PIC X(20) VALUE "Charged twice".
       02 FILLER PIC X(20) VALUE "Late delivery".
       02 FILLER PIC X(20) VALUE "Damaged goods".
       02 FILLER PIC X(20) VALUE "Billing error".
       02 FILLER PIC X(20) VALUE "Service or staff".
       02 FILLER PIC X(20) VALUE "Other".
01 CategoryNameTable REDEFINES CategoryNames.
       02 CategoryName PIC X(20) OCCURS 7 TIMES.
01 CategoryIdx PIC 9.
01 CategoryFound PIC X.
01 CategoryText PIC X(20).
*> Working days allowed for the first response at each priority.
01 PriorityDays PIC X(12) VALUE "001002005010".
01 PriorityDayTable REDEFINES PriorityDays.
       02 PriorityDay PIC 9(3) OCCURS 4 TIMES.
01 PriorityNames PIC X(32) VALUE "Urgent  High    Normal  Low     ".
01 PriorityNameTable REDEFINES PriorityNames.
       02 PriorityName PIC X(8) OCCURS 4 TIMES.
01 StatusText PIC X(20).
01 WdDays PIC 9(3).
01 WdResult PIC 9(8).
01 WdWorkDay PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "complain", OperatorName.
       CALL 'SESSLOG' USING "START", "complain", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN I-O CaseFile.
       IF CaseFileStatus = "35"
           OPEN OUTPUT CaseFile
           CLOSE CaseFile
           OPEN I-O CaseFile
       END-IF.
       OPEN INPUT CustomerMaster.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "COMPLAINT CASES"
           DISPLAY "1: Open a Case"
           DISPLAY "2: Update a Case"
           DISPLAY "3: Get a Case"
           DISPLAY "4: Open Cases by Operator"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM OpenCase THRU OpenCase-Exit
               WHEN 2 PERFORM UpdateCase THRU UpdateCase-Exit
               WHEN 3 PERFORM GetCase
               WHEN 4 PERFORM ListOpenCases
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE CaseFile, CustomerMaster.
       CALL 'SESSLOG' USING "END  ", "complain", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A case is opened for a customer on the master and, when an
*> invoice is named, only for one of that customer's invoices. The
*> operator opening it owns it unless it is given to someone else.
OpenCase.
       MOVE SPACES TO CaseRec.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT CmpCustId.
       PERFORM FindCaseCustomer.
       IF CustExists = 'N'
           DISPLAY "Customer DNE - case not opened"
           GO TO OpenCase-Exit
       END-IF.
       DISPLAY "Customer: " CmpCustId " " FullName.
       DISPLAY "Invoice number (0 = none): " WITH NO ADVANCING.
       ACCEPT CmpInvNum.
       IF CmpInvNum NOT = ZERO
           PERFORM ReadCaseInvoice
           IF InvFound = 'N'
               DISPLAY "Invoice not on file - case not opened"
               GO TO OpenCase-Exit
           END-IF
           IF InvCustId NOT = CmpCustId
               DISPLAY "Invoice " CmpInvNum " belongs to customer "
                   InvCustId " - case not opened"
               GO TO OpenCase-Exit
           END-IF
           DISPLAY "Invoice dated " InvHdrDate " total $" InvTotal
       END-IF.
       PERFORM KeyCategory THRU KeyCategory-Exit.
       IF CategoryFound = 'N'
           DISPLAY "Case not opened"
           GO TO OpenCase-Exit
       END-IF.
       MOVE NewCategory TO CmpCategory.
       PERFORM KeyPriority THRU KeyPriority-Exit.
       IF NewPriority = 0
           DISPLAY "Case not opened"
           GO TO OpenCase-Exit
       END-IF.
       MOVE NewPriority TO CmpPriority.
       DISPLAY "What is the complaint (50 chars): "
           WITH NO ADVANCING.
       ACCEPT CmpSummary.
       IF CmpSummary = SPACES
           DISPLAY "A case needs the complaint - not opened"
           GO TO OpenCase-Exit
       END-IF.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       DISPLAY "Owner (Enter = " AuthOperId "): " WITH NO ADVANCING.
       MOVE SPACES TO NewOwner.
       ACCEPT NewOwner.
       IF NewOwner = SPACES
           MOVE AuthOperId TO NewOwner
       ELSE
           PERFORM CheckOperator
           IF OperExists = 'N'
               DISPLAY "Operator " NewOwner " DNE - case not opened"
               GO TO OpenCase-Exit
           END-IF
       END-IF.
       MOVE NewOwner TO CmpOwner.
       MOVE 'O' TO CmpStatus.
       MOVE TodayDate TO CmpOpened.
       MOVE AuthOperId TO CmpOpenedBy.
       MOVE ZEROS TO CmpClosed.
       PERFORM SetDeadline.
       PERFORM GetNextCaseNum.
       MOVE ThisCaseNum TO CmpCaseNum.
       WRITE CaseRec
           INVALID KEY
               DISPLAY "Case not opened"
               GO TO OpenCase-Exit
       END-WRITE.
       MOVE "Case opened" TO HistNote.
       PERFORM WriteCaseHistory.
       DISPLAY "Case " CmpCaseNum " opened for " CmpOwner
           " - respond by " CmpDeadline.
OpenCase-Exit.
       EXIT.

*> Status, owner and priority may each be changed or left as they
*> are, and every update carries a note for the history. A change
*> of priority moves the deadline on from the day the case was
*> opened; reopening a resolved case starts the clock again today.
UpdateCase.
       DISPLAY " "
       DISPLAY "Case number: " WITH NO ADVANCING.
       ACCEPT CmpCaseNum.
       PERFORM ReadCase.
       IF CaseExists = 'N'
           DISPLAY "Case DNE"
           GO TO UpdateCase-Exit
       END-IF.
       PERFORM ShowCase.
       DISPLAY "Status (O open/W waiting on customer/R resolved,"
           " Enter = unchanged): " WITH NO ADVANCING.
       MOVE SPACE TO NewStatus.
       ACCEPT NewStatus.
       IF NewStatus NOT = SPACE AND NewStatus NOT = 'O'
               AND NewStatus NOT = 'W' AND NewStatus NOT = 'R'
           DISPLAY "Status must be O, W or R - not updated"
           GO TO UpdateCase-Exit
       END-IF.
       DISPLAY "Give to operator (Enter = unchanged): "
           WITH NO ADVANCING.
       MOVE SPACES TO NewOwner.
       ACCEPT NewOwner.
       IF NewOwner NOT = SPACES
           PERFORM CheckOperator
           IF OperExists = 'N'
               DISPLAY "Operator " NewOwner " DNE - not updated"
               GO TO UpdateCase-Exit
           END-IF
       END-IF.
       DISPLAY "Priority (1-4, 0 = unchanged): " WITH NO ADVANCING.
       ACCEPT NewPriority.
       IF NewPriority > 4
           DISPLAY "Priority must be 1 to 4 - not updated"
           GO TO UpdateCase-Exit
       END-IF.
       DISPLAY "Note for the history (50 chars): "
           WITH NO ADVANCING.
       MOVE SPACES TO HistNote.
       ACCEPT HistNote.
       IF HistNote = SPACES
           DISPLAY "Every update needs a note - not updated"
           GO TO UpdateCase-Exit
       END-IF.
       IF NewPriority NOT = 0 AND NewPriority NOT = CmpPriority
           MOVE NewPriority TO CmpPriority
           IF CmpStatus NOT = 'R'
               PERFORM SetDeadline
           END-IF
       END-IF.
       IF NewOwner NOT = SPACES
           MOVE NewOwner TO CmpOwner
       END-IF.
       IF NewStatus NOT = SPACE AND NewStatus NOT = CmpStatus
           IF NewStatus = 'R'
               MOVE TodayDate TO CmpClosed
           ELSE
               IF CmpStatus = 'R'
                   MOVE ZEROS TO CmpClosed
                   MOVE TodayDate TO CmpOpened
                   PERFORM SetDeadline
               END-IF
           END-IF
           MOVE NewStatus TO CmpStatus
       END-IF.
       CALL 'AUTHCHK' USING 1, AuthAllowed, AuthOperId.
       REWRITE CaseRec
           INVALID KEY
               DISPLAY "Case Not Updated"
               GO TO UpdateCase-Exit
       END-REWRITE.
       PERFORM WriteCaseHistory.
       DISPLAY "Case " CmpCaseNum " updated - owner " CmpOwner
           " status " CmpStatus " deadline " CmpDeadline.
UpdateCase-Exit.
       EXIT.

*> The deadline runs from the day the case was opened.
SetDeadline.
       MOVE PriorityDay(CmpPriority) TO WdDays.
       CALL 'WORKDAY' USING "ADD", CmpOpened, WdDays, WdResult,
           WdWorkDay.
       MOVE WdResult TO CmpDeadline.

KeyCategory.
       DISPLAY "Categories:".
       PERFORM ShowOneCategory
           VARYING CategoryIdx FROM 1 BY 1 UNTIL CategoryIdx > 7.
       DISPLAY "Category: " WITH NO ADVANCING.
       ACCEPT NewCategory.
       PERFORM FindCategory.
       IF CategoryFound = 'N'
           DISPLAY "Category " NewCategory " is not a complaint"
               " category"
           GO TO KeyCategory-Exit
       END-IF.
KeyCategory-Exit.
       EXIT.

ShowOneCategory.
       DISPLAY "  " CategoryCode(CategoryIdx) " "
           CategoryName(CategoryIdx).

FindCategory.
       MOVE 'N' TO CategoryFound.
       MOVE "(unknown category)" TO CategoryText.
       PERFORM MatchOneCategory
           VARYING CategoryIdx FROM 1 BY 1
           UNTIL CategoryFound = 'Y' OR CategoryIdx > 7.

MatchOneCategory.
       IF CategoryCode(CategoryIdx) = NewCategory
           MOVE 'Y' TO CategoryFound
           MOVE CategoryName(CategoryIdx) TO CategoryText
       END-IF.

KeyPriority.
       DISPLAY "Priority 1 urgent (1 working day), 2 high (2),"
           " 3 normal (5), 4 low (10): " WITH NO ADVANCING.
       ACCEPT NewPriority.
       IF NewPriority < 1 OR NewPriority > 4
           DISPLAY "Priority must be 1 to 4"
           MOVE 0 TO NewPriority
           GO TO KeyPriority-Exit
       END-IF.
KeyPriority-Exit.
       EXIT.

GetCase.
       DISPLAY " "
       DISPLAY "Case number: " WITH NO ADVANCING.
       ACCEPT CmpCaseNum.
       PERFORM ReadCase.
       IF CaseExists = 'N'
           DISPLAY "Case DNE"
       ELSE
           PERFORM ShowCase
           PERFORM ShowCaseHistory
       END-IF.

ReadCase.
       MOVE 'Y' TO CaseExists.
       READ CaseFile
           INVALID KEY MOVE 'N' TO CaseExists
       END-READ.

ShowCase.
       PERFORM FindCaseCustomer.
       MOVE CmpCategory TO NewCategory.
       PERFORM FindCategory.
       PERFORM SetStatusText.
       DISPLAY "Case     : " CmpCaseNum "  customer " CmpCustId
           " " FullName.
       IF CmpInvNum NOT = ZERO
           DISPLAY "Invoice  : " CmpInvNum
       END-IF.
       DISPLAY "Category : " CmpCategory " " CategoryText
           "  priority " CmpPriority " " PriorityName(CmpPriority).
       DISPLAY "Complaint: " CmpSummary.
       DISPLAY "Opened   : " CmpOpened " by " CmpOpenedBy
           "  owner " CmpOwner.
       DISPLAY "Status   : " CmpStatus " " StatusText.
       IF CmpStatus = 'R'
           DISPLAY "Resolved : " CmpClosed
       ELSE
           IF CmpDeadline < TodayDate
               DISPLAY "Deadline : " CmpDeadline "  OVERDUE"
           ELSE
               DISPLAY "Deadline : " CmpDeadline
           END-IF
       END-IF.

SetStatusText.
       EVALUATE CmpStatus
           WHEN 'O' MOVE "Open" TO StatusText
           WHEN 'W' MOVE "Waiting on customer" TO StatusText
           WHEN 'R' MOVE "Resolved" TO StatusText
           WHEN OTHER MOVE "(unknown status)" TO StatusText
       END-EVALUATE.

*> cmphist.dat is in the order the changes were made, so the case's
*> lines come out oldest first.
ShowCaseHistory.
       DISPLAY "History  :".
       MOVE CmpCaseNum TO ThisCaseNum.
       MOVE 'N' TO BrowseEOF.
       OPEN INPUT CaseHistFile.
       IF CaseHistStatus = "35"
           MOVE 'Y' TO BrowseEOF
       END-IF.
       PERFORM ShowOneHistoryLine UNTIL BrowseEOF = 'Y'.
       IF CaseHistStatus NOT = "35"
           CLOSE CaseHistFile
       END-IF.

ShowOneHistoryLine.
       READ CaseHistFile
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF ChCaseNum = ThisCaseNum
                   DISPLAY "  " ChDate " " ChOper " " ChStatus " P"
                       ChPriority " " ChOwner " " ChNote
               END-IF
       END-READ.

WriteCaseHistory.
       OPEN EXTEND CaseHistFile.
       IF CaseHistStatus = "35"
           OPEN OUTPUT CaseHistFile
           CLOSE CaseHistFile
           OPEN EXTEND CaseHistFile
       END-IF.
       MOVE SPACES TO CaseHistRec.
       MOVE CmpCaseNum TO ChCaseNum.
       MOVE TodayDate TO ChDate.
       MOVE CmpStatus TO ChStatus.
       MOVE CmpPriority TO ChPriority.
       MOVE CmpOwner TO ChOwner.
       MOVE AuthOperId TO ChOper.
       MOVE HistNote TO ChNote.
       WRITE CaseHistRec.
       CLOSE CaseHistFile.

GetNextCaseNum.
       MOVE 0 TO LastCaseNum.
       OPEN INPUT CaseCtlFile.
       IF CaseCtlStatus NOT = "35"
           READ CaseCtlFile
               AT END CONTINUE
           END-READ
           CLOSE CaseCtlFile
       END-IF.
       ADD 1 TO LastCaseNum.
       MOVE LastCaseNum TO ThisCaseNum.
       OPEN OUTPUT CaseCtlFile.
       WRITE CaseCtlRec.
       CLOSE CaseCtlFile.

ReadCaseInvoice.
       MOVE 'Y' TO InvFound.
       OPEN INPUT InvoiceMaster.
       IF InvMastStatus = "35"
           MOVE 'N' TO InvFound
       ELSE
           MOVE CmpInvNum TO InvoiceNum
           MOVE 0 TO InvLineNum
           READ InvoiceMaster
               INVALID KEY MOVE 'N' TO InvFound
           END-READ
           CLOSE InvoiceMaster
       END-IF.

FindCaseCustomer.
       MOVE 'Y' TO CustExists.
       MOVE CmpCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       IF CustExists = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(not on file)" TO FullName
       END-IF.

CheckOperator.
       MOVE 'Y' TO OperExists.
       OPEN INPUT OperatorFile.
       IF OperatorFileStatus = "35"
           MOVE 'N' TO OperExists
       ELSE
           MOVE NewOwner TO OperId
           READ OperatorFile
               INVALID KEY MOVE 'N' TO OperExists
           END-READ
           CLOSE OperatorFile
       END-IF.

*> Open and waiting cases, by owner and then soonest deadline
*> first; an operator id lists that operator's cases only.
ListOpenCases.
       DISPLAY " "
       DISPLAY "Operator (Enter = all operators): " WITH NO ADVANCING.
       MOVE SPACES TO ListOwner.
       ACCEPT ListOwner.
       MOVE 0 TO ListedCount.
       SORT SortWorkFile ON ASCENDING KEY SrtOwner SrtDeadline
               SrtCaseNum
           INPUT PROCEDURE IS ReleaseOpenCases
           OUTPUT PROCEDURE IS ShowSortedCases.
       IF ListedCount = 0
           DISPLAY "(no open cases)"
       ELSE
           DISPLAY ListedCount " open case(s)"
       END-IF.

ReleaseOpenCases.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO CmpCaseNum.
       START CaseFile KEY IS NOT LESS THAN CmpCaseNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ReleaseOneCase UNTIL BrowseEOF = 'Y'.

ReleaseOneCase.
       READ CaseFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               IF CmpStatus NOT = 'R'
                       AND (ListOwner = SPACES OR CmpOwner = ListOwner)
                   MOVE CmpOwner TO SrtOwner
                   MOVE CmpDeadline TO SrtDeadline
                   MOVE CmpCaseNum TO SrtCaseNum
                   MOVE CmpCustId TO SrtCustId
                   MOVE CmpCategory TO SrtCategory
                   MOVE CmpPriority TO SrtPriority
                   MOVE CmpStatus TO SrtStatus
                   MOVE CmpSummary TO SrtSummary
                   RELEASE SortRec
               END-IF
       END-READ.

ShowSortedCases.
       MOVE 'N' TO SortEOF.
       MOVE SPACES TO BreakOwner.
       MOVE 0 TO OwnerCount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       IF SortEOF = 'N'
           MOVE SrtOwner TO BreakOwner
           DISPLAY "===== " BreakOwner " ====="
           DISPLAY "DEADLINE CASE#  CUST  CAT  P S COMPLAINT"
       END-IF.
       PERFORM ShowOneSortedCase UNTIL SortEOF = 'Y'.
       IF ListedCount > 0
           DISPLAY "  " OwnerCount " open for " BreakOwner
       END-IF.

ShowOneSortedCase.
       IF SrtOwner NOT = BreakOwner
           DISPLAY "  " OwnerCount " open for " BreakOwner
           MOVE SrtOwner TO BreakOwner
           MOVE 0 TO OwnerCount
           DISPLAY " "
           DISPLAY "===== " BreakOwner " ====="
           DISPLAY "DEADLINE CASE#  CUST  CAT  P S COMPLAINT"
       END-IF.
       IF SrtDeadline < TodayDate
           MOVE "OVERDUE" TO OverdueFlag
       ELSE
           MOVE SPACES TO OverdueFlag
       END-IF.
       DISPLAY SrtDeadline " " SrtCaseNum " " SrtCustId " "
           SrtCategory " " SrtPriority " " SrtStatus " "
           SrtSummary(1:30) " " OverdueFlag.
       ADD 1 TO OwnerCount.
       ADD 1 TO ListedCount.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
