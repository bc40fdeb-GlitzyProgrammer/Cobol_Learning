       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. mandmnt.
AUTHOR. Lawrence.
*> Direct-debit mandate maintenance: a small indexed file keyed by
*> the customer's IDNum holding the bank details and mandate
*> reference the customer signed, kept with the same Add/Update/
*> Get/List menu shape as the supplier master. Only an Active
*> mandate is collected by the monthly ddrun; a mandate the bank
*> keeps returning is Suspended by ddrun itself, and a Cancelled
*> one stays on file so the reference is never reused.
*> Mandates are never copied into the training set, so a session
*> in training (TRNMODE) is turned away.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MandateFile ASSIGN TO "mandate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MandIDNum
           FILE STATUS IS MandateFileStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

DATA DIVISION.
FILE SECTION.
FD MandateFile.
*> Status A active, S suspended, C cancelled; the returns count is
*> how many collections the bank has bounced since the mandate was
*> last reviewed here.
01 MandateRec.
       02 MandIDNum PIC 9(5).
       02 MandRef PIC X(18).
       02 MandSortCode PIC X(8).
       02 MandAccount PIC X(12).
       02 MandAcctName PIC X(25).
       02 MandStatus PIC X.
       02 MandSigned PIC 9(8).
       02 MandLastColl PIC 9(8).
       02 MandReturns PIC 9.

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

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 MandExists PIC X.
01 CustExists PIC X.
01 BrowseEOF PIC X.
01 MandateFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 OperatorName PIC X(20).
01 InTraining PIC X.
01 TrnOperId PIC X(8) VALUE SPACES.
01 TrnLevel PIC 9 VALUE 0.
01 FullName PIC X(31).
01 NewStatus PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL 'TRNMODE' USING "CHK", TrnOperId, TrnLevel, InTraining.
       IF InTraining = 'Y'
           DISPLAY "Not available in training mode"
           GOBACK
       END-IF.
       CALL 'SESSBNR' USING "mandmnt ", OperatorName.
       CALL 'SESSLOG' USING "START", "mandmnt ", OperatorName.
       OPEN I-O MandateFile.
       IF MandateFileStatus = "35"
           OPEN OUTPUT MandateFile
           CLOSE MandateFile
           OPEN I-O MandateFile
       END-IF.
       OPEN INPUT CustomerMaster.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "DIRECT-DEBIT MANDATES"
           DISPLAY "1: Add Mandate"
           DISPLAY "2: Update Mandate"
           DISPLAY "3: Get Mandate"
           DISPLAY "4: List All Mandates"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddMandate THRU AddMandate-Exit
               WHEN 2 PERFORM UpdateMandate THRU UpdateMandate-Exit
               WHEN 3 PERFORM GetMandate
               WHEN 4 PERFORM ListAllMandates
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE MandateFile, CustomerMaster.
       CALL 'SESSLOG' USING "END  ", "mandmnt ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A mandate is only taken for a customer on file; it starts Active
*> from the date the customer signed it.
AddMandate.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT MandIDNum.
       PERFORM FindMandateCustomer.
       IF CustExists = 'N'
           DISPLAY "Customer DNE"
           GO TO AddMandate-Exit
       END-IF.
       DISPLAY "Customer: " FullName.
       DISPLAY "Mandate Reference: " WITH NO ADVANCING.
       ACCEPT MandRef.
       IF MandRef = SPACES
           DISPLAY "A mandate needs its reference - not added"
           GO TO AddMandate-Exit
       END-IF.
       PERFORM KeyBankDetails.
       IF MandSortCode = SPACES OR MandAccount = SPACES
           DISPLAY "Sort code and account are required - not added"
           GO TO AddMandate-Exit
       END-IF.
       DISPLAY "Date Signed (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT MandSigned.
       MOVE 'A' TO MandStatus.
       MOVE ZEROS TO MandLastColl.
       MOVE 0 TO MandReturns.
       WRITE MandateRec
           INVALID KEY DISPLAY "Customer already has a mandate"
       END-WRITE.
AddMandate-Exit.
       EXIT.

*> New bank details or a change of status; reviewing the mandate
*> here clears the returns count, so a reinstated mandate starts
*> afresh.
UpdateMandate.
       MOVE 'Y' TO MandExists.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT MandIDNum.
       READ MandateFile
           INVALID KEY MOVE 'N' TO MandExists
       END-READ.
       IF MandExists = 'N'
           DISPLAY "Mandate DNE"
           GO TO UpdateMandate-Exit
       END-IF.
       PERFORM ShowMandate.
       DISPLAY "Change bank details? (Y/N) " WITH NO ADVANCING.
       ACCEPT NewStatus.
       IF NewStatus = 'Y' OR NewStatus = 'y'
           PERFORM KeyBankDetails
       END-IF.
       DISPLAY "Status (A active/S suspended/C cancelled): "
           WITH NO ADVANCING.
       ACCEPT NewStatus.
       IF NewStatus NOT = 'A' AND NewStatus NOT = 'S'
               AND NewStatus NOT = 'C'
           DISPLAY "Status must be A, S or C - not updated"
           GO TO UpdateMandate-Exit
       END-IF.
       MOVE NewStatus TO MandStatus.
       MOVE 0 TO MandReturns.
       REWRITE MandateRec
           INVALID KEY DISPLAY "Mandate Not Updated"
       END-REWRITE.
UpdateMandate-Exit.
       EXIT.

KeyBankDetails.
       DISPLAY "Sort Code: " WITH NO ADVANCING.
       ACCEPT MandSortCode.
       DISPLAY "Account Number: " WITH NO ADVANCING.
       ACCEPT MandAccount.
       DISPLAY "Account Name: " WITH NO ADVANCING.
       ACCEPT MandAcctName.

GetMandate.
       MOVE 'Y' TO MandExists.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT MandIDNum.
       READ MandateFile
           INVALID KEY MOVE 'N' TO MandExists
       END-READ
       IF MandExists = 'N'
           DISPLAY "Mandate DNE"
       ELSE
           PERFORM ShowMandate
       END-IF.

ShowMandate.
       PERFORM FindMandateCustomer.
       DISPLAY "Customer : " MandIDNum " " FullName.
       DISPLAY "Reference: " MandRef.
       DISPLAY "Bank     : " MandSortCode " " MandAccount
           " " MandAcctName.
       DISPLAY "Status   : " MandStatus "  signed " MandSigned
           "  last collected " MandLastColl.
       DISPLAY "Returns  : " MandReturns.

FindMandateCustomer.
       MOVE 'Y' TO CustExists.
       MOVE MandIDNum TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       IF CustExists = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(not on file)" TO FullName
       END-IF.

ListAllMandates.
       MOVE 'N' TO BrowseEOF.
       DISPLAY " ".
       MOVE LOW-VALUES TO MandIDNum.
       START MandateFile KEY IS NOT LESS THAN MandIDNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM UNTIL BrowseEOF = 'Y'
           READ MandateFile NEXT RECORD
               AT END MOVE 'Y' TO BrowseEOF
           END-READ
           IF BrowseEOF = 'N'
               DISPLAY MandIDNum SPACE MandStatus SPACE MandRef
                   SPACE MandSortCode SPACE MandAccount
                   SPACE MandLastColl
           END-IF
       END-PERFORM.
