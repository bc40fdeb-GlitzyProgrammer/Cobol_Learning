       SELECT OPTIONAL CityFile ASSIGN TO "cities.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CityFileStatus.
      *> Payment terms table termsmnt maintains, so the terms code
      *> keyed on a customer is one the due-date logic knows.
       SELECT OPTIONAL TermsFile ASSIGN TO "terms.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS TermsFileStatus.
DATA DIVISION.
FILE SECTION.
FD AuditFile.
01 CityRecord.
       02 FileCityCode PIC 99.
       02 FileCityName PIC X(15).
FD TermsFile.
*> Kept in step with the TermsRecord layout termsmnt.cob writes.
01 TermsRecord.
       02 FileTermsCode PIC X(4).
       02 FILLER PIC X.
       02 FileTermsDesc PIC X(20).
       02 FILLER PIC X.
       02 FileNetDays PIC 999.
       02 FILLER PIC X.
       02 FileDiscPct PIC 99V99.
       02 FILLER PIC X.
       02 FileDiscDays PIC 999.
FD CustomerFile.
01 CustomerData.
       02 IDNum PIC 9(5).
      *> Blank means home currency; otherwise the invoice shows the
      *> total converted at the rate in force from rates.dat.
       02 CurrencyCode PIC X(3).
      *> Payment terms from terms.dat - net days and any early-
      *> settlement discount; blank means the standard net 30.
       02 TermsCode PIC X(4).
      *> Head-office account this branch belongs to; zero when the
      *> customer stands alone. The parent's CreditLimit caps the group.
       02 ParentId PIC 9(5).
      *> Marketing consent per channel - Y agreed, N opted out,
      *> blank never asked - and the date it was given or
      *> withdrawn. Campaign selection mails only a Y.
       02 ConsentPost PIC X.
       02 ConsentPostDate PIC 9(8).
       02 ConsentEmail PIC X.
       02 ConsentEmailDate PIC 9(8).
       02 ConsentPhone PIC X.
       02 ConsentPhoneDate PIC 9(8).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
           03 TblCityName PIC X(15).
01 CityCount PIC 99 VALUE ZERO.
01 MatchedCityName PIC X(15).
*> Terms codes from terms.dat; a blank code needs no row - it is
*> the standard net 30.
01 TermsFileStatus PIC XX.
01 TermsFileEOF PIC X VALUE 'N'.
01 TermsFound PIC X.
01 TermsTable.
       02 TermsEntry OCCURS 0 TO 50 TIMES
               DEPENDING ON TermsCount
               INDEXED BY TermsIdx.
           03 TblTermsCode PIC X(4).
           03 TblTermsDesc PIC X(20).
01 TermsCount PIC 99 VALUE ZERO.
*> Staging fields for the contact screens, checked through VALCHECK
*> before anything lands on the master record.
01 AddrLine1Input  PIC X(20).
01 PhoneInput      PIC X(12).
01 EmailInput      PIC X(30).
01 ContactValid PIC X.
*> Consent answers per channel: Y, N, or blank to leave it alone.
01 ConsentPostInput  PIC X.
01 ConsentEmailInput PIC X.
01 ConsentPhoneInput PIC X.
01 ConsentChanged PIC X.
01 ConsentToday PIC 9(8).
01 ValCandidate PIC X(30).
*> In-use lock handling through FILELOCK, so a second operator is
*> told who already has the file instead of silently corrupting it.
01 FormIDNum PIC 9(5).
01 FormCredit PIC 9(5)V99.
01 FormCurrency PIC X(3).
01 FormTerms PIC X(4).
01 FormParent PIC 9(5).
*> The parent check reads other customers through the same record
*> area, so the record being keyed is held aside meanwhile; a group
*> is one level deep - a parent may not itself be a branch, and a
*> customer with branches may not become one.
01 HeldCustomer PIC X(182).
01 ParentOwnId PIC 9(5).
01 ParentFound PIC X.
01 BranchScanEOF PIC X.
01 HasBranches PIC X.
01 SaveAnswer PIC X.
01 FormErrorMsg PIC X(45).
01 FormDone PIC X.
       02 LINE 6 COLUMN 21 PIC 9(5).99 USING FormCredit.
       02 LINE 7 COLUMN 5 VALUE "Currency     :".
       02 LINE 7 COLUMN 21 PIC X(3) USING FormCurrency.
       02 LINE 8 COLUMN 5 VALUE "Terms Code   :".
       02 LINE 8 COLUMN 21 PIC X(4) USING FormTerms.
       02 LINE 9 COLUMN 5 VALUE "Parent Acct  :".
       02 LINE 9 COLUMN 21 PIC 9(5) USING FormParent.
       02 LINE 11 COLUMN 5 VALUE "Save? (Y/N)  :".
       02 LINE 11 COLUMN 21 PIC X USING SaveAnswer.
       02 LINE 13 COLUMN 5 PIC X(45) FROM FormErrorMsg.
01 UpdCustScreen.
       02 BLANK SCREEN.
       02 LINE 1 COLUMN 5 VALUE "UPDATE CUSTOMER".
       02 LINE 5 COLUMN 21 PIC 9(5).99 USING FormCredit.
       02 LINE 6 COLUMN 5 VALUE "Currency     :".
       02 LINE 6 COLUMN 21 PIC X(3) USING FormCurrency.
       02 LINE 7 COLUMN 5 VALUE "Terms Code   :".
       02 LINE 7 COLUMN 21 PIC X(4) USING FormTerms.
       02 LINE 8 COLUMN 5 VALUE "Parent Acct  :".
       02 LINE 8 COLUMN 21 PIC 9(5) USING FormParent.
       02 LINE 10 COLUMN 5 VALUE "Save? (Y/N)  :".
       02 LINE 10 COLUMN 21 PIC X USING SaveAnswer.
       02 LINE 12 COLUMN 5 PIC X(45) FROM FormErrorMsg.

PROCEDURE DIVISION.
StartPara.
           GOBACK
       END-IF.
       PERFORM LoadCityTable.
       PERFORM LoadTermsTable.
       OPEN I-O CustomerFile. *> I/0 MODE ACCESS DATA RANDOMLY
       IF CustFileStatus = "35"
           OPEN OUTPUT CustomerFile
           DISPLAY "5: List All Customers"
           DISPLAY "6: Add Contact Details"
           DISPLAY "7: Change Contact Details"
           DISPLAY "8: Marketing Consent"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 5 PERFORM ListAllCust
               WHEN 6 PERFORM AddContact
               WHEN 7 PERFORM ChangeContact
               WHEN 8 PERFORM ChangeConsent
               WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
       END-PERFORM.
       MOVE SPACES TO LastNameInput.
       MOVE 0 TO FormCredit.
       MOVE SPACES TO FormCurrency.
       MOVE SPACES TO FormTerms.
       MOVE 0 TO FormParent.
       MOVE 'Y' TO SaveAnswer.
       MOVE SPACES TO FormErrorMsg.
       MOVE 'N' TO FormDone.
       IF FormErrorMsg NOT = SPACES
           GO TO AddCustForm-Exit
       END-IF.
       PERFORM ValidateFormTerms.
       IF FormErrorMsg NOT = SPACES
           GO TO AddCustForm-Exit
       END-IF.
       MOVE FormIDNum TO ParentOwnId.
       PERFORM ValidateFormParent THRU ValidateFormParent-Exit.
       IF FormErrorMsg NOT = SPACES
           GO TO AddCustForm-Exit
       END-IF.
       MOVE FormIDNum TO IDNum.
       MOVE FirstNameInput TO FirstName.
       MOVE LastNameInput TO LastName.
       MOVE ZERO TO CityCode.
       MOVE FormCredit TO CreditLimit.
       MOVE FormCurrency TO CurrencyCode.
       MOVE FormTerms TO TermsCode.
       MOVE FormParent TO ParentId.
       MOVE SPACE TO ConsentPost.
       MOVE ZERO TO ConsentPostDate.
       MOVE SPACE TO ConsentEmail.
       MOVE ZERO TO ConsentEmailDate.
       MOVE SPACE TO ConsentPhone.
       MOVE ZERO TO ConsentPhoneDate.
       MOVE SPACES TO OldFirstName.
       MOVE SPACES TO OldLastName.
       MOVE 'ADD' TO AuditAction.
       END-IF.
ValidateFormNames-Exit.
       EXIT.
*> A blank terms code is the standard net 30; anything else must be
*> on terms.dat.
ValidateFormTerms.
       MOVE 'Y' TO TermsFound.
       IF FormTerms NOT = SPACES
           MOVE 'N' TO TermsFound
           IF TermsCount > ZERO
               SET TermsIdx TO 1
               SEARCH TermsEntry
                   AT END CONTINUE
                   WHEN TblTermsCode(TermsIdx) = FormTerms
                       MOVE 'Y' TO TermsFound
               END-SEARCH
           END-IF
       END-IF.
       IF TermsFound = 'N'
           MOVE "Terms code not on terms.dat" TO FormErrorMsg
       END-IF.
ValidateFormParent.
       IF FormParent = ZERO
           GO TO ValidateFormParent-Exit
       END-IF.
       IF FormParent = ParentOwnId
           MOVE "A customer cannot be its own parent" TO FormErrorMsg
           GO TO ValidateFormParent-Exit
       END-IF.
       MOVE CustomerData TO HeldCustomer.
       MOVE 'Y' TO ParentFound.
       MOVE FormParent TO IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO ParentFound
       END-READ.
       IF ParentFound = 'N'
           MOVE "Parent account not on file" TO FormErrorMsg
       ELSE
           IF ParentId IS NUMERIC AND ParentId NOT = ZERO
               MOVE "Parent account is itself a branch"
                   TO FormErrorMsg
           END-IF
       END-IF.
       IF FormErrorMsg = SPACES
           PERFORM CheckForBranches
           IF HasBranches = 'Y'
               MOVE "Customer has branches - cannot become one"
                   TO FormErrorMsg
           END-IF
       END-IF.
       MOVE HeldCustomer TO CustomerData.
ValidateFormParent-Exit.
       EXIT.
CheckForBranches.
       MOVE 'N' TO HasBranches.
       MOVE 'N' TO BranchScanEOF.
       MOVE LOW-VALUES TO IDNum.
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE 'Y' TO BranchScanEOF
       END-START.
       PERFORM ScanOneForBranch UNTIL BranchScanEOF = 'Y'.
ScanOneForBranch.
       READ CustomerFile NEXT RECORD
           AT END MOVE 'Y' TO BranchScanEOF
           NOT AT END
               IF ParentId = ParentOwnId
                   MOVE 'Y' TO HasBranches
                   MOVE 'Y' TO BranchScanEOF
               END-IF
       END-READ.
CheckDupName.
       MOVE 'N' TO DupEOF.
       MOVE 'N' TO NameFound.
           MOVE LastName TO LastNameInput
           MOVE CreditLimit TO FormCredit
           MOVE CurrencyCode TO FormCurrency
           MOVE TermsCode TO FormTerms
           IF ParentId IS NUMERIC
               MOVE ParentId TO FormParent
           ELSE
               MOVE 0 TO FormParent
           END-IF
           MOVE 'Y' TO SaveAnswer
           MOVE SPACES TO FormErrorMsg
           MOVE 'N' TO FormDone
       IF FormErrorMsg NOT = SPACES
           GO TO UpdCustForm-Exit
       END-IF.
       PERFORM ValidateFormTerms.
       IF FormErrorMsg NOT = SPACES
           GO TO UpdCustForm-Exit
       END-IF.
       MOVE IDNum TO ParentOwnId.
       PERFORM ValidateFormParent THRU ValidateFormParent-Exit.
       IF FormErrorMsg NOT = SPACES
           GO TO UpdCustForm-Exit
       END-IF.
       MOVE FirstNameInput TO FirstName.
       MOVE LastNameInput TO LastName.
       MOVE FormCredit TO CreditLimit.
       MOVE FormCurrency TO CurrencyCode.
       MOVE FormTerms TO TermsCode.
       MOVE FormParent TO ParentId.
       MOVE 'UPDATE' TO AuditAction.
       PERFORM MarkCheckpoint.
       REWRITE CustomerData
           CALL 'FMTNAME' USING FirstName, LastName, FullName
           DISPLAY "ID: " IDNum
           DISPLAY "Name: " FullName
           DISPLAY "Terms: " TermsCode
           DISPLAY "Parent: " ParentId
           PERFORM ShowContact
           PERFORM ShowConsent
        END-IF.
GetCustByName.
       MOVE 'Y' TO CustExits.
           CALL 'FMTNAME' USING FirstName, LastName, FullName
           DISPLAY "ID: " IDNum
           DISPLAY "Name: " FullName
           DISPLAY "Terms: " TermsCode
           DISPLAY "Parent: " ParentId
           PERFORM ShowContact
           PERFORM ShowConsent
        END-IF.
ListAllCust.
       MOVE 'N' TO BrowseEOF.
       DISPLAY "Postal    : " PostalCode.
       DISPLAY "Phone     : " PhoneNum.
       DISPLAY "Email     : " EmailAddr.
*> Marketing consent is asked for channel by channel; a flag that
*> changes takes today's date, so the file always shows when the
*> customer agreed or opted out. Only a Y is ever mailed.
ChangeConsent.
       MOVE 'Y' TO CustExits.
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING.
       ACCEPT IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExits
       END-READ
       IF CustExits = 'N'
           DISPLAY "Customer DNE"
       ELSE
           PERFORM ShowConsent
           PERFORM PromptConsentFields
           IF ContactValid = 'Y' AND ConsentChanged = 'Y'
               PERFORM StoreConsent
           END-IF
       END-IF.
ShowConsent.
       DISPLAY "Post      : " ConsentPost " " ConsentPostDate.
       DISPLAY "Email     : " ConsentEmail " " ConsentEmailDate.
       DISPLAY "Phone     : " ConsentPhone " " ConsentPhoneDate.
PromptConsentFields.
       MOVE 'Y' TO ContactValid.
       MOVE 'N' TO ConsentChanged.
       DISPLAY "Consent Y/N, blank to keep".
       DISPLAY "Post : " WITH NO ADVANCING.
       ACCEPT ConsentPostInput.
       DISPLAY "Email: " WITH NO ADVANCING.
       ACCEPT ConsentEmailInput.
       DISPLAY "Phone: " WITH NO ADVANCING.
       ACCEPT ConsentPhoneInput.
       IF ConsentPostInput NOT = SPACE AND ConsentPostInput NOT = 'Y'
               AND ConsentPostInput NOT = 'N'
           MOVE 'N' TO ContactValid
       END-IF.
       IF ConsentEmailInput NOT = SPACE AND ConsentEmailInput NOT = 'Y'
               AND ConsentEmailInput NOT = 'N'
           MOVE 'N' TO ContactValid
       END-IF.
       IF ConsentPhoneInput NOT = SPACE AND ConsentPhoneInput NOT = 'Y'
               AND ConsentPhoneInput NOT = 'N'
           MOVE 'N' TO ContactValid
       END-IF.
       IF ContactValid = 'N'
           DISPLAY "Consent must be Y or N - not saved"
       ELSE
           IF ConsentPostInput NOT = SPACE
                   AND ConsentPostInput NOT = ConsentPost
               MOVE 'Y' TO ConsentChanged
           END-IF
           IF ConsentEmailInput NOT = SPACE
                   AND ConsentEmailInput NOT = ConsentEmail
               MOVE 'Y' TO ConsentChanged
           END-IF
           IF ConsentPhoneInput NOT = SPACE
                   AND ConsentPhoneInput NOT = ConsentPhone
               MOVE 'Y' TO ConsentChanged
           END-IF
           IF ConsentChanged = 'N'
               DISPLAY "No change to consent"
           END-IF
       END-IF.
StoreConsent.
       ACCEPT ConsentToday FROM DATE YYYYMMDD.
       IF ConsentPostInput NOT = SPACE
               AND ConsentPostInput NOT = ConsentPost
           MOVE ConsentPostInput TO ConsentPost
           MOVE ConsentToday TO ConsentPostDate
       END-IF.
       IF ConsentEmailInput NOT = SPACE
               AND ConsentEmailInput NOT = ConsentEmail
           MOVE ConsentEmailInput TO ConsentEmail
           MOVE ConsentToday TO ConsentEmailDate
       END-IF.
       IF ConsentPhoneInput NOT = SPACE
               AND ConsentPhoneInput NOT = ConsentPhone
           MOVE ConsentPhoneInput TO ConsentPhone
           MOVE ConsentToday TO ConsentPhoneDate
       END-IF.
       MOVE FirstName TO OldFirstName.
       MOVE LastName TO OldLastName.
       MOVE 'UPDATE' TO AuditAction.
       PERFORM MarkCheckpoint.
       REWRITE CustomerData
           INVALID KEY DISPLAY "Customer Not updated"
           NOT INVALID KEY
               PERFORM WriteAuditEntry
               DISPLAY "Consent updated"
       END-REWRITE.
       PERFORM ClearCheckpoint.
*> Every field is checked the way AddCust checks names - a bad entry
*> drops the whole screen rather than half-filing a card.
PromptContactFields.
       ADD 1 TO CityCount.
       MOVE FileCityCode TO TblCityCode(CityCount).
       MOVE FileCityName TO TblCityName(CityCount).
*> Reads terms.dat into TermsTable the way LoadCityTable reads the
*> cities.
LoadTermsTable.
       OPEN INPUT TermsFile.
       IF TermsFileStatus = "35"
           CONTINUE
       ELSE
           PERFORM UNTIL TermsFileEOF = 'Y'
               READ TermsFile
                   AT END MOVE 'Y' TO TermsFileEOF
                   NOT AT END PERFORM AddTermsEntry
               END-READ
           END-PERFORM
           CLOSE TermsFile
       END-IF.
AddTermsEntry.
       IF TermsCount < 50
           ADD 1 TO TermsCount
           MOVE FileTermsCode TO TblTermsCode(TermsCount)
           MOVE FileTermsDesc TO TblTermsDesc(TermsCount)
       END-IF.
LookupCity.
       MOVE 'N' TO CityFound.
       IF CityCount > ZERO
