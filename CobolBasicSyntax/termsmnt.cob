       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. termsmnt.
AUTHOR. Lawrence.
*> Payment terms maintenance: terms.dat is the small table the
*> customer master's TermsCode points into - net days, and for
*> terms like "2% 10 net 30" the discount percentage and the days
*> it may be taken in. DUEDATE reads it to stamp a due date on
*> every open item, and cashapply to offer the early-settlement
*> discount. Add/Update/Delete/List on the rows, the citymaint
*> shape, where Delete first sweeps the customer master and
*> refuses while the code is still in use.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL TermsFile ASSIGN TO "terms.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermsFileStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

DATA DIVISION.
FILE SECTION.
FD TermsFile.
*> Code, description, net days, then the settlement discount
*> percentage and the days from the document date it runs for -
*> both zero where the terms carry no discount.
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
01 TermsFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 EntryTermsCode PIC X(4).
01 EntryTermsDesc PIC X(20).
01 EntryNetDays PIC 999.
01 EntryDiscPct PIC 99V99.
01 EntryDiscDays PIC 999.
01 EntryValid PIC X.
01 TermsFound PIC X.
01 RefFound PIC X.
01 RefCount PIC 9(5).
01 ConfirmAnswer PIC X.
01 TermsTable.
       02 TermsEntry OCCURS 0 TO 50 TIMES
               DEPENDING ON TermsCount.
           03 TblTermsCode PIC X(4).
           03 TblTermsDesc PIC X(20).
           03 TblNetDays PIC 999.
           03 TblDiscPct PIC 99V99.
           03 TblDiscDays PIC 999.
01 TermsCount PIC 99 VALUE 0.
01 TermsIdx PIC 99.
01 KeepIdx PIC 99.
01 PrnDiscPct PIC Z9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "termsmnt", OperatorName.
       CALL 'SESSLOG' USING "START", "termsmnt", OperatorName.
       PERFORM LoadTermsFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "PAYMENT TERMS"
           DISPLAY "1: Add Terms"
           DISPLAY "2: Update Terms"
           DISPLAY "3: Delete Terms"
           DISPLAY "4: List Terms"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddTerms THRU AddTerms-Exit
               WHEN 2 PERFORM UpdateTerms THRU UpdateTerms-Exit
               WHEN 3 PERFORM DeleteTerms THRU DeleteTerms-Exit
               WHEN 4 PERFORM ListTerms
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "termsmnt", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

AddTerms.
       DISPLAY " "
       DISPLAY "Terms Code (e.g. N30, 2N30): " WITH NO ADVANCING.
       ACCEPT EntryTermsCode.
       IF EntryTermsCode = SPACES
           DISPLAY "Blank code is the standard net 30 - not added"
           GO TO AddTerms-Exit
       END-IF.
       PERFORM FindTermsEntry.
       IF TermsFound = 'Y'
           DISPLAY "Code already on file - use Update"
           GO TO AddTerms-Exit
       END-IF.
       IF TermsCount >= 50
           DISPLAY "Terms table is full - not added"
           GO TO AddTerms-Exit
       END-IF.
       PERFORM KeyTermsDetail THRU KeyTermsDetail-Exit.
       IF EntryValid = 'N'
           GO TO AddTerms-Exit
       END-IF.
       ADD 1 TO TermsCount.
       MOVE EntryTermsCode TO TblTermsCode(TermsCount).
       MOVE TermsCount TO TermsIdx.
       PERFORM StoreTermsDetail.
       PERFORM RewriteTermsFile.
       DISPLAY "Terms added".
AddTerms-Exit.
       EXIT.

UpdateTerms.
       DISPLAY " "
       DISPLAY "Terms Code: " WITH NO ADVANCING.
       ACCEPT EntryTermsCode.
       PERFORM FindTermsEntry.
       IF TermsFound = 'N'
           DISPLAY "Code not on file"
           GO TO UpdateTerms-Exit
       END-IF.
       PERFORM ShowOneTerms.
       MOVE TermsIdx TO KeepIdx.
       PERFORM KeyTermsDetail THRU KeyTermsDetail-Exit.
       IF EntryValid = 'N'
           GO TO UpdateTerms-Exit
       END-IF.
       MOVE KeepIdx TO TermsIdx.
       PERFORM StoreTermsDetail.
       PERFORM RewriteTermsFile.
       DISPLAY "Terms updated - documents already raised keep"
           " the due date they were given".
UpdateTerms-Exit.
       EXIT.

*> A discount must be taken inside the net period, or the terms
*> contradict themselves.
KeyTermsDetail.
       MOVE 'Y' TO EntryValid.
       DISPLAY "Description: " WITH NO ADVANCING.
       ACCEPT EntryTermsDesc.
       DISPLAY "Net days to pay: " WITH NO ADVANCING.
       ACCEPT EntryNetDays.
       DISPLAY "Settlement discount % (0 for none): "
           WITH NO ADVANCING.
       ACCEPT EntryDiscPct.
       MOVE 0 TO EntryDiscDays.
       IF EntryDiscPct > ZERO
           DISPLAY "Discount days: " WITH NO ADVANCING
           ACCEPT EntryDiscDays
           IF EntryDiscDays = ZERO OR EntryDiscDays > EntryNetDays
               DISPLAY "Discount days must be 1 to the net days"
                   " - not saved"
               MOVE 'N' TO EntryValid
           END-IF
       END-IF.
KeyTermsDetail-Exit.
       EXIT.

StoreTermsDetail.
       MOVE EntryTermsDesc TO TblTermsDesc(TermsIdx).
       MOVE EntryNetDays TO TblNetDays(TermsIdx).
       MOVE EntryDiscPct TO TblDiscPct(TermsIdx).
       MOVE EntryDiscDays TO TblDiscDays(TermsIdx).

*> Delete refuses while any customer still carries the code, so no
*> account silently drops back to the standard terms.
DeleteTerms.
       DISPLAY " "
       DISPLAY "Terms Code: " WITH NO ADVANCING.
       ACCEPT EntryTermsCode.
       PERFORM FindTermsEntry.
       IF TermsFound = 'N'
           DISPLAY "Code not on file"
           GO TO DeleteTerms-Exit
       END-IF.
       PERFORM CheckCustomerRefs.
       IF RefFound = 'Y'
           DISPLAY "Cannot delete - " RefCount
               " customer record(s) still on terms "
               EntryTermsCode
           GO TO DeleteTerms-Exit
       END-IF.
       DISPLAY "Delete " TblTermsDesc(TermsIdx) "? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
           PERFORM RemoveTermsEntry
           PERFORM RewriteTermsFile
           DISPLAY "Terms deleted"
       END-IF.
DeleteTerms-Exit.
       EXIT.

ListTerms.
       IF TermsCount = 0
           DISPLAY "No terms on file - every customer is net 30"
       ELSE
           DISPLAY " "
           PERFORM ShowOneTerms
               VARYING TermsIdx FROM 1 BY 1 UNTIL TermsIdx > TermsCount
       END-IF.

ShowOneTerms.
       MOVE TblDiscPct(TermsIdx) TO PrnDiscPct.
       IF TblDiscPct(TermsIdx) > ZERO
           DISPLAY TblTermsCode(TermsIdx) " " TblTermsDesc(TermsIdx)
               " net " TblNetDays(TermsIdx) " - " PrnDiscPct
               "% within " TblDiscDays(TermsIdx) " days"
       ELSE
           DISPLAY TblTermsCode(TermsIdx) " " TblTermsDesc(TermsIdx)
               " net " TblNetDays(TermsIdx)
       END-IF.

*> Leaves TermsIdx on the matching row when TermsFound comes back
*> 'Y'.
FindTermsEntry.
       MOVE 'N' TO TermsFound.
       MOVE 0 TO KeepIdx.
       PERFORM ScanOneTermsEntry
           VARYING TermsIdx FROM 1 BY 1 UNTIL TermsIdx > TermsCount.
       IF KeepIdx > 0
           MOVE 'Y' TO TermsFound
           MOVE KeepIdx TO TermsIdx
       END-IF.

ScanOneTermsEntry.
       IF TblTermsCode(TermsIdx) = EntryTermsCode
           MOVE TermsIdx TO KeepIdx
       END-IF.

CheckCustomerRefs.
       MOVE 'N' TO RefFound.
       MOVE 0 TO RefCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CustomerMaster.
       IF MasterFileStatus NOT = "00"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE LOW-VALUES TO MIDNum
           START CustomerMaster KEY IS NOT LESS THAN MIDNum
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM UNTIL WSEOF = 'Y'
           READ CustomerMaster NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
           END-READ
           IF WSEOF = 'N'
               IF MTermsCode = EntryTermsCode
                   MOVE 'Y' TO RefFound
                   ADD 1 TO RefCount
               END-IF
           END-IF
       END-PERFORM.
       IF MasterFileStatus NOT = "35"
           CLOSE CustomerMaster
       END-IF.

RemoveTermsEntry.
       MOVE TermsIdx TO KeepIdx.
       PERFORM ShiftTermsEntry
           VARYING TermsIdx FROM KeepIdx BY 1
           UNTIL TermsIdx >= TermsCount.
       SUBTRACT 1 FROM TermsCount.

ShiftTermsEntry.
       MOVE TermsEntry(TermsIdx + 1) TO TermsEntry(TermsIdx).

LoadTermsFile.
       MOVE 0 TO TermsCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TermsFile.
       IF TermsFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneTerms UNTIL WSEOF = 'Y'.
       IF TermsFileStatus NOT = "35"
           CLOSE TermsFile
       END-IF.

LoadOneTerms.
       READ TermsFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF TermsCount < 50
                   ADD 1 TO TermsCount
                   MOVE FileTermsCode TO TblTermsCode(TermsCount)
                   MOVE FileTermsDesc TO TblTermsDesc(TermsCount)
                   MOVE FileNetDays TO TblNetDays(TermsCount)
                   MOVE FileDiscPct TO TblDiscPct(TermsCount)
                   MOVE FileDiscDays TO TblDiscDays(TermsCount)
               END-IF
       END-READ.

RewriteTermsFile.
       OPEN OUTPUT TermsFile.
       PERFORM RewriteOneTerms
           VARYING TermsIdx FROM 1 BY 1 UNTIL TermsIdx > TermsCount.
       CLOSE TermsFile.

RewriteOneTerms.
       MOVE SPACES TO TermsRecord.
       MOVE TblTermsCode(TermsIdx) TO FileTermsCode.
       MOVE TblTermsDesc(TermsIdx) TO FileTermsDesc.
       MOVE TblNetDays(TermsIdx) TO FileNetDays.
       MOVE TblDiscPct(TermsIdx) TO FileDiscPct.
       MOVE TblDiscDays(TermsIdx) TO FileDiscDays.
       WRITE TermsRecord.
