       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. lettmpl.
AUTHOR. Lawrence.
*> Letter template maintenance: the wording LETMRG merges into the
*> dunning letters, the probation and suspension letters and the
*> refund advice, kept on lettmpl.dat so the accountant's or the
*> registrar's new wording goes in without a programmer. A change
*> is never made in place - it is keyed as a new version of the
*> letter, starting from the newest wording on file, with the date it
*> takes effect; the old version stays on file for the letters
*> already sent under it. A version not yet in effect can be
*> withdrawn. Level 3 only, like opermaint - AUTHCHK refuses entry
*> below it.
*> Letter codes: DUNNING1/2/3 first reminder, second reminder and
*> final notice (dunning.cob); PROBATN and SUSPEND (standing.cob);
*> REFUND the remittance advice (refunds.cob).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL TemplateFile ASSIGN TO "lettmpl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TemplateStatus.

DATA DIVISION.
FILE SECTION.
FD TemplateFile.
*> Kept in step with the TemplateRec layout LETMRG reads.
01 TemplateRec.
       02 LtCode PIC X(8).
       02 FILLER PIC X.
       02 LtVersion PIC 9(3).
       02 FILLER PIC X.
       02 LtEffDate PIC 9(8).
       02 FILLER PIC X.
       02 LtLineNo PIC 99.
       02 FILLER PIC X.
       02 LtText PIC X(70).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 TemplateStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 ConfirmAnswer PIC X.
01 TodayDate PIC 9(8).
01 EntryCode PIC X(8).
01 EntryVersion PIC 9(3).
01 EntryEffDate PIC 9(8).
01 CodeFound PIC X.
01 TopVersion PIC 9(3).
01 TopEffDate PIC 9(8).
01 ShowVersion PIC 9(3).
01 ShowLineNo PIC 99.
01 VersionLines PIC 99.
01 InEffectText PIC X(10).
01 ListedCount PIC 9(3).
*> The whole file held for listing and for a withdrawal, which
*> rewrites it without the withdrawn version.
01 TemplateTable.
       02 TemplateEntry OCCURS 0 TO 900 TIMES
               DEPENDING ON TemplateCount.
           03 TblLtCode PIC X(8).
           03 TblLtVersion PIC 9(3).
           03 TblLtEffDate PIC 9(8).
           03 TblLtLineNo PIC 99.
           03 TblLtText PIC X(70).
01 TemplateCount PIC 9(3) VALUE 0.
01 TemplateIdx PIC 9(3).
01 ScanIdx PIC 9(3).
01 KeepCount PIC 9(3).
01 TableFullWarned PIC X VALUE 'N'.
*> What the session log records against a change: code and version.
01 TmplLogText PIC X(20).
*> The new version being keyed, a line at a time.
01 EditTable.
       02 EditLine PIC X(70) OCCURS 30 TIMES.
01 EditCount PIC 99.
01 EditIdx PIC 99.
01 EditDone PIC X.
01 EditLineNo PIC 99.
01 EditText PIC X(70).
*> The LETMRG call's arguments; the fields group is carried only to
*> complete the call.
01 MergeLine PIC X(70).
01 MergeVersion PIC 9(3).
01 MergeResult PIC X.
01 LetterFields.
       02 LfName PIC X(31).
       02 LfAddr1 PIC X(20).
       02 LfAddr2 PIC X(20).
       02 LfPostCode PIC X(8).
       02 LfAccount PIC X(7).
       02 LfAmount PIC X(12).
       02 LfStudent PIC X(31).
       02 LfTerm PIC X(5).
       02 LfGpa PIC X(4).

PROCEDURE DIVISION.
StartPara.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Supervisor authorization required"
           GOBACK
       END-IF.
       CALL 'SESSBNR' USING "lettmpl ", OperatorName.
       CALL 'SESSLOG' USING "START", "lettmpl ", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE SPACES TO LetterFields.
      *> The standard wording is written the first time round, so
      *> there is always a version to start a change from.
       CALL 'LETMRG' USING "SEED", EntryCode, TodayDate,
           LetterFields, MergeLine, MergeVersion, MergeResult.
       PERFORM LoadTemplateFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "LETTER TEMPLATES"
           DISPLAY "1: List Templates"
           DISPLAY "2: Show a Template"
           DISPLAY "3: New Version of a Letter"
           DISPLAY "4: Withdraw a Future Version"
           DISPLAY "5: Placeholders"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ListTemplates
               WHEN 2 PERFORM ShowTemplate THRU ShowTemplate-Exit
               WHEN 3 PERFORM NewVersion THRU NewVersion-Exit
               WHEN 4 PERFORM WithdrawVersion THRU WithdrawVersion-Exit
               WHEN 5 PERFORM ShowPlaceholders
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "lettmpl ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> One line per version, from its first line, with the version
*> LETMRG would pick today marked.
ListTemplates.
       DISPLAY " "
       DISPLAY "CODE     VER EFFECTIVE LINES".
       MOVE 0 TO ListedCount.
       PERFORM ListOneVersion
           VARYING TemplateIdx FROM 1 BY 1
           UNTIL TemplateIdx > TemplateCount.
       IF ListedCount = 0
           DISPLAY "No templates on file"
       END-IF.

ListOneVersion.
       IF TblLtLineNo(TemplateIdx) = 1
           ADD 1 TO ListedCount
           MOVE TblLtCode(TemplateIdx) TO EntryCode
           MOVE TblLtVersion(TemplateIdx) TO ShowVersion
           PERFORM CountVersionLines
           CALL 'LETMRG' USING "OPEN", EntryCode, TodayDate,
               LetterFields, MergeLine, MergeVersion, MergeResult
           MOVE SPACES TO InEffectText
           IF MergeResult = 'Y' AND MergeVersion = ShowVersion
               MOVE "IN EFFECT" TO InEffectText
           END-IF
           IF TblLtEffDate(TemplateIdx) > TodayDate
               MOVE "FUTURE" TO InEffectText
           END-IF
           DISPLAY EntryCode " " ShowVersion " "
               TblLtEffDate(TemplateIdx) "  " VersionLines "   "
               InEffectText
       END-IF.

CountVersionLines.
       MOVE 0 TO VersionLines.
       PERFORM CountOneVersionLine
           VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > TemplateCount.

CountOneVersionLine.
       IF TblLtCode(ScanIdx) = EntryCode
               AND TblLtVersion(ScanIdx) = ShowVersion
               AND TblLtLineNo(ScanIdx) > VersionLines
           MOVE TblLtLineNo(ScanIdx) TO VersionLines
       END-IF.

ShowTemplate.
       DISPLAY " "
       PERFORM AcceptEntryCode.
       IF CodeFound = 'N'
           DISPLAY "No letter " EntryCode " on file"
           GO TO ShowTemplate-Exit
       END-IF.
       DISPLAY "Version (0 = the one in effect today): "
           WITH NO ADVANCING.
       ACCEPT EntryVersion.
       IF EntryVersion = 0
           CALL 'LETMRG' USING "OPEN", EntryCode, TodayDate,
               LetterFields, MergeLine, MergeVersion, MergeResult
           IF MergeResult = 'N'
               DISPLAY "No version of " EntryCode " in effect today"
               GO TO ShowTemplate-Exit
           END-IF
           MOVE MergeVersion TO EntryVersion
       END-IF.
       MOVE EntryVersion TO ShowVersion.
       PERFORM CountVersionLines.
       IF VersionLines = 0
           DISPLAY "No version " EntryVersion " of " EntryCode
           GO TO ShowTemplate-Exit
       END-IF.
       DISPLAY " ".
       DISPLAY EntryCode " version " ShowVersion.
       PERFORM ShowOneTemplateLine
           VARYING ShowLineNo FROM 1 BY 1
           UNTIL ShowLineNo > VersionLines.
ShowTemplate-Exit.
       EXIT.

ShowOneTemplateLine.
       MOVE SPACES TO EditText.
       PERFORM FindVersionLine
           VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > TemplateCount.
       DISPLAY ShowLineNo ": " EditText.

FindVersionLine.
       IF TblLtCode(ScanIdx) = EntryCode
               AND TblLtVersion(ScanIdx) = ShowVersion
               AND TblLtLineNo(ScanIdx) = ShowLineNo
           MOVE TblLtText(ScanIdx) TO EditText
       END-IF.

*> The new version starts as a copy of the newest one on file; the
*> operator replaces, adds or drops lines, then gives the date it
*> takes effect. Nothing is backdated - letters already sent went
*> out under the wording then in force.
NewVersion.
       DISPLAY " "
       PERFORM AcceptEntryCode.
       IF CodeFound = 'N'
           DISPLAY "No letter " EntryCode " on file"
           GO TO NewVersion-Exit
       END-IF.
       MOVE TopVersion TO ShowVersion.
       PERFORM CountVersionLines.
       MOVE SPACES TO EditTable.
       MOVE VersionLines TO EditCount.
       PERFORM CopyOneEditLine
           VARYING ShowLineNo FROM 1 BY 1
           UNTIL ShowLineNo > VersionLines.
       MOVE 'N' TO EditDone.
       PERFORM EditOneLine UNTIL EditDone = 'Y'.
       IF EditCount = 0
           DISPLAY "A letter needs at least one line - not saved"
           GO TO NewVersion-Exit
       END-IF.
       DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT EntryEffDate.
       IF EntryEffDate < TodayDate
           DISPLAY "Effective date is in the past - not saved"
           GO TO NewVersion-Exit
       END-IF.
       IF EntryEffDate < TopEffDate
           DISPLAY "Version " TopVersion " takes effect "
               TopEffDate " - a new version cannot start earlier"
           GO TO NewVersion-Exit
       END-IF.
       IF TopVersion NOT < 999
           DISPLAY "Version numbers exhausted for " EntryCode
           GO TO NewVersion-Exit
       END-IF.
       IF TableFullWarned = 'Y' OR TemplateCount + EditCount > 900
           DISPLAY "Template file full - not saved"
           GO TO NewVersion-Exit
       END-IF.
       COMPUTE EntryVersion = TopVersion + 1.
       DISPLAY "Save " EntryCode " version " EntryVersion
           " effective " EntryEffDate "? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Nothing saved"
           GO TO NewVersion-Exit
       END-IF.
       PERFORM AddOneEditLine
           VARYING EditIdx FROM 1 BY 1 UNTIL EditIdx > EditCount.
       PERFORM RewriteTemplateFile.
       PERFORM LogTemplateChange.
       DISPLAY EntryCode " version " EntryVersion " saved".
NewVersion-Exit.
       EXIT.

CopyOneEditLine.
       MOVE SPACES TO EditText.
       PERFORM FindVersionLine
           VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > TemplateCount.
       MOVE EditText TO EditLine(ShowLineNo).

*> Line number 0 ends the editing; one past the last line adds a
*> line; 99 drops the last line. A "-" keys a blank line.
EditOneLine.
       DISPLAY " ".
       PERFORM ShowOneEditLine
           VARYING EditIdx FROM 1 BY 1 UNTIL EditIdx > EditCount.
       DISPLAY "Line to change (0 = done, 99 = drop last line): "
           WITH NO ADVANCING.
       ACCEPT EditLineNo.
       EVALUATE TRUE
           WHEN EditLineNo = 0
               MOVE 'Y' TO EditDone
           WHEN EditLineNo = 99
               IF EditCount > 0
                   MOVE SPACES TO EditLine(EditCount)
                   SUBTRACT 1 FROM EditCount
               END-IF
           WHEN EditLineNo > EditCount + 1 OR EditLineNo > 30
               DISPLAY "No such line"
           WHEN OTHER
               DISPLAY "Text: " WITH NO ADVANCING
               MOVE SPACES TO EditText
               ACCEPT EditText
               IF EditText = "-"
                   MOVE SPACES TO EditText
               END-IF
               MOVE EditText TO EditLine(EditLineNo)
               IF EditLineNo > EditCount
                   MOVE EditLineNo TO EditCount
               END-IF
       END-EVALUATE.

ShowOneEditLine.
       DISPLAY EditIdx ": " EditLine(EditIdx).

AddOneEditLine.
       ADD 1 TO TemplateCount.
       MOVE EntryCode TO TblLtCode(TemplateCount).
       MOVE EntryVersion TO TblLtVersion(TemplateCount).
       MOVE EntryEffDate TO TblLtEffDate(TemplateCount).
       MOVE EditIdx TO TblLtLineNo(TemplateCount).
       MOVE EditLine(EditIdx) TO TblLtText(TemplateCount).

*> Only a version that has not yet taken effect can go - one that
*> has may already be on letters that went out.
WithdrawVersion.
       DISPLAY " "
       PERFORM AcceptEntryCode.
       IF CodeFound = 'N'
           DISPLAY "No letter " EntryCode " on file"
           GO TO WithdrawVersion-Exit
       END-IF.
       DISPLAY "Version to withdraw: " WITH NO ADVANCING.
       ACCEPT EntryVersion.
       MOVE EntryVersion TO ShowVersion.
       PERFORM CountVersionLines.
       IF VersionLines = 0
           DISPLAY "No version " EntryVersion " of " EntryCode
           GO TO WithdrawVersion-Exit
       END-IF.
       MOVE 0 TO EntryEffDate.
       PERFORM FindVersionEffDate
           VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > TemplateCount.
       IF EntryEffDate NOT > TodayDate
           DISPLAY "Version " EntryVersion " took effect "
               EntryEffDate " - it cannot be withdrawn"
           GO TO WithdrawVersion-Exit
       END-IF.
       IF TableFullWarned = 'Y'
           DISPLAY "Template file too large to rewrite - not withdrawn"
           GO TO WithdrawVersion-Exit
       END-IF.
       DISPLAY "Withdraw " EntryCode " version " EntryVersion
           "? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           GO TO WithdrawVersion-Exit
       END-IF.
       MOVE 0 TO KeepCount.
       PERFORM KeepOneRow
           VARYING TemplateIdx FROM 1 BY 1
           UNTIL TemplateIdx > TemplateCount.
       MOVE KeepCount TO TemplateCount.
       PERFORM RewriteTemplateFile.
       PERFORM LogTemplateChange.
       DISPLAY EntryCode " version " EntryVersion " withdrawn".
WithdrawVersion-Exit.
       EXIT.

FindVersionEffDate.
       IF TblLtCode(ScanIdx) = EntryCode
               AND TblLtVersion(ScanIdx) = EntryVersion
           MOVE TblLtEffDate(ScanIdx) TO EntryEffDate
       END-IF.

KeepOneRow.
       IF TblLtCode(TemplateIdx) NOT = EntryCode
               OR TblLtVersion(TemplateIdx) NOT = EntryVersion
           ADD 1 TO KeepCount
           MOVE TemplateEntry(TemplateIdx) TO TemplateEntry(KeepCount)
       END-IF.

LogTemplateChange.
       MOVE SPACES TO TmplLogText.
       STRING EntryCode DELIMITED BY SPACE
           " v" EntryVersion DELIMITED BY SIZE
           INTO TmplLogText
       END-STRING.
       CALL 'SESSLOG' USING "TMPL ", "lettmpl ", TmplLogText.

ShowPlaceholders.
       DISPLAY " ".
       DISPLAY "Placeholders, typed in braces within a line:".
       DISPLAY "  {NAME}      customer name".
       DISPLAY "  {ADDR1}     first address line".
       DISPLAY "  {ADDR2}     second address line".
       DISPLAY "  {POSTCODE}  postal code".
       DISPLAY "  {ACCOUNT}   customer account number".
       DISPLAY "  {AMOUNT}    amount overdue or refunded".
       DISPLAY "  {STUDENT}   student name".
       DISPLAY "  {TERM}      term of the standing run".
       DISPLAY "  {GPA}       grade point average".
       DISPLAY "  {DATE}      date the letter is printed".

*> Leaves the newest version of the code and its effective date in
*> TopVersion and TopEffDate when CodeFound is 'Y'.
AcceptEntryCode.
       DISPLAY "Letter code: " WITH NO ADVANCING.
       MOVE SPACES TO EntryCode.
       ACCEPT EntryCode.
       MOVE 'N' TO CodeFound.
       MOVE 0 TO TopVersion.
       MOVE 0 TO TopEffDate.
       PERFORM NoteTopVersion
           VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > TemplateCount.

NoteTopVersion.
       IF TblLtCode(ScanIdx) = EntryCode
           MOVE 'Y' TO CodeFound
           IF TblLtVersion(ScanIdx) > TopVersion
               MOVE TblLtVersion(ScanIdx) TO TopVersion
               MOVE TblLtEffDate(ScanIdx) TO TopEffDate
           END-IF
       END-IF.

LoadTemplateFile.
       MOVE 0 TO TemplateCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TemplateFile.
       IF TemplateStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneTemplateRec UNTIL WSEOF = 'Y'.
       IF TemplateStatus NOT = "35"
           CLOSE TemplateFile
       END-IF.

LoadOneTemplateRec.
       READ TemplateFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF TemplateCount < 900
                   ADD 1 TO TemplateCount
                   MOVE LtCode TO TblLtCode(TemplateCount)
                   MOVE LtVersion TO TblLtVersion(TemplateCount)
                   MOVE LtEffDate TO TblLtEffDate(TemplateCount)
                   MOVE LtLineNo TO TblLtLineNo(TemplateCount)
                   MOVE LtText TO TblLtText(TemplateCount)
               ELSE
                   IF TableFullWarned = 'N'
                       MOVE 'Y' TO TableFullWarned
                       DISPLAY "WARNING: more than 900 template lines"
                           " - the rest are not shown"
                   END-IF
               END-IF
       END-READ.

RewriteTemplateFile.
       OPEN OUTPUT TemplateFile.
       PERFORM RewriteOneTemplateRec
           VARYING TemplateIdx FROM 1 BY 1
           UNTIL TemplateIdx > TemplateCount.
       CLOSE TemplateFile.

RewriteOneTemplateRec.
       MOVE SPACES TO TemplateRec.
       MOVE TblLtCode(TemplateIdx) TO LtCode.
       MOVE TblLtVersion(TemplateIdx) TO LtVersion.
       MOVE TblLtEffDate(TemplateIdx) TO LtEffDate.
       MOVE TblLtLineNo(TemplateIdx) TO LtLineNo.
       MOVE TblLtText(TemplateIdx) TO LtText.
       WRITE TemplateRec.
