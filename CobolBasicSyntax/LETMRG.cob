       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LETMRG.
AUTHOR. Lawrence.
*> Form-letter merge, called the way FMTNAME is: the wording of the
*> dunning letters, the probation and suspension letters and the
*> refund advice used to be typed into each program, so a change
*> from the accountant or the registrar meant a programmer. The
*> wording now lives on lettmpl.dat, one line of text per record,
*> under a letter code, a version and the date that version takes
*> effect; lettmpl.cob keeps it, level 3 only.
*>   "OPEN" picks the version of LCode in effect on LDate - the
*>          highest version whose effective date has come - and
*>          answers Y with its number in LVersion, N when the code
*>          has no version in effect.
*>   "NEXT" hands back the next line in LLine with every
*>          placeholder filled from LFields, the way coboltut9
*>          strings pieces together; N when the letter is done.
*>   "SEED" writes the standard wording as version 1 when there is
*>          no lettmpl.dat yet; OPEN does the same, so the first
*>          run after installation prints what it always printed.
*> A placeholder is a name in braces - {NAME} {ADDR1} {ADDR2}
*> {POSTCODE} {ACCOUNT} {AMOUNT} {STUDENT} {TERM} {GPA} {DATE}.
*> Values are placed without their leading spaces and end at the
*> first double space, so an edited amount or a padded name sits
*> tight against the text around it. An unknown name is printed as
*> typed so the mistake shows on the letter proof.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TemplateFile ASSIGN TO "lettmpl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TemplateStatus.

DATA DIVISION.
FILE SECTION.
FD TemplateFile.
*> Fixed columns: letter code, version, effective date, line number
*> within the letter and the text of the line.
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
01 TemplateStatus PIC XX.
01 WSEOF PIC X.
*> The chosen version's lines, held by line number.
01 LetterTable.
       02 TblLetterLine PIC X(70) OCCURS 30 TIMES.
01 LetterLineCount PIC 99 VALUE 0.
01 NextLineNo PIC 99 VALUE 0.
01 BestVersion PIC 9(3).
01 LineIdx PIC 99.
*> Merge working fields: the source line is cut at each "{" and
*> "}", the plain pieces copied across and each name replaced.
01 SourceLine PIC X(70).
01 InPtr PIC 99.
01 OutPtr PIC 99.
01 PieceText PIC X(70).
01 PieceLen PIC 99.
01 PieceDelim PIC X.
01 TagName PIC X(10).
01 TagDelim PIC X.
01 TagValue PIC X(40).
01 LeadSpaces PIC 99.
01 DateParts.
       02 DpYear PIC 9(4).
       02 DpMonth PIC 99.
       02 DpDay PIC 99.
01 SeedIdx PIC 99.
*> The standard wording, as the programs printed it before the
*> template file: code and line number, then the text.
01 StdWording.
       02 FILLER PIC X(10) VALUE "DUNNING101".
       02 FILLER PIC X(70) VALUE "{NAME}".
       02 FILLER PIC X(10) VALUE "DUNNING102".
       02 FILLER PIC X(70) VALUE "{ADDR1}".
       02 FILLER PIC X(10) VALUE "DUNNING103".
       02 FILLER PIC X(70) VALUE "{ADDR2}".
       02 FILLER PIC X(10) VALUE "DUNNING104".
       02 FILLER PIC X(70) VALUE "{POSTCODE}".
       02 FILLER PIC X(10) VALUE "DUNNING105".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING106".
       02 FILLER PIC X(70) VALUE "Dear {NAME},".
       02 FILLER PIC X(10) VALUE "DUNNING107".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING108".
       02 FILLER PIC X(70) VALUE
           "Our records show the amount below is now past".
       02 FILLER PIC X(10) VALUE "DUNNING109".
       02 FILLER PIC X(70) VALUE
           "due. If payment has crossed this letter please".
       02 FILLER PIC X(10) VALUE "DUNNING110".
       02 FILLER PIC X(70) VALUE
           "accept our thanks; otherwise we would welcome".
       02 FILLER PIC X(10) VALUE "DUNNING111".
       02 FILLER PIC X(70) VALUE
           "your remittance at your early convenience.".
       02 FILLER PIC X(10) VALUE "DUNNING112".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING113".
       02 FILLER PIC X(70) VALUE "Amount overdue: ${AMOUNT}".
       02 FILLER PIC X(10) VALUE "DUNNING114".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING115".
       02 FILLER PIC X(70) VALUE "Yours faithfully,".
       02 FILLER PIC X(10) VALUE "DUNNING116".
       02 FILLER PIC X(70) VALUE "Credit Control".
       02 FILLER PIC X(10) VALUE "DUNNING201".
       02 FILLER PIC X(70) VALUE "{NAME}".
       02 FILLER PIC X(10) VALUE "DUNNING202".
       02 FILLER PIC X(70) VALUE "{ADDR1}".
       02 FILLER PIC X(10) VALUE "DUNNING203".
       02 FILLER PIC X(70) VALUE "{ADDR2}".
       02 FILLER PIC X(10) VALUE "DUNNING204".
       02 FILLER PIC X(70) VALUE "{POSTCODE}".
       02 FILLER PIC X(10) VALUE "DUNNING205".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING206".
       02 FILLER PIC X(70) VALUE "Dear {NAME},".
       02 FILLER PIC X(10) VALUE "DUNNING207".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING208".
       02 FILLER PIC X(70) VALUE
           "Despite our earlier reminder the amount below".
       02 FILLER PIC X(10) VALUE "DUNNING209".
       02 FILLER PIC X(70) VALUE
           "remains unpaid and is now more than thirty days".
       02 FILLER PIC X(10) VALUE "DUNNING210".
       02 FILLER PIC X(70) VALUE
           "overdue. Please settle it within seven days or".
       02 FILLER PIC X(10) VALUE "DUNNING211".
       02 FILLER PIC X(70) VALUE "ring us to agree an arrangement.".
       02 FILLER PIC X(10) VALUE "DUNNING212".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING213".
       02 FILLER PIC X(70) VALUE "Amount overdue: ${AMOUNT}".
       02 FILLER PIC X(10) VALUE "DUNNING214".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING215".
       02 FILLER PIC X(70) VALUE "Yours faithfully,".
       02 FILLER PIC X(10) VALUE "DUNNING216".
       02 FILLER PIC X(70) VALUE "Credit Control".
       02 FILLER PIC X(10) VALUE "DUNNING301".
       02 FILLER PIC X(70) VALUE "{NAME}".
       02 FILLER PIC X(10) VALUE "DUNNING302".
       02 FILLER PIC X(70) VALUE "{ADDR1}".
       02 FILLER PIC X(10) VALUE "DUNNING303".
       02 FILLER PIC X(70) VALUE "{ADDR2}".
       02 FILLER PIC X(10) VALUE "DUNNING304".
       02 FILLER PIC X(70) VALUE "{POSTCODE}".
       02 FILLER PIC X(10) VALUE "DUNNING305".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING306".
       02 FILLER PIC X(70) VALUE "Dear {NAME},".
       02 FILLER PIC X(10) VALUE "DUNNING307".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING308".
       02 FILLER PIC X(70) VALUE
           "FINAL NOTICE: the amount below is more than".
       02 FILLER PIC X(10) VALUE "DUNNING309".
       02 FILLER PIC X(70) VALUE
           "sixty days overdue. Unless payment in full is".
       02 FILLER PIC X(10) VALUE "DUNNING310".
       02 FILLER PIC X(70) VALUE
           "received within seven days your account will be".
       02 FILLER PIC X(10) VALUE "DUNNING311".
       02 FILLER PIC X(70) VALUE
           "closed to further orders and passed for recovery.".
       02 FILLER PIC X(10) VALUE "DUNNING312".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING313".
       02 FILLER PIC X(70) VALUE "Amount overdue: ${AMOUNT}".
       02 FILLER PIC X(10) VALUE "DUNNING314".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "DUNNING315".
       02 FILLER PIC X(70) VALUE "Yours faithfully,".
       02 FILLER PIC X(10) VALUE "DUNNING316".
       02 FILLER PIC X(70) VALUE "Credit Control".
       02 FILLER PIC X(10) VALUE "PROBATN 01".
       02 FILLER PIC X(70) VALUE "{STUDENT}".
       02 FILLER PIC X(10) VALUE "PROBATN 02".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "PROBATN 03".
       02 FILLER PIC X(70) VALUE "Dear {STUDENT},".
       02 FILLER PIC X(10) VALUE "PROBATN 04".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "PROBATN 05".
       02 FILLER PIC X(70) VALUE
           "Your academic standing for the term is".
       02 FILLER PIC X(10) VALUE "PROBATN 06".
       02 FILLER PIC X(70) VALUE
           "PROBATION. Please arrange to see your adviser".
       02 FILLER PIC X(10) VALUE "PROBATN 07".
       02 FILLER PIC X(70) VALUE "before enrolling for next term.".
       02 FILLER PIC X(10) VALUE "PROBATN 08".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "PROBATN 09".
       02 FILLER PIC X(70) VALUE "Term {TERM}  GPA {GPA}".
       02 FILLER PIC X(10) VALUE "PROBATN 10".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "PROBATN 11".
       02 FILLER PIC X(70) VALUE "The Registrar".
       02 FILLER PIC X(10) VALUE "SUSPEND 01".
       02 FILLER PIC X(70) VALUE "{STUDENT}".
       02 FILLER PIC X(10) VALUE "SUSPEND 02".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "SUSPEND 03".
       02 FILLER PIC X(70) VALUE "Dear {STUDENT},".
       02 FILLER PIC X(10) VALUE "SUSPEND 04".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "SUSPEND 05".
       02 FILLER PIC X(70) VALUE
           "Your academic standing for the term is".
       02 FILLER PIC X(10) VALUE "SUSPEND 06".
       02 FILLER PIC X(70) VALUE
           "SUSPENSION. Enrollment is closed to you until".
       02 FILLER PIC X(10) VALUE "SUSPEND 07".
       02 FILLER PIC X(70) VALUE
           "the academic board reviews your record.".
       02 FILLER PIC X(10) VALUE "SUSPEND 08".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "SUSPEND 09".
       02 FILLER PIC X(70) VALUE "Term {TERM}  GPA {GPA}".
       02 FILLER PIC X(10) VALUE "SUSPEND 10".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "SUSPEND 11".
       02 FILLER PIC X(70) VALUE "The Registrar".
       02 FILLER PIC X(10) VALUE "REFUND  01".
       02 FILLER PIC X(70) VALUE "REMITTANCE ADVICE".
       02 FILLER PIC X(10) VALUE "REFUND  02".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "REFUND  03".
       02 FILLER PIC X(70) VALUE "{NAME}".
       02 FILLER PIC X(10) VALUE "REFUND  04".
       02 FILLER PIC X(70) VALUE "{ADDR1}".
       02 FILLER PIC X(10) VALUE "REFUND  05".
       02 FILLER PIC X(70) VALUE "{ADDR2}".
       02 FILLER PIC X(10) VALUE "REFUND  06".
       02 FILLER PIC X(70) VALUE "{POSTCODE}".
       02 FILLER PIC X(10) VALUE "REFUND  07".
       02 FILLER PIC X(70) VALUE SPACES.
       02 FILLER PIC X(10) VALUE "REFUND  08".
       02 FILLER PIC X(70) VALUE
           "Refund of overpayment on account {ACCOUNT}".
       02 FILLER PIC X(10) VALUE "REFUND  09".
       02 FILLER PIC X(70) VALUE "Date {DATE}  Amount ${AMOUNT}".
01 StdWordingTable REDEFINES StdWording.
       02 StdLine OCCURS 79 TIMES.
           03 StdCode PIC X(8).
           03 StdLineNo PIC 99.
           03 StdText PIC X(70).

    LINKAGE SECTION.
     01 LAction PIC X(4).
     01 LCode PIC X(8).
     01 LDate PIC 9(8).
    *> Kept in step with the LetterFields group the callers carry.
     01 LFields.
       02 LfName PIC X(31).
       02 LfAddr1 PIC X(20).
       02 LfAddr2 PIC X(20).
       02 LfPostCode PIC X(8).
       02 LfAccount PIC X(7).
       02 LfAmount PIC X(12).
       02 LfStudent PIC X(31).
       02 LfTerm PIC X(5).
       02 LfGpa PIC X(4).
     01 LLine PIC X(70).
     01 LVersion PIC 9(3).
     01 LResult PIC X.

PROCEDURE DIVISION USING LAction, LCode, LDate, LFields, LLine,
       LVersion, LResult.
       MOVE 'N' TO LResult.
       EVALUATE LAction
           WHEN "SEED"
               PERFORM SeedIfAbsent
               MOVE 'Y' TO LResult
           WHEN "OPEN"
               PERFORM SeedIfAbsent
               PERFORM LoadLetter
           WHEN "NEXT"
               MOVE SPACES TO LLine
               IF NextLineNo > 0 AND NextLineNo <= LetterLineCount
                   MOVE TblLetterLine(NextLineNo) TO SourceLine
                   PERFORM MergeOneLine
                   ADD 1 TO NextLineNo
                   MOVE 'Y' TO LResult
               END-IF
       END-EVALUATE.

EXIT PROGRAM.

SeedIfAbsent.
       OPEN INPUT TemplateFile.
       IF TemplateStatus = "35"
           OPEN OUTPUT TemplateFile
           PERFORM WriteOneStdLine
               VARYING SeedIdx FROM 1 BY 1 UNTIL SeedIdx > 79
       END-IF.
       CLOSE TemplateFile.

WriteOneStdLine.
       MOVE SPACES TO TemplateRec.
       MOVE StdCode(SeedIdx) TO LtCode.
       MOVE 1 TO LtVersion.
       MOVE 20000101 TO LtEffDate.
       MOVE StdLineNo(SeedIdx) TO LtLineNo.
       MOVE StdText(SeedIdx) TO LtText.
       WRITE TemplateRec.

*> A higher version in effect replaces whatever lines were taken so
*> far, so the file may hold its versions in any order.
LoadLetter.
       MOVE 0 TO BestVersion.
       MOVE 0 TO LetterLineCount.
       MOVE 0 TO NextLineNo.
       MOVE SPACES TO LetterTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TemplateFile.
       IF TemplateStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneTemplateLine UNTIL WSEOF = 'Y'.
       IF TemplateStatus NOT = "35"
           CLOSE TemplateFile
       END-IF.
       MOVE BestVersion TO LVersion.
       IF BestVersion > 0
           MOVE 1 TO NextLineNo
           MOVE 'Y' TO LResult
       END-IF.

LoadOneTemplateLine.
       READ TemplateFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF LtCode = LCode AND LtEffDate <= LDate
                       AND LtVersion >= BestVersion
                       AND LtLineNo > 0 AND LtLineNo <= 30
                   IF LtVersion > BestVersion
                       MOVE LtVersion TO BestVersion
                       MOVE 0 TO LetterLineCount
                       MOVE SPACES TO LetterTable
                   END-IF
                   MOVE LtText TO TblLetterLine(LtLineNo)
                   IF LtLineNo > LetterLineCount
                       MOVE LtLineNo TO LetterLineCount
                   END-IF
               END-IF
       END-READ.

MergeOneLine.
       MOVE 1 TO InPtr.
       MOVE 1 TO OutPtr.
       PERFORM MergeOnePiece UNTIL InPtr > 70 OR OutPtr > 70.

*> Copies the text up to the next "{", then replaces the name up to
*> the "}" that closes it.
MergeOnePiece.
       MOVE SPACES TO PieceText.
       MOVE 0 TO PieceLen.
       MOVE SPACE TO PieceDelim.
       UNSTRING SourceLine DELIMITED BY "{"
           INTO PieceText DELIMITER IN PieceDelim COUNT IN PieceLen
           WITH POINTER InPtr
       END-UNSTRING.
       IF PieceLen > 0
           STRING PieceText(1:PieceLen) DELIMITED BY SIZE
               INTO LLine WITH POINTER OutPtr
               ON OVERFLOW MOVE 71 TO InPtr
           END-STRING
       END-IF.
       IF PieceDelim = "{" AND InPtr <= 70
           MOVE SPACES TO TagName
           MOVE SPACE TO TagDelim
           UNSTRING SourceLine DELIMITED BY "}"
               INTO TagName DELIMITER IN TagDelim
               WITH POINTER InPtr
           END-UNSTRING
           PERFORM FindTagValue
           PERFORM PlaceTagValue
       END-IF.

FindTagValue.
       MOVE SPACES TO TagValue.
       EVALUATE TagName
           WHEN "NAME"     MOVE LfName TO TagValue
           WHEN "ADDR1"    MOVE LfAddr1 TO TagValue
           WHEN "ADDR2"    MOVE LfAddr2 TO TagValue
           WHEN "POSTCODE" MOVE LfPostCode TO TagValue
           WHEN "ACCOUNT"  MOVE LfAccount TO TagValue
           WHEN "AMOUNT"   MOVE LfAmount TO TagValue
           WHEN "STUDENT"  MOVE LfStudent TO TagValue
           WHEN "TERM"     MOVE LfTerm TO TagValue
           WHEN "GPA"      MOVE LfGpa TO TagValue
           WHEN "DATE"
               MOVE LDate TO DateParts
               STRING DpMonth "/" DpDay "/" DpYear DELIMITED BY SIZE
                   INTO TagValue
               END-STRING
           WHEN OTHER
               STRING "{" TagName DELIMITED BY SPACE
                   TagDelim DELIMITED BY SIZE
                   INTO TagValue
               END-STRING
       END-EVALUATE.

PlaceTagValue.
       MOVE 0 TO LeadSpaces.
       INSPECT TagValue TALLYING LeadSpaces FOR LEADING SPACES.
       IF LeadSpaces < 40
           STRING TagValue(LeadSpaces + 1:) DELIMITED BY "  "
               INTO LLine WITH POINTER OutPtr
               ON OVERFLOW MOVE 71 TO InPtr
           END-STRING
       END-IF.
