       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. capmaint.
AUTHOR. Lawrence.
*> File growth thresholds: the files filegrow.cob measures each
*> night, kept on capfiles.dat, each with
*>   kind          M master, T transactions, L log, C control
*>   organization  S line sequential, I indexed - an indexed file
*>                 has its size measured, and its count only when
*>                 filecheck verifies it
*>   threshold     the size it should not grow past, in records (R)
*>                 or kilobytes (K); zero for none
*>   covering job  the archive or rotation job that keeps it down,
*>                 blank when nothing does
*> growrpt.cob projects the date each file crosses its threshold
*> and names the job that covers it. A file may be listed once
*> only, so it cannot be measured twice a night.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CapFilesFile ASSIGN TO "capfiles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CapFilesStatus.

DATA DIVISION.
FILE SECTION.
FD CapFilesFile.
*> Fixed columns: the file name, kind, organization, threshold and
*> its unit, and the job that archives or rotates the file.
01 CapFileRec.
       02 CfName PIC X(16).
       02 FILLER PIC X.
       02 CfKind PIC X.
       02 FILLER PIC X.
       02 CfOrg PIC X.
       02 FILLER PIC X.
       02 CfLimit PIC 9(9).
       02 FILLER PIC X.
       02 CfUnit PIC X.
       02 FILLER PIC X.
       02 CfCoverJob PIC X(12).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CapFilesStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 ConfirmAnswer PIC X.
01 EntryName PIC X(16).
01 EntryKind PIC X.
01 EntryOrg PIC X.
01 EntryLimit PIC 9(9).
01 EntryUnit PIC X.
01 EntryCoverJob PIC X(12).
01 FileFound PIC X.
01 EntryValid PIC X.
01 CapTable.
       02 CapEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CapCount.
           03 TblCfName PIC X(16).
           03 TblCfKind PIC X.
           03 TblCfOrg PIC X.
           03 TblCfLimit PIC 9(9).
           03 TblCfUnit PIC X.
           03 TblCfCoverJob PIC X(12).
01 CapCount PIC 9(3) VALUE 0.
01 CapIdx PIC 9(3).
01 KeepIdx PIC 9(3).
01 PrnLimit PIC ZZZ,ZZZ,ZZ9.
01 ShowCover PIC X(12).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "capmaint", OperatorName.
       CALL 'SESSLOG' USING "START", "capmaint", OperatorName.
       PERFORM LoadCapFiles.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "FILE GROWTH THRESHOLDS"
           DISPLAY "1: Add File"
           DISPLAY "2: Change File"
           DISPLAY "3: Remove File"
           DISPLAY "4: List Files"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddCapFile THRU AddCapFile-Exit
               WHEN 2 PERFORM ChangeCapFile THRU ChangeCapFile-Exit
               WHEN 3 PERFORM RemoveCapFile THRU RemoveCapFile-Exit
               WHEN 4 PERFORM ListCapFiles
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "capmaint", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

AddCapFile.
       DISPLAY " "
       DISPLAY "File name: " WITH NO ADVANCING.
       ACCEPT EntryName.
       IF EntryName = SPACES
           DISPLAY "No file keyed - not added"
           GO TO AddCapFile-Exit
       END-IF.
       PERFORM FindCapEntry.
       IF FileFound = 'Y'
           DISPLAY EntryName " is already listed - not added"
           GO TO AddCapFile-Exit
       END-IF.
       IF CapCount NOT < 200
           DISPLAY "File list full - not added"
           GO TO AddCapFile-Exit
       END-IF.
       PERFORM AcceptCapTerms.
       IF EntryValid = 'N'
           GO TO AddCapFile-Exit
       END-IF.
       ADD 1 TO CapCount.
       MOVE CapCount TO CapIdx.
       MOVE EntryName TO TblCfName(CapIdx).
       PERFORM StoreCapTerms.
       PERFORM RewriteCapFiles.
       DISPLAY "File added".
AddCapFile-Exit.
       EXIT.

ChangeCapFile.
       DISPLAY " "
       DISPLAY "File name: " WITH NO ADVANCING.
       ACCEPT EntryName.
       PERFORM FindCapEntry.
       IF FileFound = 'N'
           DISPLAY EntryName " is not listed"
           GO TO ChangeCapFile-Exit
       END-IF.
       DISPLAY "Current:".
       PERFORM ListOneCapFile.
       PERFORM AcceptCapTerms.
       IF EntryValid = 'N'
           GO TO ChangeCapFile-Exit
       END-IF.
       PERFORM StoreCapTerms.
       PERFORM RewriteCapFiles.
       DISPLAY "File changed".
ChangeCapFile-Exit.
       EXIT.

*> Kind, organization, threshold and covering job; EntryValid is N
*> when one of the codes is not known.
AcceptCapTerms.
       MOVE 'Y' TO EntryValid.
       DISPLAY "Kind (M master, T transactions, L log, C control): "
           WITH NO ADVANCING.
       ACCEPT EntryKind.
       IF EntryKind NOT = 'M' AND EntryKind NOT = 'T'
               AND EntryKind NOT = 'L' AND EntryKind NOT = 'C'
           DISPLAY "Kind must be M, T, L or C - not saved"
           MOVE 'N' TO EntryValid
       END-IF.
       IF EntryValid = 'Y'
           DISPLAY "Organization (S line sequential, I indexed): "
               WITH NO ADVANCING
           ACCEPT EntryOrg
           IF EntryOrg NOT = 'S' AND EntryOrg NOT = 'I'
               DISPLAY "Organization must be S or I - not saved"
               MOVE 'N' TO EntryValid
           END-IF
       END-IF.
       IF EntryValid = 'Y'
           DISPLAY "Threshold unit (R records, K kilobytes): "
               WITH NO ADVANCING
           ACCEPT EntryUnit
           IF EntryUnit NOT = 'R' AND EntryUnit NOT = 'K'
               DISPLAY "Unit must be R or K - not saved"
               MOVE 'N' TO EntryValid
           END-IF
       END-IF.
       IF EntryValid = 'Y'
           DISPLAY "Threshold (0 = none): " WITH NO ADVANCING
           ACCEPT EntryLimit
           DISPLAY "Archive or rotation job (blank for none): "
               WITH NO ADVANCING
           ACCEPT EntryCoverJob
       END-IF.

StoreCapTerms.
       MOVE EntryKind TO TblCfKind(CapIdx).
       MOVE EntryOrg TO TblCfOrg(CapIdx).
       MOVE EntryLimit TO TblCfLimit(CapIdx).
       MOVE EntryUnit TO TblCfUnit(CapIdx).
       MOVE EntryCoverJob TO TblCfCoverJob(CapIdx).

RemoveCapFile.
       DISPLAY " "
       DISPLAY "File name: " WITH NO ADVANCING.
       ACCEPT EntryName.
       PERFORM FindCapEntry.
       IF FileFound = 'N'
           DISPLAY EntryName " is not listed"
           GO TO RemoveCapFile-Exit
       END-IF.
       DISPLAY "Stop measuring " EntryName "? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
           MOVE CapIdx TO KeepIdx
           PERFORM ShiftCapEntry
               VARYING CapIdx FROM KeepIdx BY 1
               UNTIL CapIdx >= CapCount
           SUBTRACT 1 FROM CapCount
           PERFORM RewriteCapFiles
           DISPLAY "File removed - its history stays on caphist.dat"
       END-IF.
RemoveCapFile-Exit.
       EXIT.

ShiftCapEntry.
       MOVE CapEntry(CapIdx + 1) TO CapEntry(CapIdx).

ListCapFiles.
       IF CapCount = 0
           DISPLAY "No file list yet - the next filegrow run writes"
               " the standard one"
       ELSE
           DISPLAY " "
           DISPLAY "FILE             K O       THRESHOLD U COVERED BY"
           PERFORM ListOneCapFile
               VARYING CapIdx FROM 1 BY 1 UNTIL CapIdx > CapCount
       END-IF.

ListOneCapFile.
       MOVE TblCfLimit(CapIdx) TO PrnLimit.
       MOVE TblCfCoverJob(CapIdx) TO ShowCover.
       IF ShowCover = SPACES
           MOVE "(none)" TO ShowCover
       END-IF.
       DISPLAY TblCfName(CapIdx) " " TblCfKind(CapIdx) " "
           TblCfOrg(CapIdx) " " PrnLimit " " TblCfUnit(CapIdx) " "
           ShowCover.

*> Leaves CapIdx on the matching row when FileFound is 'Y'.
FindCapEntry.
       MOVE 'N' TO FileFound.
       MOVE 0 TO KeepIdx.
       PERFORM ScanOneCapFile
           VARYING CapIdx FROM 1 BY 1 UNTIL CapIdx > CapCount.
       IF KeepIdx > 0
           MOVE 'Y' TO FileFound
           MOVE KeepIdx TO CapIdx
       END-IF.

ScanOneCapFile.
       IF TblCfName(CapIdx) = EntryName
           MOVE CapIdx TO KeepIdx
       END-IF.

LoadCapFiles.
       MOVE 0 TO CapCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CapFilesFile.
       IF CapFilesStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCapFile UNTIL WSEOF = 'Y'.
       IF CapFilesStatus NOT = "35"
           CLOSE CapFilesFile
       END-IF.

LoadOneCapFile.
       READ CapFilesFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CapCount < 200 AND CfName NOT = SPACES
                   ADD 1 TO CapCount
                   MOVE CfName TO TblCfName(CapCount)
                   MOVE CfKind TO TblCfKind(CapCount)
                   MOVE CfOrg TO TblCfOrg(CapCount)
                   MOVE CfLimit TO TblCfLimit(CapCount)
                   MOVE CfUnit TO TblCfUnit(CapCount)
                   MOVE CfCoverJob TO TblCfCoverJob(CapCount)
               END-IF
       END-READ.

RewriteCapFiles.
       OPEN OUTPUT CapFilesFile.
       PERFORM RewriteOneCapFile
           VARYING CapIdx FROM 1 BY 1 UNTIL CapIdx > CapCount.
       CLOSE CapFilesFile.

RewriteOneCapFile.
       MOVE SPACES TO CapFileRec.
       MOVE TblCfName(CapIdx) TO CfName.
       MOVE TblCfKind(CapIdx) TO CfKind.
       MOVE TblCfOrg(CapIdx) TO CfOrg.
       MOVE TblCfLimit(CapIdx) TO CfLimit.
       MOVE TblCfUnit(CapIdx) TO CfUnit.
       MOVE TblCfCoverJob(CapIdx) TO CfCoverJob.
       WRITE CapFileRec.
