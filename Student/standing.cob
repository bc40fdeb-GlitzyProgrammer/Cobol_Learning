*> run). Every standing goes on the standhist.dat history with its
*> term, probation and suspension letters print with the student's
*> name, and transcript.cob refuses enrollment for students whose
*> latest standing is SUSPENSION. The letters' wording is the
*> registrar's, kept on lettmpl.dat (PROBATN and SUSPEND) and merged
*> by LETMRG, so it is changed through lettmpl.cob.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           03 TblScalePoints PIC 9V99.
           03 TblScalePass PIC X.
01 GradeScaleCount PIC 99 VALUE 0.
*> The LETMRG call's arguments.
01 LetterDate PIC 9(8).
01 LetterCode PIC X(8).
01 MergeLine PIC X(70).
01 MergeVersion PIC 9(3).
01 MergeResult PIC X.
01 ShowGpa PIC 9.99.
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
MainPara.
           OPEN EXTEND StandHistFile
       END-IF.
       OPEN OUTPUT LetterFile.
       ACCEPT LetterDate FROM DATE YYYYMMDD.
       MOVE LOW-VALUES TO StudentId.
       START StudentFile KEY IS NOT LESS THAN StudentId
           INVALID KEY MOVE 'Y' TO WSEOF
       MOVE Forname TO FmtFirstName.
       MOVE Surname TO FmtLastName.
       CALL 'FMTNAME' USING FmtFirstName, FmtLastName, FullName.
       MOVE SPACES TO LetterFields.
       MOVE FullName TO LfStudent.
       MOVE RunTerm TO LfTerm.
       MOVE GPA TO ShowGpa.
       MOVE ShowGpa TO LfGpa.
       IF ThisStanding = "PROBATION "
           MOVE "PROBATN" TO LetterCode
       ELSE
           MOVE "SUSPEND" TO LetterCode
       END-IF.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine AFTER ADVANCING PAGE.
       CALL 'LETMRG' USING "OPEN", LetterCode, LetterDate,
           LetterFields, MergeLine, MergeVersion, MergeResult.
       IF MergeResult = 'N'
           DISPLAY "WARNING: no " LetterCode " letter in effect - "
               FullName " not written"
           MOVE SPACES TO LetterLine
           STRING "(no " LetterCode " letter in effect for "
               FullName DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
       END-IF.
       PERFORM WriteOneMergedLine UNTIL MergeResult = 'N'.

*> The first call after OPEN hands back line 1.
WriteOneMergedLine.
       CALL 'LETMRG' USING "NEXT", LetterCode, LetterDate,
           LetterFields, MergeLine, MergeVersion, MergeResult.
       IF MergeResult = 'Y'
           MOVE MergeLine TO LetterLine
           WRITE LetterLine
       END-IF.

LoadGradeScale.
       OPEN INPUT GradeScaleFile.
