       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRNMODE.
AUTHOR. Lawrence.
*> Training mode for new operators, who used to learn on the live
*> customer.txt, order.dat and student.txt - a trainee's practice
*> customers once went out on real statements. The training set is
*> a complete second copy of the files in the training directory,
*> rebuilt by trainref.cob from the night's backups with the
*> personal details made up. Every program opens its files by name
*> in the current directory, so once "ENT" has made the training
*> directory current, mastermenu and every program it calls read
*> and write the training set only - their journal postings, feeds,
*> reports and logs all land there and never reach the live
*> gljournal.dat, session.log or custaudit.log.
*>   "ENT" is called by mastermenu straight after SIGNON: when the
*>         operator's opersec.dat row carries the training flag
*>         (set in opermaint) it moves into the training set and
*>         writes the sign-on record there for AUTHCHK, answering
*>         Y; N for an operator on the live files; X when the
*>         operator is flagged but there is no training set built.
*>   "CHK" answers Y while the training set is the current one, for
*>         the TRAINING banner SESSBNR and mastermenu show and for
*>         the jobs that must not run against it.
*> The set is recognised by the trainset.dat marker trainref writes
*> into it and which the live directory never has.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> Kept in step with the OperSecRec layout SIGNON.cob keeps.
       SELECT OPTIONAL OperSecFile ASSIGN TO "opersec.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperSecStatus.

       SELECT OPTIONAL TrainSetFile ASSIGN TO "trainset.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrainSetStatus.

       SELECT OPTIONAL SignonFile ASSIGN TO "signon.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OperSecFile.
01 OperSecRec.
       02 OsOperId PIC X(8).
       02 FILLER PIC X.
       02 OsPwdDate PIC 9(8).
       02 FILLER PIC X.
       02 OsFailCount PIC 9.
       02 FILLER PIC X.
       02 OsLocked PIC X.
       02 FILLER PIC X.
       02 OsTraining PIC X.

FD TrainSetFile.
*> Kept in step with the TrainSetRec layout trainref.cob writes.
01 TrainSetRec.
       02 TsBuiltDate PIC 9(8).
       02 FILLER PIC X.
       02 TsBuiltBy PIC X(8).
       02 FILLER PIC X.
       02 TsBackupName PIC X(20).

FD SignonFile.
*> Kept in step with the SignonRec layout SIGNON.cob writes.
01 SignonRec.
       02 SgnOperId PIC X(8).
       02 FILLER PIC X.
       02 SgnLevel PIC 9.
       02 FILLER PIC X.
       02 SgnDate PIC 9(8).

WORKING-STORAGE SECTION.
01 OperSecStatus PIC XX.
01 TrainSetStatus PIC XX.
01 SecEOF PIC X.
01 OperTraining PIC X.
01 SetPresent PIC X.
01 TrainingDir PIC X(20) VALUE "training".
01 LiveDir PIC X(20) VALUE "..".
01 SignonDate PIC 9(8).

    LINKAGE SECTION.
     01 LAction PIC X(3).
     01 LOperId PIC X(8).
     01 LOperLevel PIC 9.
     01 LResult PIC X.

PROCEDURE DIVISION USING LAction, LOperId, LOperLevel, LResult.
       MOVE 'N' TO LResult.
       EVALUATE LAction
           WHEN "ENT"
               PERFORM EnterTraining
           WHEN "CHK"
               PERFORM CheckTrainingSet
               MOVE SetPresent TO LResult
       END-EVALUATE.

EXIT PROGRAM.

EnterTraining.
       PERFORM FindOperTraining.
       IF OperTraining = 'Y'
           MOVE 'X' TO LResult
           CALL 'CBL_CHANGE_DIR' USING TrainingDir
           IF RETURN-CODE = 0
               PERFORM CheckTrainingSet
               IF SetPresent = 'Y'
                   PERFORM WriteTrainingSignon
                   MOVE 'Y' TO LResult
               ELSE
                   CALL 'CBL_CHANGE_DIR' USING LiveDir
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
       END-IF.

FindOperTraining.
       MOVE 'N' TO OperTraining.
       MOVE 'N' TO SecEOF.
       OPEN INPUT OperSecFile.
       IF OperSecStatus = "35"
           MOVE 'Y' TO SecEOF
       END-IF.
       PERFORM ReadOneSecRow UNTIL SecEOF = 'Y'.
       IF OperSecStatus NOT = "35"
           CLOSE OperSecFile
       END-IF.

ReadOneSecRow.
       READ OperSecFile
           AT END MOVE 'Y' TO SecEOF
           NOT AT END
               IF OsOperId = LOperId
                   IF OsTraining = 'Y'
                       MOVE 'Y' TO OperTraining
                   END-IF
                   MOVE 'Y' TO SecEOF
               END-IF
       END-READ.

CheckTrainingSet.
       MOVE 'N' TO SetPresent.
       OPEN INPUT TrainSetFile.
       IF TrainSetStatus NOT = "35"
           READ TrainSetFile
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO SetPresent
           END-READ
           CLOSE TrainSetFile
       END-IF.

*> AUTHCHK reads signon.dat from the current directory, so the
*> trainee's sign-on is recorded again inside the training set.
WriteTrainingSignon.
       ACCEPT SignonDate FROM DATE YYYYMMDD.
       OPEN OUTPUT SignonFile.
       MOVE SPACES TO SignonRec.
       MOVE LOperId TO SgnOperId.
       MOVE LOperLevel TO SgnLevel.
       MOVE SignonDate TO SgnDate.
       WRITE SignonRec.
       CLOSE SignonFile.
