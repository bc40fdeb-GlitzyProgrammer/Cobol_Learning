*> Level 1 can run inquiries and reports, level 2 the maintenance
*> screens, level 3 the destructive functions and this program -
*> AUTHCHK refuses entry here below level 3.
*> A new operator can be flagged for training: at sign-on the master
*> menu then runs against the separate training set of files (see
*> TRNMODE) instead of the live ones. The flag rides on the
*> opersec.dat row beside the lockout fields, so the operator master
*> itself is unchanged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 OsFailCount PIC 9.
       02 FILLER PIC X.
       02 OsLocked PIC X.
       02 FILLER PIC X.
       02 OsTraining PIC X.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
           03 TblSecPwdDate PIC 9(8).
           03 TblSecFails PIC 9.
           03 TblSecLocked PIC X.
           03 TblSecTraining PIC X.
01 SecCount PIC 99 VALUE 0.
01 SecIdx PIC 99.
01 SecRowIdx PIC 99.
*> the log line never picks up the password that follows the id
*> in the operator record.
01 LogUserName PIC X(20).
01 TrainAnswer PIC X.

PROCEDURE DIVISION.
StartPara.
           DISPLAY "3: Delete Operator"
           DISPLAY "4: List Operators"
           DISPLAY "5: Release Locked Operator"
           DISPLAY "6: Set Training Mode"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 3 PERFORM DeleteOperator
               WHEN 4 PERFORM ListOperators
               WHEN 5 PERFORM ReleaseLockedOperator
               WHEN 6 PERFORM SetTrainingMode
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
           DISPLAY "Id " OperId " released"
       END-IF.

*> Y sends the operator to the training set at every sign-on until
*> it is set back to N.
SetTrainingMode.
       MOVE 'Y' TO OperExits.
       DISPLAY " "
       DISPLAY "Operator Id: " WITH NO ADVANCING.
       ACCEPT OperId.
       READ OperatorFile
           INVALID KEY MOVE 'N' TO OperExits
       END-READ.
       IF OperExits = 'N'
           DISPLAY "Operator DNE"
       ELSE
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadSecTable
           MOVE 0 TO SecRowIdx
           PERFORM MatchOneSecRow
               VARYING SecIdx FROM 1 BY 1 UNTIL SecIdx > SecCount
           IF SecRowIdx = ZERO AND SecCount < 50
               ADD 1 TO SecCount
               MOVE SecCount TO SecRowIdx
               MOVE OperId TO TblSecId(SecRowIdx)
               MOVE TodayDate TO TblSecPwdDate(SecRowIdx)
               MOVE 0 TO TblSecFails(SecRowIdx)
               MOVE 'N' TO TblSecLocked(SecRowIdx)
               MOVE 'N' TO TblSecTraining(SecRowIdx)
           END-IF
           IF SecRowIdx = ZERO
               DISPLAY "Security table full - not changed"
           ELSE
               PERFORM AskTrainingFlag
           END-IF
       END-IF.

AskTrainingFlag.
       IF TblSecTraining(SecRowIdx) = 'Y'
           DISPLAY OperName " signs on in TRAINING mode"
       ELSE
           DISPLAY OperName " signs on to the live files"
       END-IF.
       DISPLAY "Training mode at sign-on? (Y/N) " WITH NO ADVANCING.
       ACCEPT TrainAnswer.
       IF TrainAnswer = 'y'
           MOVE 'Y' TO TrainAnswer
       END-IF.
       IF TrainAnswer NOT = 'Y'
           MOVE 'N' TO TrainAnswer
       END-IF.
       MOVE TrainAnswer TO TblSecTraining(SecRowIdx).
       PERFORM RewriteSecFile.
       MOVE SPACES TO LogUserName.
       MOVE OperId TO LogUserName.
       CALL 'SESSLOG' USING "TRAIN", "opermant", LogUserName.
       DISPLAY "Training mode for " OperId " set to " TrainAnswer.

*> A keyed password starts a fresh expiry clock and clears any
*> lockout - the supervisor reset is the recovery path.
RefreshSecRow.
               ADD 1 TO SecCount
               MOVE SecCount TO SecRowIdx
               MOVE OperId TO TblSecId(SecRowIdx)
               MOVE 'N' TO TblSecTraining(SecRowIdx)
           END-IF
       END-IF.
       IF SecRowIdx > ZERO
                   MOVE OsPwdDate TO TblSecPwdDate(SecCount)
                   MOVE OsFailCount TO TblSecFails(SecCount)
                   MOVE OsLocked TO TblSecLocked(SecCount)
                   MOVE OsTraining TO TblSecTraining(SecCount)
               END-IF
       END-READ.

       MOVE TblSecPwdDate(SecIdx) TO OsPwdDate.
       MOVE TblSecFails(SecIdx) TO OsFailCount.
       MOVE TblSecLocked(SecIdx) TO OsLocked.
       MOVE TblSecTraining(SecIdx) TO OsTraining.
       WRITE OperSecRec.

ListOperators.
