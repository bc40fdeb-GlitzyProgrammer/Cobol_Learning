       02 OsFailCount PIC 9.
       02 FILLER PIC X.
       02 OsLocked PIC X.
       02 FILLER PIC X.
       02 OsTraining PIC X.

WORKING-STORAGE SECTION.
01 OperatorFileStatus PIC XX.
           03 TblSecPwdDate PIC 9(8).
           03 TblSecFails PIC 9.
           03 TblSecLocked PIC X.
           03 TblSecTraining PIC X.
01 SecCount PIC 99 VALUE 0.
01 SecIdx PIC 99.
01 SecRowIdx PIC 99.
               MOVE AuthOperId TO TblSecId(SecRowIdx)
               MOVE 0 TO TblSecFails(SecRowIdx)
               MOVE 'N' TO TblSecLocked(SecRowIdx)
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
