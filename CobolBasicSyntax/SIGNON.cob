*> three failed tries lock the id until a level-3 operator
*> releases it in opermaint, and every failure and lockout is
*> logged to session.log through SESSLOG.
*> A good sign-on is logged there too (LOGON), with its time, so
*> the access review can see when each id signs on and which ids
*> have stopped signing on at all.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 OsFailCount PIC 9.
       02 FILLER PIC X.
       02 OsLocked PIC X.
       02 FILLER PIC X.
       02 OsTraining PIC X.

FD SecCtlFile.
01 SecCtlRec.
           03 TblSecPwdDate PIC 9(8).
           03 TblSecFails PIC 9.
           03 TblSecLocked PIC X.
           03 TblSecTraining PIC X.
01 SecCount PIC 99 VALUE 0.
01 SecIdx PIC 99.
01 SecRowIdx PIC 99.
               DISPLAY "Signed on: " OperName " (level " OperLevel
                   ")"
               PERFORM WriteSignonRecord
               MOVE SPACES TO LogUserName
               MOVE OperId TO LogUserName
               CALL 'SESSLOG' USING "LOGON", "SIGNON  ", LogUserName
           END-IF
       ELSE
           DISPLAY "Id or password not recognized"
               MOVE TodayNum TO TblSecPwdDate(SecRowIdx)
               MOVE 0 TO TblSecFails(SecRowIdx)
               MOVE 'N' TO TblSecLocked(SecRowIdx)
               MOVE 'N' TO TblSecTraining(SecRowIdx)
               PERFORM RewriteSecFile
           ELSE
               MOVE 1 TO SecRowIdx
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

WriteSignonRecord.
