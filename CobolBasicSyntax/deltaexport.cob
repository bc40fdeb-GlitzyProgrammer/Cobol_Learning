       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. deltaexport.
AUTHOR. Lawrence.
*> them in the same flat Customer.dat layout loadcust reads, so the
*> day's changes can be shipped downstream without exporting the
*> whole customer master.
*> Nothing is written from a training-mode session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 TodayDay   PIC 99.
01 TodayYearYY PIC 99.
01 DeltaCount PIC 9(5) VALUE 0.
*> A session in the training set (TRNMODE) must never send
*> head office a file built from practice data.
01 InTraining PIC X.
01 TrnOperId PIC X(8) VALUE SPACES.
01 TrnLevel PIC 9 VALUE 0.

PROCEDURE DIVISION.
MainPara.
       CALL 'TRNMODE' USING "CHK", TrnOperId, TrnLevel, InTraining.
       IF InTraining = 'Y'
           DISPLAY "Training mode - no head-office feed written"
           GOBACK
       END-IF.
       CALL 'SESSLOG' USING "START", "deltaexp", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       DIVIDE TodayYear BY 100 GIVING TodayYearYY
