*> details, '3' payment details, '9' trailer with counts and
*> amount totals. Runs as a night-batch step; feedresend.cob
*> regenerates any prior day's file when the transfer fails.
*> Nothing is written from a training-mode session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 DocTotal PIC 9(9)V99 VALUE 0.
01 PayTotal PIC 9(9)V99 VALUE 0.
01 AbsAmount PIC 9(5)V99.
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
       CALL 'SESSLOG' USING "START", "salesfed", SPACES.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO ExtractDate.
