*> allocation sum. Credit memos past the cutoff archive with
*> them. invinq.cob reaches into the archive when a reprint of an
*> old invoice is asked for, so nothing is lost to the customer.
*> Run by the night batch at month end, the cutoff comes from the
*> parameter file through JOBPARM: a date, or a number of whole
*> months to keep, the cutoff then being the first of the month
*> that many months back. A second line answers the confirmation
*> (Y when it is left out); with no file nothing is archived.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD AllocFile.
*> Kept in step with the AllocRec layout cashapply.cob writes.
       02 AllocInvNum PIC 9(6).
       02 FILLER PIC X.
       02 AllocAmount PIC 9(5)V99.
       02 FILLER PIC X.
       02 AllocType PIC X.

WORKING-STORAGE SECTION.
01 InvMastStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 CutoffDate PIC 9(8).
01 ConfirmAnswer PIC X.
01 BatchRun PIC X.
01 ParmText PIC X(20).
01 ParmNumber PIC 9(8).
01 ParmFound PIC X.
01 TodayDate.
       02 TodayYear PIC 9(4).
       02 TodayMonth PIC 99.
       02 TodayDay PIC 99.
01 KeepMonths PIC 9(6).
01 CutoffYear PIC 9(4).
01 CutoffMonth PIC 99.
*> Allocations rolled up by invoice, the cashapply way.
01 AllocTable.
       02 AllocEntry OCCURS 0 TO 500 TIMES
PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "invarch ", SPACES.
       CALL 'JOBPARM' USING "BAT", ParmText, ParmNumber, BatchRun.
       IF BatchRun = 'Y'
           PERFORM TakeBatchCutoff
       ELSE
           DISPLAY "Archive settled invoices dated before (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT CutoffDate
       END-IF.
       IF CutoffDate = ZERO
           DISPLAY "No cutoff keyed - nothing archived"
           CALL 'SESSLOG' USING "END  ", "invarch ", SPACES
           GOBACK
       END-IF.
       IF BatchRun = 'N'
           DISPLAY "Move them to invmarch.dat? (Y/N) "
               WITH NO ADVANCING
           ACCEPT ConfirmAnswer
       END-IF.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Archive abandoned"
           CALL 'SESSLOG' USING "END  ", "invarch ", SPACES
      *> run standalone.
       GOBACK.

*> Leaves CutoffDate at zero when there is no parameter file.
TakeBatchCutoff.
       CALL 'JOBPARM' USING "GET", ParmText, ParmNumber, ParmFound.
       MOVE ParmNumber TO CutoffDate.
       IF ParmNumber > 0 AND ParmNumber < 1000
           ACCEPT TodayDate FROM DATE YYYYMMDD
           COMPUTE KeepMonths = TodayYear * 12 + TodayMonth - 1
               - ParmNumber
           DIVIDE KeepMonths BY 12 GIVING CutoffYear
               REMAINDER CutoffMonth
           ADD 1 TO CutoffMonth
           COMPUTE CutoffDate = CutoffYear * 10000 + CutoffMonth * 100
               + 1
       END-IF.
       DISPLAY "Archiving settled invoices dated before " CutoffDate.
       CALL 'JOBPARM' USING "GET", ParmText, ParmNumber, ParmFound.
       MOVE 'Y' TO ConfirmAnswer.
       IF ParmFound = 'Y'
           MOVE ParmText TO ConfirmAnswer
       END-IF.

*> An invoice qualifies when it is older than the cutoff and its
*> cash applications cover its total; a credit memo (negative
*> total) qualifies on age alone.
