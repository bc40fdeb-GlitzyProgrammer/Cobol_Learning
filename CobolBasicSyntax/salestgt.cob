       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. salestgt.
AUTHOR. Lawrence.
*> Monthly sales target maintenance, kept beside salesmnt.cob: the
*> sales manager's notebook of targets moves onto salestgt.dat, one
*> row per salesperson per month keyed by the salesperson code and
*> the month (YYYYMM). Each row holds the net sales target and an
*> optional higher commission rate paid on sales above it - zero
*> means the salesperson's ordinary rate applies throughout. The
*> attainment report measures invoiced sales against these rows and
*> the commission report pays the higher rate from them. A target
*> is only taken for a salesperson on salesp.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TargetFile ASSIGN TO "salestgt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TgtKey
           FILE STATUS IS TargetFileStatus.

       SELECT SalespFile ASSIGN TO "salesp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalespId
           FILE STATUS IS SalespFileStatus.

DATA DIVISION.
FILE SECTION.
FD TargetFile.
01 TargetRec.
       02 TgtKey.
           03 TgtSalespId PIC X(3).
           03 TgtMonth PIC 9(6).
       02 TgtAmount PIC 9(7)V99.
       02 TgtAboveRate PIC 99V99.

FD SalespFile.
*> Kept in step with the SalespRec layout salesmnt.cob keeps.
01 SalespRec.
       02 SalespId PIC X(3).
       02 SalespName PIC X(20).
       02 SalespCommRate PIC 99V99.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 TargetExists PIC X.
01 SalespExists PIC X.
01 BrowseEOF PIC X.
01 TargetFileStatus PIC XX.
01 SalespFileStatus PIC XX.
01 OperatorName PIC X(20).
01 Answer PIC X.
01 ListSalespId PIC X(3).
01 KeyedMonth PIC 9(6).
01 KeyedMonthParts REDEFINES KeyedMonth.
       02 KeyedYear PIC 9(4).
       02 KeyedMonthNum PIC 99.
01 NewAmount PIC 9(7)V99.
01 NewAboveRate PIC 99V99.
01 ShowAmount PIC Z,ZZZ,ZZ9.99.
01 ShowRate PIC Z9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "salestgt", OperatorName.
       CALL 'SESSLOG' USING "START", "salestgt", OperatorName.
       OPEN I-O TargetFile.
       IF TargetFileStatus = "35"
           OPEN OUTPUT TargetFile
           CLOSE TargetFile
           OPEN I-O TargetFile
       END-IF.
       OPEN INPUT SalespFile.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "MONTHLY SALES TARGETS"
           DISPLAY "1: Set Target"
           DISPLAY "2: Get Target"
           DISPLAY "3: List Targets"
           DISPLAY "4: Remove Target"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM SetTarget THRU SetTarget-Exit
               WHEN 2 PERFORM GetTarget THRU GetTarget-Exit
               WHEN 3 PERFORM ListTargets
               WHEN 4 PERFORM RemoveTarget THRU RemoveTarget-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE TargetFile, SalespFile.
       CALL 'SESSLOG' USING "END  ", "salestgt", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Adds the month's target, or replaces it if one is already set -
*> targets get revised mid-month and the latest figure is the one
*> attainment is measured against.
SetTarget.
       PERFORM KeyTargetMonth THRU KeyTargetMonth-Exit.
       IF TgtKey = SPACES
           GO TO SetTarget-Exit
       END-IF.
       MOVE 'Y' TO TargetExists.
       READ TargetFile
           INVALID KEY MOVE 'N' TO TargetExists
       END-READ.
       IF TargetExists = 'Y'
           MOVE TgtAmount TO ShowAmount
           DISPLAY "Current target: " ShowAmount
       END-IF.
       DISPLAY "Net sales target: " WITH NO ADVANCING.
       ACCEPT NewAmount.
       IF NewAmount = ZERO
           DISPLAY "A target must be above zero - not set"
           GO TO SetTarget-Exit
       END-IF.
       DISPLAY "Commission rate % above target (00.00 = ordinary "
           "rate): " WITH NO ADVANCING.
       ACCEPT NewAboveRate.
       IF NewAboveRate NOT = ZERO AND NewAboveRate < SalespCommRate
           DISPLAY "Rate above target is below the ordinary "
               SalespCommRate "% - not set"
           GO TO SetTarget-Exit
       END-IF.
       MOVE NewAmount TO TgtAmount.
       MOVE NewAboveRate TO TgtAboveRate.
       IF TargetExists = 'Y'
           REWRITE TargetRec
               INVALID KEY DISPLAY "Target Not Updated"
           END-REWRITE
       ELSE
           WRITE TargetRec
               INVALID KEY DISPLAY "Target Not Added"
           END-WRITE
       END-IF.
       DISPLAY "Target set for " SalespName " " KeyedMonth.
SetTarget-Exit.
       EXIT.

*> Asks for the salesperson and the month and checks both; on any
*> failure TgtKey comes back as spaces.
KeyTargetMonth.
       MOVE SPACES TO TgtKey.
       DISPLAY " "
       DISPLAY "Salesperson Code: " WITH NO ADVANCING.
       ACCEPT SalespId.
       MOVE 'Y' TO SalespExists.
       READ SalespFile
           INVALID KEY MOVE 'N' TO SalespExists
       END-READ.
       IF SalespExists = 'N'
           DISPLAY "Salesperson DNE"
           GO TO KeyTargetMonth-Exit
       END-IF.
       DISPLAY "Salesperson: " SalespName.
       DISPLAY "Month (YYYYMM): " WITH NO ADVANCING.
       ACCEPT KeyedMonth.
       IF KeyedMonthNum < 1 OR KeyedMonthNum > 12
           DISPLAY "Not a valid month"
           GO TO KeyTargetMonth-Exit
       END-IF.
       MOVE SalespId TO TgtSalespId.
       MOVE KeyedMonth TO TgtMonth.
KeyTargetMonth-Exit.
       EXIT.

GetTarget.
       PERFORM KeyTargetMonth THRU KeyTargetMonth-Exit.
       IF TgtKey = SPACES
           GO TO GetTarget-Exit
       END-IF.
       READ TargetFile
           INVALID KEY
               DISPLAY "No target set for that month"
               GO TO GetTarget-Exit
       END-READ.
       PERFORM ShowTarget.
GetTarget-Exit.
       EXIT.

ShowTarget.
       MOVE TgtAmount TO ShowAmount.
       MOVE TgtAboveRate TO ShowRate.
       IF TgtAboveRate = ZERO
           DISPLAY TgtSalespId " " TgtMonth "  target " ShowAmount
               "  ordinary rate throughout"
       ELSE
           DISPLAY TgtSalespId " " TgtMonth "  target " ShowAmount
               "  " ShowRate "% above target"
       END-IF.

*> One salesperson's targets in month order, or everyone's when
*> the code is left blank.
ListTargets.
       DISPLAY " "
       DISPLAY "Salesperson Code (blank = all): " WITH NO ADVANCING.
       ACCEPT ListSalespId.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO TgtKey.
       IF ListSalespId NOT = SPACES
           MOVE ListSalespId TO TgtSalespId
       END-IF.
       START TargetFile KEY IS NOT LESS THAN TgtKey
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ListOneTarget UNTIL BrowseEOF = 'Y'.

ListOneTarget.
       READ TargetFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           IF ListSalespId NOT = SPACES
                   AND TgtSalespId NOT = ListSalespId
               MOVE 'Y' TO BrowseEOF
           ELSE
               PERFORM ShowTarget
           END-IF
       END-IF.

RemoveTarget.
       PERFORM KeyTargetMonth THRU KeyTargetMonth-Exit.
       IF TgtKey = SPACES
           GO TO RemoveTarget-Exit
       END-IF.
       READ TargetFile
           INVALID KEY
               DISPLAY "No target set for that month"
               GO TO RemoveTarget-Exit
       END-READ.
       PERFORM ShowTarget.
       DISPLAY "Remove this target (Y/N)? " WITH NO ADVANCING.
       ACCEPT Answer.
       IF Answer NOT = 'Y' AND Answer NOT = 'y'
           GO TO RemoveTarget-Exit
       END-IF.
       DELETE TargetFile
           INVALID KEY DISPLAY "Target Not Removed"
       END-DELETE.
RemoveTarget-Exit.
       EXIT.
