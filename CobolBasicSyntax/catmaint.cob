       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. catmaint.
AUTHOR. Lawrence.
*> Category and department master: order.dat is a flat list of
*> product codes, and management keeps asking how "shirts" or
*> "accessories" did overall. catmast.dat holds the departments and
*> the categories beneath them - a department record gives a code
*> and a name, a category record a code, a name and the department
*> it belongs to. prodmaint puts a category on each product in
*> prodcat.dat, and catrpt rolls the product figures up through
*> category to department. A department cannot be removed while a
*> category sits under it, nor a category while a product carries
*> it, so nothing is ever left pointing at a code that has gone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CatMastFile ASSIGN TO "catmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatMastStatus.

       SELECT OPTIONAL ProdCatFile ASSIGN TO "prodcat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdCatStatus.

DATA DIVISION.
FILE SECTION.
FD CatMastFile.
*> Fixed columns: record type (D department, C category), code,
*> name, and for a category the department it belongs to.
01 CatMastRec.
       02 CmRecType PIC X.
       02 FILLER PIC X.
       02 CmCode PIC X(4).
       02 FILLER PIC X.
       02 CmName PIC X(20).
       02 FILLER PIC X.
       02 CmDeptCode PIC X(4).

FD ProdCatFile.
*> Kept in step with the ProdCatRec layout prodmaint.cob keeps.
01 ProdCatRec.
       02 PctProdCode PIC X(5).
       02 FILLER PIC X.
       02 PctCatCode PIC X(4).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CatMastStatus PIC XX.
01 ProdCatStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 EntryType PIC X.
01 EntryCode PIC X(4).
01 EntryName PIC X(20).
01 EntryDeptCode PIC X(4).
*> The whole file, held while one entry is set or removed and the
*> file rewritten - the freight.dat discipline.
01 CatTable.
       02 CatEntry OCCURS 0 TO 200 TIMES
               DEPENDING ON CatCount.
           03 TblCmRec.
               04 TblCmType PIC X.
               04 FILLER PIC X.
               04 TblCmCode PIC X(4).
               04 FILLER PIC X(26).
01 CatCount PIC 9(3) VALUE 0.
01 CatIdx PIC 9(3).
01 SubIdx PIC 9(3).
01 CatFound PIC X.
01 CatOverflow PIC X.
01 DeptFound PIC X.
01 InUseCount PIC 9(5).
01 ListDept PIC X(4).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "catmaint", OperatorName.
       CALL 'SESSLOG' USING "START", "catmaint", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "CATEGORIES AND DEPARTMENTS"
           DISPLAY "1: Set Department"
           DISPLAY "2: Set Category"
           DISPLAY "3: Remove Department"
           DISPLAY "4: Remove Category"
           DISPLAY "5: List Departments and Categories"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM SetDepartment THRU SetDepartment-Exit
               WHEN 2 PERFORM SetCategory THRU SetCategory-Exit
               WHEN 3 PERFORM RemoveDepartment THRU RemoveDepartment-Exit
               WHEN 4 PERFORM RemoveCategory THRU RemoveCategory-Exit
               WHEN 5 PERFORM ListCategories
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CALL 'SESSLOG' USING "END  ", "catmaint", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Keying a department code already on file renames it.
SetDepartment.
       DISPLAY " "
       DISPLAY "Department code: " WITH NO ADVANCING.
       ACCEPT EntryCode.
       IF EntryCode = SPACES
           DISPLAY "Department code required - not set"
           GO TO SetDepartment-Exit
       END-IF.
       DISPLAY "Department name: " WITH NO ADVANCING.
       ACCEPT EntryName.
       MOVE 'D' TO EntryType.
       MOVE SPACES TO EntryDeptCode.
       PERFORM LoadCatTable.
       IF CatOverflow = 'Y'
           DISPLAY "catmast.dat too large to rewrite - not set"
           GO TO SetDepartment-Exit
       END-IF.
       PERFORM StoreEntry THRU StoreEntry-Exit.
SetDepartment-Exit.
       EXIT.

*> Keying a category code already on file renames it or moves it
*> to another department.
SetCategory.
       DISPLAY " "
       DISPLAY "Category code: " WITH NO ADVANCING.
       ACCEPT EntryCode.
       IF EntryCode = SPACES
           DISPLAY "Category code required - not set"
           GO TO SetCategory-Exit
       END-IF.
       DISPLAY "Category name: " WITH NO ADVANCING.
       ACCEPT EntryName.
       DISPLAY "Department code: " WITH NO ADVANCING.
       ACCEPT EntryDeptCode.
       PERFORM LoadCatTable.
       IF CatOverflow = 'Y'
           DISPLAY "catmast.dat too large to rewrite - not set"
           GO TO SetCategory-Exit
       END-IF.
       MOVE 'N' TO DeptFound.
       PERFORM FindOneDeptRow
           VARYING SubIdx FROM 1 BY 1
           UNTIL DeptFound = 'Y' OR SubIdx > CatCount.
       IF DeptFound = 'N'
           DISPLAY "No department " EntryDeptCode " - not set"
           GO TO SetCategory-Exit
       END-IF.
       MOVE 'C' TO EntryType.
       PERFORM StoreEntry THRU StoreEntry-Exit.
SetCategory-Exit.
       EXIT.

FindOneDeptRow.
       IF TblCmType(SubIdx) = 'D'
               AND TblCmCode(SubIdx) = EntryDeptCode
           MOVE 'Y' TO DeptFound
       END-IF.

StoreEntry.
       MOVE 'N' TO CatFound.
       PERFORM SetOneCatRow
           VARYING CatIdx FROM 1 BY 1
           UNTIL CatFound = 'Y' OR CatIdx > CatCount.
       IF CatFound = 'N'
           IF CatCount < 200
               ADD 1 TO CatCount
               MOVE CatCount TO CatIdx
               PERFORM FillCatRow
           ELSE
               DISPLAY "Category master full - not set"
               GO TO StoreEntry-Exit
           END-IF
       END-IF.
       PERFORM RewriteCatFile.
       DISPLAY "Saved".
StoreEntry-Exit.
       EXIT.

SetOneCatRow.
       MOVE TblCmRec(CatIdx) TO CatMastRec.
       IF CmRecType = EntryType AND CmCode = EntryCode
           MOVE 'Y' TO CatFound
           PERFORM FillCatRow
       END-IF.

FillCatRow.
       MOVE SPACES TO CatMastRec.
       MOVE EntryType TO CmRecType.
       MOVE EntryCode TO CmCode.
       MOVE EntryName TO CmName.
       MOVE EntryDeptCode TO CmDeptCode.
       MOVE CatMastRec TO TblCmRec(CatIdx).

RemoveDepartment.
       DISPLAY " "
       DISPLAY "Department code: " WITH NO ADVANCING.
       ACCEPT EntryCode.
       PERFORM LoadCatTable.
       IF CatOverflow = 'Y'
           DISPLAY "catmast.dat too large to rewrite - not removed"
           GO TO RemoveDepartment-Exit
       END-IF.
       MOVE 0 TO InUseCount.
       PERFORM CountOneDeptCategory
           VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount.
       IF InUseCount > ZERO
           DISPLAY InUseCount " categories are in department "
               EntryCode " - move them first; not removed"
           GO TO RemoveDepartment-Exit
       END-IF.
       MOVE 'D' TO EntryType.
       PERFORM DropEntry THRU DropEntry-Exit.
RemoveDepartment-Exit.
       EXIT.

CountOneDeptCategory.
       MOVE TblCmRec(CatIdx) TO CatMastRec.
       IF CmRecType = 'C' AND CmDeptCode = EntryCode
           ADD 1 TO InUseCount
       END-IF.

RemoveCategory.
       DISPLAY " "
       DISPLAY "Category code: " WITH NO ADVANCING.
       ACCEPT EntryCode.
       PERFORM LoadCatTable.
       IF CatOverflow = 'Y'
           DISPLAY "catmast.dat too large to rewrite - not removed"
           GO TO RemoveCategory-Exit
       END-IF.
       MOVE 0 TO InUseCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT ProdCatFile.
       IF ProdCatStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CountOneProductInCat UNTIL WSEOF = 'Y'.
       IF ProdCatStatus NOT = "35"
           CLOSE ProdCatFile
       END-IF.
       IF InUseCount > ZERO
           DISPLAY InUseCount " products carry category " EntryCode
               " - recategorise them first; not removed"
           GO TO RemoveCategory-Exit
       END-IF.
       MOVE 'C' TO EntryType.
       PERFORM DropEntry THRU DropEntry-Exit.
RemoveCategory-Exit.
       EXIT.

CountOneProductInCat.
       READ ProdCatFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PctCatCode = EntryCode
                   ADD 1 TO InUseCount
               END-IF
       END-READ.

DropEntry.
       MOVE 'N' TO CatFound.
       PERFORM FindOneCatRow
           VARYING CatIdx FROM 1 BY 1
           UNTIL CatFound = 'Y' OR CatIdx > CatCount.
       IF CatFound = 'N'
           DISPLAY "Not on file"
           GO TO DropEntry-Exit
       END-IF.
      *> CatIdx has stepped one past the match.
       SUBTRACT 1 FROM CatIdx.
       PERFORM CloseUpOneRow
           VARYING CatIdx FROM CatIdx BY 1
           UNTIL CatIdx >= CatCount.
       SUBTRACT 1 FROM CatCount.
       PERFORM RewriteCatFile.
       DISPLAY "Removed".
DropEntry-Exit.
       EXIT.

FindOneCatRow.
       MOVE TblCmRec(CatIdx) TO CatMastRec.
       IF CmRecType = EntryType AND CmCode = EntryCode
           MOVE 'Y' TO CatFound
       END-IF.

CloseUpOneRow.
       MOVE TblCmRec(CatIdx + 1) TO TblCmRec(CatIdx).

*> Each department with its categories listed beneath it, then any
*> category whose department is not on file.
ListCategories.
       PERFORM LoadCatTable.
       DISPLAY " ".
       IF CatCount = 0
           DISPLAY "No departments or categories on file"
       END-IF.
       PERFORM ListOneDepartment
           VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount.
       PERFORM ListOneOrphan
           VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount.

ListOneDepartment.
       MOVE TblCmRec(CatIdx) TO CatMastRec.
       IF CmRecType = 'D'
           DISPLAY "DEPT " CmCode " " CmName
           MOVE CmCode TO ListDept
           PERFORM ListCategoriesOfDept
       END-IF.

ListCategoriesOfDept.
       PERFORM ListOneDeptCategory
           VARYING SubIdx FROM 1 BY 1 UNTIL SubIdx > CatCount.

ListOneDeptCategory.
       MOVE TblCmRec(SubIdx) TO CatMastRec.
       IF CmRecType = 'C' AND CmDeptCode = ListDept
           DISPLAY "    CAT " CmCode " " CmName
       END-IF.

ListOneOrphan.
       MOVE TblCmRec(CatIdx) TO CatMastRec.
       IF CmRecType = 'C'
           MOVE CmDeptCode TO EntryDeptCode
           MOVE 'N' TO DeptFound
           PERFORM FindOneDeptRow
               VARYING SubIdx FROM 1 BY 1
               UNTIL DeptFound = 'Y' OR SubIdx > CatCount
           IF DeptFound = 'N'
               DISPLAY "CAT " CmCode " " CmName " - no department "
                   CmDeptCode
           END-IF
       END-IF.

*> A file too big for the table is left as it is - rewriting it
*> from a partial load would lose the entries that never got in.
LoadCatTable.
       MOVE 0 TO CatCount.
       MOVE 'N' TO CatOverflow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CatMastFile.
       IF CatMastStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCatRec UNTIL WSEOF = 'Y'.
       IF CatMastStatus NOT = "35"
           CLOSE CatMastFile
       END-IF.

LoadOneCatRec.
       READ CatMastFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CatCount < 200
                   ADD 1 TO CatCount
                   MOVE CatMastRec TO TblCmRec(CatCount)
               ELSE
                   MOVE 'Y' TO CatOverflow
               END-IF
       END-READ.

RewriteCatFile.
       OPEN OUTPUT CatMastFile.
       PERFORM RewriteOneCatRec
           VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount.
       CLOSE CatMastFile.

RewriteOneCatRec.
       MOVE TblCmRec(CatIdx) TO CatMastRec.
       WRITE CatMastRec.
