       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. shbuild.
AUTHOR. Lawrence.
*> One-time cutover of the sales history onto the indexed
*> salesidx.dat. saleshist.dat had grown to years of lines and every
*> report read all of it to find one week or one product; the new
*> file is keyed on product, size and date, with customer and date
*> as the alternate, so the readers go straight to what they want.
*> Every line on saleshist.dat is loaded as it stands - the oldest
*> lines, from before unit costs and invoice numbers were kept,
*> carry zeros there - and saleshist.dat is left untouched as the
*> archive of the old layout. Refuses to run once salesidx.dat
*> exists - a second pass would load every sale twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL OldSalesFile ASSIGN TO "saleshist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OldSalesStatus.

       SELECT SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

DATA DIVISION.
FILE SECTION.
FD OldSalesFile.
01 OldSalesLine PIC X(62).
*> The fixed columns coboltuttable wrote before the conversion.
01 OldSalesFields REDEFINES OldSalesLine.
       02 OldDate PIC 9(8).
       02 FILLER PIC X.
       02 OldProdCode PIC X(5).
       02 FILLER PIC X.
       02 OldSizeType PIC A.
       02 FILLER PIC X.
       02 OldQty PIC 9(3).
       02 FILLER PIC X.
       02 OldExtPrice PIC 9(5)V99.
       02 FILLER PIC X.
       02 OldCustId PIC 9(5).
       02 FILLER PIC X.
       02 OldUnitCost PIC 9(3)V99.
       02 FILLER PIC X.
       02 OldLotNum PIC X(10).
       02 FILLER PIC X.
       02 OldInvNum PIC 9(6).
       02 FILLER PIC X(4).

FD SalesHistFile.
*> Kept in step with the SalesHistRec layout coboltuttable writes.
01 SalesHistRec.
       02 SalesKey.
           03 SalesProdCode PIC X(5).
           03 SalesSizeType PIC A.
           03 SalesDate PIC 9(8).
           03 SalesSeq PIC 9(4).
       02 SalesCustKey.
           03 SalesCustId PIC 9(5).
           03 SalesCustDate PIC 9(8).
       02 SalesQty PIC 9(3).
       02 SalesExtPrice PIC 9(5)V99.
       02 SalesUnitCost PIC 9(3)V99.
       02 SalesLotNum PIC X(10).
       02 SalesInvNum PIC 9(6).

WORKING-STORAGE SECTION.
01 OldSalesStatus PIC XX.
01 SalesHistStatus PIC XX.
01 SalesLineDone PIC X.
01 WSEOF PIC X VALUE 'N'.
01 ConfirmAnswer PIC X.
01 LinesRead PIC 9(7) VALUE 0.
01 LinesLoaded PIC 9(7) VALUE 0.
01 LinesSkipped PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "shbuild ", SPACES.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
           DISPLAY "salesidx.dat already exists - a second load"
               " would double every sale; nothing done"
           CALL 'SESSLOG' USING "END  ", "shbuild ", SPACES
           GOBACK
       END-IF.
       DISPLAY "Build salesidx.dat from saleshist.dat? (Y/N) "
           WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Build abandoned"
           CALL 'SESSLOG' USING "END  ", "shbuild ", SPACES
           GOBACK
       END-IF.
       OPEN OUTPUT SalesHistFile.
       CLOSE SalesHistFile.
       OPEN I-O SalesHistFile.
       OPEN INPUT OldSalesFile.
       IF OldSalesStatus = "35"
           DISPLAY "No saleshist.dat on file - starting empty"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneOldLine UNTIL WSEOF = 'Y'.
       IF OldSalesStatus NOT = "35"
           CLOSE OldSalesFile
       END-IF.
       CLOSE SalesHistFile.
       DISPLAY "Sales history build complete: " LinesRead " read, "
           LinesLoaded " loaded, " LinesSkipped " skipped".
       CALL 'SESSLOG' USING "END  ", "shbuild ", SPACES.
       GOBACK.

LoadOneOldLine.
       READ OldSalesFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               ADD 1 TO LinesRead
               PERFORM ConvertOneLine
       END-READ.

*> A line without a readable date, quantity or price cannot be
*> keyed or reported on, so it is counted and left behind on the
*> archive rather than loaded.
ConvertOneLine.
       IF OldDate IS NOT NUMERIC OR OldQty IS NOT NUMERIC
               OR OldExtPrice IS NOT NUMERIC
           ADD 1 TO LinesSkipped
       ELSE
           MOVE SPACES TO SalesHistRec
           MOVE OldProdCode TO SalesProdCode
           MOVE OldSizeType TO SalesSizeType
           MOVE OldDate TO SalesDate
           MOVE OldQty TO SalesQty
           MOVE OldExtPrice TO SalesExtPrice
           MOVE 0 TO SalesCustId
           IF OldCustId IS NUMERIC
               MOVE OldCustId TO SalesCustId
           END-IF
           MOVE 0 TO SalesUnitCost
           IF OldUnitCost IS NUMERIC
               MOVE OldUnitCost TO SalesUnitCost
           END-IF
           MOVE OldLotNum TO SalesLotNum
           MOVE 0 TO SalesInvNum
           IF OldInvNum IS NUMERIC
               MOVE OldInvNum TO SalesInvNum
           END-IF
           PERFORM PutSalesLine
           IF SalesHistStatus = "00" OR SalesHistStatus = "02"
               ADD 1 TO LinesLoaded
           ELSE
               ADD 1 TO LinesSkipped
           END-IF
       END-IF.

*> The same sequence-number search the writers use, so lines of one
*> product and size sold the same day each get their own key.
PutSalesLine.
       MOVE SalesDate TO SalesCustDate.
       MOVE 0 TO SalesSeq.
       MOVE 'N' TO SalesLineDone.
       PERFORM TryOneSalesSeq UNTIL SalesLineDone = 'Y'.

TryOneSalesSeq.
       ADD 1 TO SalesSeq.
       WRITE SalesHistRec
           INVALID KEY CONTINUE
       END-WRITE.
       IF SalesHistStatus NOT = "22" OR SalesSeq = 9999
           MOVE 'Y' TO SalesLineDone
       END-IF.
