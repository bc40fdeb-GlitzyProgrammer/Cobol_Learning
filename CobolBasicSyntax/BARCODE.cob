       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BARCODE.
AUTHOR. Lawrence.
*> Barcode lookup, called the way FREIGHT is by everything that
*> takes a product and size off the keyboard: order entry,
*> receiving and the cycle counts. Mistyped sizes were our biggest
*> source of stock variances, so a scanned barcode is looked up on
*> barcode.dat - kept by barcodes.cob, one record per barcode - and
*> gives back the product code and size it was printed for. LFound
*> comes back 'N' when the entry is not a barcode on file, and the
*> caller takes it as a typed product code instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BarcodeFile ASSIGN TO "barcode.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BcCode
           FILE STATUS IS BarcodeStatus.

DATA DIVISION.
FILE SECTION.
FD BarcodeFile.
*> Kept in step with the BarcodeRec layout barcodes.cob writes.
01 BarcodeRec.
       02 BcCode PIC X(13).
       02 BcProdCode PIC X(5).
       02 BcSize PIC A.

WORKING-STORAGE SECTION.
01 BarcodeStatus PIC XX.

    LINKAGE SECTION.
     01 LCode PIC X(13).
     01 LProdCode PIC X(5).
     01 LSize PIC X.
     01 LFound PIC X.

PROCEDURE DIVISION USING LCode, LProdCode, LSize, LFound.
       MOVE 'N' TO LFound.
       OPEN INPUT BarcodeFile.
       IF BarcodeStatus NOT = "35"
           MOVE LCode TO BcCode
           MOVE 'Y' TO LFound
           READ BarcodeFile
               INVALID KEY MOVE 'N' TO LFound
           END-READ
           IF LFound = 'Y'
               MOVE BcProdCode TO LProdCode
               MOVE BcSize TO LSize
           END-IF
           CLOSE BarcodeFile
       END-IF.

EXIT PROGRAM.
