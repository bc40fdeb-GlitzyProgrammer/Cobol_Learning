01 SizeIdx PIC 99.
01 CountProdCode PIC X(5).
01 CountSizeType PIC A.
*> What was keyed or scanned at the product prompt, and what
*> BARCODE made of it.
01 ScanEntry PIC X(13).
01 ScanProdCode PIC X(5).
01 ScanSize PIC X.
01 ScanFound PIC X.
01 CountedQty PIC 9(4).
01 SystemQty PIC 9(4).
01 Variance PIC S9(5).

CountOneShelf.
       DISPLAY " "
       DISPLAY "Product Code or barcode: " WITH NO ADVANCING.
       ACCEPT ScanEntry.
       CALL 'BARCODE' USING ScanEntry, ScanProdCode, ScanSize, ScanFound.
       IF ScanFound = 'Y'
           MOVE ScanProdCode TO CountProdCode
       ELSE
           MOVE ScanEntry TO CountProdCode
       END-IF.
       MOVE CountProdCode TO FileProdCode.
       MOVE 'Y' TO ProdExits.
       READ OrderFile
           DISPLAY "Product DNE"
       ELSE
           MOVE FileProductRec TO JrnBefore
           IF ScanFound = 'Y'
               MOVE ScanSize TO CountSizeType
               DISPLAY "Scanned " FileProdName " size " CountSizeType
           ELSE
               DISPLAY "Size (S/M/L...): " WITH NO ADVANCING
               ACCEPT CountSizeType
           END-IF
           DISPLAY "Location (SF/WH..., spaces = whole shelf): "
               WITH NO ADVANCING
           ACCEPT CountLocation
