*> supplies each product (order.dat's FileSupplierId keys into it),
*> kept with the same Add/Update/Get/List menu shape as the other
*> masters so the purchase-order suggestion run can print a contact
*> for the buyer to ring. The bank account each supplier is paid
*> into sits beside it on suppbank.dat, the way mandate.dat sits
*> beside the customer master, for the payment run (payrun.cob).
*> Real bank details are never copied into the training set, so in
*> training (TRNMODE) suppbank.dat is left alone and option 5 is
*> refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           RECORD KEY IS SupplierId
           FILE STATUS IS SupplierFileStatus.

       SELECT SuppBankFile ASSIGN TO "suppbank.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SbSuppId
           FILE STATUS IS SuppBankStatus.

DATA DIVISION.
FILE SECTION.
FD SupplierFile.
       02 SupplierName PIC X(25).
       02 SupplierPhone PIC X(12).

FD SuppBankFile.
01 SuppBankRec.
       02 SbSuppId PIC X(5).
       02 SbSortCode PIC X(8).
       02 SbAccount PIC X(12).
       02 SbAcctName PIC X(25).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 SuppExits PIC X.
01 BrowseEOF PIC X.
01 SupplierFileStatus PIC XX.
01 SuppBankStatus PIC XX.
01 BankExists PIC X.
01 OperatorName PIC X(20).
01 InTraining PIC X.
01 TrnOperId PIC X(8) VALUE SPACES.
01 TrnLevel PIC 9 VALUE 0.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "suppmant", OperatorName.
       CALL 'SESSLOG' USING "START", "suppmant", OperatorName.
       CALL 'TRNMODE' USING "CHK", TrnOperId, TrnLevel, InTraining.
       OPEN I-O SupplierFile.
       IF SupplierFileStatus = "35"
           OPEN OUTPUT SupplierFile
           CLOSE SupplierFile
           OPEN I-O SupplierFile
       END-IF.
       IF InTraining NOT = 'Y'
           OPEN I-O SuppBankFile
           IF SuppBankStatus = "35"
               OPEN OUTPUT SuppBankFile
               CLOSE SuppBankFile
               OPEN I-O SuppBankFile
           END-IF
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "SUPPLIER RECORDS"
           DISPLAY "2: Update Supplier"
           DISPLAY "3: Get Supplier"
           DISPLAY "4: List All Suppliers"
           DISPLAY "5: Supplier Bank Details"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 2 PERFORM UpdateSupplier
               WHEN 3 PERFORM GetSupplier
               WHEN 4 PERFORM ListAllSuppliers
               WHEN 5
                   IF InTraining = 'Y'
                       DISPLAY "Not available in training mode"
                   ELSE
                       PERFORM SupplierBankDetails
                   END-IF
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE SupplierFile.
       IF InTraining NOT = 'Y'
           CLOSE SuppBankFile
       END-IF.
       CALL 'SESSLOG' USING "END  ", "suppmant", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
               DISPLAY SupplierId SPACE SupplierName SPACE SupplierPhone
           END-IF
       END-PERFORM.

*> Keyed afresh each time - the payment run pays into whatever is
*> on file when it is approved.
SupplierBankDetails.
       MOVE 'Y' TO SuppExits.
       DISPLAY " "
       DISPLAY "Supplier Id: " WITH NO ADVANCING.
       ACCEPT SupplierId.
       READ SupplierFile
           INVALID KEY MOVE 'N' TO SuppExits
       END-READ
       IF SuppExits = 'N'
           DISPLAY "Supplier DNE"
       ELSE
           MOVE 'Y' TO BankExists
           MOVE SupplierId TO SbSuppId
           READ SuppBankFile
               INVALID KEY MOVE 'N' TO BankExists
           END-READ
           IF BankExists = 'Y'
               DISPLAY "Bank     : " SbSortCode " " SbAccount " "
                   SbAcctName
           ELSE
               DISPLAY "No bank details on file"
           END-IF
           DISPLAY "Sort Code: " WITH NO ADVANCING
           ACCEPT SbSortCode
           DISPLAY "Account Number: " WITH NO ADVANCING
           ACCEPT SbAccount
           DISPLAY "Account Name: " WITH NO ADVANCING
           ACCEPT SbAcctName
           IF SbSortCode = SPACES OR SbAccount = SPACES
               DISPLAY "Sort code and account are required - not saved"
           ELSE
               IF BankExists = 'Y'
                   REWRITE SuppBankRec
                       INVALID KEY DISPLAY "Bank Details Not Updated"
                   END-REWRITE
               ELSE
                   WRITE SuppBankRec
                       INVALID KEY DISPLAY "Bank Details Not Saved"
                   END-WRITE
               END-IF
           END-IF
       END-IF.
