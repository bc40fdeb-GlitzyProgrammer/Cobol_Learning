       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. taxexmnt.
AUTHOR. Lawrence.
*> Sales-tax exemption certificate maintenance: one certificate per
*> customer, keyed by IDNum, with the number, the authority that
*> issued it and the date it runs out. Order entry, quote conversion
*> and the standing-order run ask TAXEXCHK before charging tax, so a
*> school or charity holding a certificate in force is no longer
*> taxed and credited back afterwards. An expired certificate stays
*> on file - the sale is taxed with a warning until a renewal is
*> keyed here - and Remove takes off one that has been withdrawn.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ExemptFile ASSIGN TO "taxexempt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ExIDNum
           FILE STATUS IS ExemptFileStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

DATA DIVISION.
FILE SECTION.
FD ExemptFile.
01 ExemptRec.
       02 ExIDNum PIC 9(5).
       02 ExCertNum PIC X(15).
       02 ExAuthority PIC X(25).
       02 ExIssued PIC 9(8).
       02 ExExpiry PIC 9(8).

FD CustomerMaster.
01 MasterData.
       02 MIDNum PIC 9(5).
       02 MCustName.
           03 MFirstName PIC X(15).
           03 MLastName PIC X(15).
       02 MCustStatus PIC X(1).
      *> Kept in step with coboltutf3's CustomerData layout so this
      *> shares the same indexed file without misaligning records.
       02 MInactiveDate.
           03 MInactYear  PIC 9(4).
           03 MInactMonth PIC 99.
           03 MInactDay   PIC 99.
       02 MCustContact.
           03 MAddrLine1  PIC X(20).
           03 MAddrLine2  PIC X(20).
           03 MCityCode   PIC 99.
           03 MPostalCode PIC X(8).
           03 MPhoneNum   PIC X(12).
           03 MEmailAddr  PIC X(30).
       02 MCreditLimit PIC 9(5)V99.
       02 MCurrencyCode PIC X(3).
       02 MTermsCode PIC X(4).
       02 MParentId PIC 9(5).
       02 MConsentPost PIC X.
       02 MConsentPostDate PIC 9(8).
       02 MConsentEmail PIC X.
       02 MConsentEmailDate PIC 9(8).
       02 MConsentPhone PIC X.
       02 MConsentPhoneDate PIC 9(8).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 ExemptExists PIC X.
01 CustExists PIC X.
01 BrowseEOF PIC X.
01 ExemptFileStatus PIC XX.
01 MasterFileStatus PIC XX.
01 OperatorName PIC X(20).
01 FullName PIC X(31).
01 TodayDate PIC 9(8).
01 Answer PIC X.
01 ExpiredFlag PIC X(8).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "taxexmnt", OperatorName.
       CALL 'SESSLOG' USING "START", "taxexmnt", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN I-O ExemptFile.
       IF ExemptFileStatus = "35"
           OPEN OUTPUT ExemptFile
           CLOSE ExemptFile
           OPEN I-O ExemptFile
       END-IF.
       OPEN INPUT CustomerMaster.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "SALES-TAX EXEMPTION CERTIFICATES"
           DISPLAY "1: Add Certificate"
           DISPLAY "2: Update / Renew Certificate"
           DISPLAY "3: Get Certificate"
           DISPLAY "4: List All Certificates"
           DISPLAY "5: Remove Certificate"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddCertificate THRU AddCertificate-Exit
               WHEN 2 PERFORM UpdateCertificate
                          THRU UpdateCertificate-Exit
               WHEN 3 PERFORM GetCertificate
               WHEN 4 PERFORM ListAllCertificates
               WHEN 5 PERFORM RemoveCertificate
                          THRU RemoveCertificate-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE ExemptFile, CustomerMaster.
       CALL 'SESSLOG' USING "END  ", "taxexmnt", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> A certificate is only taken for a customer on file, and must
*> carry its number and an expiry later than it was issued.
AddCertificate.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT ExIDNum.
       PERFORM FindExemptCustomer.
       IF CustExists = 'N'
           DISPLAY "Customer DNE"
           GO TO AddCertificate-Exit
       END-IF.
       DISPLAY "Customer: " FullName.
       DISPLAY "Certificate Number: " WITH NO ADVANCING.
       ACCEPT ExCertNum.
       IF ExCertNum = SPACES
           DISPLAY "A certificate needs its number - not added"
           GO TO AddCertificate-Exit
       END-IF.
       PERFORM KeyCertificateDetails.
       IF ExExpiry NOT > ExIssued
           DISPLAY "Expiry must be after the issue date - not added"
           GO TO AddCertificate-Exit
       END-IF.
       WRITE ExemptRec
           INVALID KEY DISPLAY "Customer already has a certificate"
       END-WRITE.
AddCertificate-Exit.
       EXIT.

*> A renewal replaces the number and dates on the same record; the
*> customer keeps one certificate at a time.
UpdateCertificate.
       MOVE 'Y' TO ExemptExists.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT ExIDNum.
       READ ExemptFile
           INVALID KEY MOVE 'N' TO ExemptExists
       END-READ.
       IF ExemptExists = 'N'
           DISPLAY "Certificate DNE"
           GO TO UpdateCertificate-Exit
       END-IF.
       PERFORM ShowCertificate.
       DISPLAY "New Certificate Number (blank keeps it): "
           WITH NO ADVANCING.
       ACCEPT Answer.
       IF Answer NOT = SPACE
           DISPLAY "Certificate Number: " WITH NO ADVANCING
           ACCEPT ExCertNum
       END-IF.
       PERFORM KeyCertificateDetails.
       IF ExExpiry NOT > ExIssued
           DISPLAY "Expiry must be after the issue date - not updated"
           GO TO UpdateCertificate-Exit
       END-IF.
       REWRITE ExemptRec
           INVALID KEY DISPLAY "Certificate Not Updated"
       END-REWRITE.
UpdateCertificate-Exit.
       EXIT.

KeyCertificateDetails.
       DISPLAY "Issuing Authority: " WITH NO ADVANCING.
       ACCEPT ExAuthority.
       DISPLAY "Date Issued (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT ExIssued.
       DISPLAY "Expiry Date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT ExExpiry.

GetCertificate.
       MOVE 'Y' TO ExemptExists.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT ExIDNum.
       READ ExemptFile
           INVALID KEY MOVE 'N' TO ExemptExists
       END-READ
       IF ExemptExists = 'N'
           DISPLAY "Certificate DNE"
       ELSE
           PERFORM ShowCertificate
       END-IF.

ShowCertificate.
       PERFORM FindExemptCustomer.
       PERFORM SetExpiredFlag.
       DISPLAY "Customer   : " ExIDNum " " FullName.
       DISPLAY "Certificate: " ExCertNum.
       DISPLAY "Authority  : " ExAuthority.
       DISPLAY "Issued     : " ExIssued "  expires " ExExpiry
           " " ExpiredFlag.

*> Withdrawn certificates come off; the customer is taxed from the
*> next sale.
RemoveCertificate.
       MOVE 'Y' TO ExemptExists.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT ExIDNum.
       READ ExemptFile
           INVALID KEY MOVE 'N' TO ExemptExists
       END-READ.
       IF ExemptExists = 'N'
           DISPLAY "Certificate DNE"
           GO TO RemoveCertificate-Exit
       END-IF.
       PERFORM ShowCertificate.
       DISPLAY "Remove this certificate? (Y/N) " WITH NO ADVANCING.
       ACCEPT Answer.
       IF Answer = 'Y' OR Answer = 'y'
           DELETE ExemptFile
               INVALID KEY DISPLAY "Certificate Not Removed"
           END-DELETE
       END-IF.
RemoveCertificate-Exit.
       EXIT.

SetExpiredFlag.
       IF TodayDate > ExExpiry
           MOVE "EXPIRED" TO ExpiredFlag
       ELSE
           MOVE SPACES TO ExpiredFlag
       END-IF.

FindExemptCustomer.
       MOVE 'Y' TO CustExists.
       MOVE ExIDNum TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       IF CustExists = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(not on file)" TO FullName
       END-IF.

ListAllCertificates.
       MOVE 'N' TO BrowseEOF.
       DISPLAY " ".
       MOVE LOW-VALUES TO ExIDNum.
       START ExemptFile KEY IS NOT LESS THAN ExIDNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM UNTIL BrowseEOF = 'Y'
           READ ExemptFile NEXT RECORD
               AT END MOVE 'Y' TO BrowseEOF
           END-READ
           IF BrowseEOF = 'N'
               PERFORM SetExpiredFlag
               DISPLAY ExIDNum SPACE ExCertNum SPACE ExAuthority
                   SPACE ExExpiry SPACE ExpiredFlag
           END-IF
       END-PERFORM.
