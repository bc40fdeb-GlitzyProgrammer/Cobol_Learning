*> the whole master record with status and contact details, every
*> invoice on file for the customer, and their audit-trail history
*> - paged a screenful at a time so the operator is not flooded.
*> The driver's returns vanroute logs on pod.dat are listed too, so
*> "did it arrive" is answered on the same call. Purchases come
*> straight off salesidx.dat down its customer-and-date key, item
*> by item, without reading anyone else's history. The caller's
*> open complaint cases come first, off complaint.dat's customer
*> key, with their owner and deadline, so whoever answers knows at
*> once what is outstanding and whose it is.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotesFileStatus.

       SELECT OPTIONAL PodFile ASSIGN TO "pod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PodStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL CaseFile ASSIGN TO "complaint.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CmpCaseNum
           ALTERNATE RECORD KEY IS CmpCustId WITH DUPLICATES
           FILE STATUS IS CaseFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
      *> Blank means home currency; otherwise the invoice shows the
      *> total converted at the rate in force from rates.dat.
       02 CurrencyCode PIC X(3).
      *> Payment terms from terms.dat - net days and any early-
      *> settlement discount; blank means the standard net 30.
       02 TermsCode PIC X(4).
      *> Head-office account this branch belongs to; zero when the
      *> customer stands alone. The parent's CreditLimit caps the group.
       02 ParentId PIC 9(5).
      *> Marketing consent per channel - Y agreed, N opted out,
      *> blank never asked - and the date it was given or
      *> withdrawn. Campaign selection mails only a Y.
       02 ConsentPost PIC X.
       02 ConsentPostDate PIC 9(8).
       02 ConsentEmail PIC X.
       02 ConsentEmailDate PIC 9(8).
       02 ConsentPhone PIC X.
       02 ConsentPhoneDate PIC 9(8).

FD InvoiceFile.
01 InvoiceLineIn PIC X(80).
       02 FILLER PIC X.
       02 NtText PIC X(50).

FD PodFile.
*> Kept in step with the PodRec layout vanroute.cob writes.
01 PodRec.
       02 PdInvoiceNum PIC 9(6).
       02 FILLER PIC X.
       02 PdCustId PIC 9(5).
       02 FILLER PIC X.
       02 PdOutcome PIC X.
       02 FILLER PIC X.
       02 PdDate PIC 9(8).
       02 FILLER PIC X.
       02 PdSignedBy PIC X(20).
       02 FILLER PIC X.
       02 PdShipDate PIC 9(8).
       02 FILLER PIC X.
       02 PdOperator PIC X(20).

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

FD CaseFile.
*> Kept in step with the CaseRec layout complaint.cob writes.
01 CaseRec.
       02 CmpCaseNum PIC 9(6).
       02 CmpCustId PIC 9(5).
       02 CmpInvNum PIC 9(6).
       02 CmpCategory PIC X(4).
       02 CmpPriority PIC 9.
       02 CmpOwner PIC X(8).
       02 CmpStatus PIC X.
       02 CmpOpened PIC 9(8).
       02 CmpOpenedBy PIC X(8).
       02 CmpDeadline PIC 9(8).
       02 CmpClosed PIC 9(8).
       02 CmpSummary PIC X(50).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CustFileStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 AuditFileStatus PIC XX.
01 PodStatus PIC XX.
01 PodOutcomeText PIC X(12).
01 SalesHistStatus PIC XX.
01 ShowPrice PIC ZZZZ9.99.
01 CaseFileStatus PIC XX.
01 CaseOverdue PIC X(8).
01 TodayDate PIC 9(8).
01 WSEOF PIC X.
01 CustExits PIC X.
01 QueryId PIC 9(5).
       DISPLAY "City/Post : " CityCode " " PostalCode.
       DISPLAY "Phone     : " PhoneNum.
       DISPLAY "Email     : " EmailAddr.
       DISPLAY "Consent   : Post " ConsentPost " " ConsentPostDate
           "  Email " ConsentEmail " " ConsentEmailDate
           "  Phone " ConsentPhone " " ConsentPhoneDate.
       DISPLAY "Credit Lim: $" CreditLimit.
       PERFORM ShowCustomerCases.
       PERFORM ShowCustomerInvoices.
       PERFORM ShowCustomerPurchases.
       PERFORM ShowCustomerDeliveries.
       PERFORM ShowCustomerNotes.
       PERFORM ShowCustomerAudit.

*> Open and waiting cases only, down the customer key; resolved
*> ones are on complaint.cob's Get Case.
ShowCustomerCases.
       DISPLAY " ".
       DISPLAY "===== OPEN COMPLAINTS =====".
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE 'N' TO WSEOF.
       MOVE 0 TO ShownCount.
       OPEN INPUT CaseFile.
       IF CaseFileStatus = "35"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE QueryId TO CmpCustId
           START CaseFile KEY IS EQUAL TO CmpCustId
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM ShowOneCase UNTIL WSEOF = 'Y'.
       IF CaseFileStatus NOT = "35"
           CLOSE CaseFile
       END-IF.
       IF ShownCount = 0
           DISPLAY "(no open complaints)"
       END-IF.

ShowOneCase.
       READ CaseFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CmpCustId NOT = QueryId
                   MOVE 'Y' TO WSEOF
               ELSE
                   IF CmpStatus NOT = 'R'
                       IF CmpDeadline < TodayDate
                           MOVE "OVERDUE" TO CaseOverdue
                       ELSE
                           MOVE SPACES TO CaseOverdue
                       END-IF
                       DISPLAY "Case " CmpCaseNum " " CmpCategory
                           " P" CmpPriority " " CmpStatus " opened "
                           CmpOpened " owner " CmpOwner " due "
                           CmpDeadline " " CaseOverdue
                       DISPLAY "     " CmpSummary
                       ADD 1 TO ShownCount
                       PERFORM PageIfFull
                   END-IF
               END-IF
       END-READ.

*> An invoice belongs to the customer when its header line starts
*> with their id; the indented lines that follow belong to it.
ShowCustomerInvoices.
               END-IF
       END-READ.

*> Positions on the customer's oldest purchase and reads forward
*> down the alternate key until the id changes.
ShowCustomerPurchases.
       DISPLAY " ".
       DISPLAY "===== PURCHASES =====".
       MOVE 'N' TO WSEOF.
       MOVE 0 TO ShownCount.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           MOVE 'Y' TO WSEOF
       ELSE
           MOVE QueryId TO SalesCustId
           MOVE 0 TO SalesCustDate
           START SalesHistFile KEY IS NOT LESS THAN SalesCustKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
       END-IF.
       PERFORM ShowOnePurchase UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.
       IF ShownCount = 0
           DISPLAY "(no purchases on file)"
       END-IF.

ShowOnePurchase.
       READ SalesHistFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SalesCustId NOT = QueryId
                   MOVE 'Y' TO WSEOF
               ELSE
                   MOVE SalesExtPrice TO ShowPrice
                   DISPLAY SalesDate " " SalesProdCode " "
                       SalesSizeType " qty " SalesQty " $" ShowPrice
                       " invoice " SalesInvNum
                   ADD 1 TO ShownCount
                   PERFORM PageIfFull
               END-IF
       END-READ.

ShowCustomerDeliveries.
       DISPLAY " ".
       DISPLAY "===== DELIVERIES =====".
       MOVE 'N' TO WSEOF.
       MOVE 0 TO ShownCount.
       OPEN INPUT PodFile.
       IF PodStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ShowOnePodRec UNTIL WSEOF = 'Y'.
       IF PodStatus NOT = "35"
           CLOSE PodFile
       END-IF.
       IF ShownCount = 0
           DISPLAY "(no delivery returns on file)"
       END-IF.

ShowOnePodRec.
       READ PodFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PdCustId = QueryId
                   EVALUATE PdOutcome
                       WHEN 'D' MOVE "DELIVERED" TO PodOutcomeText
                       WHEN 'R' MOVE "REFUSED" TO PodOutcomeText
                       WHEN OTHER MOVE "NOBODY HOME" TO PodOutcomeText
                   END-EVALUATE
                   DISPLAY "Invoice " PdInvoiceNum " shipped "
                       PdShipDate " " PodOutcomeText " " PdDate " "
                       PdSignedBy
                   ADD 1 TO ShownCount
                   PERFORM PageIfFull
               END-IF
       END-READ.

ShowCustomerAudit.
       DISPLAY " ".
       DISPLAY "===== AUDIT HISTORY =====".
