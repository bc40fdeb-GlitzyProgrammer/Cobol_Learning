       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. privdata.
AUTHOR. Lawrence.
*> Customer personal-data requests. Customers now ask what we hold
*> about them, and some ask to be forgotten; answering meant hunting
*> through a dozen files. Export pulls everything held on one IDNum
*> into a single readable report: the master record, the contact
*> notes, the custaudit.log entries and the archived generations
*> logrotate.cob has segregated, the invoices on invmast.dat and
*> invmarch.dat and their printed copies on invoice.dat, the open
*> items, the payments and the promotions used. Erase replaces the
*> name, address, phone and email with anonymised values on the
*> master, withdraws every marketing consent and blanks the text of
*> the customer's notes, but keeps every financial record the law
*> makes us keep - the customer number stays, so those records
*> still add up. Erase needs a supervisor and is refused while the
*> customer still has a balance either way on the open items.
*> Every request, granted or refused, is logged on privreq.log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotesFileStatus.

      *> The notes are copied here with the customer's text blanked,
      *> then copied back over custnotes.dat.
       SELECT NotesWork ASSIGN TO "custnotes.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotesWorkStatus.

       SELECT OPTIONAL AuditFile ASSIGN TO "custaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.

      *> One archived generation at a time, custauditYYYYMM.log, as
      *> logrotate names them.
       SELECT OPTIONAL GenAuditFile ASSIGN TO GenLogName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GenAuditStatus.

       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT InvArchive ASSIGN TO "invmarch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArcKey
           FILE STATUS IS InvArchStatus.

       SELECT OPTIONAL InvoiceFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvoiceFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL PaymentFile ASSIGN TO "payments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaymentFileStatus.

       SELECT OPTIONAL PromoUseLog ASSIGN TO "promouse.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PromoUseStatus.

       SELECT OPTIONAL PrivacyLog ASSIGN TO "privreq.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PrivacyLogStatus.

      *> Date-stamped per customer so each request keeps its own
      *> copy; every export is cataloged through RPTCAT.
       SELECT ExportReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
       02 IDNum PIC 9(5).
       02 CustName.
           03 FirstName PIC X(15).
           03 LastName PIC X(15).
       02 CustStatus PIC X(1).
           88 CustActive VALUE 'A'.
           88 CustInactive VALUE 'I'.
      *> Kept in step with coboltutf3's CustomerData layout so this
      *> shares the same indexed file without misaligning records.
       02 InactiveDate.
           03 InactYear  PIC 9(4).
           03 InactMonth PIC 99.
           03 InactDay   PIC 99.
       02 CustContact.
           03 AddrLine1  PIC X(20).
           03 AddrLine2  PIC X(20).
           03 CityCode   PIC 99.
           03 PostalCode PIC X(8).
           03 PhoneNum   PIC X(12).
           03 EmailAddr  PIC X(30).
       02 CreditLimit PIC 9(5)V99.
       02 CurrencyCode PIC X(3).
       02 TermsCode PIC X(4).
       02 ParentId PIC 9(5).
       02 ConsentPost PIC X.
       02 ConsentPostDate PIC 9(8).
       02 ConsentEmail PIC X.
       02 ConsentEmailDate PIC 9(8).
       02 ConsentPhone PIC X.
       02 ConsentPhoneDate PIC 9(8).

FD NotesFile.
*> Kept in step with the NoteRec layout cust360.cob writes.
01 NoteRec.
       02 NtCustId PIC 9(5).
       02 FILLER PIC X.
       02 NtDate PIC 9(8).
       02 FILLER PIC X.
       02 NtOper PIC X(8).
       02 FILLER PIC X.
       02 NtText PIC X(50).

FD NotesWork.
01 NotesWorkRec PIC X(74).

FD AuditFile.
01 AuditLine PIC X(105).

FD GenAuditFile.
01 GenAuditLine PIC X(105).

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
           03 InvLineNum PIC 99.
       02 InvBody PIC X(40).
       02 InvHeaderBody REDEFINES InvBody.
           03 InvCustId PIC 9(5).
           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 InvSalespId PIC X(3).
           03 InvShipFlag PIC X.
           03 InvShipDate PIC 9(8).
           03 InvHdrTax PIC 9(6)V99.
       02 InvLineBody REDEFINES InvBody.
           03 InvLProdCode PIC X(5).
           03 InvLProdName PIC X(10).
           03 InvLSize PIC A.
           03 InvLQty PIC 9(3).
           03 InvLPrice PIC 9(3)V99.
           03 InvLExtPrice PIC 9(5)V99.
           03 FILLER PIC X(9).

FD InvArchive.
*> Kept in step with the InvArchRec layout invarch.cob writes -
*> the live record shape under an archive key.
01 InvArchRec.
       02 ArcKey.
           03 ArcInvoiceNum PIC 9(6).
           03 ArcLineNum PIC 99.
       02 ArcBody PIC X(40).
       02 ArcHeaderBody REDEFINES ArcBody.
           03 ArcCustId PIC 9(5).
           03 ArcHdrDate PIC 9(8).
           03 ArcTotal PIC S9(5)V99.
           03 FILLER PIC X(20).
       02 ArcLineBody REDEFINES ArcBody.
           03 ArcLProdCode PIC X(5).
           03 ArcLProdName PIC X(10).
           03 ArcLSize PIC A.
           03 ArcLQty PIC 9(3).
           03 ArcLPrice PIC 9(3)V99.
           03 ArcLExtPrice PIC 9(5)V99.
           03 FILLER PIC X(9).

FD InvoiceFile.
01 InvoiceLineIn PIC X(80).

FD OpenItemFile.
*> Kept in step with the OpenItemRec layout OITEM keeps.
01 OpenItemRec.
       02 OiDocNum PIC 9(6).
       02 FILLER PIC X.
       02 OiCustId PIC 9(5).
       02 FILLER PIC X.
       02 OiDate PIC 9(8).
       02 FILLER PIC X.
       02 OiType PIC X.
       02 FILLER PIC X.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD PaymentFile.
*> Kept in step with the PaymentRecord layout payentry.cob writes.
01 PaymentRecord.
       02 PayIDNum  PIC 9(5).
       02 FILLER    PIC X.
       02 PayDate   PIC 9(8).
       02 FILLER    PIC X.
       02 PayAmount PIC 9(5)V99.
       02 FILLER    PIC X.
       02 PayOper   PIC X(8).
       02 FILLER    PIC X.
       02 PayType   PIC X.
       02 FILLER    PIC X.
       02 PayCurrency PIC X(3).
       02 FILLER    PIC X.
       02 PayFxAmount PIC 9(5)V99.
       02 FILLER    PIC X.
       02 PayFxRate PIC 9V9(4).

FD PromoUseLog.
*> Kept in step with the PromoUseRec layout coboltuttable writes.
01 PromoUseRec.
       02 PuDate PIC 9(8).
       02 FILLER PIC X.
       02 PuCode PIC X(8).
       02 FILLER PIC X.
       02 PuCustId PIC 9(5).
       02 FILLER PIC X.
       02 PuDiscount PIC 9(5)V99.

FD PrivacyLog.
*> Fixed columns: date and time, customer, EXPORT, ERASE or REFUSE,
*> the operator, and the export file or the reason refused.
01 PrivacyLogRec.
       02 PrvDate PIC 9(8).
       02 FILLER PIC X.
       02 PrvTime PIC 9(6).
       02 FILLER PIC X.
       02 PrvCustId PIC 9(5).
       02 FILLER PIC X.
       02 PrvAction PIC X(6).
       02 FILLER PIC X.
       02 PrvOper PIC X(20).
       02 FILLER PIC X.
       02 PrvDetail PIC X(30).

FD ExportReport.
01 PrintLine PIC X(105).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CustFileStatus PIC XX.
01 NotesFileStatus PIC XX.
01 NotesWorkStatus PIC XX.
01 AuditFileStatus PIC XX.
01 GenAuditStatus PIC XX.
01 InvMastStatus PIC XX.
01 InvArchStatus PIC XX.
01 InvoiceFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 PaymentFileStatus PIC XX.
01 PromoUseStatus PIC XX.
01 PrivacyLogStatus PIC XX.
01 WSEOF PIC X.
01 OperatorName PIC X(20).
01 CustExits PIC X.
01 QueryId PIC 9(5).
01 QueryIdX PIC X(5).
01 FullName PIC X(31).
01 Answer PIC X.
01 TodayDate PIC 9(8).
01 PrivClock.
       02 PrivTime PIC 9(6).
       02 FILLER PIC 99.
01 ShowingInvoice PIC X.
01 SectionCount PIC 9(5).
01 ShowMoney PIC -Z,ZZZ,ZZ9.99.
01 ShowMoney2 PIC -Z,ZZZ,ZZ9.99.
*> Archived audit generations are tried month by month back from
*> the current one for seven years, the longest any log is kept.
01 GenLogName PIC X(30).
01 GenMonthsBack PIC 9(3) VALUE 84.
01 GenWalk.
       02 GenYear PIC 9(4).
       02 GenMonth PIC 99.
01 GenWalkNum REDEFINES GenWalk PIC 9(6).
01 GenFoundCount PIC 9(3).
*> What the customer still owes, or is owed, on the open items.
01 OpenBalance PIC S9(7)V99.
*> The anonymised values written over the personal fields.
01 ErasedLastName.
       02 FILLER PIC X(7) VALUE "ERASED-".
       02 ErasedIdNum PIC 9(5).
       02 FILLER PIC X(3) VALUE SPACES.
01 ErasedNoteText PIC X(50) VALUE "(personal data erased on request)".
01 NotesErased PIC 9(5).
*> What goes on the privreq.log line for this request.
01 PrivAction PIC X(6).
01 PrivDetail PIC X(30).
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
*> Same shape as the custaudit.log line coboltutf3's WriteAuditEntry
*> builds, so reconcust counts the erase and custrecov replays it.
01 AuditAction PIC X(6).
01 AuditDate.
       02 AudYear PIC 99.
       02 AudMonth PIC 99.
       02 AudDay PIC 99.
01 AuditTime.
       02 AudHour PIC 99.
       02 AudMinute PIC 99.
       02 FILLER PIC 9(4).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
*> In-use lock handling through FILELOCK, so a second operator is
*> told who already has the file instead of silently corrupting it.
01 LockResult PIC X.
01 LockHolder PIC X(40).
01 LockAnswer PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "privdata", OperatorName.
       CALL 'SESSLOG' USING "START", "privdata", OperatorName.
       OPEN INPUT CustomerFile.
       IF CustFileStatus NOT = "00"
           DISPLAY "Customer master unavailable"
           CALL 'SESSLOG' USING "END  ", "privdata", OperatorName
           GOBACK
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "CUSTOMER PERSONAL-DATA REQUESTS"
           DISPLAY "1: Export a Customer's Data"
           DISPLAY "2: Erase (Anonymise) a Customer"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ExportCustomer THRU ExportCustomer-Exit
               WHEN 2 PERFORM EraseCustomer THRU EraseCustomer-Exit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE CustomerFile.
       CALL 'SESSLOG' USING "END  ", "privdata", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

FetchCustomer.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING.
       ACCEPT QueryId.
       MOVE QueryId TO QueryIdX.
       MOVE QueryId TO IDNum.
       MOVE 'Y' TO CustExits.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExits
       END-READ.
       IF CustExits = 'N'
           DISPLAY "Customer DNE"
       ELSE
           CALL 'FMTNAME' USING FirstName, LastName, FullName
           DISPLAY "Customer: " FullName
       END-IF.

*> One report holding every record that names the customer, section
*> by section, each closed with a count so an empty section is seen
*> to have been searched rather than forgotten.
ExportCustomer.
       PERFORM FetchCustomer.
       IF CustExits = 'N'
           GO TO ExportCustomer-Exit
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "PrivData" QueryIdX "_" StampYear StampMonth StampDay
           ".rpt" DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT ExportReport.
       MOVE SPACES TO PrintLine.
       STRING "PERSONAL DATA HELD FOR CUSTOMER " QueryIdX
           DELIMITED BY SIZE
           " AS AT " TodayDate DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       PERFORM ExportMaster.
       PERFORM ExportNotes.
       PERFORM ExportAudit.
       PERFORM ExportAuditGenerations.
       PERFORM ExportInvoices.
       PERFORM ExportArchivedInvoices.
       PERFORM ExportInvoicePrint.
       PERFORM ExportOpenItems.
       PERFORM ExportPayments.
       PERFORM ExportPromoUse.
       MOVE SPACES TO PrintLine.
       STRING "END OF EXPORT - " LineCount DELIMITED BY SIZE
           " lines" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE ExportReport.
       MOVE "PrivData" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       MOVE "EXPORT" TO PrivAction.
       MOVE ReportFileName TO PrivDetail.
       PERFORM LogPrivacyRequest.
       DISPLAY "Export written to " ReportFileName.
ExportCustomer-Exit.
       EXIT.

WriteSectionHead.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE 0 TO SectionCount.

WriteSectionLine.
       WRITE PrintLine.
       ADD 1 TO LineCount.
       ADD 1 TO SectionCount.

WriteSectionFoot.
       MOVE SPACES TO PrintLine.
       STRING "  (" SectionCount DELIMITED BY SIZE
           " records)" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.

ExportMaster.
       MOVE "===== CUSTOMER MASTER (customer.txt) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE SPACES TO PrintLine.
       STRING "ID        : " IDNum DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteSectionLine.
       MOVE SPACES TO PrintLine.
       STRING "Name      : " FullName DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteSectionLine.
       MOVE SPACES TO PrintLine.
       IF CustInactive
           STRING "Status    : INACTIVE since " InactiveDate
               DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       ELSE
           MOVE "Status    : ACTIVE" TO PrintLine
       END-IF.
       PERFORM WriteSectionLine.
       MOVE SPACES TO PrintLine.
       STRING "Address   : " AddrLine1 DELIMITED BY SIZE
           " " AddrLine2 DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteSectionLine.
       MOVE SPACES TO PrintLine.
       STRING "City/Post : " CityCode DELIMITED BY SIZE
           " " PostalCode DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteSectionLine.
       MOVE SPACES TO PrintLine.
       STRING "Phone     : " PhoneNum DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteSectionLine.
       MOVE SPACES TO PrintLine.
       STRING "Email     : " EmailAddr DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteSectionLine.
       MOVE SPACES TO PrintLine.
       STRING "Credit Lim: " CreditLimit DELIMITED BY SIZE
           "  Currency: " CurrencyCode DELIMITED BY SIZE
           "  Terms: " TermsCode DELIMITED BY SIZE
           "  Parent: " ParentId DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteSectionLine.
       MOVE SPACES TO PrintLine.
       STRING "Consent   : Post " ConsentPost DELIMITED BY SIZE
           " " ConsentPostDate DELIMITED BY SIZE
           "  Email " ConsentEmail DELIMITED BY SIZE
           " " ConsentEmailDate DELIMITED BY SIZE
           "  Phone " ConsentPhone DELIMITED BY SIZE
           " " ConsentPhoneDate DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       PERFORM WriteSectionLine.
       PERFORM WriteSectionFoot.

ExportNotes.
       MOVE "===== CONTACT NOTES (custnotes.dat) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 'N' TO WSEOF.
       OPEN INPUT NotesFile.
       IF NotesFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ExportOneNote UNTIL WSEOF = 'Y'.
       IF NotesFileStatus NOT = "35"
           CLOSE NotesFile
       END-IF.
       PERFORM WriteSectionFoot.

ExportOneNote.
       READ NotesFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF NtCustId = QueryId
                   MOVE NoteRec TO PrintLine
                   PERFORM WriteSectionLine
               END-IF
       END-READ.

ExportAudit.
       MOVE "===== AUDIT TRAIL (custaudit.log) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 'N' TO WSEOF.
       OPEN INPUT AuditFile.
       IF AuditFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ExportOneAuditLine UNTIL WSEOF = 'Y'.
       IF AuditFileStatus NOT = "35"
           CLOSE AuditFile
       END-IF.
       PERFORM WriteSectionFoot.

ExportOneAuditLine.
       READ AuditFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF AuditLine(1:5) = QueryIdX
                   MOVE AuditLine TO PrintLine
                   PERFORM WriteSectionLine
               END-IF
       END-READ.

*> Walks back a month at a time from the current month; a month
*> with no generation on file is simply passed over.
ExportAuditGenerations.
       MOVE "===== ARCHIVED AUDIT GENERATIONS (custauditYYYYMM.log) ="
           TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 0 TO GenFoundCount.
       MOVE TodayDate(1:6) TO GenWalkNum.
       PERFORM ExportOneGeneration GenMonthsBack TIMES.
       PERFORM WriteSectionFoot.
       MOVE SPACES TO PrintLine.
       STRING "  (" GenFoundCount DELIMITED BY SIZE
           " generations searched)" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine.

ExportOneGeneration.
       MOVE SPACES TO GenLogName.
       STRING "custaudit" GenWalkNum ".log" DELIMITED BY SIZE
           INTO GenLogName
       END-STRING.
       MOVE 'N' TO WSEOF.
       OPEN INPUT GenAuditFile.
       IF GenAuditStatus = "35"
           MOVE 'Y' TO WSEOF
       ELSE
           ADD 1 TO GenFoundCount
       END-IF.
       PERFORM ExportOneGenLine UNTIL WSEOF = 'Y'.
       IF GenAuditStatus NOT = "35"
           CLOSE GenAuditFile
       END-IF.
       IF GenMonth = 1
           MOVE 12 TO GenMonth
           SUBTRACT 1 FROM GenYear
       ELSE
           SUBTRACT 1 FROM GenMonth
       END-IF.

ExportOneGenLine.
       READ GenAuditFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF GenAuditLine(1:5) = QueryIdX
                   MOVE SPACES TO PrintLine
                   STRING GenWalkNum DELIMITED BY SIZE
                       " " GenAuditLine DELIMITED BY SIZE
                       INTO PrintLine
                   END-STRING
                   PERFORM WriteSectionLine
               END-IF
       END-READ.

*> A header line names the customer; the item lines under it are
*> listed while that header is the customer's.
ExportInvoices.
       MOVE "===== INVOICES (invmast.dat) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 'N' TO WSEOF.
       MOVE 'N' TO ShowingInvoice.
       OPEN INPUT InvoiceMaster.
       IF InvMastStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ExportOneInvRec UNTIL WSEOF = 'Y'.
       IF InvMastStatus NOT = "35"
           CLOSE InvoiceMaster
       END-IF.
       PERFORM WriteSectionFoot.

ExportOneInvRec.
       READ InvoiceMaster NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SPACES TO PrintLine
               IF InvLineNum = ZERO
                   MOVE 'N' TO ShowingInvoice
                   IF InvCustId = QueryId
                       MOVE 'Y' TO ShowingInvoice
                       MOVE InvTotal TO ShowMoney
                       MOVE InvHdrTax TO ShowMoney2
                       STRING "Invoice " InvoiceNum DELIMITED BY SIZE
                           " dated " InvHdrDate DELIMITED BY SIZE
                           " total " ShowMoney DELIMITED BY SIZE
                           " tax " ShowMoney2 DELIMITED BY SIZE
                           " ship " InvShipFlag DELIMITED BY SIZE
                           " " InvShipDate DELIMITED BY SIZE
                           INTO PrintLine
                       END-STRING
                       PERFORM WriteSectionLine
                   END-IF
               ELSE
                   IF ShowingInvoice = 'Y'
                       STRING "  " InvLProdCode DELIMITED BY SIZE
                           " " InvLProdName DELIMITED BY SIZE
                           " " InvLSize DELIMITED BY SIZE
                           " x" InvLQty DELIMITED BY SIZE
                           " @" InvLPrice DELIMITED BY SIZE
                           " = " InvLExtPrice DELIMITED BY SIZE
                           INTO PrintLine
                       END-STRING
                       WRITE PrintLine
                       ADD 1 TO LineCount
                   END-IF
               END-IF
       END-READ.

ExportArchivedInvoices.
       MOVE "===== ARCHIVED INVOICES (invmarch.dat) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 'N' TO WSEOF.
       MOVE 'N' TO ShowingInvoice.
       OPEN INPUT InvArchive.
       IF InvArchStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ExportOneArcRec UNTIL WSEOF = 'Y'.
       IF InvArchStatus NOT = "35"
           CLOSE InvArchive
       END-IF.
       PERFORM WriteSectionFoot.

ExportOneArcRec.
       READ InvArchive NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SPACES TO PrintLine
               IF ArcLineNum = ZERO
                   MOVE 'N' TO ShowingInvoice
                   IF ArcCustId = QueryId
                       MOVE 'Y' TO ShowingInvoice
                       MOVE ArcTotal TO ShowMoney
                       STRING "Invoice " ArcInvoiceNum DELIMITED BY SIZE
                           " dated " ArcHdrDate DELIMITED BY SIZE
                           " total " ShowMoney DELIMITED BY SIZE
                           INTO PrintLine
                       END-STRING
                       PERFORM WriteSectionLine
                   END-IF
               ELSE
                   IF ShowingInvoice = 'Y'
                       STRING "  " ArcLProdCode DELIMITED BY SIZE
                           " " ArcLProdName DELIMITED BY SIZE
                           " " ArcLSize DELIMITED BY SIZE
                           " x" ArcLQty DELIMITED BY SIZE
                           " @" ArcLPrice DELIMITED BY SIZE
                           " = " ArcLExtPrice DELIMITED BY SIZE
                           INTO PrintLine
                       END-STRING
                       WRITE PrintLine
                       ADD 1 TO LineCount
                   END-IF
               END-IF
       END-READ.

*> The printed copies on invoice.dat carry the name as it was at the
*> time; a block belongs to the customer when its header line starts
*> with their id, the way cust360 reads it.
ExportInvoicePrint.
       MOVE "===== PRINTED INVOICES (invoice.dat) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 'N' TO WSEOF.
       MOVE 'N' TO ShowingInvoice.
       OPEN INPUT InvoiceFile.
       IF InvoiceFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ExportOneInvoiceLine UNTIL WSEOF = 'Y'.
       IF InvoiceFileStatus NOT = "35"
           CLOSE InvoiceFile
       END-IF.
       PERFORM WriteSectionFoot.

ExportOneInvoiceLine.
       READ InvoiceFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF InvoiceLineIn(1:5) IS NUMERIC
                   IF InvoiceLineIn(1:5) = QueryIdX
                       MOVE 'Y' TO ShowingInvoice
                   ELSE
                       MOVE 'N' TO ShowingInvoice
                   END-IF
               END-IF
               IF ShowingInvoice = 'Y'
                   MOVE InvoiceLineIn TO PrintLine
                   PERFORM WriteSectionLine
               END-IF
       END-READ.

ExportOpenItems.
       MOVE "===== OPEN ITEMS (openitem.dat) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ExportOneOpenItem UNTIL WSEOF = 'Y'.
       IF OpenItemStatus NOT = "35"
           CLOSE OpenItemFile
       END-IF.
       PERFORM WriteSectionFoot.

ExportOneOpenItem.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF OiCustId = QueryId
                   MOVE OpenItemRec TO PrintLine
                   PERFORM WriteSectionLine
               END-IF
       END-READ.

ExportPayments.
       MOVE "===== PAYMENTS (payments.dat) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PaymentFile.
       IF PaymentFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ExportOnePayment UNTIL WSEOF = 'Y'.
       IF PaymentFileStatus NOT = "35"
           CLOSE PaymentFile
       END-IF.
       PERFORM WriteSectionFoot.

ExportOnePayment.
       READ PaymentFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PayIDNum = QueryId
                   MOVE PaymentRecord TO PrintLine
                   PERFORM WriteSectionLine
               END-IF
       END-READ.

ExportPromoUse.
       MOVE "===== PROMOTIONS USED (promouse.log) =====" TO PrintLine.
       PERFORM WriteSectionHead.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PromoUseLog.
       IF PromoUseStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ExportOnePromoUse UNTIL WSEOF = 'Y'.
       IF PromoUseStatus NOT = "35"
           CLOSE PromoUseLog
       END-IF.
       PERFORM WriteSectionFoot.

ExportOnePromoUse.
       READ PromoUseLog
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PuCustId = QueryId
                   MOVE PromoUseRec TO PrintLine
                   PERFORM WriteSectionLine
               END-IF
       END-READ.

*> Erase keeps the customer number and every financial record; only
*> the personal fields are overwritten. An UPDATE line carrying the
*> erased name goes to custaudit.log so a forward recovery from an
*> older snapshot lands on the erased record, not the old name.
EraseCustomer.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed = 'N'
           DISPLAY "Supervisor authorization required to erase"
           GO TO EraseCustomer-Exit
       END-IF.
       PERFORM FetchCustomer.
       IF CustExits = 'N'
           GO TO EraseCustomer-Exit
       END-IF.
       MOVE QueryId TO ErasedIdNum.
       IF LastName = ErasedLastName
           DISPLAY "Customer already erased"
           GO TO EraseCustomer-Exit
       END-IF.
       PERFORM SumOpenBalance.
       IF OpenBalance NOT = ZERO
           MOVE OpenBalance TO ShowMoney
           DISPLAY "Open-item balance of " ShowMoney
               " - settle or refund it before erasing"
           MOVE "REFUSE" TO PrivAction
           MOVE SPACES TO PrivDetail
           STRING "balance " ShowMoney DELIMITED BY SIZE
               INTO PrivDetail
           END-STRING
           PERFORM LogPrivacyRequest
           GO TO EraseCustomer-Exit
       END-IF.
       DISPLAY "Erase the name, address, phone and email of " FullName
           "? (Y/N) " WITH NO ADVANCING.
       ACCEPT Answer.
       IF Answer NOT = 'Y' AND Answer NOT = 'y'
           DISPLAY "Not erased"
           GO TO EraseCustomer-Exit
       END-IF.
       PERFORM AcquireMasterLock.
       IF LockResult = 'N'
           GO TO EraseCustomer-Exit
       END-IF.
       CLOSE CustomerFile.
       OPEN I-O CustomerFile.
       MOVE QueryId TO IDNum.
       MOVE 'Y' TO CustExits.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExits
       END-READ.
       IF CustExits = 'Y'
           MOVE "ERASED" TO FirstName
           MOVE ErasedLastName TO LastName
           MOVE "ERASED" TO AddrLine1
           MOVE SPACES TO AddrLine2
           MOVE SPACES TO PostalCode
           MOVE SPACES TO PhoneNum
           MOVE SPACES TO EmailAddr
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE 'N' TO ConsentPost
           MOVE TodayDate TO ConsentPostDate
           MOVE 'N' TO ConsentEmail
           MOVE TodayDate TO ConsentEmailDate
           MOVE 'N' TO ConsentPhone
           MOVE TodayDate TO ConsentPhoneDate
           REWRITE CustomerData
               INVALID KEY
                   MOVE 'N' TO CustExits
                   DISPLAY "Customer Not Updated"
           END-REWRITE
       END-IF.
       IF CustExits = 'Y'
           PERFORM WriteEraseAudit
       END-IF.
       CLOSE CustomerFile.
       OPEN INPUT CustomerFile.
       CALL 'FILELOCK' USING "FRE", "custlock    ", OperatorName,
           LockResult, LockHolder.
       IF CustExits = 'N'
           GO TO EraseCustomer-Exit
       END-IF.
       PERFORM EraseNotes.
       MOVE "ERASE " TO PrivAction.
       MOVE SPACES TO PrivDetail.
       STRING "by " AuthOperId DELIMITED BY SIZE
           " notes " NotesErased DELIMITED BY SIZE
           INTO PrivDetail
       END-STRING.
       PERFORM LogPrivacyRequest.
       DISPLAY "Customer " QueryIdX " erased - " NotesErased
           " notes blanked, financial records kept".
EraseCustomer-Exit.
       EXIT.

SumOpenBalance.
       MOVE 0 TO OpenBalance.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM SumOneOpenItem UNTIL WSEOF = 'Y'.
       IF OpenItemStatus NOT = "35"
           CLOSE OpenItemFile
       END-IF.

SumOneOpenItem.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF OiCustId = QueryId
                   ADD OiOutstanding TO OpenBalance
               END-IF
       END-READ.

*> The old name is not repeated on the line - OLD and NEW both
*> carry the erased values.
WriteEraseAudit.
       OPEN EXTEND AuditFile.
       IF AuditFileStatus = "35"
           OPEN OUTPUT AuditFile
           CLOSE AuditFile
           OPEN EXTEND AuditFile
       END-IF.
       MOVE 'UPDATE' TO AuditAction.
       ACCEPT AuditDate FROM DATE.
       ACCEPT AuditTime FROM TIME.
       MOVE SPACES TO AuditLine.
       STRING IDNum DELIMITED BY SIZE
           " " AuditAction DELIMITED BY SIZE
           " OLD:" FirstName DELIMITED BY SIZE
           "/" LastName DELIMITED BY SIZE
           " NEW:" FirstName DELIMITED BY SIZE
           "/" LastName DELIMITED BY SIZE
           " ON " AudMonth DELIMITED BY SIZE
           "/" AudDay DELIMITED BY SIZE
           "/" AudYear DELIMITED BY SIZE
           " AT " AudHour DELIMITED BY SIZE
           ":" AudMinute DELIMITED BY SIZE
           INTO AuditLine
       END-STRING.
       WRITE AuditLine.
       CLOSE AuditFile.

*> custnotes.dat is copied to the work file with this customer's note
*> text blanked - date and operator kept - and copied back.
EraseNotes.
       MOVE 0 TO NotesErased.
       MOVE 'N' TO WSEOF.
       OPEN INPUT NotesFile.
       IF NotesFileStatus = "35"
           CLOSE NotesFile
       ELSE
           OPEN OUTPUT NotesWork
           PERFORM CopyOneNoteOut UNTIL WSEOF = 'Y'
           CLOSE NotesFile, NotesWork
           IF NotesErased > ZERO
               MOVE 'N' TO WSEOF
               OPEN INPUT NotesWork
               OPEN OUTPUT NotesFile
               PERFORM CopyOneNoteBack UNTIL WSEOF = 'Y'
               CLOSE NotesWork, NotesFile
           END-IF
       END-IF.

CopyOneNoteOut.
       READ NotesFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF NtCustId = QueryId
                   MOVE ErasedNoteText TO NtText
                   ADD 1 TO NotesErased
               END-IF
               WRITE NotesWorkRec FROM NoteRec
       END-READ.

CopyOneNoteBack.
       READ NotesWork
           AT END MOVE 'Y' TO WSEOF
           NOT AT END WRITE NoteRec FROM NotesWorkRec
       END-READ.

LogPrivacyRequest.
       OPEN EXTEND PrivacyLog.
       IF PrivacyLogStatus = "35"
           OPEN OUTPUT PrivacyLog
           CLOSE PrivacyLog
           OPEN EXTEND PrivacyLog
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       ACCEPT PrivClock FROM TIME.
       MOVE SPACES TO PrivacyLogRec.
       MOVE TodayDate TO PrvDate.
       MOVE PrivTime TO PrvTime.
       MOVE QueryId TO PrvCustId.
       MOVE PrivAction TO PrvAction.
       MOVE OperatorName TO PrvOper.
       MOVE PrivDetail TO PrvDetail.
       WRITE PrivacyLogRec.
       CLOSE PrivacyLog.

*> Takes the customer.txt in-use lock, offering the override for a
*> lock left behind by a crashed session.
AcquireMasterLock.
       CALL 'FILELOCK' USING "GET", "custlock    ", OperatorName,
           LockResult, LockHolder.
       IF LockResult = 'N'
           DISPLAY "customer.txt is in use by " LockHolder
           DISPLAY "Override stale lock? (Y/N) " WITH NO ADVANCING
           ACCEPT LockAnswer
           IF LockAnswer = 'Y' OR LockAnswer = 'y'
               CALL 'FILELOCK' USING "FRC", "custlock    ",
                   OperatorName, LockResult, LockHolder
           ELSE
               DISPLAY "Try again when the file is free"
           END-IF
       END-IF.
