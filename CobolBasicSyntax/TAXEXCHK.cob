       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TAXEXCHK.
AUTHOR. Lawrence.
*> Says whether a customer's sales are exempt from sales tax on a
*> given date, called the way DUEDATE is by every path that prices
*> tax: order entry, quote conversion and the standing-order run.
*> Schools and charities used to be taxed at their city's rate and
*> credited back by hand. The certificate is read from taxexempt.dat
*> (kept by taxexmnt); Y means a certificate is in force, E that the
*> customer has one but it expired before the date given - the
*> caller warns and charges tax - and N that there is none. The
*> certificate number comes back for printing on the invoice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ExemptFile ASSIGN TO "taxexempt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ExIDNum
           FILE STATUS IS ExemptFileStatus.

DATA DIVISION.
FILE SECTION.
FD ExemptFile.
*> Kept in step with the ExemptRec layout taxexmnt.cob writes.
01 ExemptRec.
       02 ExIDNum PIC 9(5).
       02 ExCertNum PIC X(15).
       02 ExAuthority PIC X(25).
       02 ExIssued PIC 9(8).
       02 ExExpiry PIC 9(8).

WORKING-STORAGE SECTION.
01 ExemptFileStatus PIC XX.
01 ExemptFound PIC X.

    LINKAGE SECTION.
     01 LCustId PIC 9(5).
     01 LAsOfDate PIC 9(8).
     01 LExempt PIC X.
     01 LCertNum PIC X(15).

PROCEDURE DIVISION USING LCustId, LAsOfDate, LExempt, LCertNum.
       MOVE 'N' TO LExempt.
       MOVE SPACES TO LCertNum.
       MOVE 'N' TO ExemptFound.
       OPEN INPUT ExemptFile.
       IF ExemptFileStatus = "00"
           MOVE LCustId TO ExIDNum
           READ ExemptFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO ExemptFound
           END-READ
           CLOSE ExemptFile
       END-IF.
       IF ExemptFound = 'Y'
           MOVE ExCertNum TO LCertNum
           IF LAsOfDate > ExExpiry
               MOVE 'E' TO LExempt
           ELSE
               MOVE 'Y' TO LExempt
           END-IF
       END-IF.

EXIT PROGRAM.
