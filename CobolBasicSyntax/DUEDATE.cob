       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DUEDATE.
AUTHOR. Lawrence.
*> Works out when a customer's document falls due, called the way
*> PERCHK is: every open item used to be aged from its document
*> date, so a customer on 60-day terms looked overdue at day 31
*> and was dunned for money not yet owed. Given a customer and a
*> document date this reads the customer's TermsCode, finds the
*> terms on terms.dat and hands back the due date, the last day
*> the early-settlement discount may be taken and its percentage.
*> A customer with no code, or a code no longer on file, gets the
*> standard net 30 with no discount - what the aging always
*> assumed. A due date or discount date that lands on a weekend or
*> a holiday on bizcal.cob's calendar moves to the next working day
*> through WORKDAY, since nobody can be asked to pay on a day the
*> office is shut.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT OPTIONAL TermsFile ASSIGN TO "terms.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermsFileStatus.

DATA DIVISION.
FILE SECTION.
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

FD TermsFile.
*> Kept in step with the TermsRecord layout termsmnt.cob writes.
01 TermsRecord.
       02 FileTermsCode PIC X(4).
       02 FILLER PIC X.
       02 FileTermsDesc PIC X(20).
       02 FILLER PIC X.
       02 FileNetDays PIC 999.
       02 FILLER PIC X.
       02 FileDiscPct PIC 99V99.
       02 FILLER PIC X.
       02 FileDiscDays PIC 999.

WORKING-STORAGE SECTION.
01 MasterFileStatus PIC XX.
01 TermsFileStatus PIC XX.
01 WSEOF PIC X.
01 WantedCode PIC X(4).
01 NetDays PIC 999.
01 DiscDays PIC 999.
01 DiscPct PIC 99V99.
*> The date being walked forward a day at a time, so month ends
*> and leap years come out right.
01 WalkDate.
       02 WalkYear PIC 9(4).
       02 WalkMonth PIC 99.
       02 WalkDay PIC 99.
01 WalkWhole REDEFINES WalkDate PIC 9(8).
01 WalkDays PIC 999.
01 WdDays PIC 999.
01 WdWorkDay PIC X.
01 MonthLengths PIC X(24) VALUE "312831303130313130313031".
01 MonthLengthTable REDEFINES MonthLengths.
       02 MonthLength PIC 99 OCCURS 12 TIMES.
01 DaysInMonth PIC 99.
01 LeapQuot PIC 9(4).
01 LeapRem PIC 9(3).

    LINKAGE SECTION.
     01 LCustId PIC 9(5).
     01 LDocDate PIC 9(8).
     01 LDueDate PIC 9(8).
     01 LDiscDate PIC 9(8).
     01 LDiscPct PIC 99V99.

PROCEDURE DIVISION USING LCustId, LDocDate, LDueDate, LDiscDate,
       LDiscPct.
       MOVE 30 TO NetDays.
       MOVE 0 TO DiscDays.
       MOVE 0 TO DiscPct.
       PERFORM FindCustomerTerms.
       IF WantedCode NOT = SPACES
           PERFORM FindTermsRow
       END-IF.
       MOVE NetDays TO WalkDays.
       PERFORM WalkForward.
       CALL 'WORKDAY' USING "NXT", WalkWhole, WdDays, LDueDate,
           WdWorkDay.
       IF DiscPct > ZERO
           MOVE DiscDays TO WalkDays
           PERFORM WalkForward
           CALL 'WORKDAY' USING "NXT", WalkWhole, WdDays, LDiscDate,
               WdWorkDay
           MOVE DiscPct TO LDiscPct
       ELSE
           MOVE ZEROS TO LDiscDate
           MOVE ZERO TO LDiscPct
       END-IF.

EXIT PROGRAM.

FindCustomerTerms.
       MOVE SPACES TO WantedCode.
       OPEN INPUT CustomerMaster.
       IF MasterFileStatus = "00"
           MOVE LCustId TO MIDNum
           READ CustomerMaster
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MTermsCode TO WantedCode
           END-READ
           CLOSE CustomerMaster
       END-IF.

FindTermsRow.
       MOVE 'N' TO WSEOF.
       OPEN INPUT TermsFile.
       IF TermsFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM ReadOneTermsRow UNTIL WSEOF = 'Y'.
       IF TermsFileStatus NOT = "35"
           CLOSE TermsFile
       END-IF.

ReadOneTermsRow.
       READ TermsFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF FileTermsCode = WantedCode
                   MOVE FileNetDays TO NetDays
                   MOVE FileDiscDays TO DiscDays
                   MOVE FileDiscPct TO DiscPct
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

*> Starts from the document date every time; WalkDays says how far.
*> A date with no real month is handed back as it came.
WalkForward.
       MOVE LDocDate TO WalkDate.
       IF WalkMonth >= 1 AND WalkMonth <= 12
           PERFORM AddOneDay WalkDays TIMES
       END-IF.

AddOneDay.
       MOVE MonthLength(WalkMonth) TO DaysInMonth.
       IF WalkMonth = 2
           DIVIDE WalkYear BY 4 GIVING LeapQuot REMAINDER LeapRem
           IF LeapRem = 0
               MOVE 29 TO DaysInMonth
               DIVIDE WalkYear BY 100 GIVING LeapQuot
                   REMAINDER LeapRem
               IF LeapRem = 0
                   DIVIDE WalkYear BY 400 GIVING LeapQuot
                       REMAINDER LeapRem
                   IF LeapRem NOT = 0
                       MOVE 28 TO DaysInMonth
                   END-IF
               END-IF
           END-IF
       END-IF.
       ADD 1 TO WalkDay.
       IF WalkDay > DaysInMonth
           MOVE 1 TO WalkDay
           ADD 1 TO WalkMonth
           IF WalkMonth > 12
               MOVE 1 TO WalkMonth
               ADD 1 TO WalkYear
           END-IF
       END-IF.
