       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SESSBNR.
AUTHOR. Lawrence.
*> the greeting with the date/time/username capture AcceptVerb.cbl
*> demonstrates, so every maintenance program can open with the same
*> banner instead of repeating the ACCEPTs and DISPLAYs by hand.
*> Once an operator has signed on through SIGNON today, the banner
*> takes the signed-on id from signon.dat instead of asking for a
*> name, so session.log and the audit trails name the operator id
*> the access review reports on rather than whatever was typed.
*> While the session is in the training set (TRNMODE) the banner
*> says so on every screen that opens with it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SignonFile ASSIGN TO "signon.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SignonFileStatus.

DATA DIVISION.
FILE SECTION.
FD SignonFile.
*> Kept in step with the SignonRec layout SIGNON.cob writes.
01 SignonRec.
       02 SgnOperId PIC X(8).
       02 FILLER PIC X.
       02 SgnLevel PIC 9.
       02 FILLER PIC X.
       02 SgnDate PIC 9(8).

WORKING-STORAGE SECTION.
01 SignonFileStatus PIC XX.
01 SignedOnId PIC X(8).
01 TodayLong PIC 9(8).
01 BnrDate.
    02 BnrYear  PIC 99.
    02 BnrMonth PIC 99.
    02 BnrHour   PIC 99.
    02 BnrMinute PIC 99.
    02 FILLER    PIC 9(4).
01 BnrTraining PIC X.
01 BnrOperId PIC X(8) VALUE SPACES.
01 BnrLevel PIC 9 VALUE 0.

    LINKAGE SECTION.
     01 LProgramName PIC X(8).
     01 LUserName     PIC X(20).

PROCEDURE DIVISION USING LProgramName, LUserName.
       PERFORM FindSignedOnId.
       IF SignedOnId = SPACES
           DISPLAY "Please enter your name - " WITH NO ADVANCING
           ACCEPT LUserName
       ELSE
           MOVE SPACES TO LUserName
           MOVE SignedOnId TO LUserName
       END-IF.
       ACCEPT BnrDate FROM DATE.
       ACCEPT BnrTime FROM TIME.
       DISPLAY "*************".
       DISPLAY "Today is " BnrDay "/" BnrMonth "/" BnrYear
           " - the time is " BnrHour ":" BnrMinute.
       DISPLAY "*************".
       CALL 'TRNMODE' USING "CHK", BnrOperId, BnrLevel, BnrTraining.
       IF BnrTraining = 'Y'
           DISPLAY "*** TRAINING MODE - practice files only ***"
           DISPLAY "*************"
       END-IF.

EXIT PROGRAM.

*> Only today's sign-on counts: a record left from an earlier day
*> says nothing about who is at the keyboard now.
FindSignedOnId.
       MOVE SPACES TO SignedOnId.
       ACCEPT TodayLong FROM DATE YYYYMMDD.
       OPEN INPUT SignonFile.
       IF SignonFileStatus NOT = "35"
           READ SignonFile
               AT END CONTINUE
               NOT AT END
                   IF SgnDate = TodayLong
                       MOVE SgnOperId TO SignedOnId
                   END-IF
           END-READ
           CLOSE SignonFile
       END-IF.
