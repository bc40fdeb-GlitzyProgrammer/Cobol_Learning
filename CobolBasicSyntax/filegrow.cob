       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. filegrow.
AUTHOR. Lawrence.
*> Nightly file growth recorder. filecheck counts the indexed
*> masters it verifies, but nobody tracked how fast anything grew,
*> and the line-sequential files - saleshist.dat, invoice.dat,
*> openitem.dat, gljournal.dat, payments.dat, goodsrecv.log and the
*> audit logs - were found to be huge only when a report ran slowly.
*> Every master, log and control file listed on capfiles.dat (kept
*> by capmaint.cob) gets a line on caphist.dat each night: its
*> record count and its size in bytes off the operating system.
*> Line-sequential files are counted here line by line; an indexed
*> file has only its size taken, its count coming from the line
*> filecheck writes for the masters it verifies. A file not there
*> tonight is recorded as empty. growrpt.cob reports the growth
*> weekly. When there is no capfiles.dat yet the standard list
*> below is written to it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CapFilesFile ASSIGN TO "capfiles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CapFilesStatus.

       SELECT CapHistFile ASSIGN TO "caphist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CapHistStatus.

       SELECT OPTIONAL CountFile ASSIGN TO CountFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CountStatus.

DATA DIVISION.
FILE SECTION.
FD CapFilesFile.
*> Kept in step with the CapFileRec layout capmaint.cob keeps.
01 CapFileRec.
       02 CfName PIC X(16).
       02 FILLER PIC X.
       02 CfKind PIC X.
       02 FILLER PIC X.
       02 CfOrg PIC X.
       02 FILLER PIC X.
       02 CfLimit PIC 9(9).
       02 FILLER PIC X.
       02 CfUnit PIC X.
       02 FILLER PIC X.
       02 CfCoverJob PIC X(12).

FD CapHistFile.
*> One line per file per night: the date, the file, its record
*> count and size, and whether each was taken - an indexed file's
*> size line from here and its count line from filecheck.
01 CapHistRec.
       02 ChDate PIC 9(8).
       02 FILLER PIC X.
       02 ChFile PIC X(16).
       02 FILLER PIC X.
       02 ChRecords PIC 9(9).
       02 FILLER PIC X.
       02 ChHasCount PIC X.
       02 FILLER PIC X.
       02 ChBytes PIC 9(12).
       02 FILLER PIC X.
       02 ChHasSize PIC X.

FD CountFile.
01 CountLine PIC X(512).

WORKING-STORAGE SECTION.
01 CapFilesStatus PIC XX.
01 CapHistStatus PIC XX.
01 CountStatus PIC XX.
01 WSEOF PIC X.
01 CountFileName PIC X(30).
01 TodayDate PIC 9(8).
01 RecordCount PIC 9(9).
01 FileCount PIC 9(3) VALUE 0.
01 MissingCount PIC 9(3) VALUE 0.
*> What CBL_CHECK_FILE_EXIST hands back: the size in bytes, then
*> the date and time the file was last written.
01 FileDetails.
       02 FdSize PIC 9(18) BINARY.
       02 FdDay PIC X.
       02 FdMonth PIC X.
       02 FdYear PIC XX.
       02 FdTime PIC X(4).
01 FileFound PIC X.
*> The standard list, written to capfiles.dat when there is none:
*> file, kind, organization, threshold and its unit, and the job
*> that archives or rotates it.
*> Kind M master, T transactions, L log, C control; organization
*> S line sequential, I indexed; unit R records, K kilobytes - an
*> indexed master filecheck does not verify has only its size to
*> go on. A zero threshold projects nothing.
01 StdCapFiles.
       02 FILLER PIC X(35) VALUE "customer.txt    MI0050000Rpurgecust".
       02 FILLER PIC X(35) VALUE "student.txt     MI0050000R         ".
       02 FILLER PIC X(35) VALUE "order.dat       MI0050000R         ".
       02 FILLER PIC X(35) VALUE "course.txt      MI0050000R         ".
       02 FILLER PIC X(35) VALUE "enroll.txt      MI0050000R         ".
       02 FILLER PIC X(35) VALUE "voter.txt       MI0050000R         ".
       02 FILLER PIC X(35) VALUE "salesidx.dat    MI0500000R         ".
       02 FILLER PIC X(35) VALUE "invmast.dat     MI0051200Kinvarch  ".
       02 FILLER PIC X(35) VALUE "alumni.dat      MI0051200K         ".
       02 FILLER PIC X(35) VALUE "applicant.dat   MI0051200K         ".
       02 FILLER PIC X(35) VALUE "attend.dat      MI0051200K         ".
       02 FILLER PIC X(35) VALUE "barcode.dat     MI0051200K         ".
       02 FILLER PIC X(35) VALUE "budget.dat      MI0051200K         ".
       02 FILLER PIC X(35) VALUE "complaint.dat   MI0051200K         ".
       02 FILLER PIC X(35) VALUE "dispute.dat     MI0051200K         ".
       02 FILLER PIC X(35) VALUE "donations.dat   MI0051200K         ".
       02 FILLER PIC X(35) VALUE "enrollhist.txt  MI0051200K         ".
       02 FILLER PIC X(35) VALUE "giftcard.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "glaccts.dat     MI0051200K         ".
       02 FILLER PIC X(35) VALUE "gradechg.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "holds.dat       MI0051200K         ".
       02 FILLER PIC X(35) VALUE "instplan.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "instructor.dat  MI0051200K         ".
       02 FILLER PIC X(35) VALUE "invmarch.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "loyalty.dat     MI0051200K         ".
       02 FILLER PIC X(35) VALUE "mandate.dat     MI0051200K         ".
       02 FILLER PIC X(35) VALUE "mjournal.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "operator.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "pollreg.dat     MI0051200K         ".
       02 FILLER PIC X(35) VALUE "rooms.dat       MI0051200K         ".
       02 FILLER PIC X(35) VALUE "salesp.dat      MI0051200K         ".
       02 FILLER PIC X(35) VALUE "salestgt.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "suppbank.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "supplier.dat    MI0051200K         ".
       02 FILLER PIC X(35) VALUE "taxexempt.dat   MI0051200K         ".
       02 FILLER PIC X(35) VALUE "saleshist.dat   TS0100000R         ".
       02 FILLER PIC X(35) VALUE "invoice.dat     TS0100000R         ".
       02 FILLER PIC X(35) VALUE "gljournal.dat   TS0100000R         ".
       02 FILLER PIC X(35) VALUE "payments.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "payalloc.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "backorder.dat   TS0100000R         ".
       02 FILLER PIC X(35) VALUE "purchord.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "quotes.dat      TS0100000R         ".
       02 FILLER PIC X(35) VALUE "standord.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "standhist.dat   TS0100000R         ".
       02 FILLER PIC X(35) VALUE "prices.dat      TS0100000R         ".
       02 FILLER PIC X(35) VALUE "prodcost.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "costpend.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "contract.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "custnotes.dat   TS0100000R         ".
       02 FILLER PIC X(35) VALUE "custarchive.dat TS0100000R         ".
       02 FILLER PIC X(35) VALUE "loyledger.dat   TS0100000R         ".
       02 FILLER PIC X(35) VALUE "letters.dat     TS0100000R         ".
       02 FILLER PIC X(35) VALUE "cmphist.dat     TS0100000R         ".
       02 FILLER PIC X(35) VALUE "warclaim.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "lots.dat        TS0100000R         ".
       02 FILLER PIC X(35) VALUE "stockloc.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "supinv.dat      TS0100000R         ".
       02 FILLER PIC X(35) VALUE "supinvln.dat    TS0100000R         ".
       02 FILLER PIC X(35) VALUE "suppay.dat      TS0100000R         ".
       02 FILLER PIC X(35) VALUE "billing.dat     TS0100000R         ".
       02 FILLER PIC X(35) VALUE "tuitpay.dat     TS0100000R         ".
       02 FILLER PIC X(35) VALUE "ddhist.dat      TS0100000R         ".
       02 FILLER PIC X(35) VALUE "ediord.dat      TS0100000R         ".
       02 FILLER PIC X(35) VALUE "reportcat.dat   TS0100000R         ".
       02 FILLER PIC X(35) VALUE "joblog.dat      TS0100000R         ".
       02 FILLER PIC X(35) VALUE "caphist.dat     TS0100000R         ".
       02 FILLER PIC X(35) VALUE "openitem.dat    TS0100000Rinvarch  ".
       02 FILLER PIC X(35) VALUE "lettmpl.dat     MS0050000R         ".
       02 FILLER PIC X(35) VALUE "capfiles.dat    MS0050000R         ".
       02 FILLER PIC X(35) VALUE "custaudit.log   LS0100000Rlogrotate".
       02 FILLER PIC X(35) VALUE "session.log     LS0100000Rlogrotate".
       02 FILLER PIC X(35) VALUE "inputerr.log    LS0100000Rlogrotate".
       02 FILLER PIC X(35) VALUE "goodsrecv.log   LS0100000R         ".
       02 FILLER PIC X(35) VALUE "enrollaudit.log LS0100000R         ".
       02 FILLER PIC X(35) VALUE "gradeaudit.log  LS0100000R         ".
       02 FILLER PIC X(35) VALUE "crlimaudit.log  LS0100000R         ".
       02 FILLER PIC X(35) VALUE "prodaudit.log   LS0100000R         ".
       02 FILLER PIC X(35) VALUE "rateaudit.log   LS0100000R         ".
       02 FILLER PIC X(35) VALUE "reordaudit.log  LS0100000R         ".
       02 FILLER PIC X(35) VALUE "stockadj.log    LS0100000R         ".
       02 FILLER PIC X(35) VALUE "stockmove.log   LS0100000R         ".
       02 FILLER PIC X(35) VALUE "ordjrnl.log     LS0100000R         ".
       02 FILLER PIC X(35) VALUE "studjrnl.log    LS0100000R         ".
       02 FILLER PIC X(35) VALUE "fileerr.log     LS0100000R         ".
       02 FILLER PIC X(35) VALUE "pricechg.log    LS0100000R         ".
       02 FILLER PIC X(35) VALUE "ordamend.log    LS0100000R         ".
       02 FILLER PIC X(35) VALUE "periodovr.log   LS0100000R         ".
       02 FILLER PIC X(35) VALUE "privreq.log     LS0100000R         ".
       02 FILLER PIC X(35) VALUE "promouse.log    LS0100000R         ".
       02 FILLER PIC X(35) VALUE "writeoff.log    LS0100000R         ".
       02 FILLER PIC X(35) VALUE "campaign.log    LS0100000R         ".
       02 FILLER PIC X(35) VALUE "fxactivity.log  LS0100000R         ".
       02 FILLER PIC X(35) VALUE "appctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "billctl.dat     CS0000000R         ".
       02 FILLER PIC X(35) VALUE "cashupctl.dat   CS0000000R         ".
       02 FILLER PIC X(35) VALUE "claimctl.dat    CS0000000R         ".
       02 FILLER PIC X(35) VALUE "cmpctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "dnctl.dat       CS0000000R         ".
       02 FILLER PIC X(35) VALUE "donctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "finchgctl.dat   CS0000000R         ".
       02 FILLER PIC X(35) VALUE "gcctl.dat       CS0000000R         ".
       02 FILLER PIC X(35) VALUE "gchgctl.dat     CS0000000R         ".
       02 FILLER PIC X(35) VALUE "glctl.dat       CS0000000R         ".
       02 FILLER PIC X(35) VALUE "holdctl.dat     CS0000000R         ".
       02 FILLER PIC X(35) VALUE "invctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "loyctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "ltrctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "mjctl.dat       CS0000000R         ".
       02 FILLER PIC X(35) VALUE "paybatchctl.dat CS0000000R         ".
       02 FILLER PIC X(35) VALUE "payrunctl.dat   CS0000000R         ".
       02 FILLER PIC X(35) VALUE "periodctl.dat   CS0000000R         ".
       02 FILLER PIC X(35) VALUE "poctl.dat       CS0000000R         ".
       02 FILLER PIC X(35) VALUE "pollctl.dat     CS0000000R         ".
       02 FILLER PIC X(35) VALUE "quotectl.dat    CS0000000R         ".
       02 FILLER PIC X(35) VALUE "ratectl.dat     CS0000000R         ".
       02 FILLER PIC X(35) VALUE "runctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "secctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "standctl.dat    CS0000000R         ".
       02 FILLER PIC X(35) VALUE "stdctl.dat      CS0000000R         ".
       02 FILLER PIC X(35) VALUE "termctl.dat     CS0000000R         ".
       02 FILLER PIC X(35) VALUE "tuitctl.dat     CS0000000R         ".
       02 FILLER PIC X(35) VALUE "sysstat.dat     CS0000000R         ".
       02 FILLER PIC X(35) VALUE "batchstat.dat   CS0000000R         ".
       02 FILLER PIC X(35) VALUE "jobsched.dat    CS0000000R         ".
01 StdCapEntries REDEFINES StdCapFiles.
       02 StdCapEntry OCCURS 125 TIMES.
           03 StdCfName PIC X(16).
           03 StdCfKind PIC X.
           03 StdCfOrg PIC X.
           03 StdCfLimit PIC 9(7).
           03 StdCfUnit PIC X.
           03 StdCfCoverJob PIC X(9).
01 StdIdx PIC 9(3).

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "filegrow", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN INPUT CapFilesFile.
      *> A missing optional file may open empty with "05" rather
      *> than be refused with "35"; either way there is no list.
       IF CapFilesStatus = "35" OR CapFilesStatus = "05"
           IF CapFilesStatus = "05"
               CLOSE CapFilesFile
           END-IF
           PERFORM WriteStdCapFiles
           OPEN INPUT CapFilesFile
       END-IF.
       OPEN EXTEND CapHistFile.
       IF CapHistStatus = "35"
           OPEN OUTPUT CapHistFile
           CLOSE CapHistFile
           OPEN EXTEND CapHistFile
       END-IF.
       MOVE 'N' TO WSEOF.
       PERFORM RecordOneFile UNTIL WSEOF = 'Y'.
       CLOSE CapFilesFile, CapHistFile.
       DISPLAY "File growth recorded for " FileCount " file(s), "
           MissingCount " not on disk".
       CALL 'SESSLOG' USING "END  ", "filegrow", SPACES.
       GOBACK.

RecordOneFile.
       READ CapFilesFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CfName NOT = SPACES
                   PERFORM MeasureOneFile
               END-IF
       END-READ.

*> The size comes first: a file the operating system cannot find
*> is not on disk at all, and is recorded as empty.
MeasureOneFile.
       MOVE SPACES TO CapHistRec.
       MOVE TodayDate TO ChDate.
       MOVE CfName TO ChFile.
       MOVE 0 TO ChRecords.
       MOVE 0 TO ChBytes.
       MOVE 'Y' TO ChHasCount.
       MOVE 'Y' TO ChHasSize.
       MOVE CfName TO CountFileName.
       MOVE 0 TO FdSize.
       MOVE 'Y' TO FileFound.
       CALL 'CBL_CHECK_FILE_EXIST' USING CountFileName, FileDetails.
       IF RETURN-CODE NOT = 0
           MOVE 'N' TO FileFound
       END-IF.
       MOVE 0 TO RETURN-CODE.
       IF FileFound = 'N'
           ADD 1 TO MissingCount
       ELSE
           MOVE FdSize TO ChBytes
           IF CfOrg = 'I'
               MOVE 'N' TO ChHasCount
           ELSE
               PERFORM CountOneFile
               MOVE RecordCount TO ChRecords
           END-IF
       END-IF.
       WRITE CapHistRec.
       ADD 1 TO FileCount.

CountOneFile.
       MOVE 0 TO RecordCount.
       OPEN INPUT CountFile.
       IF CountStatus = "00"
           PERFORM CountOneLine UNTIL CountStatus NOT = "00"
           CLOSE CountFile
       END-IF.

CountOneLine.
       READ CountFile
           AT END CONTINUE
           NOT AT END ADD 1 TO RecordCount
       END-READ.

WriteStdCapFiles.
       OPEN OUTPUT CapFilesFile.
       PERFORM WriteOneStdCapFile
           VARYING StdIdx FROM 1 BY 1 UNTIL StdIdx > 125.
       CLOSE CapFilesFile.
       DISPLAY "No capfiles.dat - standard file list written to it".

WriteOneStdCapFile.
       MOVE SPACES TO CapFileRec.
       MOVE StdCfName(StdIdx) TO CfName.
       MOVE StdCfKind(StdIdx) TO CfKind.
       MOVE StdCfOrg(StdIdx) TO CfOrg.
       MOVE StdCfLimit(StdIdx) TO CfLimit.
       MOVE StdCfUnit(StdIdx) TO CfUnit.
       MOVE StdCfCoverJob(StdIdx) TO CfCoverJob.
       WRITE CapFileRec.
