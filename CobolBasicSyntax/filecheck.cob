*> .rebuild copy (the spirit of backupcust/loadcust, generalized),
*> which the operator then swaps in by hand. Runs unattended when
*> everything is clean, so it sits as the pre-flight step of the
*> night batch. The count of each master found is also put on
*> caphist.dat, the file growth history filegrow.cob keeps, which
*> has only the size of an indexed file to go on otherwise.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           RECORD KEY IS RCitizenId
           FILE STATUS IS RebuildStatus.

       SELECT SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS CheckStatus.
       SELECT SalesRebuild ASSIGN TO "salesidx.rebuild"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSalesKey
           ALTERNATE RECORD KEY IS RSalesCustKey WITH DUPLICATES
           FILE STATUS IS RebuildStatus.

       SELECT CheckReport ASSIGN TO "FileCheck.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CapHistFile ASSIGN TO "caphist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CapHistStatus.

DATA DIVISION.
FILE SECTION.
*> The master layouts are carried in full (kept in step with their
FD CustomerMaster.
01 MasterData.
       02 MIDNum PIC 9(5).
       02 MRestOfCust PIC X(177).
01 MasterKeyView REDEFINES MasterData.
       02 FILLER PIC X(20).
       02 MLastName PIC X(15).
       02 FILLER PIC X(147).
FD CustomerRebuild.
01 RMasterData.
       02 RMIDNum PIC 9(5).
       02 RMRestOfCust PIC X(177).
01 RMasterKeyView REDEFINES RMasterData.
       02 FILLER PIC X(20).
       02 RMLastName PIC X(15).
       02 FILLER PIC X(147).

FD StudentFile.
01 STREB.
FD VoterFile.
01 VoterRecord.
       02 CitizenId PIC 9(7).
       02 RestOfVoter PIC X(41).
FD VoterRebuild.
01 RVoterRecord.
       02 RCitizenId PIC 9(7).
       02 RRestOfVoter PIC X(41).

FD SalesHistFile.
01 SalesHistRec.
       02 SalesKey PIC X(18).
       02 SalesCustKey PIC X(13).
       02 RestOfSales PIC X(31).
FD SalesRebuild.
01 RSalesHistRec.
       02 RSalesKey PIC X(18).
       02 RSalesCustKey PIC X(13).
       02 RRestOfSales PIC X(31).

FD CheckReport.
01 ReportLine PIC X(70).

FD CapHistFile.
*> Kept in step with the CapHistRec layout filegrow.cob writes.
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

WORKING-STORAGE SECTION.
01 CheckStatus PIC XX.
01 RebuildStatus PIC XX.
01 CapHistStatus PIC XX.
01 TodayDate PIC 9(8).
01 WSEOF PIC X.
01 FileIdx PIC 9.
01 FileName PIC X(14).
01 RebuildAnswer PIC X.
01 RebuildChoice PIC 9.
01 CopiedCount PIC 9(6).
01 PrevKeyBuffer PIC X(18).
01 FirstRecord PIC X.
*> The night driver closes the system before this pre-flight runs,
*> so a CLOSED answer from SYSSTAT means nobody is at the console
PROCEDURE DIVISION.
MainPara.
       CALL 'SESSLOG' USING "START", "filechek", SPACES.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN OUTPUT CheckReport.
       OPEN EXTEND CapHistFile.
       IF CapHistStatus = "35"
           OPEN OUTPUT CapHistFile
           CLOSE CapHistFile
           OPEN EXTEND CapHistFile
       END-IF.
       MOVE "INDEXED MASTER HEALTH CHECK" TO ReportLine.
       WRITE ReportLine.
       PERFORM VerifyOneFile
           VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 7.
       CLOSE CheckReport, CapHistFile.
       IF AnyDamage = 'Y'
           DISPLAY "One or more masters are damaged"
           CALL 'SYSSTAT' USING "CHK", SysReason, SysSetBy,
               ACCEPT RebuildAnswer
               IF RebuildAnswer = 'Y' OR RebuildAnswer = 'y'
                   DISPLAY "Rebuild which file (1=customer 2=student"
                       " 3=order 4=course 5=enroll 6=voter"
                       " 7=sales)? "
                       WITH NO ADVANCING
                   ACCEPT RebuildChoice
                   PERFORM RebuildOneFile
                  PERFORM VerifyEnroll THRU VerifyEnroll-Exit
           WHEN 6 MOVE "voter.txt" TO FileName
                  PERFORM VerifyVoter THRU VerifyVoter-Exit
           WHEN 7 MOVE "salesidx.dat" TO FileName
                  PERFORM VerifySales THRU VerifySales-Exit
       END-EVALUATE.
       PERFORM ReportOneFile.

       END-IF.
       WRITE ReportLine.
       DISPLAY ReportLine.
       IF CheckStatus NOT = "35"
           PERFORM RecordCapCount
       END-IF.

*> The count only - filegrow takes the size the same night.
RecordCapCount.
       MOVE SPACES TO CapHistRec.
       MOVE TodayDate TO ChDate.
       MOVE FileName TO ChFile.
       MOVE RecordCount TO ChRecords.
       MOVE 'Y' TO ChHasCount.
       MOVE 0 TO ChBytes.
       MOVE 'N' TO ChHasSize.
       WRITE CapHistRec.

VerifyCustomer.
       OPEN INPUT CustomerMaster.
VerifyVoter-Exit.
       EXIT.

VerifySales.
       OPEN INPUT SalesHistFile.
       IF CheckStatus NOT = "00"
           PERFORM CheckOutcome
           GO TO VerifySales-Exit
       END-IF.
       MOVE LOW-VALUES TO SalesKey.
       START SalesHistFile KEY IS NOT LESS THAN SalesKey
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = 'Y'
           READ SalesHistFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
           END-READ
           IF WSEOF = 'N'
               IF CheckStatus NOT = "00" AND CheckStatus NOT = "02"
                   ADD 1 TO ReadErrors
                   MOVE 'Y' TO WSEOF
               ELSE
                   ADD 1 TO RecordCount
                   IF FirstRecord = 'N'
                           AND SalesKey < PrevKeyBuffer(1:18)
                       ADD 1 TO SequenceErrors
                   END-IF
                   MOVE 'N' TO FirstRecord
                   MOVE SalesKey TO PrevKeyBuffer(1:18)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SalesHistFile.
       PERFORM CheckOutcome.
VerifySales-Exit.
       EXIT.

*> Rebuild copies every record that can still be read into a fresh
*> indexed .rebuild file; the operator swaps it in once satisfied.
RebuildOneFile.
           WHEN 4 PERFORM RebuildCourse
           WHEN 5 PERFORM RebuildEnroll
           WHEN 6 PERFORM RebuildVoter
           WHEN 7 PERFORM RebuildSales
           WHEN OTHER DISPLAY "No such file"
       END-EVALUATE.

       END-PERFORM.
       CLOSE VoterFile, VoterRebuild.
       DISPLAY CopiedCount " records copied to voter.rebuild".

RebuildSales.
       OPEN INPUT SalesHistFile.
       OPEN OUTPUT SalesRebuild.
       MOVE LOW-VALUES TO SalesKey.
       START SalesHistFile KEY IS NOT LESS THAN SalesKey
           INVALID KEY MOVE 'Y' TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = 'Y'
           READ SalesHistFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
           END-READ
      *> Most sales share their customer-and-date key with another,
      *> so a read answering "02" is as good as a clean one.
           IF WSEOF = 'N'
                   AND (CheckStatus = "00" OR CheckStatus = "02")
               MOVE SalesHistRec TO RSalesHistRec
               WRITE RSalesHistRec
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO CopiedCount
           END-IF
           IF CheckStatus NOT = "00" AND CheckStatus NOT = "02"
               MOVE 'Y' TO WSEOF
           END-IF
       END-PERFORM.
       CLOSE SalesHistFile, SalesRebuild.
       DISPLAY CopiedCount " records copied to salesidx.rebuild".
