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

FD BackupFile.
*> Kept in step with the BackupData layout backupcust.cob writes.
           03 BEmailAddr  PIC X(30).
       02 BCreditLimit PIC 9(5)V99.
       02 BCurrencyCode PIC X(3).
       02 BTermsCode PIC X(4).
       02 BParentId PIC 9(5).
       02 BConsentPost PIC X.
       02 BConsentPostDate PIC 9(8).
       02 BConsentEmail PIC X.
       02 BConsentEmailDate PIC 9(8).
       02 BConsentPhone PIC X.
       02 BConsentPhoneDate PIC 9(8).

FD ScratchFile.
*> The master's byte shape under a scratch key, so the comparison
*> is a straight record compare.
01 ScratchData.
       02 SIDNum PIC 9(5).
       02 SBody PIC X(177).

FD VerifyReport.
01 ReportLine PIC X(70).
01 MismatchCount PIC 9(5) VALUE 0.
01 MissingCount PIC 9(5) VALUE 0.
01 ScrFound PIC X.
01 LiveImage PIC X(182).
01 ScratchImage PIC X(182).

PROCEDURE DIVISION.
MainPara.
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE BIDNum TO SIDNum
               MOVE BackupData(6:177) TO SBody
               WRITE ScratchData
                   INVALID KEY CONTINUE
               END-WRITE
