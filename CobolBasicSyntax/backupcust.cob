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
01 BackupData.
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

FD RestartFile.
01 RestartCount PIC 9(5).
       MOVE MCustContact TO BCustContact.
       MOVE MCreditLimit TO BCreditLimit.
       MOVE MCurrencyCode TO BCurrencyCode.
       MOVE MTermsCode TO BTermsCode.
       MOVE MParentId TO BParentId.
       MOVE MConsentPost TO BConsentPost.
       MOVE MConsentPostDate TO BConsentPostDate.
       MOVE MConsentEmail TO BConsentEmail.
       MOVE MConsentEmailDate TO BConsentEmailDate.
       MOVE MConsentPhone TO BConsentPhone.
       MOVE MConsentPhoneDate TO BConsentPhoneDate.
       WRITE BackupData.
       ADD 1 TO BackupCount.
       CALL 'BATCHCKPT' USING BackupCount, CheckpointInterval,
