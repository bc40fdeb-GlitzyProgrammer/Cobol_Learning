           03 EmailIn      PIC X(30).
       02 CreditLimitIn PIC X(7).
       02 CurrencyCodeIn PIC X(3).
       02 TermsCodeIn PIC X(4).
       02 ParentIdIn PIC X(5).
       02 ConsentPostIn PIC X.
       02 ConsentPostDateIn PIC X(8).
       02 ConsentEmailIn PIC X.
       02 ConsentEmailDateIn PIC X(8).
       02 ConsentPhoneIn PIC X.
       02 ConsentPhoneDateIn PIC X(8).

FD CustomerMaster.
01 MasterData.
       02 MCreditLimit PIC 9(5)V99.
       02 MCreditLimitX REDEFINES MCreditLimit PIC 9(7).
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
01 WSEOF PIC X VALUE 'N'.
           MOVE ZERO TO MCreditLimit
       END-IF.
       MOVE CurrencyCodeIn TO MCurrencyCode.
       MOVE TermsCodeIn TO MTermsCode.
       IF ParentIdIn IS NUMERIC
           MOVE ParentIdIn TO MParentId
       ELSE
           MOVE ZERO TO MParentId
       END-IF.
       MOVE SPACE TO MConsentPost.
       IF ConsentPostIn = 'Y' OR ConsentPostIn = 'N'
           MOVE ConsentPostIn TO MConsentPost
       END-IF.
       IF ConsentPostDateIn IS NUMERIC
           MOVE ConsentPostDateIn TO MConsentPostDate
       ELSE
           MOVE ZERO TO MConsentPostDate
       END-IF.
       MOVE SPACE TO MConsentEmail.
       IF ConsentEmailIn = 'Y' OR ConsentEmailIn = 'N'
           MOVE ConsentEmailIn TO MConsentEmail
       END-IF.
       IF ConsentEmailDateIn IS NUMERIC
           MOVE ConsentEmailDateIn TO MConsentEmailDate
       ELSE
           MOVE ZERO TO MConsentEmailDate
       END-IF.
       MOVE SPACE TO MConsentPhone.
       IF ConsentPhoneIn = 'Y' OR ConsentPhoneIn = 'N'
           MOVE ConsentPhoneIn TO MConsentPhone
       END-IF.
       IF ConsentPhoneDateIn IS NUMERIC
           MOVE ConsentPhoneDateIn TO MConsentPhoneDate
       ELSE
           MOVE ZERO TO MConsentPhoneDate
       END-IF.
       WRITE MasterData
           INVALID KEY ADD 1 TO SkippedCount
           NOT INVALID KEY ADD 1 TO LoadedCount
