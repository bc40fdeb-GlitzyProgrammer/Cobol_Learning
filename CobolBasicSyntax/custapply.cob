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

FD AuditFile.
01 AuditLine PIC X(105).
       MOVE ZERO TO CityCode.
       MOVE ZERO TO CreditLimit.
       MOVE SPACES TO CurrencyCode.
       MOVE SPACES TO TermsCode.
       MOVE ZERO TO ParentId.
       MOVE SPACE TO ConsentPost.
       MOVE ZERO TO ConsentPostDate.
       MOVE SPACE TO ConsentEmail.
       MOVE ZERO TO ConsentEmailDate.
       MOVE SPACE TO ConsentPhone.
       MOVE ZERO TO ConsentPhoneDate.
       MOVE SPACES TO OldFirstName.
       MOVE SPACES TO OldLastName.
       MOVE 'ADD' TO AuditAction.
