      *> Blank means home currency; otherwise the invoice shows the
      *> total converted at the rate in force from rates.dat.
       02 CurrencyCode PIC X(3).
      *> Payment terms from terms.dat - net days and any early-
      *> settlement discount; blank means the standard net 30.
       02 TermsCode PIC X(4).
      *> Head-office account this branch belongs to; zero when the
      *> customer stands alone. The parent's CreditLimit caps the group.
       02 ParentId PIC 9(5).
      *> Marketing consent per channel - Y agreed, N opted out,
      *> blank never asked - and the date it was given or
      *> withdrawn. Campaign selection mails only a Y.
       02 ConsentPost PIC X.
       02 ConsentPostDate PIC 9(8).
       02 ConsentEmail PIC X.
       02 ConsentEmailDate PIC 9(8).
       02 ConsentPhone PIC X.
       02 ConsentPhoneDate PIC 9(8).

FD AuditFile.
01 AuditLineIn PIC X(100).
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
       WRITE CustomerData
           INVALID KEY
               ADD 1 TO FailedCount
