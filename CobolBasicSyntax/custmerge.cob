*> details and credit limit from the loser where the survivor has
*> none), the loser is marked inactive the way DeleteCust does, and
*> a MERGE entry goes to custaudit.log so reconcust.cob can still
*> balance the file against its audit trail. Branch accounts that
*> named the loser as their parent are moved to the survivor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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
01 AuditLine PIC X(105).
       02 LosePhoneNum   PIC X(12).
       02 LoseEmailAddr  PIC X(30).
01 LoserCreditLimit PIC 9(5)V99.
01 LoserParentId PIC 9(5).
*> Branches whose parent account was the loser follow it to the
*> survivor, so the group's statement and credit check stay whole.
01 BranchEOF PIC X.
01 BranchesMoved PIC 9(5).
01 ConfirmAnswer PIC X.
01 AuditDate.
       02 AudYear PIC 99.
       MOVE CustName TO LoserName.
       MOVE CustContact TO LoserContact.
       MOVE CreditLimit TO LoserCreditLimit.
       MOVE ParentId TO LoserParentId.
       DISPLAY "Merge " LoseFirstName " " LoseLastName " (" LoserId
           ") into " SurvFirstName " " SurvLastName " (" SurvivorId
           ")? (Y/N) " WITH NO ADVANCING.
       END-IF.
       PERFORM RetireLoser.
       PERFORM CarrySurvivorForward.
       PERFORM RepointBranches.
       DISPLAY "Merged " LoserId " into " SurvivorId.
MergeOnePair-Exit.
       EXIT.
       IF CreditLimit = ZERO
           MOVE LoserCreditLimit TO CreditLimit
       END-IF.
       IF ParentId = LoserId
           MOVE ZERO TO ParentId
       END-IF.
       IF ParentId = ZERO AND LoserParentId NOT = SurvivorId
           MOVE LoserParentId TO ParentId
       END-IF.
       REWRITE CustomerData
           INVALID KEY DISPLAY "Could not update survivor " SurvivorId
       END-REWRITE.

RepointBranches.
       MOVE 0 TO BranchesMoved.
       MOVE 'N' TO BranchEOF.
       MOVE LOW-VALUES TO IDNum.
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE 'Y' TO BranchEOF
       END-START.
       PERFORM RepointOneBranch UNTIL BranchEOF = 'Y'.
       IF BranchesMoved > ZERO
           DISPLAY BranchesMoved " branch account(s) moved to parent "
               SurvivorId
       END-IF.

RepointOneBranch.
       READ CustomerFile NEXT RECORD
           AT END MOVE 'Y' TO BranchEOF
           NOT AT END
               IF ParentId = LoserId AND IDNum NOT = SurvivorId
                   MOVE SurvivorId TO ParentId
                   REWRITE CustomerData
                       INVALID KEY DISPLAY "Could not move branch " IDNum
                       NOT INVALID KEY ADD 1 TO BranchesMoved
                   END-REWRITE
               END-IF
       END-READ.

*> Same line shape WriteAuditEntry builds in coboltutf3, with the
*> loser's name as OLD and the survivor's as NEW so the trail shows
*> where the account went.
