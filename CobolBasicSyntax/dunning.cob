IDENTIFICATION DIVISION.
PROGRAM-ID. dunning.
AUTHOR. Lawrence.
*> Dunning letter run: builds the same days-past-due picture
*> custaging does - each outstanding amount on the open-items file
*> OITEM maintains, aged from the due date its customer's payment
*> terms set, unapplied cash netted off the oldest buckets first -
*> and produces one collection letter per customer still overdue,
*> with the wording escalating by bucket: a first reminder once
*> anything is past due, a second at 31+ days past due, a final
*> notice at 61+, so nobody is dunned inside their own terms.
*> Name and address come from the
*> CustContact group on customer.txt, and a control listing
*> records who got which severity so collections stops depending
*> on anyone's memory of who was warned last month. The part of
*> an invoice held in an open dispute on dispute.dat is left out
*> of the letter until the dispute is resolved. The wording of the
*> three letters is kept on lettmpl.dat (DUNNING1/2/3) and merged
*> by LETMRG, so credit control changes it through lettmpl.cob;
*> the control listing shows which version each customer got.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD CustomerMaster.
01 MasterData.
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

FD LetterFile.
01 LetterLine PIC X(80).
01 TodayDayCount PIC 9(7).
01 DocDayCount PIC 9(7).
01 AgeDays PIC S9(5).
*> The part of each open amount an open invoice dispute holds
*> back through DISPCHK, and what is left to chase.
01 DisputeHeld PIC S9(7)V99.
01 ItemOpen PIC S9(7)V99.
01 WorkDate.
       02 WkYear PIC 9(4).
       02 WkMonth PIC 99.
       02 WkDay PIC 99.
*> One row per customer with anything outstanding: current,
*> 1-30, 31-60 and 61+ days past due buckets of positive
*> outstanding, plus the unapplied cash
*> (negative outstanding) to be netted off oldest-first - the
*> custaging discipline.
01 AgingTable.
01 OverdueAmt PIC S9(7)V99.
01 CustFound PIC X.
01 FullName PIC X(31).
*> 1 = first reminder (1-30 past due), 2 = second reminder (31-60),
*> 3 = final notice (61+); zero means nothing overdue and no
*> letter.
01 Severity PIC 9.
01 LetterCount PIC 9(3) VALUE 0.
01 ControlHeads.
       02 FILLER PIC X(57) VALUE
           "ID    NAME                          SEVERITY      OVERDUE".
       02 FILLER PIC X(5) VALUE "  VER".
01 ControlDetailLine.
       02 PrnCtlCustId PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCtlName PIC X(28).
       02 PrnCtlSeverity PIC X(15).
       02 PrnCtlOverdue PIC ZZZZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCtlVersion PIC 9(3).
01 SeverityName PIC X(15).
*> The LETMRG call's arguments.
01 LetterCode PIC X(8).
01 MergeLine PIC X(70).
01 MergeVersion PIC 9(3).
01 MergeResult PIC X.
01 ShowAmount PIC ZZZ,ZZ9.99.
01 LetterFields.
       02 LfName PIC X(31).
       02 LfAddr1 PIC X(20).
       02 LfAddr2 PIC X(20).
       02 LfPostCode PIC X(8).
       02 LfAccount PIC X(7).
       02 LfAmount PIC X(12).
       02 LfStudent PIC X(31).
       02 LfTerm PIC X(5).
       02 LfGpa PIC X(4).

PROCEDURE DIVISION.
MainPara.
       GOBACK.

TallyOpenItems.
       CALL 'DISPCHK' USING "LOAD", OiDocNum, OiCustId, ItemOpen,
           DisputeHeld.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           DISPLAY "No open-items file found - run oibuild first;"
       END-IF.
       MOVE 'N' TO WSEOF.

*> Positive outstanding ages into the buckets from its due date,
*> less any part an open dispute holds back; unapplied cash
*> (negative outstanding) collects as money to net off the oldest
*> buckets first.
TallyOneItem.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF OiOutstanding > ZERO
                   MOVE OiOutstanding TO ItemOpen
                   CALL 'DISPCHK' USING "HOLD", OiDocNum, OiCustId,
                       ItemOpen, DisputeHeld
                   SUBTRACT DisputeHeld FROM ItemOpen
                   IF ItemOpen > ZERO
                       PERFORM BucketOneItem
                   END-IF
               END-IF
               IF OiOutstanding < ZERO
                   PERFORM FindAgingEntry
               END-IF
       END-READ.

*> Not yet due is current, then 1-30, 31-60 and 61+ days past
*> due; rows from before terms came in age from the document date.
BucketOneItem.
       IF OiDueDate IS NUMERIC AND OiDueDate > ZERO
           MOVE OiDueDate TO WorkDate
       ELSE
           MOVE OiDate TO WorkDate
       END-IF.
       COMPUTE DocDayCount = WkYear * 360 + WkMonth * 30 + WkDay.
       COMPUTE AgeDays = TodayDayCount - DocDayCount.
       EVALUATE TRUE
           WHEN AgeDays < 1  MOVE 1 TO BucketNo
           WHEN AgeDays < 31 MOVE 2 TO BucketNo
           WHEN AgeDays < 61 MOVE 3 TO BucketNo
           WHEN OTHER        MOVE 4 TO BucketNo
       END-EVALUATE.
       PERFORM FindAgingEntry.
       IF EntryUsable = 'Y'
           ADD ItemOpen TO AgBucket(WorkIdx, BucketNo)
       END-IF.

*> Finds (or starts) the table row for OiCustId, leaving its
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       MOVE SPACES TO LetterFields.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
           MOVE MAddrLine1 TO LfAddr1
           MOVE MAddrLine2 TO LfAddr2
           MOVE MPostalCode TO LfPostCode
       ELSE
           MOVE "(customer not on file)" TO FullName
       END-IF.
       MOVE FullName TO LfName.
       MOVE AgCustId(WorkIdx) TO LfAccount.
       MOVE OverdueAmt TO ShowAmount.
       MOVE ShowAmount TO LfAmount.
       EVALUATE Severity
           WHEN 1
               MOVE "FIRST REMINDER " TO SeverityName
               MOVE "DUNNING1" TO LetterCode
           WHEN 2
               MOVE "SECOND REMINDER" TO SeverityName
               MOVE "DUNNING2" TO LetterCode
           WHEN OTHER
               MOVE "FINAL NOTICE   " TO SeverityName
               MOVE "DUNNING3" TO LetterCode
       END-EVALUATE.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine AFTER ADVANCING PAGE.
       CALL 'LETMRG' USING "OPEN", LetterCode, TodayDate, LetterFields,
           MergeLine, MergeVersion, MergeResult.
       IF MergeResult = 'N'
           DISPLAY "WARNING: no " LetterCode " letter in effect - "
               FullName " listed but not written"
           MOVE SPACES TO LetterLine
           STRING "(no " LetterCode " letter in effect for "
               FullName DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
       END-IF.
       PERFORM WriteOneMergedLine UNTIL MergeResult = 'N'.
       PERFORM WriteControlLine.

*> The first call after OPEN hands back line 1.
WriteOneMergedLine.
       CALL 'LETMRG' USING "NEXT", LetterCode, TodayDate, LetterFields,
           MergeLine, MergeVersion, MergeResult.
       IF MergeResult = 'Y'
           MOVE MergeLine TO LetterLine
           WRITE LetterLine
       END-IF.

WriteControlLine.
       MOVE AgCustId(WorkIdx) TO PrnCtlCustId.
       MOVE FullName TO PrnCtlName.
       MOVE SeverityName TO PrnCtlSeverity.
       MOVE OverdueAmt TO PrnCtlOverdue.
       MOVE MergeVersion TO PrnCtlVersion.
       WRITE ControlLine FROM ControlDetailLine.
