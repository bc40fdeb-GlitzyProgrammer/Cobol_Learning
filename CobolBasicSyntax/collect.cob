*> touching the notes already recorded; recording a contact keeps
*> the date, the outcome and any promised payment date; and the
*> daily call list surfaces broken promises first, so next week's
*> caller sees what was agreed last week. The part of an invoice
*> held in an open dispute on dispute.dat does not count as
*> overdue, so a customer waiting on us is not on the call list.

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

FD CollectQFile.
*> Fixed columns: customer, item created, last contact (zero until
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
*> The aging rollup: bucket 1 current, bucket 2 past its due date,
*> unapplied cash collected to net off the overdue first.
01 AgingTable.
       02 AgingEntry OCCURS 0 TO 200 TIMES
       WRITE PrintLine.

TallyOpenItems.
       CALL 'DISPCHK' USING "LOAD", OiDocNum, OiCustId, ItemOpen,
           DisputeHeld.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           DISPLAY "No open-items file found - run oibuild first;"
       END-IF.
       MOVE 'N' TO WSEOF.

*> Positive outstanding not yet past its due date is current,
*> anything later is overdue (rows with no due date age from the
*> document date), less any part an open dispute holds back, so a
*> customer disputing an invoice is not queued for it; unapplied
*> cash (negative outstanding) collects as money to net the
*> overdue off first.
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
       END-READ.

BucketOneItem.
       IF OiDueDate IS NUMERIC AND OiDueDate > ZERO
           MOVE OiDueDate TO WorkDate
       ELSE
           MOVE OiDate TO WorkDate
       END-IF.
       COMPUTE DocDayCount = WkYear * 360 + WkMonth * 30 + WkDay.
       COMPUTE AgeDays = TodayDayCount - DocDayCount.
       IF AgeDays < 1
           MOVE 1 TO BucketNo
       ELSE
           MOVE 2 TO BucketNo
       END-IF.
       PERFORM FindAgingEntry.
       IF EntryUsable = 'Y'
           ADD ItemOpen TO AgBucket(WorkIdx, BucketNo)
       END-IF.

FindAgingEntry.
