AUTHOR. Lawrence.
*> Monthly finance-charge run: reads the open-items file OITEM
*> maintains - the same picture the aging reads - works out each
*> customer's outstanding more than the grace period held on
*> finchgctl.dat past its terms due date, and raises the charge
*> at the control rate as a numbered document on the invoice
*> master, through OITEM, and as the usual header/total lines on
*> invoice.dat for history. The control record also remembers
*> the last month charged, so running the job twice in a month
*> charges nobody twice.
*> Customers who pay at 90+ days finally cost themselves money
*> instead of us. The part of an invoice held in an open dispute
*> on dispute.dat draws no charge until the dispute is resolved.

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

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
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
01 CtlGraceDays PIC 9(3) VALUE 0.
01 CtlLastRunMonth PIC 9(6) VALUE 0.
01 CtlOnFile PIC X VALUE 'N'.
*> Whether the night batch is running the job, through JOBPARM.
01 BatchRun PIC X.
01 ParmText PIC X(20).
01 ParmNumber PIC 9(8).
01 ParmFound PIC X.
*> Bucket 1 is within the grace period, bucket 2 past it;
*> unapplied cash (negative outstanding) nets off the overdue
*> bucket first, as a remittance clerk would apply it.
       COMPUTE TodayYYYYMM = TodayYear * 100 + TodayMonth.
       PERFORM ReadChargeControl.
       IF CtlOnFile = 'N'
      *> Nobody is at the console to key the rate during the night
      *> batch: the step fails so the first run is done by hand.
           CALL 'JOBPARM' USING "BAT", ParmText, ParmNumber, BatchRun
           IF BatchRun = 'Y'
               DISPLAY "No finance-charge control on file - run finchg"
                   " once by hand to key the rate"
               MOVE 8 TO RETURN-CODE
               CALL 'SESSLOG' USING "END  ", "finchg  ", SPACES
               GOBACK
           END-IF
           PERFORM KeyChargeControl
       END-IF.
       IF CtlRate = ZERO
       DISPLAY "Monthly rate (e.g. 0.0150 for 1.5%): "
           WITH NO ADVANCING.
       ACCEPT CtlRate.
       DISPLAY "Grace period in days past due: " WITH NO ADVANCING.
       ACCEPT CtlGraceDays.
       MOVE 0 TO CtlLastRunMonth.

       CLOSE FinChgCtlFile.

TallyOpenItems.
       CALL 'DISPCHK' USING "LOAD", OiDocNum, OiCustId, ItemOpen,
           DisputeHeld.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           DISPLAY "No open-items file found - run oibuild first;"
       END-IF.
       MOVE 'N' TO WSEOF.

*> Each outstanding amount ages from its due date against the
*> operator-set grace period - rows from before terms came in from
*> the document date - less any part an open dispute holds back,
*> which draws no charge; unapplied cash collects to net off the
*> overdue first.
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
       IF AgeDays > CtlGraceDays
       END-IF.
       PERFORM FindAgingEntry.
       IF EntryUsable = 'Y'
           ADD ItemOpen TO AgBucket(WorkIdx, BucketNo)
       END-IF.

*> Finds (or starts) the table row for OiCustId, leaving its
