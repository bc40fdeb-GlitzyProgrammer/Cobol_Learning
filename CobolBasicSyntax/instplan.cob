       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. instplan.
AUTHOR. Lawrence.
*> Instalment plans for large invoices: a bigger account that has
*> agreed to pay an order over a few months used to sit in the
*> 90+ column, collecting dunning letters and finance charges while
*> paying exactly as agreed. A plan is set up against an invoice
*> on invmast.dat: what is still outstanding on it is split into
*> monthly instalments, each carved out of the invoice's open item
*> by OITEM as a row of its own with its own due date. The aging,
*> dunning and finance-charge runs already age every open item
*> from its due date, so only an instalment the customer has
*> missed is ever overdue. The plan itself is kept on instplan.dat
*> for the inquiry screen and the missed-instalment report, which
*> read each instalment's standing back off the open-items file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PlanFile ASSIGN TO "instplan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PlanInvNum
           FILE STATUS IS PlanFileStatus.

       SELECT InvoiceMaster ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InvKey
           FILE STATUS IS InvMastStatus.

       SELECT CustomerMaster ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDNum
           ALTERNATE RECORD KEY IS MLastName WITH DUPLICATES
           FILE STATUS IS MasterFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenItemStatus.

       SELECT PlanReport ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PlanFile.
*> One plan per invoice: who agreed it and when, the amount it
*> spreads, and up to twelve dated instalments.
01 PlanRec.
       02 PlanInvNum PIC 9(6).
       02 PlanCustId PIC 9(5).
       02 PlanSetUp PIC 9(8).
       02 PlanOper PIC X(8).
       02 PlanTotal PIC 9(7)V99.
       02 PlanCount PIC 99.
       02 PlanInst OCCURS 12 TIMES.
           03 PlanInstDue PIC 9(8).
           03 PlanInstAmt PIC 9(5)V99.

FD InvoiceMaster.
*> Kept in step with the InvMastRec layout coboltuttable writes -
*> line 00 is the header, lines 01+ the items.
01 InvMastRec.
       02 InvKey.
           03 InvoiceNum PIC 9(6).
           03 InvLineNum PIC 99.
       02 InvBody PIC X(40).
       02 InvHeaderBody REDEFINES InvBody.
           03 InvCustId PIC 9(5).
           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 FILLER PIC X(20).

FD CustomerMaster.
01 MasterData.
       02 MIDNum PIC 9(5).
       02 MCustName.
           03 MFirstName PIC X(15).
           03 MLastName PIC X(15).
       02 MCustStatus PIC X(1).
      *> Kept in step with coboltutf3's CustomerData layout so this
      *> shares the same indexed file without misaligning records.
       02 MInactiveDate.
           03 MInactYear  PIC 9(4).
           03 MInactMonth PIC 99.
           03 MInactDay   PIC 99.
       02 MCustContact.
           03 MAddrLine1  PIC X(20).
           03 MAddrLine2  PIC X(20).
           03 MCityCode   PIC 99.
           03 MPostalCode PIC X(8).
           03 MPhoneNum   PIC X(12).
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

FD OpenItemFile.
*> Kept in step with the OpenItemRec layout OITEM writes.
01 OpenItemRec.
       02 OiDocNum PIC 9(6).
       02 FILLER PIC X.
       02 OiCustId PIC 9(5).
       02 FILLER PIC X.
       02 OiDate PIC 9(8).
       02 FILLER PIC X.
       02 OiType PIC X.
       02 FILLER PIC X.
       02 OiAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiOutstanding PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 OiDueDate PIC 9(8).

FD PlanReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 PlanFileStatus PIC XX.
01 InvMastStatus PIC XX.
01 MasterFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 WSEOF PIC X.
01 BrowseEOF PIC X.
01 OperatorName PIC X(20).
01 FullName PIC X(31).
01 CustFound PIC X.
01 PlanExists PIC X.
01 InvFound PIC X.
01 ConfirmAnswer PIC X.
01 TodayDate PIC 9(8).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 EntryInvNum PIC 9(6).
01 EntryCount PIC 99.
01 InvOutstanding PIC S9(7)V99.
01 EachAmount PIC 9(5)V99.
01 InstIdx PIC 99.
*> The first due date, stepped on a month at a time; a day after
*> the 28th is taken as the 28th so every month has it.
01 FirstDue.
       02 FirstDueYear PIC 9(4).
       02 FirstDueMonth PIC 99.
       02 FirstDueDay PIC 99.
01 StepDue.
       02 StepDueYear PIC 9(4).
       02 StepDueMonth PIC 99.
       02 StepDueDay PIC 99.
*> Arguments for the OITEM open-items call.
01 OitDoc PIC 9(6).
01 OitCust PIC 9(5).
01 OitDate PIC 9(8).
01 OitType PIC X.
01 OitAmount PIC S9(7)V99.
*> Every instalment row on the open-items file, so a plan's
*> instalments can be matched to what is still outstanding on them.
01 InstRowTable.
       02 InstRow OCCURS 0 TO 500 TIMES
               DEPENDING ON InstRowCount.
           03 TblIrDoc PIC 9(6).
           03 TblIrCust PIC 9(5).
           03 TblIrDue PIC 9(8).
           03 TblIrOut PIC S9(7)V99.
01 InstRowCount PIC 9(3) VALUE 0.
01 IrIdx PIC 9(3).
01 InstOut PIC S9(7)V99.
01 InstState PIC X(6).
01 PlanMissed PIC 99.
01 PlanOutTotal PIC S9(7)V99.
01 MissedPlans PIC 9(5).
01 MissedTotal PIC S9(9)V99.
01 ReportFileName PIC X(30).
01 CatReportName PIC X(12).
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 LineCount PIC 9(5) VALUE 0.
01 PrnAmount PIC ZZ,ZZ9.99-.
01 PrnBigAmount PIC Z,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "instplan", OperatorName.
       CALL 'SESSLOG' USING "START", "instplan", OperatorName.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       OPEN I-O PlanFile.
       IF PlanFileStatus = "35"
           OPEN OUTPUT PlanFile
           CLOSE PlanFile
           OPEN I-O PlanFile
       END-IF.
       OPEN INPUT CustomerMaster.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "INSTALMENT PLANS"
           DISPLAY "1: Set Up a Plan"
           DISPLAY "2: Plan Inquiry"
           DISPLAY "3: Missed Instalments Report"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM SetUpPlan THRU SetUpPlan-Exit
               WHEN 2 PERFORM PlanInquiry THRU PlanInquiry-Exit
               WHEN 3 PERFORM MissedReport
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE PlanFile, CustomerMaster.
       CALL 'SESSLOG' USING "END  ", "instplan", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

*> Agreeing to be paid late is a credit decision, so a supervisor
*> sets the plan up. Only what is still outstanding on the invoice
*> is spread; the last instalment takes the odd cents.
SetUpPlan.
       CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId.
       IF AuthAllowed NOT = 'Y'
           DISPLAY "Plans are set up by a supervisor"
           GO TO SetUpPlan-Exit
       END-IF.
       DISPLAY " "
       DISPLAY "Invoice number: " WITH NO ADVANCING.
       ACCEPT EntryInvNum.
       MOVE EntryInvNum TO PlanInvNum.
       MOVE 'Y' TO PlanExists.
       READ PlanFile
           INVALID KEY MOVE 'N' TO PlanExists
       END-READ.
       IF PlanExists = 'Y'
           DISPLAY "Invoice " EntryInvNum " already has a plan"
           GO TO SetUpPlan-Exit
       END-IF.
       PERFORM ReadInvoiceHeader.
       IF InvFound = 'N'
           DISPLAY "Invoice not on file"
           GO TO SetUpPlan-Exit
       END-IF.
       PERFORM FindPlanCustomer.
       DISPLAY "Customer: " InvCustId " " FullName.
       PERFORM SumInvoiceOutstanding.
       IF InvOutstanding <= ZERO
           DISPLAY "Nothing outstanding on invoice " EntryInvNum
           GO TO SetUpPlan-Exit
       END-IF.
       DISPLAY "Invoice dated " InvHdrDate " total $" InvTotal
           " outstanding $" InvOutstanding.
       DISPLAY "Number of instalments (2-12): " WITH NO ADVANCING.
       ACCEPT EntryCount.
       IF EntryCount < 2 OR EntryCount > 12
           DISPLAY "A plan has 2 to 12 instalments - not set up"
           GO TO SetUpPlan-Exit
       END-IF.
       DISPLAY "First instalment due (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT FirstDue.
       IF FirstDue < TodayDate OR FirstDueMonth < 1
               OR FirstDueMonth > 12 OR FirstDueDay < 1
           DISPLAY "First due date must be a date from today on"
               " - not set up"
           GO TO SetUpPlan-Exit
       END-IF.
       IF FirstDueDay > 28
           MOVE 28 TO FirstDueDay
       END-IF.
       PERFORM BuildSchedule.
       PERFORM ShowSchedule
           VARYING InstIdx FROM 1 BY 1 UNTIL InstIdx > PlanCount.
       DISPLAY "Set up this plan? (Y/N) " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
           DISPLAY "Plan not set up"
           GO TO SetUpPlan-Exit
       END-IF.
       WRITE PlanRec
           INVALID KEY
               DISPLAY "Plan not recorded"
               GO TO SetUpPlan-Exit
       END-WRITE.
       PERFORM ScheduleOneInstalment
           VARYING InstIdx FROM 1 BY 1 UNTIL InstIdx > PlanCount.
       DISPLAY "Plan set up - " PlanCount " instalments on invoice "
           EntryInvNum.
SetUpPlan-Exit.
       EXIT.

BuildSchedule.
       MOVE EntryInvNum TO PlanInvNum.
       MOVE InvCustId TO PlanCustId.
       MOVE TodayDate TO PlanSetUp.
       MOVE AuthOperId TO PlanOper.
       MOVE InvOutstanding TO PlanTotal.
       MOVE EntryCount TO PlanCount.
       COMPUTE EachAmount = InvOutstanding / EntryCount.
       MOVE FirstDue TO StepDue.
       PERFORM BuildOneInstalment
           VARYING InstIdx FROM 1 BY 1 UNTIL InstIdx > 12.
       COMPUTE PlanInstAmt(PlanCount) = InvOutstanding
           - EachAmount * (PlanCount - 1).

BuildOneInstalment.
       IF InstIdx > PlanCount
           MOVE ZEROS TO PlanInstDue(InstIdx)
           MOVE ZEROS TO PlanInstAmt(InstIdx)
       ELSE
           MOVE StepDue TO PlanInstDue(InstIdx)
           MOVE EachAmount TO PlanInstAmt(InstIdx)
           ADD 1 TO StepDueMonth
           IF StepDueMonth > 12
               MOVE 1 TO StepDueMonth
               ADD 1 TO StepDueYear
           END-IF
       END-IF.

ShowSchedule.
       DISPLAY "  " InstIdx "  due " PlanInstDue(InstIdx)
           "  $" PlanInstAmt(InstIdx).

ScheduleOneInstalment.
       MOVE PlanInvNum TO OitDoc.
       MOVE PlanCustId TO OitCust.
       MOVE PlanInstDue(InstIdx) TO OitDate.
       MOVE 'N' TO OitType.
       MOVE PlanInstAmt(InstIdx) TO OitAmount.
       CALL 'OITEM' USING "INS", OitDoc, OitCust, OitDate,
           OitType, OitAmount.

*> Each instalment with what is still owed on it: PAID once nothing
*> is outstanding, MISSED once its due date has passed unpaid.
PlanInquiry.
       DISPLAY " "
       DISPLAY "Invoice number: " WITH NO ADVANCING.
       ACCEPT PlanInvNum.
       MOVE 'Y' TO PlanExists.
       READ PlanFile
           INVALID KEY MOVE 'N' TO PlanExists
       END-READ.
       IF PlanExists = 'N'
           DISPLAY "No plan on invoice " PlanInvNum
           GO TO PlanInquiry-Exit
       END-IF.
       PERFORM LoadInstalmentRows.
       MOVE PlanCustId TO InvCustId.
       PERFORM FindPlanCustomer.
       DISPLAY "Invoice  : " PlanInvNum "  customer " PlanCustId
           " " FullName.
       DISPLAY "Agreed   : " PlanSetUp " by " PlanOper
           "  spreading $" PlanTotal.
       MOVE 0 TO PlanMissed.
       MOVE 0 TO PlanOutTotal.
       PERFORM ShowOneInstalment
           VARYING InstIdx FROM 1 BY 1 UNTIL InstIdx > PlanCount.
       DISPLAY "Still owed $" PlanOutTotal "  missed instalments "
           PlanMissed.
PlanInquiry-Exit.
       EXIT.

ShowOneInstalment.
       PERFORM JudgeInstalment.
       DISPLAY "  " InstIdx "  due " PlanInstDue(InstIdx)
           "  $" PlanInstAmt(InstIdx) "  owed $" InstOut
           "  " InstState.

JudgeInstalment.
       MOVE 0 TO InstOut.
       PERFORM MatchOneInstRow
           VARYING IrIdx FROM 1 BY 1 UNTIL IrIdx > InstRowCount.
       ADD InstOut TO PlanOutTotal.
       IF InstOut <= ZERO
           MOVE "PAID" TO InstState
       ELSE
           IF PlanInstDue(InstIdx) < TodayDate
               MOVE "MISSED" TO InstState
               ADD 1 TO PlanMissed
           ELSE
               MOVE "DUE" TO InstState
           END-IF
       END-IF.

MatchOneInstRow.
       IF TblIrDoc(IrIdx) = PlanInvNum AND TblIrCust(IrIdx) = PlanCustId
               AND TblIrDue(IrIdx) = PlanInstDue(InstIdx)
           ADD TblIrOut(IrIdx) TO InstOut
       END-IF.

*> Every plan with at least one instalment past due and unpaid,
*> with the instalments missed and what they still owe.
MissedReport.
       PERFORM LoadInstalmentRows.
       MOVE 0 TO MissedPlans.
       MOVE 0 TO MissedTotal.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "MissedInst" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE 0 TO LineCount.
       OPEN OUTPUT PlanReport.
       MOVE SPACES TO PrintLine.
       STRING "INSTALMENT PLANS WITH MISSED INSTALMENTS AS AT "
           TodayDate DELIMITED BY SIZE INTO PrintLine
       END-STRING.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       MOVE "INVOICE CUST  NAME" TO PrintLine(1:18).
       MOVE "DUE" TO PrintLine(46:3).
       MOVE "      OWED" TO PrintLine(56:10).
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO PlanInvNum.
       START PlanFile KEY IS NOT LESS THAN PlanInvNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM ReportOnePlan UNTIL BrowseEOF = 'Y'.
       MOVE MissedTotal TO PrnBigAmount.
       MOVE SPACES TO PrintLine.
       STRING "PLANS IN ARREARS: " MissedPlans DELIMITED BY SIZE
           "  MISSED INSTALMENTS OWE $" PrnBigAmount DELIMITED BY SIZE
           INTO PrintLine
       END-STRING.
       WRITE PrintLine AFTER ADVANCING 2 LINES.
       CLOSE PlanReport.
       MOVE "MissedInst" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.
       DISPLAY "Missed instalments written to " ReportFileName ": "
           MissedPlans " plans in arrears".

ReportOnePlan.
       READ PlanFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
           NOT AT END
               MOVE 0 TO PlanMissed
               MOVE 0 TO PlanOutTotal
               PERFORM CountMissedInstalment
                   VARYING InstIdx FROM 1 BY 1 UNTIL InstIdx > PlanCount
               IF PlanMissed > ZERO
                   ADD 1 TO MissedPlans
                   MOVE PlanCustId TO InvCustId
                   PERFORM FindPlanCustomer
                   PERFORM PrintMissedInstalment
                       VARYING InstIdx FROM 1 BY 1
                       UNTIL InstIdx > PlanCount
               END-IF
       END-READ.

CountMissedInstalment.
       PERFORM JudgeInstalment.

PrintMissedInstalment.
       MOVE 0 TO PlanOutTotal.
       MOVE 0 TO PlanMissed.
       PERFORM JudgeInstalment.
       IF InstState = "MISSED"
           ADD InstOut TO MissedTotal
           MOVE InstOut TO PrnAmount
           MOVE SPACES TO PrintLine
           STRING PlanInvNum DELIMITED BY SIZE
               "  " PlanCustId DELIMITED BY SIZE
               " " FullName DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           MOVE PlanInstDue(InstIdx) TO PrintLine(46:8)
           MOVE PrnAmount TO PrintLine(56:10)
           WRITE PrintLine
           ADD 1 TO LineCount
       END-IF.

ReadInvoiceHeader.
       MOVE 'Y' TO InvFound.
       OPEN INPUT InvoiceMaster.
       IF InvMastStatus = "35"
           MOVE 'N' TO InvFound
       ELSE
           MOVE EntryInvNum TO InvoiceNum
           MOVE 0 TO InvLineNum
           READ InvoiceMaster
               INVALID KEY MOVE 'N' TO InvFound
           END-READ
           CLOSE InvoiceMaster
       END-IF.
       IF InvFound = 'Y' AND InvTotal NOT > ZERO
           MOVE 'N' TO InvFound
       END-IF.

*> What is still open on the invoice's own rows - an invoice
*> already part paid has only the remainder spread.
SumInvoiceOutstanding.
       MOVE 0 TO InvOutstanding.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM SumOneInvoiceRow UNTIL WSEOF = 'Y'.
       IF OpenItemStatus NOT = "35"
           CLOSE OpenItemFile
       END-IF.

SumOneInvoiceRow.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF OiDocNum = EntryInvNum AND OiCustId = InvCustId
                       AND OiType NOT = 'N'
                       AND OiOutstanding > ZERO
                   ADD OiOutstanding TO InvOutstanding
               END-IF
       END-READ.

LoadInstalmentRows.
       MOVE 0 TO InstRowCount.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneInstalmentRow UNTIL WSEOF = 'Y'.
       IF OpenItemStatus NOT = "35"
           CLOSE OpenItemFile
       END-IF.

LoadOneInstalmentRow.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF OiType = 'N' AND InstRowCount < 500
                   ADD 1 TO InstRowCount
                   MOVE OiDocNum TO TblIrDoc(InstRowCount)
                   MOVE OiCustId TO TblIrCust(InstRowCount)
                   MOVE OiDueDate TO TblIrDue(InstRowCount)
                   MOVE OiOutstanding TO TblIrOut(InstRowCount)
               END-IF
       END-READ.

FindPlanCustomer.
       MOVE 'Y' TO CustFound.
       MOVE InvCustId TO MIDNum.
       READ CustomerMaster
           INVALID KEY MOVE 'N' TO CustFound
       END-READ.
       IF CustFound = 'Y'
           CALL 'FMTNAME' USING MFirstName, MLastName, FullName
       ELSE
           MOVE "(not on file)" TO FullName
       END-IF.
