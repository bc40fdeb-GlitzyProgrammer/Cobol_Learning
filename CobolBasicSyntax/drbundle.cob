*> customer.txt through the day's CustomerYYMMDD.bak snapshot
*> (bundled by its dated name) plus custaudit.log for the roll
*> forward; order.dat and student.txt through the JRNL logs in
*> the table; and giftcard.dat, the salesidx.dat sales history and
*> the indexed registers - mandates, exemption certificates,
*> instalment plans, disputes, budgets, manual journals, supplier
*> bank details, loyalty balances, barcodes, sales targets,
*> applicants, registration holds, grade changes, rooms,
*> donations and complaint cases - each dumped record-by-record
*> to a flat copy here the way backupcust flattens the customer
*> master.
*> What it does not cover: the remaining indexed files - the
*> invoice master and its archive, supplier/salesperson/
*> instructor/alumni masters and the enrollment files - which
*> still rely on their own media; and glaccts.dat, which glmaint
*> reseeds while the bundled gljournal.dat carries every posting.
*> The night batch runs the weekly bundle on its scheduled weekday;
*> run that way (JOBPARM says so) there is no operator to sign on
*> or choose from the menu, so the bundle is simply produced.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           RECORD KEY IS GcNum
           FILE STATUS IS GiftCardStatus.

      *> Flattened the same way - the history the reports and the
      *> margin figures are built from cannot be reseeded either.
       SELECT SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT MandateFile ASSIGN TO "mandate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MandIDNum
           FILE STATUS IS DumpStatus.

       SELECT ExemptFile ASSIGN TO "taxexempt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ExIDNum
           FILE STATUS IS DumpStatus.

       SELECT PlanFile ASSIGN TO "instplan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PlanInvNum
           FILE STATUS IS DumpStatus.

       SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DispInvNum
           FILE STATUS IS DumpStatus.

       SELECT BudgetFile ASSIGN TO "budget.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BudKey
           FILE STATUS IS DumpStatus.

       SELECT ManJrnlFile ASSIGN TO "mjournal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MjNum
           FILE STATUS IS DumpStatus.

       SELECT SuppBankFile ASSIGN TO "suppbank.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SbSuppId
           FILE STATUS IS DumpStatus.

       SELECT LoyaltyFile ASSIGN TO "loyalty.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LyCustId
           FILE STATUS IS DumpStatus.

       SELECT BarcodeFile ASSIGN TO "barcode.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BcCode
           FILE STATUS IS DumpStatus.

       SELECT TargetFile ASSIGN TO "salestgt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TgtKey
           FILE STATUS IS DumpStatus.

       SELECT ApplicantFile ASSIGN TO "applicant.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AppId
           ALTERNATE RECORD KEY IS AppSurname WITH DUPLICATES
           FILE STATUS IS DumpStatus.

       SELECT HoldFile ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HoldKey
           FILE STATUS IS DumpStatus.

       SELECT GradeChgFile ASSIGN TO "gradechg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GradeChgNum
           FILE STATUS IS DumpStatus.

       SELECT RoomFile ASSIGN TO "rooms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RoomId
           FILE STATUS IS DumpStatus.

       SELECT DonationFile ASSIGN TO "donations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DonKey
           FILE STATUS IS DumpStatus.

       SELECT CaseFile ASSIGN TO "complaint.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CmpCaseNum
           ALTERNATE RECORD KEY IS CmpCustId WITH DUPLICATES
           FILE STATUS IS DumpStatus.

       SELECT VerifyReport ASSIGN TO "DRVerify.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       02 GcIssued PIC 9(8).
       02 GcStatus PIC X.

FD SalesHistFile.
*> Kept in step with the SalesHistRec layout coboltuttable writes;
*> only the keys are needed to read it down, the rest goes across
*> whole.
01 SalesHistRec.
       02 SalesKey PIC X(18).
       02 SalesCustKey PIC X(13).
       02 RestOfSales PIC X(31).

FD MandateFile.
*> Kept in step with the MandateRec layout mandmnt.cob keeps.
01 MandateRec.
       02 MandIDNum PIC 9(5).
       02 MandateRest PIC X(81).

FD ExemptFile.
*> Kept in step with the ExemptRec layout taxexmnt.cob keeps.
01 ExemptRec.
       02 ExIDNum PIC 9(5).
       02 ExemptRest PIC X(56).

FD PlanFile.
*> Kept in step with the PlanRec layout instplan.cob keeps.
01 PlanRec.
       02 PlanInvNum PIC 9(6).
       02 PlanRest PIC X(212).

FD DisputeFile.
*> Kept in step with the DisputeRec layout disputes.cob keeps.
01 DisputeRec.
       02 DispInvNum PIC 9(6).
       02 DisputeRest PIC X(90).

FD BudgetFile.
*> Kept in step with the BudgetRec layout budgetmnt.cob keeps.
01 BudgetRec.
       02 BudKey PIC X(10).
       02 BudgetRest PIC X(25).

FD ManJrnlFile.
*> Kept in step with the ManJrnlRec layout manjrnl.cob keeps.
01 ManJrnlRec.
       02 MjNum PIC 9(6).
       02 ManJrnlRest PIC X(236).

FD SuppBankFile.
*> Kept in step with the SuppBankRec layout suppmaint.cob keeps.
01 SuppBankRec.
       02 SbSuppId PIC X(5).
       02 SuppBankRest PIC X(45).

FD LoyaltyFile.
*> Kept in step with the LoyaltyRec layout LOYPTS.cob keeps.
01 LoyaltyRec.
       02 LyCustId PIC 9(5).
       02 LoyaltyRest PIC X(29).

FD BarcodeFile.
*> Kept in step with the BarcodeRec layout barcodes.cob keeps.
01 BarcodeRec.
       02 BcCode PIC X(13).
       02 BarcodeRest PIC X(6).

FD TargetFile.
*> Kept in step with the TargetRec layout salestgt.cob keeps.
01 TargetRec.
       02 TgtKey PIC X(9).
       02 TargetRest PIC X(13).

FD ApplicantFile.
*> Kept in step with the ApplicantRec layout admissions.cob keeps.
01 ApplicantRec.
       02 AppId PIC 9(6).
       02 AppForname PIC X(9).
       02 AppSurname PIC X(12).
       02 ApplicantRest PIC X(50).

FD HoldFile.
*> Kept in step with the HoldRec layout holdmnt.cob keeps.
01 HoldRec.
       02 HoldKey PIC X(10).
       02 HoldRest PIC X(111).

FD GradeChgFile.
*> Kept in step with the GradeChgRec layout gradechg.cob keeps.
01 GradeChgRec.
       02 GradeChgNum PIC 9(6).
       02 GradeChgRest PIC X(100).

FD RoomFile.
*> Kept in step with the RoomRec layout roommnt.cob keeps.
01 RoomRec.
       02 RoomId PIC X(5).
       02 RoomRest PIC X(24).

FD DonationFile.
*> Kept in step with the DonationRec layout donation.cob keeps.
01 DonationRec.
       02 DonKey PIC X(13).
       02 DonationRest PIC X(53).

FD CaseFile.
*> Kept in step with the CaseRec layout complaint.cob keeps.
01 CaseRec.
       02 CmpCaseNum PIC 9(6).
       02 CmpCustId PIC 9(5).
       02 CaseRest PIC X(102).

FD ManifestFile.
01 ManifestRec.
      *> Wide enough for the dated snapshot name.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 OperatorName PIC X(20).
01 BatchRun PIC X.
01 ParmText PIC X(20).
01 ParmNumber PIC 9(8).
01 BundleDate PIC 9(8).
01 RecCount PIC 9(7).
01 KeySum PIC 9(12).
*> machine-readable source of every customer balance, and the
*> oibuild rebuild from the invoice text is lossy (document
*> numbers land as zero and gift-card tenders are not reapplied).
*> No indexed file may go in this list: read as text it gives a
*> copy that can never be restored. Those are dumped down their
*> keys below, or left to their own media; glmaint reseeds the
*> standard chart of the indexed glaccts.dat and the bundled
*> gljournal.dat carries every posting.
01 FileNameTable.
       02 FILLER PIC X(16) VALUE "invoice.dat".
       02 FILLER PIC X(16) VALUE "payments.dat".
       02 FILLER PIC X(16) VALUE "ratehold.dat".
       02 FILLER PIC X(16) VALUE "cashup.dat".
       02 FILLER PIC X(16) VALUE "cashupctl.dat".
       02 FILLER PIC X(16) VALUE "terms.dat".
       02 FILLER PIC X(16) VALUE "bankrec.dat".
       02 FILLER PIC X(16) VALUE "ddhist.dat".
       02 FILLER PIC X(16) VALUE "fxrealized.dat".
       02 FILLER PIC X(16) VALUE "budtol.dat".
       02 FILLER PIC X(16) VALUE "yearend.dat".
       02 FILLER PIC X(16) VALUE "glopen.dat".
       02 FILLER PIC X(16) VALUE "mjctl.dat".
       02 FILLER PIC X(16) VALUE "artol.dat".
       02 FILLER PIC X(16) VALUE "payprop.dat".
       02 FILLER PIC X(16) VALUE "payrunctl.dat".
       02 FILLER PIC X(16) VALUE "debitnote.dat".
       02 FILLER PIC X(16) VALUE "dnctl.dat".
       02 FILLER PIC X(16) VALUE "costtol.dat".
       02 FILLER PIC X(16) VALUE "costhold.dat".
       02 FILLER PIC X(16) VALUE "costpend.dat".
       02 FILLER PIC X(16) VALUE "supinvln.dat".
       02 FILLER PIC X(16) VALUE "sihold.dat".
       02 FILLER PIC X(16) VALUE "matchtol.dat".
       02 FILLER PIC X(16) VALUE "ediord.dat".
       02 FILLER PIC X(16) VALUE "ediack.dat".
       02 FILLER PIC X(16) VALUE "alloc.dat".
       02 FILLER PIC X(16) VALUE "freight.dat".
       02 FILLER PIC X(16) VALUE "prodweight.dat".
       02 FILLER PIC X(16) VALUE "vanrun.dat".
       02 FILLER PIC X(16) VALUE "pod.dat".
       02 FILLER PIC X(16) VALUE "loyledger.dat".
       02 FILLER PIC X(16) VALUE "loyctl.dat".
       02 FILLER PIC X(16) VALUE "prodwarr.dat".
       02 FILLER PIC X(16) VALUE "warclaim.dat".
       02 FILLER PIC X(16) VALUE "claimctl.dat".
       02 FILLER PIC X(16) VALUE "catmast.dat".
       02 FILLER PIC X(16) VALUE "prodcat.dat".
       02 FILLER PIC X(16) VALUE "lots.dat".
       02 FILLER PIC X(16) VALUE "ordamend.log".
       02 FILLER PIC X(16) VALUE "privreq.log".
       02 FILLER PIC X(16) VALUE "campaign.log".
       02 FILLER PIC X(16) VALUE "appctl.dat".
       02 FILLER PIC X(16) VALUE "holdctl.dat".
       02 FILLER PIC X(16) VALUE "gchgctl.dat".
       02 FILLER PIC X(16) VALUE "gradeaudit.log".
       02 FILLER PIC X(16) VALUE "examsched.dat".
       02 FILLER PIC X(16) VALUE "ltrctl.dat".
       02 FILLER PIC X(16) VALUE "letters.dat".
       02 FILLER PIC X(16) VALUE "donctl.dat".
       02 FILLER PIC X(16) VALUE "adjsess.dat".
       02 FILLER PIC X(16) VALUE "adjpay.dat".
       02 FILLER PIC X(16) VALUE "pollstn.dat".
       02 FILLER PIC X(16) VALUE "pollctl.dat".
       02 FILLER PIC X(16) VALUE "holidays.dat".
       02 FILLER PIC X(16) VALUE "jobsched.dat".
       02 FILLER PIC X(16) VALUE "custaudit.log".
       02 FILLER PIC X(16) VALUE "ordjrnl.log".
       02 FILLER PIC X(16) VALUE "studjrnl.log".
       02 FILLER PIC X(16) VALUE "lettmpl.dat".
       02 FILLER PIC X(16) VALUE "cmphist.dat".
       02 FILLER PIC X(16) VALUE "cmpctl.dat".
       02 FILLER PIC X(16) VALUE "capfiles.dat".
       02 FILLER PIC X(16) VALUE "caphist.dat".
01 FileNameEntries REDEFINES FileNameTable.
       02 TblFileName PIC X(16) OCCURS 109 TIMES.
01 FileIdx PIC 9(3).
*> Wide enough for the dated snapshot name.
01 ThisFileName PIC X(18).
01 TrimLen PIC 99.
       02 SnapMonth PIC 99.
       02 SnapDay   PIC 99.
01 GiftCardStatus PIC XX.
01 SalesHistStatus PIC XX.
01 DumpStatus PIC XX.

PROCEDURE DIVISION.
StartPara.
       CALL 'JOBPARM' USING "BAT", ParmText, ParmNumber, BatchRun.
       IF BatchRun = 'Y'
           CALL 'SESSLOG' USING "START", "drbundle", SPACES
           PERFORM ProduceBundle
           CALL 'SESSLOG' USING "END  ", "drbundle", SPACES
           GOBACK
       END-IF.
       CALL 'SESSBNR' USING "drbundle", OperatorName.
       CALL 'SESSLOG' USING "START", "drbundle", OperatorName.
       PERFORM UNTIL StayOpen = 'N'
       OPEN OUTPUT ManifestFile.
       MOVE 0 TO BundledCount.
       PERFORM BundleOneFile
           VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 109.
       PERFORM BundleCustomerSnapshot.
       PERFORM DumpGiftCards.
       PERFORM DumpSalesHistory.
       PERFORM DumpMandates.
       PERFORM DumpExemptions.
       PERFORM DumpInstalPlans.
       PERFORM DumpDisputes.
       PERFORM DumpBudgets.
       PERFORM DumpManJournals.
       PERFORM DumpSuppBanks.
       PERFORM DumpLoyalty.
       PERFORM DumpBarcodes.
       PERFORM DumpTargets.
       PERFORM DumpApplicants.
       PERFORM DumpHolds.
       PERFORM DumpGradeChanges.
       PERFORM DumpRooms.
       PERFORM DumpDonations.
       PERFORM DumpComplaints.
       CLOSE ManifestFile.
       DISPLAY "Bundle of " BundledCount " file(s) written;"
           " manifest in " WSManifestName.
           PERFORM AddToKeySum
       END-IF.

*> Dumped down the product key exactly as DumpGiftCards does. The
*> lines lead with a product code, so they add nothing to the key
*> sum and the record count carries the check.
DumpSalesHistory.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           CONTINUE
       ELSE
           MOVE "salesidx.dat" TO ThisFileName
           PERFORM BuildCopyName
           OPEN OUTPUT CopyFile
           MOVE 0 TO RecCount
           MOVE 0 TO KeySum
           MOVE 'N' TO WSEOF
           MOVE LOW-VALUES TO SalesKey
           START SalesHistFile KEY IS NOT LESS THAN SalesKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM DumpOneSalesLine UNTIL WSEOF = 'Y'
           CLOSE SalesHistFile
           CLOSE CopyFile
           MOVE SPACES TO ManifestRec
           MOVE ThisFileName TO MfFileName
           MOVE RecCount TO MfRecCount
           MOVE KeySum TO MfKeySum
           WRITE ManifestRec
           ADD 1 TO BundledCount
           DISPLAY "  " ThisFileName " -> " WSCopyName
               " (" RecCount " records)"
       END-IF.

DumpOneSalesLine.
       READ SalesHistFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
       END-READ.
       IF WSEOF = 'N'
           MOVE SPACES TO CopyRec
           MOVE SalesHistRec TO CopyRec
           WRITE CopyRec
           ADD 1 TO RecCount
           MOVE CopyRec TO SourceRec
           PERFORM AddToKeySum
       END-IF.

*> The other indexed masters and registers are dumped the same
*> way, each read down its own key into a flat copy with its own
*> manifest line; these three do the part every dump shares.
OpenDumpCopy.
       PERFORM BuildCopyName.
       OPEN OUTPUT CopyFile.
       MOVE 0 TO RecCount.
       MOVE 0 TO KeySum.
       MOVE 'N' TO WSEOF.

WriteDumpLine.
       WRITE CopyRec.
       ADD 1 TO RecCount.
       MOVE CopyRec TO SourceRec.
       PERFORM AddToKeySum.

CloseDumpCopy.
       CLOSE CopyFile.
       MOVE SPACES TO ManifestRec.
       MOVE ThisFileName TO MfFileName.
       MOVE RecCount TO MfRecCount.
       MOVE KeySum TO MfKeySum.
       WRITE ManifestRec.
       ADD 1 TO BundledCount.
       DISPLAY "  " ThisFileName " -> " WSCopyName
           " (" RecCount " records)".

DumpMandates.
       OPEN INPUT MandateFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "mandate.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneMandate UNTIL WSEOF = 'Y'
           CLOSE MandateFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneMandate.
       READ MandateFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE MandateRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpExemptions.
       OPEN INPUT ExemptFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "taxexempt.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneExemption UNTIL WSEOF = 'Y'
           CLOSE ExemptFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneExemption.
       READ ExemptFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE ExemptRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpInstalPlans.
       OPEN INPUT PlanFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "instplan.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneInstalPlan UNTIL WSEOF = 'Y'
           CLOSE PlanFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneInstalPlan.
       READ PlanFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE PlanRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpDisputes.
       OPEN INPUT DisputeFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "dispute.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneDispute UNTIL WSEOF = 'Y'
           CLOSE DisputeFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneDispute.
       READ DisputeFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE DisputeRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpBudgets.
       OPEN INPUT BudgetFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "budget.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneBudget UNTIL WSEOF = 'Y'
           CLOSE BudgetFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneBudget.
       READ BudgetFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE BudgetRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpManJournals.
       OPEN INPUT ManJrnlFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "mjournal.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneManJournal UNTIL WSEOF = 'Y'
           CLOSE ManJrnlFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneManJournal.
       READ ManJrnlFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE ManJrnlRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpSuppBanks.
       OPEN INPUT SuppBankFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "suppbank.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneSuppBank UNTIL WSEOF = 'Y'
           CLOSE SuppBankFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneSuppBank.
       READ SuppBankFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SuppBankRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpLoyalty.
       OPEN INPUT LoyaltyFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "loyalty.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneLoyaltyRec UNTIL WSEOF = 'Y'
           CLOSE LoyaltyFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneLoyaltyRec.
       READ LoyaltyFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE LoyaltyRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpBarcodes.
       OPEN INPUT BarcodeFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "barcode.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneBarcode UNTIL WSEOF = 'Y'
           CLOSE BarcodeFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneBarcode.
       READ BarcodeFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE BarcodeRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpTargets.
       OPEN INPUT TargetFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "salestgt.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneTarget UNTIL WSEOF = 'Y'
           CLOSE TargetFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneTarget.
       READ TargetFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE TargetRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpApplicants.
       OPEN INPUT ApplicantFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "applicant.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneApplicant UNTIL WSEOF = 'Y'
           CLOSE ApplicantFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneApplicant.
       READ ApplicantFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE ApplicantRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpHolds.
       OPEN INPUT HoldFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "holds.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneHold UNTIL WSEOF = 'Y'
           CLOSE HoldFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneHold.
       READ HoldFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE HoldRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpGradeChanges.
       OPEN INPUT GradeChgFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "gradechg.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneGradeChange UNTIL WSEOF = 'Y'
           CLOSE GradeChgFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneGradeChange.
       READ GradeChgFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE GradeChgRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpRooms.
       OPEN INPUT RoomFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "rooms.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneRoom UNTIL WSEOF = 'Y'
           CLOSE RoomFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneRoom.
       READ RoomFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE RoomRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpDonations.
       OPEN INPUT DonationFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "donations.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneDonation UNTIL WSEOF = 'Y'
           CLOSE DonationFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneDonation.
       READ DonationFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE DonationRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

DumpComplaints.
       OPEN INPUT CaseFile.
       IF DumpStatus = "35"
           CONTINUE
       ELSE
           MOVE "complaint.dat" TO ThisFileName
           PERFORM OpenDumpCopy
           PERFORM DumpOneComplaint UNTIL WSEOF = 'Y'
           CLOSE CaseFile
           PERFORM CloseDumpCopy
       END-IF.

DumpOneComplaint.
       READ CaseFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE CaseRec TO CopyRec
               PERFORM WriteDumpLine
       END-READ.

*> Every fixed-column file here leads with a numeric key or date;
*> summing it catches a truncated or substituted copy.
AddToKeySum.
