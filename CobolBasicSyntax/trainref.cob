       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. trainref.
AUTHOR. Lawrence.
*> Rebuilds the training set TRNMODE switches a trainee into: a
*> full second copy of the files in the training directory, so
*> practice orders, postings and sign-ups never touch the live
*> ones. The customer master comes from last night's backupcust
*> snapshot (the newest CustomerYYMMDD.bak of the past week); the
*> other indexed masters, which have no nightly snapshot, are read
*> straight from the live files; the flat masters and control files
*> are copied from the live ones as drbundle copies them. Nobody's
*> real details go across: customers, students, graduates,
*> applicants and voters come over as TRAINEE with a made-up
*> surname, a training address and their birthday moved to 1
*> January; staff names and phone numbers are made up and no
*> operator password is copied. The files that are mostly personal
*> detail or security - notes, direct-debit mandates and supplier
*> bank details, invoice print copies, delivery signatures,
*> letters, donations, operator security - and every audit log are
*> not copied at all, and the trainees' own logs are cleared, so
*> each refresh starts clean; the programs kept on the mandates,
*> the bank details and the donations refuse to run in training.
*> The invoice master goes across with the open items that point
*> at it. The trainset.dat marker is taken away first and written
*> last: a set only half rebuilt is never offered to a trainee.
*> The night batch runs the refresh unattended (JOBPARM says so);
*> run from the menu it needs a supervisor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL BackupFile ASSIGN TO BackupName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BackupStatus.

       SELECT TrainCustomer ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TcIDNum
           ALTERNATE RECORD KEY IS TcLastName WITH DUPLICATES
           FILE STATUS IS TrainStatus.

       SELECT StudentFile ASSIGN TO "student.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           FILE STATUS IS LiveStatus.

       SELECT TrainStudent ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TsStudentId
           FILE STATUS IS TrainStatus.

       SELECT VoterFile ASSIGN TO "voter.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CitizenId
           FILE STATUS IS LiveStatus.

       SELECT TrainVoter ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TvCitizenId
           FILE STATUS IS TrainStatus.

       SELECT OrderFile ASSIGN TO "order.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FileProdCode
           ALTERNATE RECORD KEY IS FileProdName WITH DUPLICATES
           FILE STATUS IS LiveStatus.

       SELECT TrainOrder ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ToProdCode
           ALTERNATE RECORD KEY IS ToProdName WITH DUPLICATES
           FILE STATUS IS TrainStatus.

       SELECT CourseFile ASSIGN TO "course.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CourseId
           FILE STATUS IS LiveStatus.

       SELECT TrainCourse ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrCourseId
           FILE STATUS IS TrainStatus.

       SELECT EnrollFile ASSIGN TO "enroll.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EnrollKey
           ALTERNATE RECORD KEY IS EnrollCourseId WITH DUPLICATES
           FILE STATUS IS LiveStatus.

       SELECT TrainEnroll ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TeEnrollKey
           ALTERNATE RECORD KEY IS TeCourseId WITH DUPLICATES
           FILE STATUS IS TrainStatus.

       SELECT SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS LiveStatus.

       SELECT TrainSales ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TsaSalesKey
           ALTERNATE RECORD KEY IS TsaCustKey WITH DUPLICATES
           FILE STATUS IS TrainStatus.

       SELECT SalespFile ASSIGN TO "salesp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SalespId
           FILE STATUS IS LiveStatus.

       SELECT TrainSalesp ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnSalespId
           FILE STATUS IS TrainStatus.

       SELECT InstructorFile ASSIGN TO "instructor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS InstrId
           FILE STATUS IS LiveStatus.

       SELECT TrainInstructor ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnInstrId
           FILE STATUS IS TrainStatus.

       SELECT OperatorFile ASSIGN TO "operator.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OperId
           FILE STATUS IS LiveStatus.

       SELECT TrainOperator ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnOperId
           FILE STATUS IS TrainStatus.

       SELECT AlumniFile ASSIGN TO "alumni.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AlStudentId
           FILE STATUS IS LiveStatus.

       SELECT TrainAlumni ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnAlStudentId
           FILE STATUS IS TrainStatus.

       SELECT ApplicantFile ASSIGN TO "applicant.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AppId
           ALTERNATE RECORD KEY IS AppSurname WITH DUPLICATES
           FILE STATUS IS LiveStatus.

       SELECT TrainApplicant ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnAppId
           ALTERNATE RECORD KEY IS TrnAppSurname WITH DUPLICATES
           FILE STATUS IS TrainStatus.

       SELECT PollRegFile ASSIGN TO "pollreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PrCitizenId
           FILE STATUS IS LiveStatus.

       SELECT TrainPollReg ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnPrCitizenId
           FILE STATUS IS TrainStatus.

       SELECT AccountFile ASSIGN TO "glaccts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AcctNum
           FILE STATUS IS LiveStatus.

       SELECT TrainAccount ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnAcctNum
           FILE STATUS IS TrainStatus.

       SELECT SupplierFile ASSIGN TO "supplier.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SupplierId
           FILE STATUS IS LiveStatus.

       SELECT TrainSupplier ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnSupplierId
           FILE STATUS IS TrainStatus.

       SELECT GiftCardFile ASSIGN TO "giftcard.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GiftCardNum
           FILE STATUS IS LiveStatus.

       SELECT TrainGiftCard ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnGiftCardNum
           FILE STATUS IS TrainStatus.

       SELECT InvMastFile ASSIGN TO "invmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS InvKey
           FILE STATUS IS LiveStatus.

       SELECT TrainInvMast ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnInvKey
           FILE STATUS IS TrainStatus.

       SELECT EnrollHistFile ASSIGN TO "enrollhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS LiveStatus.

       SELECT TrainEnrollHist ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnHistKey
           FILE STATUS IS TrainStatus.

       SELECT AttendFile ASSIGN TO "attend.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AttendKey
           FILE STATUS IS LiveStatus.

       SELECT TrainAttend ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnAttendKey
           FILE STATUS IS TrainStatus.

       SELECT ExemptFile ASSIGN TO "taxexempt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ExIDNum
           FILE STATUS IS LiveStatus.

       SELECT TrainExempt ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnExIDNum
           FILE STATUS IS TrainStatus.

       SELECT PlanFile ASSIGN TO "instplan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PlanInvNum
           FILE STATUS IS LiveStatus.

       SELECT TrainPlan ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnPlanInvNum
           FILE STATUS IS TrainStatus.

       SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DispInvNum
           FILE STATUS IS LiveStatus.

       SELECT TrainDispute ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnDispInvNum
           FILE STATUS IS TrainStatus.

       SELECT BudgetFile ASSIGN TO "budget.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BudKey
           FILE STATUS IS LiveStatus.

       SELECT TrainBudget ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnBudKey
           FILE STATUS IS TrainStatus.

       SELECT ManJrnlFile ASSIGN TO "mjournal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MjNum
           FILE STATUS IS LiveStatus.

       SELECT TrainManJrnl ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnMjNum
           FILE STATUS IS TrainStatus.

       SELECT LoyaltyFile ASSIGN TO "loyalty.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LyCustId
           FILE STATUS IS LiveStatus.

       SELECT TrainLoyalty ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnLyCustId
           FILE STATUS IS TrainStatus.

       SELECT BarcodeFile ASSIGN TO "barcode.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BcCode
           FILE STATUS IS LiveStatus.

       SELECT TrainBarcode ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnBcCode
           FILE STATUS IS TrainStatus.

       SELECT TargetFile ASSIGN TO "salestgt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TgtKey
           FILE STATUS IS LiveStatus.

       SELECT TrainTarget ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnTgtKey
           FILE STATUS IS TrainStatus.

       SELECT HoldFile ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HoldKey
           FILE STATUS IS LiveStatus.

       SELECT TrainHold ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnHoldKey
           FILE STATUS IS TrainStatus.

       SELECT GradeChgFile ASSIGN TO "gradechg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GradeChgNum
           FILE STATUS IS LiveStatus.

       SELECT TrainGradeChg ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnGradeChgNum
           FILE STATUS IS TrainStatus.

       SELECT RoomFile ASSIGN TO "rooms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RoomId
           FILE STATUS IS LiveStatus.

       SELECT TrainRoom ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnRoomId
           FILE STATUS IS TrainStatus.

       SELECT CaseFile ASSIGN TO "complaint.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CmpCaseNum
           ALTERNATE RECORD KEY IS CmpCustId WITH DUPLICATES
           FILE STATUS IS LiveStatus.

       SELECT TrainCase ASSIGN TO TrainFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TrnCmpCaseNum
           ALTERNATE RECORD KEY IS TrnCmpCustId WITH DUPLICATES
           FILE STATUS IS TrainStatus.

       SELECT OPTIONAL SourceFile ASSIGN TO SourceName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SourceStatus.

       SELECT CopyFile ASSIGN TO TrainFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrainStatus.

       SELECT TrainSetFile ASSIGN TO TrainFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrainStatus.

DATA DIVISION.
FILE SECTION.
FD BackupFile.
*> Kept in step with the BackupData layout backupcust.cob writes.
01 BackupData.
       02 BIDNum  PIC 9(5).
       02 BCustName.
           03 BFirstName PIC X(15).
           03 BLastName PIC X(15).
       02 BCustStatus PIC X(1).
       02 BInactiveDate PIC 9(8).
       02 BCustContact.
           03 BAddrLine1  PIC X(20).
           03 BAddrLine2  PIC X(20).
           03 BCityCode   PIC 99.
           03 BPostalCode PIC X(8).
           03 BPhoneNum   PIC X(12).
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

FD TrainCustomer.
*> Kept in step with the MasterData layout backupcust.cob reads.
01 TcMasterData.
       02 TcIDNum PIC 9(5).
       02 TcCustName.
           03 TcFirstName PIC X(15).
           03 TcLastName PIC X(15).
       02 TcCustStatus PIC X(1).
       02 TcInactiveDate PIC 9(8).
       02 TcCustContact.
           03 TcAddrLine1  PIC X(20).
           03 TcAddrLine2  PIC X(20).
           03 TcCityCode   PIC 99.
           03 TcPostalCode PIC X(8).
           03 TcPhoneNum   PIC X(12).
           03 TcEmailAddr  PIC X(30).
       02 TcCreditLimit PIC 9(5)V99.
       02 TcCurrencyCode PIC X(3).
       02 TcTermsCode PIC X(4).
       02 TcParentId PIC 9(5).
       02 TcConsentPost PIC X.
       02 TcConsentPostDate PIC 9(8).
       02 TcConsentEmail PIC X.
       02 TcConsentEmailDate PIC 9(8).
       02 TcConsentPhone PIC X.
       02 TcConsentPhoneDate PIC 9(8).

FD StudentFile.
*> Kept in step with studmast.cob's STREB layout.
01 STREB.
       02 StudentId  PIC 9(7).
       02 StudentName.
           03 Forname  PIC X(9).
           03 Surname  PIC X(12).
       02 DatOfBirth.
           03 YOB      PIC 9(4).
           03 MOB      PIC 99.
           03 DOB      PIC 99.
       02 StuCourseId  PIC X(5).
       02 GPA          PIC 9V99.

FD TrainStudent.
01 TsStudentRec.
       02 TsStudentId  PIC 9(7).
       02 TsRest       PIC X(37).

FD VoterFile.
*> Kept in step with votereg.cob's VoterRecord layout.
01 VoterRecord.
       02 CitizenId  PIC 9(7).
       02 CitizenDOB.
           03 CitYOB PIC 9(4).
           03 CitMOB PIC 99.
           03 CitDOB PIC 99.
       02 VotingStatus PIC 9.
       02 CitizenCityCode PIC 99.
       02 CitizenSurname PIC X(15).
       02 CitizenForename PIC X(15).

FD TrainVoter.
01 TvVoterRec.
       02 TvCitizenId  PIC 9(7).
       02 TvRest       PIC X(41).

FD OrderFile.
*> Kept in step with coboltuttable's FileProductRec layout.
01 FileProductRec.
       02 FileProdCode PIC X(5).
       02 FileProdName PIC X(10).
       02 FileSupplierId PIC X(5).
       02 FileSizeCount PIC 9(2).
       02 FileProdSize OCCURS 1 TO 10 TIMES DEPENDING ON FileSizeCount.
           03 FileSizeType PIC A.
           03 FileProdPrice PIC 9(3)V99.
           03 FileQtyOnHand PIC 9(4).
           03 FileReorderPoint PIC 9(4).
           03 FileReorderQty PIC 9(4).

FD TrainOrder.
01 ToProductRec.
       02 ToProdCode PIC X(5).
       02 ToProdName PIC X(10).
       02 ToSupplierId PIC X(5).
       02 ToSizeCount PIC 9(2).
       02 ToProdSize OCCURS 1 TO 10 TIMES DEPENDING ON ToSizeCount.
           03 ToSizeType PIC A.
           03 ToProdPrice PIC 9(3)V99.
           03 ToQtyOnHand PIC 9(4).
           03 ToReorderPoint PIC 9(4).
           03 ToReorderQty PIC 9(4).

FD CourseFile.
01 CourseRec.
       02 CourseId    PIC X(5).
       02 CourseName  PIC X(20).
       02 Credits     PIC 9.
       02 MaxSeats    PIC 9(3).

FD TrainCourse.
01 TrCourseRec.
       02 TrCourseId  PIC X(5).
       02 TrRest      PIC X(24).

FD EnrollFile.
*> Kept in step with transcript.cob's EnrollRec layout.
01 EnrollRec.
       02 EnrollKey.
           03 EnrollStudentId  PIC 9(7).
           03 EnrollCourseId   PIC X(5).
       02 EnrollGrade  PIC X(2).
       02 EnrollTerm   PIC X(5).

FD TrainEnroll.
01 TeEnrollRec.
       02 TeEnrollKey.
           03 TeStudentId  PIC 9(7).
           03 TeCourseId   PIC X(5).
       02 TeRest       PIC X(7).

*> Kept in step with the SalesHistRec layout coboltuttable writes;
*> only the keys are named, the rest goes across whole.
FD SalesHistFile.
01 SalesHistRec.
       02 SalesKey     PIC X(18).
       02 SalesCustKey PIC X(13).
       02 SalesRest    PIC X(31).

FD TrainSales.
01 TsaSalesRec.
       02 TsaSalesKey  PIC X(18).
       02 TsaCustKey   PIC X(13).
       02 TsaRest      PIC X(31).

FD SalespFile.
*> Kept in step with the SalespRec layout salesmnt.cob keeps.
01 SalespRec.
       02 SalespId PIC X(3).
       02 SalespName PIC X(20).
       02 SalespRest PIC X(4).

FD TrainSalesp.
01 TrnSalespRec.
       02 TrnSalespId PIC X(3).
       02 TrnSalespRest PIC X(24).

FD InstructorFile.
*> Kept in step with the InstructorRec layout instrmnt.cob keeps.
01 InstructorRec.
       02 InstrId PIC X(4).
       02 InstrName PIC X(20).
       02 InstrPhone PIC X(12).
       02 InstrRest PIC X(6).

FD TrainInstructor.
01 TrnInstructorRec.
       02 TrnInstrId PIC X(4).
       02 TrnInstrRest PIC X(38).

FD OperatorFile.
*> Kept in step with the OperatorRec layout opermaint.cob keeps.
01 OperatorRec.
       02 OperId PIC X(8).
       02 OperPassword PIC X(8).
       02 OperLevel PIC 9.
       02 OperName PIC X(20).

FD TrainOperator.
01 TrnOperatorRec.
       02 TrnOperId PIC X(8).
       02 TrnOperRest PIC X(29).

FD AlumniFile.
*> Kept in step with the AlumniRec layout graduate.cob keeps.
01 AlumniRec.
       02 AlStudentId PIC 9(7).
       02 AlForname PIC X(9).
       02 AlSurname PIC X(12).
       02 AlYOB PIC 9(4).
       02 AlMOB PIC 99.
       02 AlDOB PIC 99.
       02 AlRest PIC X(21).

FD TrainAlumni.
01 TrnAlumniRec.
       02 TrnAlStudentId PIC 9(7).
       02 TrnAlRest PIC X(50).

FD ApplicantFile.
*> Kept in step with the ApplicantRec layout admissions.cob keeps.
01 ApplicantRec.
       02 AppId PIC 9(6).
       02 AppForname PIC X(9).
       02 AppSurname PIC X(12).
       02 AppYOB PIC 9(4).
       02 AppMOB PIC 99.
       02 AppDOB PIC 99.
       02 AppRest PIC X(42).

FD TrainApplicant.
01 TrnApplicantRec.
       02 TrnAppId PIC 9(6).
       02 FILLER PIC X(9).
       02 TrnAppSurname PIC X(12).
       02 TrnAppRest PIC X(50).

FD PollRegFile.
*> Kept in step with the PollRegRec layout pollassign.cob keeps.
01 PollRegRec.
       02 PrCitizenId PIC 9(7).
       02 PrStationId PIC X(4).
       02 PrCityCode PIC 99.
       02 PrSurname PIC X(15).
       02 PrForename PIC X(15).
       02 PrVotedRest PIC X(9).
       02 PrClerk PIC X(20).

FD TrainPollReg.
01 TrnPollRegRec.
       02 TrnPrCitizenId PIC 9(7).
       02 TrnPrRest PIC X(65).

FD AccountFile.
*> Kept in step with the AccountRec layout glmaint.cob keeps.
01 AccountRec.
       02 AcctNum PIC 9(4).
       02 AccountRest PIC X(26).

FD TrainAccount.
01 TrnAccountRec.
       02 TrnAcctNum PIC 9(4).
       02 TrnAccountRest PIC X(26).

FD SupplierFile.
*> Kept in step with the SupplierRec layout suppmaint.cob keeps.
01 SupplierRec.
       02 SupplierId PIC X(5).
       02 SupplierRest PIC X(37).

FD TrainSupplier.
01 TrnSupplierRec.
       02 TrnSupplierId PIC X(5).
       02 TrnSupplierRest PIC X(37).

FD GiftCardFile.
*> Kept in step with the GiftCardRec layout giftcard.cob keeps.
01 GiftCardRec.
       02 GiftCardNum PIC 9(6).
       02 GiftCardRest PIC X(16).

FD TrainGiftCard.
01 TrnGiftCardRec.
       02 TrnGiftCardNum PIC 9(6).
       02 TrnGiftCardRest PIC X(16).

FD InvMastFile.
*> Kept in step with the InvMastRec layout coboltuttable keeps.
01 InvMastRec.
       02 InvKey PIC X(8).
       02 InvMastRest PIC X(40).

FD TrainInvMast.
01 TrnInvMastRec.
       02 TrnInvKey PIC X(8).
       02 TrnInvMastRest PIC X(40).

FD EnrollHistFile.
*> Kept in step with the EnrollHistRec layout termroll.cob keeps.
01 EnrollHistRec.
       02 HistKey PIC X(17).
       02 EnrollHistRest PIC X(2).

FD TrainEnrollHist.
01 TrnEnrollHistRec.
       02 TrnHistKey PIC X(17).
       02 TrnEnrollHistRest PIC X(2).

FD AttendFile.
*> Kept in step with the AttendRec layout attend.cob keeps.
01 AttendRec.
       02 AttendKey PIC X(20).
       02 AttendRest PIC X(1).

FD TrainAttend.
01 TrnAttendRec.
       02 TrnAttendKey PIC X(20).
       02 TrnAttendRest PIC X(1).

FD ExemptFile.
*> Kept in step with the ExemptRec layout taxexmnt.cob keeps.
01 ExemptRec.
       02 ExIDNum PIC 9(5).
       02 ExemptRest PIC X(56).

FD TrainExempt.
01 TrnExemptRec.
       02 TrnExIDNum PIC 9(5).
       02 TrnExemptRest PIC X(56).

FD PlanFile.
*> Kept in step with the PlanRec layout instplan.cob keeps.
01 PlanRec.
       02 PlanInvNum PIC 9(6).
       02 PlanRest PIC X(212).

FD TrainPlan.
01 TrnPlanRec.
       02 TrnPlanInvNum PIC 9(6).
       02 TrnPlanRest PIC X(212).

FD DisputeFile.
*> Kept in step with the DisputeRec layout disputes.cob keeps.
01 DisputeRec.
       02 DispInvNum PIC 9(6).
       02 DisputeRest PIC X(90).

FD TrainDispute.
01 TrnDisputeRec.
       02 TrnDispInvNum PIC 9(6).
       02 TrnDisputeRest PIC X(90).

FD BudgetFile.
*> Kept in step with the BudgetRec layout budgetmnt.cob keeps.
01 BudgetRec.
       02 BudKey PIC X(10).
       02 BudgetRest PIC X(25).

FD TrainBudget.
01 TrnBudgetRec.
       02 TrnBudKey PIC X(10).
       02 TrnBudgetRest PIC X(25).

FD ManJrnlFile.
*> Kept in step with the ManJrnlRec layout manjrnl.cob keeps.
01 ManJrnlRec.
       02 MjNum PIC 9(6).
       02 ManJrnlRest PIC X(236).

FD TrainManJrnl.
01 TrnManJrnlRec.
       02 TrnMjNum PIC 9(6).
       02 TrnManJrnlRest PIC X(236).

FD LoyaltyFile.
*> Kept in step with the LoyaltyRec layout LOYPTS.cob keeps.
01 LoyaltyRec.
       02 LyCustId PIC 9(5).
       02 LoyaltyRest PIC X(29).

FD TrainLoyalty.
01 TrnLoyaltyRec.
       02 TrnLyCustId PIC 9(5).
       02 TrnLoyaltyRest PIC X(29).

FD BarcodeFile.
*> Kept in step with the BarcodeRec layout barcodes.cob keeps.
01 BarcodeRec.
       02 BcCode PIC X(13).
       02 BarcodeRest PIC X(6).

FD TrainBarcode.
01 TrnBarcodeRec.
       02 TrnBcCode PIC X(13).
       02 TrnBarcodeRest PIC X(6).

FD TargetFile.
*> Kept in step with the TargetRec layout salestgt.cob keeps.
01 TargetRec.
       02 TgtKey PIC X(9).
       02 TargetRest PIC X(13).

FD TrainTarget.
01 TrnTargetRec.
       02 TrnTgtKey PIC X(9).
       02 TrnTargetRest PIC X(13).

FD HoldFile.
*> Kept in step with the HoldRec layout holdmnt.cob keeps.
01 HoldRec.
       02 HoldKey PIC X(10).
       02 HoldRest PIC X(111).

FD TrainHold.
01 TrnHoldRec.
       02 TrnHoldKey PIC X(10).
       02 TrnHoldRest PIC X(111).

FD GradeChgFile.
*> Kept in step with the GradeChgRec layout gradechg.cob keeps.
01 GradeChgRec.
       02 GradeChgNum PIC 9(6).
       02 GradeChgRest PIC X(100).

FD TrainGradeChg.
01 TrnGradeChgRec.
       02 TrnGradeChgNum PIC 9(6).
       02 TrnGradeChgRest PIC X(100).

FD RoomFile.
*> Kept in step with the RoomRec layout roommnt.cob keeps.
01 RoomRec.
       02 RoomId PIC X(5).
       02 RoomRest PIC X(24).

FD TrainRoom.
01 TrnRoomRec.
       02 TrnRoomId PIC X(5).
       02 TrnRoomRest PIC X(24).

FD CaseFile.
*> Kept in step with the CaseRec layout complaint.cob keeps.
01 CaseRec.
       02 CmpCaseNum PIC 9(6).
       02 CmpCustId PIC 9(5).
       02 CaseRest PIC X(102).

FD TrainCase.
01 TrnCaseRec.
       02 TrnCmpCaseNum PIC 9(6).
       02 TrnCmpCustId PIC 9(5).
       02 TrnCaseRest PIC X(102).

FD SourceFile.
01 SourceRec PIC X(500).

FD CopyFile.
01 CopyRec PIC X(500).

FD TrainSetFile.
*> TRNMODE.cob reads this marker; keep the two in step.
01 TrainSetRec.
       02 TsBuiltDate PIC 9(8).
       02 FILLER PIC X.
       02 TsBuiltBy PIC X(8).
       02 FILLER PIC X.
       02 TsBackupName PIC X(20).
       02 FILLER PIC X.
       02 TsCustCount PIC 9(5).
       02 FILLER PIC X.
       02 TsStudCount PIC 9(5).
       02 FILLER PIC X.
       02 TsFileCount PIC 9(3).

WORKING-STORAGE SECTION.
01 BackupStatus PIC XX.
01 LiveStatus PIC XX.
01 TrainStatus PIC XX.
01 SourceStatus PIC XX.
01 WSEOF PIC X.
01 BackupName PIC X(30).
01 SourceName PIC X(30).
01 TrainFileName PIC X(30).
01 TrainingDir PIC X(20) VALUE "training".
01 OperatorName PIC X(8).
01 AuthAllowed PIC X.
01 AuthOperId PIC X(8).
01 BatchRun PIC X.
01 ParmText PIC X(20).
01 ParmNumber PIC 9(8).
01 InTraining PIC X.
01 RunDate PIC 9(8).
01 RefreshFailed PIC X.
01 BackupFound PIC X.
01 DaysBack PIC 9.
01 CustCount PIC 9(5).
01 StudCount PIC 9(5).
01 RecCount PIC 9(5).
01 CopiedCount PIC 9(3).
01 MadeUpName PIC X(15).
*> Snapshot dates step back a day at a time, YYMMDD as backupcust
*> names them.
01 BackupDate.
       02 BackYear  PIC 99.
       02 BackMonth PIC 99.
       02 BackDay   PIC 99.
01 MonthLengths PIC X(24) VALUE "312831303130313130313031".
01 MonthLengthTable REDEFINES MonthLengths.
       02 MonthLength PIC 99 OCCURS 12 TIMES.
01 LeapQuot PIC 99.
01 LeapRem PIC 9.
*> The flat files that go across to the training set as they are:
*> drbundle's list, less the personal and security ones and the
*> audit logs. No indexed file may go in this list; each of those
*> has its own keyed copy.
01 CopyNameTable.
       02 FILLER PIC X(16) VALUE "payments.dat".
       02 FILLER PIC X(16) VALUE "saleshist.dat".
       02 FILLER PIC X(16) VALUE "prices.dat".
       02 FILLER PIC X(16) VALUE "citytax.dat".
       02 FILLER PIC X(16) VALUE "rates.dat".
       02 FILLER PIC X(16) VALUE "cities.dat".
       02 FILLER PIC X(16) VALUE "backorder.dat".
       02 FILLER PIC X(16) VALUE "billing.dat".
       02 FILLER PIC X(16) VALUE "billctl.dat".
       02 FILLER PIC X(16) VALUE "tuitpay.dat".
       02 FILLER PIC X(16) VALUE "tuitctl.dat".
       02 FILLER PIC X(16) VALUE "invctl.dat".
       02 FILLER PIC X(16) VALUE "contract.dat".
       02 FILLER PIC X(16) VALUE "promo.dat".
       02 FILLER PIC X(16) VALUE "kitdef.dat".
       02 FILLER PIC X(16) VALUE "stockloc.dat".
       02 FILLER PIC X(16) VALUE "prodcost.dat".
       02 FILLER PIC X(16) VALUE "payalloc.dat".
       02 FILLER PIC X(16) VALUE "openitem.dat".
       02 FILLER PIC X(16) VALUE "supinv.dat".
       02 FILLER PIC X(16) VALUE "purchord.dat".
       02 FILLER PIC X(16) VALUE "poctl.dat".
       02 FILLER PIC X(16) VALUE "standord.dat".
       02 FILLER PIC X(16) VALUE "standctl.dat".
       02 FILLER PIC X(16) VALUE "quotes.dat".
       02 FILLER PIC X(16) VALUE "quotectl.dat".
       02 FILLER PIC X(16) VALUE "gcctl.dat".
       02 FILLER PIC X(16) VALUE "gljournal.dat".
       02 FILLER PIC X(16) VALUE "glctl.dat".
       02 FILLER PIC X(16) VALUE "periodctl.dat".
       02 FILLER PIC X(16) VALUE "paybatch.dat".
       02 FILLER PIC X(16) VALUE "paybatchctl.dat".
       02 FILLER PIC X(16) VALUE "finchgctl.dat".
       02 FILLER PIC X(16) VALUE "collectq.dat".
       02 FILLER PIC X(16) VALUE "coursesched.dat".
       02 FILLER PIC X(16) VALUE "courseinstr.dat".
       02 FILLER PIC X(16) VALUE "standhist.dat".
       02 FILLER PIC X(16) VALUE "stdctl.dat".
       02 FILLER PIC X(16) VALUE "awards.dat".
       02 FILLER PIC X(16) VALUE "prereq.dat".
       02 FILLER PIC X(16) VALUE "transfercr.dat".
       02 FILLER PIC X(16) VALUE "termcal.dat".
       02 FILLER PIC X(16) VALUE "ratetol.dat".
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
       02 FILLER PIC X(16) VALUE "loyledger.dat".
       02 FILLER PIC X(16) VALUE "loyctl.dat".
       02 FILLER PIC X(16) VALUE "prodwarr.dat".
       02 FILLER PIC X(16) VALUE "warclaim.dat".
       02 FILLER PIC X(16) VALUE "claimctl.dat".
       02 FILLER PIC X(16) VALUE "catmast.dat".
       02 FILLER PIC X(16) VALUE "prodcat.dat".
       02 FILLER PIC X(16) VALUE "lots.dat".
       02 FILLER PIC X(16) VALUE "appctl.dat".
       02 FILLER PIC X(16) VALUE "holdctl.dat".
       02 FILLER PIC X(16) VALUE "gchgctl.dat".
       02 FILLER PIC X(16) VALUE "examsched.dat".
       02 FILLER PIC X(16) VALUE "ltrctl.dat".
       02 FILLER PIC X(16) VALUE "donctl.dat".
       02 FILLER PIC X(16) VALUE "adjsess.dat".
       02 FILLER PIC X(16) VALUE "adjpay.dat".
       02 FILLER PIC X(16) VALUE "pollstn.dat".
       02 FILLER PIC X(16) VALUE "pollctl.dat".
       02 FILLER PIC X(16) VALUE "holidays.dat".
       02 FILLER PIC X(16) VALUE "jobsched.dat".
       02 FILLER PIC X(16) VALUE "lettmpl.dat".
       02 FILLER PIC X(16) VALUE "cmphist.dat".
       02 FILLER PIC X(16) VALUE "cmpctl.dat".
       02 FILLER PIC X(16) VALUE "capfiles.dat".
01 CopyNameEntries REDEFINES CopyNameTable.
       02 TblCopyName PIC X(16) OCCURS 97 TIMES.
*> Left behind by earlier trainees, or never copied: taken out of
*> the training set so nothing stale or personal survives a
*> refresh.
01 ClearNameTable.
       02 FILLER PIC X(16) VALUE "invoice.dat".
       02 FILLER PIC X(16) VALUE "custnotes.dat".
       02 FILLER PIC X(16) VALUE "opersec.dat".
       02 FILLER PIC X(16) VALUE "secctl.dat".
       02 FILLER PIC X(16) VALUE "mandate.dat".
       02 FILLER PIC X(16) VALUE "suppbank.dat".
       02 FILLER PIC X(16) VALUE "pod.dat".
       02 FILLER PIC X(16) VALUE "privreq.log".
       02 FILLER PIC X(16) VALUE "campaign.log".
       02 FILLER PIC X(16) VALUE "letters.dat".
       02 FILLER PIC X(16) VALUE "donations.dat".
       02 FILLER PIC X(16) VALUE "custaudit.log".
       02 FILLER PIC X(16) VALUE "ordjrnl.log".
       02 FILLER PIC X(16) VALUE "studjrnl.log".
       02 FILLER PIC X(16) VALUE "gradeaudit.log".
       02 FILLER PIC X(16) VALUE "session.log".
       02 FILLER PIC X(16) VALUE "inputerr.log".
       02 FILLER PIC X(16) VALUE "joblog.dat".
       02 FILLER PIC X(16) VALUE "signon.dat".
01 ClearNameEntries REDEFINES ClearNameTable.
       02 TblClearName PIC X(16) OCCURS 19 TIMES.
01 FileIdx PIC 9(3).

PROCEDURE DIVISION.
StartPara.
       CALL 'TRNMODE' USING "CHK", AuthOperId, 0, InTraining.
       IF InTraining = 'Y'
           DISPLAY "Not available in training mode"
           GOBACK
       END-IF.
       CALL 'JOBPARM' USING "BAT", ParmText, ParmNumber, BatchRun.
       IF BatchRun = 'Y'
           MOVE "nightbat" TO OperatorName
       ELSE
           CALL 'AUTHCHK' USING 3, AuthAllowed, AuthOperId
           IF AuthAllowed = 'N'
               DISPLAY "Supervisor authorization required to refresh"
                   " the training set"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE AuthOperId TO OperatorName
       END-IF.
       CALL 'SESSLOG' USING "START", "trainref", OperatorName.
       PERFORM RefreshTrainingSet THRU RefreshTrainingSet-Exit.
       IF RefreshFailed = 'Y'
           MOVE 8 TO RETURN-CODE
       END-IF.
       CALL 'SESSLOG' USING "END  ", "trainref", OperatorName.
      *> GOBACK returns control to mastermenu or the nightly driver
      *> when this program is CALLed from there, and behaves exactly
      *> like STOP RUN when run standalone.
       GOBACK.

RefreshTrainingSet.
       MOVE 'Y' TO RefreshFailed.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM FindLatestBackup.
       IF BackupFound = 'N'
           DISPLAY "No customer backup in the past week - training"
               " set not refreshed"
           GO TO RefreshTrainingSet-Exit
       END-IF.
      *> An existing directory answers non-zero too; the marker
      *> write below is what proves the directory is usable.
       CALL 'CBL_CREATE_DIR' USING TrainingDir.
       MOVE "trainset.dat" TO SourceName.
       PERFORM DeleteTrainingFile.
       PERFORM ClearOneFile
           VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 19.
       PERFORM CopyCustomers.
       PERFORM CopyStudents.
       PERFORM CopyVoters.
       PERFORM CopyProducts.
       PERFORM CopyCourses.
       PERFORM CopyEnrollments.
       PERFORM CopySalesHistory.
       PERFORM CopySalespeople.
       PERFORM CopyInstructors.
       PERFORM CopyOperators.
       PERFORM CopyAlumni.
       PERFORM CopyApplicants.
       PERFORM CopyPollRegister.
       PERFORM CopyAccounts.
       PERFORM CopySuppliers.
       PERFORM CopyGiftCards.
       PERFORM CopyInvoiceMaster.
       PERFORM CopyEnrollHistory.
       PERFORM CopyAttendance.
       PERFORM CopyExemptions.
       PERFORM CopyInstalPlans.
       PERFORM CopyDisputes.
       PERFORM CopyBudgets.
       PERFORM CopyManJournals.
       PERFORM CopyLoyalty.
       PERFORM CopyBarcodes.
       PERFORM CopyTargets.
       PERFORM CopyHolds.
       PERFORM CopyGradeChanges.
       PERFORM CopyRooms.
       PERFORM CopyComplaints.
       MOVE 0 TO CopiedCount.
       PERFORM CopyOneFlatFile
           VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 97.
       PERFORM WriteTrainSetMarker.
       IF TrainStatus NOT = "00"
           DISPLAY "Could not write the training set marker - status "
               TrainStatus
           GO TO RefreshTrainingSet-Exit
       END-IF.
       MOVE 'N' TO RefreshFailed.
       DISPLAY "Training set rebuilt from " BackupName.
       DISPLAY "  Customers " CustCount "  Students " StudCount
           "  Flat files " CopiedCount.
RefreshTrainingSet-Exit.
       EXIT.

*> Tonight's snapshot when backupcust has run, otherwise the newest
*> one of the past seven days.
FindLatestBackup.
       ACCEPT BackupDate FROM DATE.
       MOVE 'N' TO BackupFound.
       MOVE 0 TO DaysBack.
       PERFORM TryOneBackup UNTIL BackupFound = 'Y' OR DaysBack > 7.

TryOneBackup.
       MOVE SPACES TO BackupName.
       STRING "Customer" BackYear BackMonth BackDay ".bak"
           DELIMITED BY SIZE INTO BackupName
       END-STRING.
       OPEN INPUT BackupFile.
       IF BackupStatus = "00"
           MOVE 'Y' TO BackupFound
           CLOSE BackupFile
       ELSE
           IF BackupStatus NOT = "35"
               CLOSE BackupFile
           END-IF
           ADD 1 TO DaysBack
           PERFORM StepBackOneDay
       END-IF.

StepBackOneDay.
       SUBTRACT 1 FROM BackDay.
       IF BackDay = 0
           SUBTRACT 1 FROM BackMonth
           IF BackMonth = 0
               MOVE 12 TO BackMonth
               SUBTRACT 1 FROM BackYear
           END-IF
           MOVE MonthLength(BackMonth) TO BackDay
           IF BackMonth = 2
               DIVIDE BackYear BY 4 GIVING LeapQuot REMAINDER LeapRem
               IF LeapRem = 0
                   MOVE 29 TO BackDay
               END-IF
           END-IF
       END-IF.

*> SourceName holds the bare file name; the training copy is the
*> same name inside the training directory.
BuildTrainingName.
       MOVE SPACES TO TrainFileName.
       STRING TrainingDir DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           SourceName DELIMITED BY SPACE
           INTO TrainFileName
       END-STRING.

DeleteTrainingFile.
       PERFORM BuildTrainingName.
       CALL 'CBL_DELETE_FILE' USING TrainFileName.
       MOVE 0 TO RETURN-CODE.

ClearOneFile.
       MOVE TblClearName(FileIdx) TO SourceName.
       PERFORM DeleteTrainingFile.

CopyCustomers.
       MOVE 0 TO CustCount.
       MOVE "customer.txt" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN INPUT BackupFile.
       OPEN OUTPUT TrainCustomer.
       MOVE 'N' TO WSEOF.
       PERFORM CopyOneCustomer UNTIL WSEOF = 'Y'.
       CLOSE BackupFile.
       CLOSE TrainCustomer.

CopyOneCustomer.
       READ BackupFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE BIDNum TO TcIDNum
               MOVE "TRAINEE" TO TcFirstName
               MOVE SPACES TO MadeUpName
               STRING "CUST" BIDNum DELIMITED BY SIZE INTO MadeUpName
               END-STRING
               MOVE MadeUpName TO TcLastName
               MOVE BCustStatus TO TcCustStatus
               MOVE BInactiveDate TO TcInactiveDate
               MOVE "1 TRAINING ROAD" TO TcAddrLine1
               MOVE SPACES TO TcAddrLine2
               MOVE BCityCode TO TcCityCode
               MOVE "TR1 1NG" TO TcPostalCode
               MOVE "000-000-0000" TO TcPhoneNum
               MOVE SPACES TO TcEmailAddr
               MOVE BCreditLimit TO TcCreditLimit
               MOVE BCurrencyCode TO TcCurrencyCode
               MOVE BTermsCode TO TcTermsCode
               MOVE BParentId TO TcParentId
               MOVE BConsentPost TO TcConsentPost
               MOVE BConsentPostDate TO TcConsentPostDate
               MOVE BConsentEmail TO TcConsentEmail
               MOVE BConsentEmailDate TO TcConsentEmailDate
               MOVE BConsentPhone TO TcConsentPhone
               MOVE BConsentPhoneDate TO TcConsentPhoneDate
               WRITE TcMasterData
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO CustCount
               END-WRITE
       END-READ.

CopyStudents.
       MOVE 0 TO StudCount.
       MOVE "student.txt" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainStudent.
       OPEN INPUT StudentFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneStudent UNTIL WSEOF = 'Y'
           CLOSE StudentFile
       END-IF.
       CLOSE TrainStudent.

CopyOneStudent.
       READ StudentFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE "TRAINEE" TO Forname
               MOVE SPACES TO Surname
               STRING "STU" StudentId DELIMITED BY SIZE INTO Surname
               END-STRING
               MOVE 1 TO MOB
               MOVE 1 TO DOB
               MOVE STREB TO TsStudentRec
               WRITE TsStudentRec
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO StudCount
               END-WRITE
       END-READ.

CopyVoters.
       MOVE "voter.txt" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainVoter.
       OPEN INPUT VoterFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneVoter UNTIL WSEOF = 'Y'
           CLOSE VoterFile
       END-IF.
       CLOSE TrainVoter.

CopyOneVoter.
       READ VoterFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE "TRAINEE" TO CitizenForename
               MOVE SPACES TO CitizenSurname
               STRING "VOTER" CitizenId DELIMITED BY SIZE
                   INTO CitizenSurname
               END-STRING
               MOVE 1 TO CitMOB
               MOVE 1 TO CitDOB
               MOVE VoterRecord TO TvVoterRec
               WRITE TvVoterRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyProducts.
       MOVE "order.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainOrder.
       OPEN INPUT OrderFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneProduct UNTIL WSEOF = 'Y'
           CLOSE OrderFile
       END-IF.
       CLOSE TrainOrder.

*> The size count goes first so the copy takes as many sizes as
*> the product has.
CopyOneProduct.
       READ OrderFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE FileSizeCount TO ToSizeCount
               MOVE FileProductRec TO ToProductRec
               WRITE ToProductRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyCourses.
       MOVE "course.txt" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainCourse.
       OPEN INPUT CourseFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneCourse UNTIL WSEOF = 'Y'
           CLOSE CourseFile
       END-IF.
       CLOSE TrainCourse.

CopyOneCourse.
       READ CourseFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE CourseRec TO TrCourseRec
               WRITE TrCourseRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyEnrollments.
       MOVE "enroll.txt" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainEnroll.
       OPEN INPUT EnrollFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneEnrollment UNTIL WSEOF = 'Y'
           CLOSE EnrollFile
       END-IF.
       CLOSE TrainEnroll.

CopyOneEnrollment.
       READ EnrollFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE EnrollRec TO TeEnrollRec
               WRITE TeEnrollRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

*> Already in key order, so it goes across line for line; only
*> customer ids are on it and those are the trainee customers'.
CopySalesHistory.
       MOVE "salesidx.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainSales.
       OPEN INPUT SalesHistFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneSalesLine UNTIL WSEOF = 'Y'
           CLOSE SalesHistFile
       END-IF.
       CLOSE TrainSales.

CopyOneSalesLine.
       READ SalesHistFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SalesHistRec TO TsaSalesRec
               WRITE TsaSalesRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

*> Salespeople, instructors and operators are staff: their names
*> and phone numbers do not go across, and no live password does -
*> a trainee's sign-on is checked against the live operator.dat
*> before the training set is entered, so the copy needs none.
CopySalespeople.
       MOVE "salesp.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainSalesp.
       OPEN INPUT SalespFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneSalesperson UNTIL WSEOF = 'Y'
           CLOSE SalespFile
       END-IF.
       CLOSE TrainSalesp.

CopyOneSalesperson.
       READ SalespFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SPACES TO SalespName
               STRING "TRAINEE REP " SalespId DELIMITED BY SIZE
                   INTO SalespName
               END-STRING
               MOVE SalespRec TO TrnSalespRec
               WRITE TrnSalespRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyInstructors.
       MOVE "instructor.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainInstructor.
       OPEN INPUT InstructorFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneInstructor UNTIL WSEOF = 'Y'
           CLOSE InstructorFile
       END-IF.
       CLOSE TrainInstructor.

CopyOneInstructor.
       READ InstructorFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SPACES TO InstrName
               STRING "TRAINEE INSTR " InstrId DELIMITED BY SIZE
                   INTO InstrName
               END-STRING
               MOVE "000-000-0000" TO InstrPhone
               MOVE InstructorRec TO TrnInstructorRec
               WRITE TrnInstructorRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyOperators.
       MOVE "operator.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainOperator.
       OPEN INPUT OperatorFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneOperator UNTIL WSEOF = 'Y'
           CLOSE OperatorFile
       END-IF.
       CLOSE TrainOperator.

CopyOneOperator.
       READ OperatorFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SPACES TO OperPassword
               MOVE SPACES TO OperName
               STRING "TRAINEE " OperId DELIMITED BY SIZE
                   INTO OperName
               END-STRING
               MOVE OperatorRec TO TrnOperatorRec
               WRITE TrnOperatorRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

*> Graduates and applicants are made up the way students are: a
*> graduate keeps the made-up surname the student copy gives the
*> same id, and both have their birthday moved to 1 January.
CopyAlumni.
       MOVE "alumni.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainAlumni.
       OPEN INPUT AlumniFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneGraduate UNTIL WSEOF = 'Y'
           CLOSE AlumniFile
       END-IF.
       CLOSE TrainAlumni.

CopyOneGraduate.
       READ AlumniFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE "TRAINEE" TO AlForname
               MOVE SPACES TO AlSurname
               STRING "STU" AlStudentId DELIMITED BY SIZE
                   INTO AlSurname
               END-STRING
               MOVE 1 TO AlMOB
               MOVE 1 TO AlDOB
               MOVE AlumniRec TO TrnAlumniRec
               WRITE TrnAlumniRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyApplicants.
       MOVE "applicant.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainApplicant.
       OPEN INPUT ApplicantFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneApplicant UNTIL WSEOF = 'Y'
           CLOSE ApplicantFile
       END-IF.
       CLOSE TrainApplicant.

CopyOneApplicant.
       READ ApplicantFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE "TRAINEE" TO AppForname
               MOVE SPACES TO AppSurname
               STRING "APP" AppId DELIMITED BY SIZE INTO AppSurname
               END-STRING
               MOVE 1 TO AppMOB
               MOVE 1 TO AppDOB
               MOVE ApplicantRec TO TrnApplicantRec
               WRITE TrnApplicantRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

*> The poll register carries the voter's name beside the station;
*> it gets the same made-up name the voter copy gives the citizen,
*> and the clerk who marked the vote goes too.
CopyPollRegister.
       MOVE "pollreg.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainPollReg.
       OPEN INPUT PollRegFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOnePollEntry UNTIL WSEOF = 'Y'
           CLOSE PollRegFile
       END-IF.
       CLOSE TrainPollReg.

CopyOnePollEntry.
       READ PollRegFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE "TRAINEE" TO PrForename
               MOVE SPACES TO PrSurname
               STRING "VOTER" PrCitizenId DELIMITED BY SIZE
                   INTO PrSurname
               END-STRING
               IF PrClerk NOT = SPACES
                   MOVE "TRAINEE CLERK" TO PrClerk
               END-IF
               MOVE PollRegRec TO TrnPollRegRec
               WRITE TrnPollRegRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

*> The other indexed masters and registers go across record for
*> record as they are, each through its own keyed copy - read as
*> text they would leave the training programs a file they cannot
*> open.
CopyAccounts.
       MOVE "glaccts.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainAccount.
       OPEN INPUT AccountFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneAccount UNTIL WSEOF = 'Y'
           CLOSE AccountFile
       END-IF.
       CLOSE TrainAccount.

CopyOneAccount.
       READ AccountFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE AccountRec TO TrnAccountRec
               WRITE TrnAccountRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopySuppliers.
       MOVE "supplier.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainSupplier.
       OPEN INPUT SupplierFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneSupplier UNTIL WSEOF = 'Y'
           CLOSE SupplierFile
       END-IF.
       CLOSE TrainSupplier.

CopyOneSupplier.
       READ SupplierFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SupplierRec TO TrnSupplierRec
               WRITE TrnSupplierRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyGiftCards.
       MOVE "giftcard.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainGiftCard.
       OPEN INPUT GiftCardFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneGiftCard UNTIL WSEOF = 'Y'
           CLOSE GiftCardFile
       END-IF.
       CLOSE TrainGiftCard.

CopyOneGiftCard.
       READ GiftCardFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE GiftCardRec TO TrnGiftCardRec
               WRITE TrnGiftCardRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyInvoiceMaster.
       MOVE "invmast.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainInvMast.
       OPEN INPUT InvMastFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneInvLine UNTIL WSEOF = 'Y'
           CLOSE InvMastFile
       END-IF.
       CLOSE TrainInvMast.

CopyOneInvLine.
       READ InvMastFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE InvMastRec TO TrnInvMastRec
               WRITE TrnInvMastRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyEnrollHistory.
       MOVE "enrollhist.txt" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainEnrollHist.
       OPEN INPUT EnrollHistFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneHistLine UNTIL WSEOF = 'Y'
           CLOSE EnrollHistFile
       END-IF.
       CLOSE TrainEnrollHist.

CopyOneHistLine.
       READ EnrollHistFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE EnrollHistRec TO TrnEnrollHistRec
               WRITE TrnEnrollHistRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyAttendance.
       MOVE "attend.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainAttend.
       OPEN INPUT AttendFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneAttendMark UNTIL WSEOF = 'Y'
           CLOSE AttendFile
       END-IF.
       CLOSE TrainAttend.

CopyOneAttendMark.
       READ AttendFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE AttendRec TO TrnAttendRec
               WRITE TrnAttendRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyExemptions.
       MOVE "taxexempt.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainExempt.
       OPEN INPUT ExemptFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneExemption UNTIL WSEOF = 'Y'
           CLOSE ExemptFile
       END-IF.
       CLOSE TrainExempt.

CopyOneExemption.
       READ ExemptFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE ExemptRec TO TrnExemptRec
               WRITE TrnExemptRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyInstalPlans.
       MOVE "instplan.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainPlan.
       OPEN INPUT PlanFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneInstalPlan UNTIL WSEOF = 'Y'
           CLOSE PlanFile
       END-IF.
       CLOSE TrainPlan.

CopyOneInstalPlan.
       READ PlanFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE PlanRec TO TrnPlanRec
               WRITE TrnPlanRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyDisputes.
       MOVE "dispute.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainDispute.
       OPEN INPUT DisputeFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneDispute UNTIL WSEOF = 'Y'
           CLOSE DisputeFile
       END-IF.
       CLOSE TrainDispute.

CopyOneDispute.
       READ DisputeFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE DisputeRec TO TrnDisputeRec
               WRITE TrnDisputeRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyBudgets.
       MOVE "budget.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainBudget.
       OPEN INPUT BudgetFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneBudget UNTIL WSEOF = 'Y'
           CLOSE BudgetFile
       END-IF.
       CLOSE TrainBudget.

CopyOneBudget.
       READ BudgetFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE BudgetRec TO TrnBudgetRec
               WRITE TrnBudgetRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyManJournals.
       MOVE "mjournal.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainManJrnl.
       OPEN INPUT ManJrnlFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneManJournal UNTIL WSEOF = 'Y'
           CLOSE ManJrnlFile
       END-IF.
       CLOSE TrainManJrnl.

CopyOneManJournal.
       READ ManJrnlFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE ManJrnlRec TO TrnManJrnlRec
               WRITE TrnManJrnlRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyLoyalty.
       MOVE "loyalty.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainLoyalty.
       OPEN INPUT LoyaltyFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneLoyaltyRec UNTIL WSEOF = 'Y'
           CLOSE LoyaltyFile
       END-IF.
       CLOSE TrainLoyalty.

CopyOneLoyaltyRec.
       READ LoyaltyFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE LoyaltyRec TO TrnLoyaltyRec
               WRITE TrnLoyaltyRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyBarcodes.
       MOVE "barcode.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainBarcode.
       OPEN INPUT BarcodeFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneBarcode UNTIL WSEOF = 'Y'
           CLOSE BarcodeFile
       END-IF.
       CLOSE TrainBarcode.

CopyOneBarcode.
       READ BarcodeFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE BarcodeRec TO TrnBarcodeRec
               WRITE TrnBarcodeRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyTargets.
       MOVE "salestgt.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainTarget.
       OPEN INPUT TargetFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneTarget UNTIL WSEOF = 'Y'
           CLOSE TargetFile
       END-IF.
       CLOSE TrainTarget.

CopyOneTarget.
       READ TargetFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE TargetRec TO TrnTargetRec
               WRITE TrnTargetRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyHolds.
       MOVE "holds.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainHold.
       OPEN INPUT HoldFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneHold UNTIL WSEOF = 'Y'
           CLOSE HoldFile
       END-IF.
       CLOSE TrainHold.

CopyOneHold.
       READ HoldFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE HoldRec TO TrnHoldRec
               WRITE TrnHoldRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyGradeChanges.
       MOVE "gradechg.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainGradeChg.
       OPEN INPUT GradeChgFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneGradeChange UNTIL WSEOF = 'Y'
           CLOSE GradeChgFile
       END-IF.
       CLOSE TrainGradeChg.

CopyOneGradeChange.
       READ GradeChgFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE GradeChgRec TO TrnGradeChgRec
               WRITE TrnGradeChgRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyRooms.
       MOVE "rooms.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainRoom.
       OPEN INPUT RoomFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneRoom UNTIL WSEOF = 'Y'
           CLOSE RoomFile
       END-IF.
       CLOSE TrainRoom.

CopyOneRoom.
       READ RoomFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE RoomRec TO TrnRoomRec
               WRITE TrnRoomRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

CopyComplaints.
       MOVE "complaint.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainCase.
       OPEN INPUT CaseFile.
       IF LiveStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM CopyOneComplaint UNTIL WSEOF = 'Y'
           CLOSE CaseFile
       END-IF.
       CLOSE TrainCase.

CopyOneComplaint.
       READ CaseFile NEXT RECORD
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE CaseRec TO TrnCaseRec
               WRITE TrnCaseRec
                   INVALID KEY CONTINUE
               END-WRITE
       END-READ.

*> A flat file not on disk live is simply not in the training set;
*> the training copy left from last time goes regardless.
CopyOneFlatFile.
       MOVE TblCopyName(FileIdx) TO SourceName.
       PERFORM DeleteTrainingFile.
       OPEN INPUT SourceFile.
       IF SourceStatus = "00"
           OPEN OUTPUT CopyFile
           MOVE 'N' TO WSEOF
           PERFORM CopyOneLine UNTIL WSEOF = 'Y'
           CLOSE CopyFile
           ADD 1 TO CopiedCount
       END-IF.
       IF SourceStatus NOT = "35"
           CLOSE SourceFile
       END-IF.

CopyOneLine.
       READ SourceFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               MOVE SourceRec TO CopyRec
               WRITE CopyRec
       END-READ.

WriteTrainSetMarker.
       MOVE "trainset.dat" TO SourceName.
       PERFORM BuildTrainingName.
       OPEN OUTPUT TrainSetFile.
       IF TrainStatus = "00"
           MOVE SPACES TO TrainSetRec
           MOVE RunDate TO TsBuiltDate
           MOVE OperatorName TO TsBuiltBy
           MOVE BackupName TO TsBackupName
           MOVE CustCount TO TsCustCount
           MOVE StudCount TO TsStudCount
           MOVE CopiedCount TO TsFileCount
           WRITE TrainSetRec
           CLOSE TrainSetFile
       END-IF.
