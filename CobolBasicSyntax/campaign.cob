       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. campaign.
AUTHOR. Lawrence.
*> Campaign mailing-list selection. The promotion codes promomnt.cob
*> keeps used to go out by word of mouth because nobody could pick
*> a list or say who had agreed to be mailed. A run here is made
*> for one PromoCode on promo.dat and picks customers by any mix
*> of city, spending band, last-purchase date range and a product
*> they have bought; a blank or zero criterion takes everyone.
*> Spending bands follow custrank's cumulative-percentage ranking
*> of the open items: A is the customers who make up the first 80
*> percent of spend, B the next 15, C the rest, and N those with no
*> spend at all. Purchases come from salesidx.dat. Inactive and
*> erased customers are never selected, and a customer is only
*> mailed on a channel they said Y to - post goes to the label
*> print file, email to the email list. Each run is logged on
*> campaign.log against its PromoCode with the counts and the
*> criteria used.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL PromoFile ASSIGN TO "promo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PromoFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL SalesHistFile ASSIGN TO "salesidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SalesKey
           ALTERNATE RECORD KEY IS SalesCustKey WITH DUPLICATES
           FILE STATUS IS SalesHistStatus.

       SELECT OPTIONAL CityFile ASSIGN TO "cities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CityFileStatus.

      *> Both outputs are date-stamped; the labels are cataloged
      *> through RPTCAT like any other print file.
       SELECT LabelFile ASSIGN TO ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MailListFile ASSIGN TO MailFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CampaignLog ASSIGN TO "campaign.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CampaignLogStatus.

       SELECT SortWorkFile ASSIGN TO "sortwk12.tmp".

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
       02 IDNum PIC 9(5).
       02 CustName.
           03 FirstName PIC X(15).
           03 LastName PIC X(15).
       02 CustStatus PIC X(1).
           88 CustActive VALUE 'A'.
           88 CustInactive VALUE 'I'.
      *> Kept in step with coboltutf3's CustomerData layout so this
      *> shares the same indexed file without misaligning records.
       02 InactiveDate.
           03 InactYear  PIC 9(4).
           03 InactMonth PIC 99.
           03 InactDay   PIC 99.
       02 CustContact.
           03 AddrLine1  PIC X(20).
           03 AddrLine2  PIC X(20).
           03 CityCode   PIC 99.
           03 PostalCode PIC X(8).
           03 PhoneNum   PIC X(12).
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

FD PromoFile.
*> Kept in step with the PromoRec layout promomnt.cob keeps.
01 PromoRec.
       02 PromoCode PIC X(8).
       02 FILLER PIC X.
       02 PromoType PIC X.
       02 FILLER PIC X.
       02 PromoPct PIC 99V99.
       02 FILLER PIC X.
       02 PromoAmt PIC 9(5)V99.
       02 FILLER PIC X.
       02 PromoFrom PIC 9(8).
       02 FILLER PIC X.
       02 PromoTo PIC 9(8).
       02 FILLER PIC X.
       02 PromoProd PIC X(5).

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

FD SalesHistFile.
*> Kept in step with the SalesHistRec layout coboltuttable writes.
01 SalesHistRec.
       02 SalesKey.
           03 SalesProdCode PIC X(5).
           03 SalesSizeType PIC A.
           03 SalesDate PIC 9(8).
           03 SalesSeq PIC 9(4).
       02 SalesCustKey.
           03 SalesCustId PIC 9(5).
           03 SalesCustDate PIC 9(8).
       02 SalesQty PIC 9(3).
       02 SalesExtPrice PIC 9(5)V99.
       02 SalesUnitCost PIC 9(3)V99.
       02 SalesLotNum PIC X(10).
       02 SalesInvNum PIC 9(6).

FD CityFile.
01 CityRecord.
       02 FileCityCode PIC 99.
       02 FileCityName PIC X(15).

FD LabelFile.
01 LabelLine PIC X(40).

FD MailListFile.
*> Fixed columns: email address, customer, name as FMTNAME gives it.
01 MailListRec.
       02 MlEmail PIC X(30).
       02 FILLER PIC X.
       02 MlCustId PIC 9(5).
       02 FILLER PIC X.
       02 MlName PIC X(31).

FD CampaignLog.
*> Fixed columns: date and time, promotion, labels and emails
*> selected, the operator, then the criteria - city, band, last
*> purchase from and to, product.
01 CampaignLogRec.
       02 CgDate PIC 9(8).
       02 FILLER PIC X.
       02 CgTime PIC 9(6).
       02 FILLER PIC X.
       02 CgPromo PIC X(8).
       02 FILLER PIC X.
       02 CgLabels PIC 9(5).
       02 FILLER PIC X.
       02 CgEmails PIC 9(5).
       02 FILLER PIC X.
       02 CgOper PIC X(20).
       02 FILLER PIC X.
       02 CgCity PIC 99.
       02 FILLER PIC X.
       02 CgBand PIC X.
       02 FILLER PIC X.
       02 CgFromDate PIC 9(8).
       02 FILLER PIC X.
       02 CgToDate PIC 9(8).
       02 FILLER PIC X.
       02 CgProd PIC X(5).

SD SortWorkFile.
01 SortRec.
       02 SrtSpend PIC 9(7)V99.
       02 SrtCustId PIC 9(5).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 PromoFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 SalesHistStatus PIC XX.
01 CityFileStatus PIC XX.
01 CampaignLogStatus PIC XX.
01 WSEOF PIC X.
01 SortEOF PIC X.
01 BrowseEOF PIC X.
01 OperatorName PIC X(20).
01 Answer PIC X.
01 PromoFound PIC X.
*> The selection criteria; zero or blank takes everyone.
01 CampPromo PIC X(8).
01 CritCity PIC 99.
01 CritBand PIC X.
01 CritFromDate PIC 9(8).
01 CritToDate PIC 9(8).
01 CritProd PIC X(5).
*> Spend per customer from the open items, totted up the way
*> custrank does it and then banded by cumulative percentage.
01 SpendTable.
       02 SpendEntry OCCURS 0 TO 999 TIMES
               DEPENDING ON SpendCount.
           03 TblCustId PIC 9(5).
           03 TblSpend PIC 9(7)V99.
           03 TblBand PIC X.
01 SpendCount PIC 9(3) VALUE 0.
01 SpendIdx PIC 9(3).
01 SpendFound PIC X.
01 WorkIdx PIC 9(3).
01 PendingId PIC 9(5).
01 CreditWork PIC 9(7)V99.
01 GrandSpend PIC 9(9)V99 VALUE 0.
01 RunningSpend PIC 9(9)V99 VALUE 0.
01 CumPercent PIC 9(3)V9.
*> Last purchase date and whether the chosen product was bought,
*> per customer, from salesidx.dat.
01 BuyTable.
       02 BuyEntry OCCURS 0 TO 999 TIMES
               DEPENDING ON BuyCount.
           03 BuyCustId PIC 9(5).
           03 BuyLastDate PIC 9(8).
           03 BuyProduct PIC X.
01 BuyCount PIC 9(3) VALUE 0.
01 BuyFound PIC X.
01 BuyIdx PIC 9(3).
01 CustBand PIC X.
01 CustLastDate PIC 9(8).
01 CustBought PIC X.
01 CustSelected PIC X.
01 CityTable.
       02 CityEntry OCCURS 0 TO 99 TIMES
               DEPENDING ON CityCount
               INDEXED BY CityIdx.
           03 TblCityCode PIC 99.
           03 TblCityName PIC X(15).
01 CityCount PIC 99 VALUE ZERO.
01 LabelCityName PIC X(15).
01 FullName PIC X(31).
01 ErasedPrefix PIC X(7) VALUE "ERASED-".
01 LabelCount PIC 9(5) VALUE 0.
01 EmailCount PIC 9(5) VALUE 0.
01 MatchCount PIC 9(5) VALUE 0.
01 NoConsentCount PIC 9(5) VALUE 0.
01 ReportFileName PIC X(30).
01 MailFileName PIC X(30).
01 CatReportName PIC X(12).
01 LineCount PIC 9(5) VALUE 0.
01 StampDate.
       02 StampYear  PIC 99.
       02 StampMonth PIC 99.
       02 StampDay   PIC 99.
01 TodayDate PIC 9(8).
01 CampClock.
       02 CampTime PIC 9(6).
       02 FILLER PIC 99.

PROCEDURE DIVISION.
MainPara.
       CALL 'SESSBNR' USING "campaign", OperatorName.
       CALL 'SESSLOG' USING "START", "campaign", OperatorName.
       PERFORM SelectCampaign THRU SelectCampaign-Exit.
       CALL 'SESSLOG' USING "END  ", "campaign", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

SelectCampaign.
       DISPLAY " ".
       DISPLAY "CAMPAIGN MAILING-LIST SELECTION".
       DISPLAY "Promotion code: " WITH NO ADVANCING.
       ACCEPT CampPromo.
       PERFORM FindPromo.
       IF PromoFound = 'N'
           DISPLAY "Promotion " CampPromo " is not on promo.dat"
           GO TO SelectCampaign-Exit
       END-IF.
       DISPLAY "Valid " PromoFrom " to " PromoTo.
       DISPLAY "City code (0 = all): " WITH NO ADVANCING.
       ACCEPT CritCity.
       DISPLAY "Spending band A/B/C/N (blank = all): "
           WITH NO ADVANCING.
       ACCEPT CritBand.
       IF CritBand NOT = SPACE AND CritBand NOT = 'A'
               AND CritBand NOT = 'B' AND CritBand NOT = 'C'
               AND CritBand NOT = 'N'
           DISPLAY "Band must be A, B, C or N"
           GO TO SelectCampaign-Exit
       END-IF.
       DISPLAY "Last purchase from (YYYYMMDD, 0 = any): "
           WITH NO ADVANCING.
       ACCEPT CritFromDate.
       DISPLAY "Last purchase to (YYYYMMDD, 0 = any): "
           WITH NO ADVANCING.
       ACCEPT CritToDate.
       IF CritToDate NOT = ZERO AND CritToDate < CritFromDate
           DISPLAY "To date is before the from date"
           GO TO SelectCampaign-Exit
       END-IF.
       DISPLAY "Product bought (blank = any): " WITH NO ADVANCING.
       ACCEPT CritProd.
       DISPLAY "Select the mailing list (Y/N)? " WITH NO ADVANCING.
       ACCEPT Answer.
       IF Answer NOT = 'Y' AND Answer NOT = 'y'
           GO TO SelectCampaign-Exit
       END-IF.
       IF CritBand NOT = SPACE
           PERFORM TallySpend
           IF SpendCount > 0
               SORT SortWorkFile ON DESCENDING KEY SrtSpend
                   INPUT PROCEDURE IS ReleaseSpendRows
                   OUTPUT PROCEDURE IS AssignBands
           END-IF
       END-IF.
       IF CritFromDate NOT = ZERO OR CritToDate NOT = ZERO
               OR CritProd NOT = SPACES
           PERFORM TallyPurchases
       END-IF.
       PERFORM LoadCityTable.
       PERFORM WriteMailingList.
       PERFORM LogCampaign.
       DISPLAY MatchCount " customers matched, " NoConsentCount
           " left out with no consent".
       DISPLAY LabelCount " labels written to " ReportFileName.
       DISPLAY EmailCount " email addresses written to " MailFileName.
SelectCampaign-Exit.
       EXIT.

FindPromo.
       MOVE 'N' TO PromoFound.
       MOVE 'N' TO WSEOF.
       OPEN INPUT PromoFile.
       IF PromoFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM CheckOnePromo UNTIL WSEOF = 'Y'.
       IF PromoFileStatus NOT = "35"
           CLOSE PromoFile
       END-IF.

CheckOnePromo.
       READ PromoFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PromoCode = CampPromo
                   MOVE 'Y' TO PromoFound
                   MOVE 'Y' TO WSEOF
               END-IF
       END-READ.

*> Spend is every document on the open items, not a date range:
*> the band says how much a customer matters to us overall.
TallySpend.
       MOVE 'N' TO WSEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneItem UNTIL WSEOF = 'Y'.
       IF OpenItemStatus NOT = "35"
           CLOSE OpenItemFile
       END-IF.

*> Same rules as custrank: payment remainders are cash movement,
*> not spend, and credits count against spend without taking it
*> below zero.
TallyOneItem.
       READ OpenItemFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF OiType NOT = 'P'
                   MOVE OiCustId TO PendingId
                   PERFORM FindSpendEntry
                   IF SpendFound = 'Y'
                       PERFORM AddItemSpend
                   END-IF
               END-IF
       END-READ.

AddItemSpend.
       IF OiAmount > ZERO
           ADD OiAmount TO TblSpend(WorkIdx)
       ELSE
           COMPUTE CreditWork = 0 - OiAmount
           IF TblSpend(WorkIdx) >= CreditWork
               SUBTRACT CreditWork FROM TblSpend(WorkIdx)
           ELSE
               MOVE ZERO TO TblSpend(WorkIdx)
           END-IF
       END-IF.

*> Finds the customer's row, adding one when there is room; the
*> flag comes back N only when the table is full.
FindSpendEntry.
       MOVE 'N' TO SpendFound.
       MOVE 0 TO WorkIdx.
       PERFORM ScanSpendEntry UNTIL SpendFound = 'Y'
           OR WorkIdx >= SpendCount.
       IF SpendFound = 'N' AND SpendCount < 999
           ADD 1 TO SpendCount
           MOVE SpendCount TO WorkIdx
           MOVE PendingId TO TblCustId(WorkIdx)
           MOVE 0 TO TblSpend(WorkIdx)
           MOVE 'N' TO TblBand(WorkIdx)
           MOVE 'Y' TO SpendFound
       END-IF.

ScanSpendEntry.
       ADD 1 TO WorkIdx.
       IF TblCustId(WorkIdx) = PendingId
           MOVE 'Y' TO SpendFound
       END-IF.

ReleaseSpendRows.
       PERFORM ReleaseOneSpendRow
           VARYING SpendIdx FROM 1 BY 1 UNTIL SpendIdx > SpendCount.

ReleaseOneSpendRow.
       MOVE TblSpend(SpendIdx) TO SrtSpend.
       MOVE TblCustId(SpendIdx) TO SrtCustId.
       ADD TblSpend(SpendIdx) TO GrandSpend.
       RELEASE SortRec.

*> Walks the ranking from the top; the band is decided by the
*> share of spend already counted above the customer, so the
*> customer who crosses 80 percent is still an A.
AssignBands.
       MOVE 'N' TO SortEOF.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.
       PERFORM BandOneCustomer UNTIL SortEOF = 'Y'.

BandOneCustomer.
       IF GrandSpend > ZERO
           COMPUTE CumPercent ROUNDED =
               RunningSpend * 100 / GrandSpend
       ELSE
           MOVE 0 TO CumPercent
       END-IF.
       MOVE SrtCustId TO PendingId.
       PERFORM FindSpendEntry.
       IF SrtSpend = ZERO
           MOVE 'N' TO TblBand(WorkIdx)
       ELSE
           IF CumPercent < 80
               MOVE 'A' TO TblBand(WorkIdx)
           ELSE
               IF CumPercent < 95
                   MOVE 'B' TO TblBand(WorkIdx)
               ELSE
                   MOVE 'C' TO TblBand(WorkIdx)
               END-IF
           END-IF
       END-IF.
       ADD SrtSpend TO RunningSpend.
       RETURN SortWorkFile AT END MOVE 'Y' TO SortEOF END-RETURN.

TallyPurchases.
       MOVE 'N' TO WSEOF.
       OPEN INPUT SalesHistFile.
       IF SalesHistStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM TallyOneSale UNTIL WSEOF = 'Y'.
       IF SalesHistStatus NOT = "35"
           CLOSE SalesHistFile
       END-IF.

TallyOneSale.
       READ SalesHistFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF SalesCustId NOT = ZERO
                   MOVE SalesCustId TO PendingId
                   PERFORM FindBuyEntry
                   IF BuyFound = 'Y'
                       PERFORM NoteOneSale
                   END-IF
               END-IF
       END-READ.

NoteOneSale.
       IF SalesDate > BuyLastDate(BuyIdx)
           MOVE SalesDate TO BuyLastDate(BuyIdx)
       END-IF.
       IF CritProd NOT = SPACES AND SalesProdCode = CritProd
           MOVE 'Y' TO BuyProduct(BuyIdx)
       END-IF.

FindBuyEntry.
       MOVE 'N' TO BuyFound.
       MOVE 0 TO BuyIdx.
       PERFORM ScanBuyEntry UNTIL BuyFound = 'Y'
           OR BuyIdx >= BuyCount.
       IF BuyFound = 'N' AND BuyCount < 999
           ADD 1 TO BuyCount
           MOVE BuyCount TO BuyIdx
           MOVE PendingId TO BuyCustId(BuyIdx)
           MOVE 0 TO BuyLastDate(BuyIdx)
           MOVE 'N' TO BuyProduct(BuyIdx)
           MOVE 'Y' TO BuyFound
       END-IF.

ScanBuyEntry.
       ADD 1 TO BuyIdx.
       IF BuyCustId(BuyIdx) = PendingId
           MOVE 'Y' TO BuyFound
       END-IF.

*> Reads cities.dat so a label can carry the city name; a missing
*> file just leaves the name off.
LoadCityTable.
       MOVE 'N' TO WSEOF.
       OPEN INPUT CityFile.
       IF CityFileStatus = "35"
           MOVE 'Y' TO WSEOF
       END-IF.
       PERFORM LoadOneCity UNTIL WSEOF = 'Y'.
       IF CityFileStatus NOT = "35"
           CLOSE CityFile
       END-IF.

LoadOneCity.
       READ CityFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF CityCount < 99
                   ADD 1 TO CityCount
                   MOVE FileCityCode TO TblCityCode(CityCount)
                   MOVE FileCityName TO TblCityName(CityCount)
               END-IF
       END-READ.

WriteMailingList.
       ACCEPT StampDate FROM DATE.
       MOVE SPACES TO ReportFileName.
       STRING "CampLbl" StampYear StampMonth StampDay ".rpt"
           DELIMITED BY SIZE INTO ReportFileName
       END-STRING.
       MOVE SPACES TO MailFileName.
       STRING "CampMail" StampYear StampMonth StampDay ".dat"
           DELIMITED BY SIZE INTO MailFileName
       END-STRING.
       OPEN INPUT CustomerFile.
       OPEN OUTPUT LabelFile.
       OPEN OUTPUT MailListFile.
       MOVE 'N' TO BrowseEOF.
       MOVE LOW-VALUES TO IDNum.
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM SelectOneCustomer UNTIL BrowseEOF = 'Y'.
       CLOSE CustomerFile, LabelFile, MailListFile.
       MOVE "CampLbl" TO CatReportName.
       CALL 'RPTCAT' USING CatReportName, ReportFileName,
           OperatorName, LineCount.

SelectOneCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE 'Y' TO BrowseEOF
       END-READ.
       IF BrowseEOF = 'N'
           PERFORM CheckCriteria THRU CheckCriteria-Exit
           IF CustSelected = 'Y'
               PERFORM MailOneCustomer
           END-IF
       END-IF.

*> Inactive and erased customers are never mailed; after that each
*> criterion in use must match.
CheckCriteria.
       MOVE 'N' TO CustSelected.
       IF CustInactive OR LastName(1:7) = ErasedPrefix
           GO TO CheckCriteria-Exit
       END-IF.
       IF CritCity NOT = ZERO AND CityCode NOT = CritCity
           GO TO CheckCriteria-Exit
       END-IF.
       IF CritBand NOT = SPACE
           PERFORM LookupBand
           IF CustBand NOT = CritBand
               GO TO CheckCriteria-Exit
           END-IF
       END-IF.
       IF CritFromDate NOT = ZERO OR CritToDate NOT = ZERO
               OR CritProd NOT = SPACES
           PERFORM LookupPurchases
           IF CustLastDate = ZERO
               GO TO CheckCriteria-Exit
           END-IF
           IF CritFromDate NOT = ZERO AND CustLastDate < CritFromDate
               GO TO CheckCriteria-Exit
           END-IF
           IF CritToDate NOT = ZERO AND CustLastDate > CritToDate
               GO TO CheckCriteria-Exit
           END-IF
           IF CritProd NOT = SPACES AND CustBought = 'N'
               GO TO CheckCriteria-Exit
           END-IF
       END-IF.
       MOVE 'Y' TO CustSelected.
CheckCriteria-Exit.
       EXIT.

LookupBand.
       MOVE 'N' TO CustBand.
       MOVE IDNum TO PendingId.
       MOVE 'N' TO SpendFound.
       MOVE 0 TO WorkIdx.
       PERFORM ScanSpendEntry UNTIL SpendFound = 'Y'
           OR WorkIdx >= SpendCount.
       IF SpendFound = 'Y'
           MOVE TblBand(WorkIdx) TO CustBand
       END-IF.

LookupPurchases.
       MOVE ZERO TO CustLastDate.
       MOVE 'N' TO CustBought.
       MOVE IDNum TO PendingId.
       MOVE 'N' TO BuyFound.
       MOVE 0 TO BuyIdx.
       PERFORM ScanBuyEntry UNTIL BuyFound = 'Y'
           OR BuyIdx >= BuyCount.
       IF BuyFound = 'Y'
           MOVE BuyLastDate(BuyIdx) TO CustLastDate
           MOVE BuyProduct(BuyIdx) TO CustBought
       END-IF.

*> Only a Y is mailed - N has opted out and blank was never asked.
MailOneCustomer.
       ADD 1 TO MatchCount.
       CALL 'FMTNAME' USING FirstName, LastName, FullName.
       IF (ConsentPost NOT = 'Y' OR AddrLine1 = SPACES)
               AND (ConsentEmail NOT = 'Y' OR EmailAddr = SPACES)
           ADD 1 TO NoConsentCount
       END-IF.
       IF ConsentPost = 'Y' AND AddrLine1 NOT = SPACES
           PERFORM WriteOneLabel
       END-IF.
       IF ConsentEmail = 'Y' AND EmailAddr NOT = SPACES
           MOVE SPACES TO MailListRec
           MOVE EmailAddr TO MlEmail
           MOVE IDNum TO MlCustId
           MOVE FullName TO MlName
           WRITE MailListRec
           ADD 1 TO EmailCount
       END-IF.

*> Five lines a label - name, two address lines, city and postal
*> code, and a blank to separate it from the next.
WriteOneLabel.
       MOVE SPACES TO LabelCityName.
       IF CityCount > ZERO
           SET CityIdx TO 1
           SEARCH CityEntry
               AT END CONTINUE
               WHEN TblCityCode(CityIdx) = CityCode
                   MOVE TblCityName(CityIdx) TO LabelCityName
           END-SEARCH
       END-IF.
       MOVE FullName TO LabelLine.
       WRITE LabelLine.
       MOVE AddrLine1 TO LabelLine.
       WRITE LabelLine.
       MOVE AddrLine2 TO LabelLine.
       WRITE LabelLine.
       MOVE SPACES TO LabelLine.
       STRING LabelCityName DELIMITED BY SIZE
           " " PostalCode DELIMITED BY SIZE
           INTO LabelLine
       END-STRING.
       WRITE LabelLine.
       MOVE SPACES TO LabelLine.
       WRITE LabelLine.
       ADD 5 TO LineCount.
       ADD 1 TO LabelCount.

LogCampaign.
       OPEN EXTEND CampaignLog.
       IF CampaignLogStatus = "35"
           OPEN OUTPUT CampaignLog
           CLOSE CampaignLog
           OPEN EXTEND CampaignLog
       END-IF.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       ACCEPT CampClock FROM TIME.
       MOVE SPACES TO CampaignLogRec.
       MOVE TodayDate TO CgDate.
       MOVE CampTime TO CgTime.
       MOVE CampPromo TO CgPromo.
       MOVE LabelCount TO CgLabels.
       MOVE EmailCount TO CgEmails.
       MOVE OperatorName TO CgOper.
       MOVE CritCity TO CgCity.
       MOVE CritBand TO CgBand.
       MOVE CritFromDate TO CgFromDate.
       MOVE CritToDate TO CgToDate.
       MOVE CritProd TO CgProd.
       WRITE CampaignLogRec.
       CLOSE CampaignLog.
