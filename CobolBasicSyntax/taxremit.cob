*> its customer's city on customer.txt; a tax line inside a
*> credit-memo block nets off (that is how a reversed charge would
*> arrive), city names come from cities.dat, and the grand total
*> at the bottom is the figure we owe. Sales to customers holding
*> an exemption certificate carry a "Tax exempt" line instead of a
*> tax line; the tax office asks for those separately, so they are
*> totalled per city in a column of their own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       02 RInvTaxTag PIC X(14).
       02 RInvTaxAmt PIC 9(5)V99.
       02 FILLER     PIC X(59).
*> The exempt line "  Tax exempt: certificate ..." shares the same
*> tag width, so RInvTaxTag picks it out as well.

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

FD CityFile.
*> Kept in step with the CityRecord layout citymaint.cob keeps.
01 InvDD PIC 99.
01 BlockTax PIC 9(5)V99 VALUE 0.
01 BlockHadTax PIC X VALUE 'N'.
01 BlockExempt PIC X VALUE 'N'.
01 CustFound PIC X.
*> One row per city with taxed or exempt sales in the range.
01 CityTotTable.
       02 CityTotEntry OCCURS 0 TO 20 TIMES
               DEPENDING ON CityTotCount.
           03 TblCtCity PIC 99.
           03 TblCtSales PIC S9(9)V99.
           03 TblCtTax PIC S9(7)V99.
           03 TblCtExempt PIC S9(9)V99.
01 CityTotCount PIC 99 VALUE 0.
01 CityIdx PIC 99.
01 CityRowFound PIC X.
01 SalesDelta PIC S9(7)V99.
01 TaxDelta PIC S9(7)V99.
01 ExemptDelta PIC S9(7)V99.
*> City names loaded from cities.dat for the report.
01 CityNameTable.
       02 CityNameEntry OCCURS 0 TO 20 TIMES
01 FoundCityName PIC X(15).
01 GrandSales PIC S9(9)V99 VALUE 0.
01 GrandTax PIC S9(9)V99 VALUE 0.
01 GrandExempt PIC S9(9)V99 VALUE 0.
01 Heads.
       02 FILLER PIC X(31) VALUE "CITY  NAME             TAXABLE ".
       02 FILLER PIC X(29) VALUE "SALES       TAX CHARGED      ".
       02 FILLER PIC X(12) VALUE "EXEMPT SALES".
       02 FILLER PIC X(8) VALUE SPACES.
01 DetailLine.
       02 PrnCity PIC 99.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnSales PIC ZZZ,ZZ9.99-.
       02 FILLER PIC X(6) VALUE SPACE.
       02 PrnTax PIC ZZZ,ZZ9.99-.
       02 FILLER PIC X(6) VALUE SPACE.
       02 PrnExempt PIC ZZZ,ZZ9.99-.
01 TotalLine.
       02 FILLER PIC X(21) VALUE "GRAND TOTAL          ".
       02 PrnGrandSales PIC ZZZ,ZZ9.99-.
       02 FILLER PIC X(6) VALUE SPACE.
       02 PrnGrandTax PIC ZZZ,ZZ9.99-.
       02 FILLER PIC X(6) VALUE SPACE.
       02 PrnGrandExempt PIC ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
MainPara.
           PERFORM ResolveHeaderCity
           MOVE 'Y' TO HeaderSeen
           MOVE 'N' TO BlockHadTax
           MOVE 'N' TO BlockExempt
           MOVE 0 TO BlockTax
       ELSE
           IF RInvTaxTag = "  Sales tax: $" AND HeaderSeen = 'Y'
               MOVE RInvTaxAmt TO BlockTax
               MOVE 'Y' TO BlockHadTax
           END-IF
           IF RInvTaxTag = "  Tax exempt: " AND HeaderSeen = 'Y'
               MOVE 'Y' TO BlockExempt
           END-IF
           IF RInvTotalTag = "  Order total: $" AND HeaderSeen = 'Y'
               IF BlockHadTax = 'Y'
                       AND PendingDateNum >= FromDate
                       AND PendingDateNum <= ToDate
                   MOVE RInvTotalAmt TO SalesDelta
                   MOVE BlockTax TO TaxDelta
                   MOVE 0 TO ExemptDelta
                   PERFORM PostCityTotals
               END-IF
               IF BlockExempt = 'Y'
                       AND PendingDateNum >= FromDate
                       AND PendingDateNum <= ToDate
                   MOVE 0 TO SalesDelta
                   MOVE 0 TO TaxDelta
                   MOVE RInvTotalAmt TO ExemptDelta
                   PERFORM PostCityTotals
               END-IF
               MOVE 'N' TO HeaderSeen
                       AND PendingDateNum <= ToDate
                   COMPUTE SalesDelta = 0 - RInvTotalAmt
                   COMPUTE TaxDelta = 0 - BlockTax
                   MOVE 0 TO ExemptDelta
                   PERFORM PostCityTotals
               END-IF
               MOVE 'N' TO HeaderSeen
               MOVE PendingCity TO TblCtCity(CityIdx)
               MOVE ZEROS TO TblCtSales(CityIdx)
               MOVE ZEROS TO TblCtTax(CityIdx)
               MOVE ZEROS TO TblCtExempt(CityIdx)
               PERFORM AddCityDeltas
           ELSE
               DISPLAY "WARNING: more than 20 cities - the extras"
       ADD TaxDelta TO TblCtTax(CityIdx).
       ADD SalesDelta TO GrandSales.
       ADD TaxDelta TO GrandTax.
       ADD ExemptDelta TO TblCtExempt(CityIdx).
       ADD ExemptDelta TO GrandExempt.

PrintRemitReport.
       OPEN OUTPUT RemitReport.
           VARYING CityIdx FROM 1 BY 1 UNTIL CityIdx > CityTotCount.
       MOVE GrandSales TO PrnGrandSales.
       MOVE GrandTax TO PrnGrandTax.
       MOVE GrandExempt TO PrnGrandExempt.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       CLOSE RemitReport.
       DISPLAY "Remittance report written to TaxRemit.rpt ("
       MOVE FoundCityName TO PrnCityName.
       MOVE TblCtSales(CityIdx) TO PrnSales.
       MOVE TblCtTax(CityIdx) TO PrnTax.
       MOVE TblCtExempt(CityIdx) TO PrnExempt.
       WRITE PrintLine FROM DetailLine.

FindCityName.
