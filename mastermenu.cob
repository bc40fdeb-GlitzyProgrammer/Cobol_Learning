*> separately, so an operator has a single entry point for the day's
*> work. Each maintenance program GOBACKs to here when its own menu
*> is exited with option 0.
*> An operator flagged for training in opermaint is moved into the
*> training set by TRNMODE straight after sign-on, so this menu and
*> everything it calls run against the training copies of the files
*> for the rest of the session, under a TRAINING banner.

ENVIRONMENT DIVISION.

01 SignonLevel PIC 9 VALUE 0.
01 SignedOn PIC X VALUE 'N'.
01 NeededLevel PIC 9.
01 TrainingMode PIC X VALUE 'N'.
*> System-status check at start-up: while the night batch holds the
*> system CLOSED only a supervisor override gets in.
01 SysReason PIC X(30).
       IF SignedOn = 'N'
           STOP RUN
       END-IF.
       CALL 'TRNMODE' USING "ENT", SignonId, SignonLevel, TrainingMode.
       IF TrainingMode = 'X'
           DISPLAY "No training set has been built - ask a supervisor"
               " to run the training refresh"
           STOP RUN
       END-IF.
       CALL 'SYSSTAT' USING "CHK", SysReason, SysSetBy, SysIsOpen.
       IF SysIsOpen = 'N'
           DISPLAY "SYSTEM CLOSED: " SysReason " (by " SysSetBy ")"
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           IF TrainingMode = 'Y'
               DISPLAY "*** TRAINING MODE - practice files only ***"
           END-IF
           DISPLAY "MASTER MENU"
           DISPLAY "1: Customer Maintenance"
           DISPLAY "2: Order Entry"
           DISPLAY "49: Exchange-Rate Import"
           DISPLAY "50: Open-Items Cutover Build"
           DISPLAY "51: End-of-Day Cash-Up"
           DISPLAY "52: Bank Reconciliation"
           DISPLAY "53: Payment Terms"
           DISPLAY "54: Direct Debit Mandates"
           DISPLAY "55: Direct Debit Collections"
           DISPLAY "56: Tax Exemption Certificates"
           DISPLAY "57: Instalment Plans"
           DISPLAY "58: Invoice Disputes"
           DISPLAY "59: Budgets"
           DISPLAY "60: Year-End Close"
           DISPLAY "61: Manual Journals"
           DISPLAY "62: Supplier Payment Run"
           DISPLAY "63: Return to Supplier"
           DISPLAY "64: Supplier Price-List Import"
           DISPLAY "65: Available-to-Promise Inquiry"
           DISPLAY "66: Freight Table"
           DISPLAY "67: Van Runs and Proof of Delivery"
           DISPLAY "68: Loyalty Points"
           DISPLAY "69: Warranty Claims"
           DISPLAY "70: Barcodes and Shelf Labels"
           DISPLAY "71: Categories and Departments"
           DISPLAY "72: Sales Targets"
           DISPLAY "73: Amend/Cancel Order"
           DISPLAY "74: Personal Data Export/Erase"
           DISPLAY "75: Campaign Mailing List"
           DISPLAY "76: Admissions"
           DISPLAY "77: Registration Holds"
           DISPLAY "78: Grade Change Requests"
           DISPLAY "79: Room Records"
           DISPLAY "80: Exam Timetable"
           DISPLAY "81: Student Status Letters"
           DISPLAY "82: Alumni Donations"
           DISPLAY "83: Adjunct Teaching Pay"
           DISPLAY "84: Polling Stations"
           DISPLAY "85: Polling Station Assignment"
           DISPLAY "86: Election-Day Vote Marking"
           DISPLAY "87: Business-Day Calendar"
           DISPLAY "88: Night Batch Schedule"
           DISPLAY "89: Refresh Training Set"
           DISPLAY "90: Build Indexed Sales History"
           DISPLAY "91: Letter Templates"
           DISPLAY "92: Complaint Cases"
           DISPLAY "93: File Growth Thresholds"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 51
                   CALL 'cashup'
                   CANCEL 'cashup'
               WHEN 52
                   CALL 'bankrec'
                   CANCEL 'bankrec'
               WHEN 53
                   CALL 'termsmnt'
                   CANCEL 'termsmnt'
               WHEN 54
                   CALL 'mandmnt'
                   CANCEL 'mandmnt'
               WHEN 55
                   CALL 'ddrun'
                   CANCEL 'ddrun'
               WHEN 56
                   CALL 'taxexmnt'
                   CANCEL 'taxexmnt'
               WHEN 57
                   CALL 'instplan'
                   CANCEL 'instplan'
               WHEN 58
                   CALL 'disputes'
                   CANCEL 'disputes'
               WHEN 59
                   CALL 'budgetmnt'
                   CANCEL 'budgetmnt'
               WHEN 60
                   CALL 'yearend'
                   CANCEL 'yearend'
               WHEN 61
                   CALL 'manjrnl'
                   CANCEL 'manjrnl'
               WHEN 62
                   CALL 'payrun'
                   CANCEL 'payrun'
               WHEN 63
                   CALL 'supret'
                   CANCEL 'supret'
               WHEN 64
                   CALL 'priceimp'
                   CANCEL 'priceimp'
               WHEN 65
                   CALL 'atpinq'
                   CANCEL 'atpinq'
               WHEN 66
                   CALL 'freightmnt'
                   CANCEL 'freightmnt'
               WHEN 67
                   CALL 'vanroute'
                   CANCEL 'vanroute'
               WHEN 68
                   CALL 'loyalty'
                   CANCEL 'loyalty'
               WHEN 69
                   CALL 'warranty'
                   CANCEL 'warranty'
               WHEN 70
                   CALL 'barcodes'
                   CANCEL 'barcodes'
               WHEN 71
                   CALL 'catmaint'
                   CANCEL 'catmaint'
               WHEN 72
                   CALL 'salestgt'
                   CANCEL 'salestgt'
               WHEN 73
                   CALL 'ordamend'
                   CANCEL 'ordamend'
               WHEN 74
                   CALL 'privdata'
                   CANCEL 'privdata'
               WHEN 75
                   CALL 'campaign'
                   CANCEL 'campaign'
               WHEN 76
                   CALL 'admissions'
                   CANCEL 'admissions'
               WHEN 77
                   CALL 'holdmnt'
                   CANCEL 'holdmnt'
               WHEN 78
                   CALL 'gradechg'
                   CANCEL 'gradechg'
               WHEN 79
                   CALL 'roommnt'
                   CANCEL 'roommnt'
               WHEN 80
                   CALL 'examsched'
                   CANCEL 'examsched'
               WHEN 81
                   CALL 'statusltr'
                   CANCEL 'statusltr'
               WHEN 82
                   CALL 'donation'
                   CANCEL 'donation'
               WHEN 83
                   CALL 'adjpay'
                   CANCEL 'adjpay'
               WHEN 84
                   CALL 'pollstn'
                   CANCEL 'pollstn'
               WHEN 85
                   CALL 'pollassign'
                   CANCEL 'pollassign'
               WHEN 86
                   CALL 'votemark'
                   CANCEL 'votemark'
               WHEN 87
                   CALL 'bizcal'
                   CANCEL 'bizcal'
               WHEN 88
                   CALL 'jobsched'
                   CANCEL 'jobsched'
               WHEN 89
                   CALL 'trainref'
                   CANCEL 'trainref'
               WHEN 90
                   CALL 'shbuild'
                   CANCEL 'shbuild'
               WHEN 91
                   CALL 'lettmpl'
                   CANCEL 'lettmpl'
               WHEN 92
                   CALL 'complaint'
                   CANCEL 'complaint'
               WHEN 93
                   CALL 'capmaint'
                   CANCEL 'capmaint'
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
           END-IF
           WHEN 45 MOVE 3 TO NeededLevel
           WHEN 46 MOVE 3 TO NeededLevel
           WHEN 50 MOVE 3 TO NeededLevel
           WHEN 55 MOVE 3 TO NeededLevel
           WHEN 16 MOVE 1 TO NeededLevel
           WHEN 47 MOVE 1 TO NeededLevel
           WHEN 60 MOVE 3 TO NeededLevel
           WHEN 85 MOVE 3 TO NeededLevel
           WHEN 87 MOVE 3 TO NeededLevel
           WHEN 88 MOVE 3 TO NeededLevel
           WHEN 89 MOVE 3 TO NeededLevel
           WHEN 90 MOVE 3 TO NeededLevel
           WHEN 91 MOVE 3 TO NeededLevel
           WHEN 93 MOVE 3 TO NeededLevel
           WHEN OTHER MOVE 2 TO NeededLevel
       END-EVALUATE.

       MOVE 'Y' TO ReportsStayOpen.
       PERFORM UNTIL ReportsStayOpen = 'N'
           DISPLAY " "
           IF TrainingMode = 'Y'
               DISPLAY "*** TRAINING MODE - practice files only ***"
           END-IF
           DISPLAY "REPORTS"
           DISPLAY "1: Customer Report (coboltutr)"
           DISPLAY "2: Honor Roll (honorroll)"
           DISPLAY "36: Academic Standing Run (standing)"
           DISPLAY "37: Attendance Funding Return (attendret)"
           DISPLAY "38: Sales Feed Resend (feedresend)"
           DISPLAY "39: Aged Disputes (dispage)"
           DISPLAY "40: Budget vs Actual (budvar)"
           DISPLAY "41: Financial Statements (finstmt)"
           DISPLAY "42: Stock v Ledger Check (invglchk)"
           DISPLAY "43: AR to GL Reconciliation (arrecon)"
           DISPLAY "44: Loyalty Points Liability (loyliab)"
           DISPLAY "45: Category Summary (catrpt)"
           DISPLAY "46: Lot Recall Trace (lottrace)"
           DISPLAY "47: Lots Nearing Expiry (lotexpiry)"
           DISPLAY "48: Sales Target Attainment (attainrpt)"
           DISPLAY "49: Admissions Intake (intakerpt)"
           DISPLAY "50: Grade Change Report (gradechgrpt)"
           DISPLAY "51: Grade Distribution (graddist)"
           DISPLAY "52: Fundraising Campaigns (donrpt)"
           DISPLAY "53: Cohort Retention (cohort)"
           DISPLAY "54: Election Turnout (turnout)"
           DISPLAY "55: Operator Activity Review (opreview)"
           DISPLAY "56: Overdue Complaint Cases (cmpoverdue)"
           DISPLAY "57: Price Change Simulation (pricesim)"
           DISPLAY "58: Forward Stock Projection (stockproj)"
           DISPLAY "59: File Growth Report (growrpt)"
           DISPLAY "0: Back"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT ReportsChoice
               WHEN 38
                   CALL 'feedresend'
                   CANCEL 'feedresend'
               WHEN 39
                   CALL 'dispage'
                   CANCEL 'dispage'
               WHEN 40
                   CALL 'budvar'
                   CANCEL 'budvar'
               WHEN 41
                   CALL 'finstmt'
                   CANCEL 'finstmt'
               WHEN 42
                   CALL 'invglchk'
                   CANCEL 'invglchk'
               WHEN 43
                   CALL 'arrecon'
                   CANCEL 'arrecon'
               WHEN 44
                   CALL 'loyliab'
                   CANCEL 'loyliab'
               WHEN 45
                   CALL 'catrpt'
                   CANCEL 'catrpt'
               WHEN 46
                   CALL 'lottrace'
                   CANCEL 'lottrace'
               WHEN 47
                   CALL 'lotexpiry'
                   CANCEL 'lotexpiry'
               WHEN 48
                   CALL 'attainrpt'
                   CANCEL 'attainrpt'
               WHEN 49
                   CALL 'intakerpt'
                   CANCEL 'intakerpt'
               WHEN 50
                   CALL 'gradechgrpt'
                   CANCEL 'gradechgrpt'
               WHEN 51
                   CALL 'graddist'
                   CANCEL 'graddist'
               WHEN 52
                   CALL 'donrpt'
                   CANCEL 'donrpt'
               WHEN 53
                   CALL 'cohort'
                   CANCEL 'cohort'
               WHEN 54
                   CALL 'turnout'
                   CANCEL 'turnout'
               WHEN 55
                   CALL 'opreview'
                   CANCEL 'opreview'
               WHEN 56
                   CALL 'cmpoverdue'
                   CANCEL 'cmpoverdue'
               WHEN 57
                   CALL 'pricesim'
                   CANCEL 'pricesim'
               WHEN 58
                   CALL 'stockproj'
                   CANCEL 'stockproj'
               WHEN 59
                   CALL 'growrpt'
                   CANCEL 'growrpt'
               WHEN OTHER MOVE 'N' TO ReportsStayOpen
           END-EVALUATE
           END-IF
           WHEN 18 MOVE 2 TO ReportsNeededLevel
           WHEN 22 MOVE 2 TO ReportsNeededLevel
           WHEN 23 MOVE 2 TO ReportsNeededLevel
           WHEN 55 MOVE 3 TO ReportsNeededLevel
           WHEN OTHER MOVE 1 TO ReportsNeededLevel
       END-EVALUATE.
