       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PR-BILLING-FILE ASSIGN TO WS-PR-BILLING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-BILLING-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-FILE ASSIGN TO "profit_sort.tmp".
           SELECT PR-COMM-FILE ASSIGN TO "commissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-COMM-STATUS.
           SELECT PR-ASSIGN-FILE ASSIGN TO WS-PR-ASSIGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-ASSIGN-STATUS.
           SELECT PR-PROFILE-FILE ASSIGN TO WS-PR-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-PROFILE-STATUS.
           SELECT PR-GUEST-FILE ASSIGN TO WS-PR-GUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-GUEST-STATUS.
           SELECT PR-PACKAGE-FILE ASSIGN TO "packages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-PACKAGE-STATUS.
           SELECT PR-COST-FILE ASSIGN TO "package-costs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-COST-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The shop-wide wedding registry, one line per wedding folder.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 RG-KEY.
               10 RG-BASE      PIC X(20).
               10 RG-FOLDER    PIC X(60).
           05 RG-ACCOUNT       PIC X(4).
           05 RG-PARTNER1      PIC X(30).
           05 RG-PARTNER2      PIC X(30).
           05 RG-WEDDING-DATE  PIC X(10).
           05 RG-STATUS        PIC X(10).

       FD PR-BILLING-FILE.
       01 PR-BILLING-RECORD.
           05 PRB-PAYEE        PIC X(30).
           05 PRB-PAY-METHOD   PIC X(10).

       FD PR-COMM-FILE.
       01 PR-COMM-RECORD.
           05 PRC-VENDOR       PIC X(30).
           05 PRC-ACCT         PIC X(4).
           05 PRC-FOLDER       PIC X(40).
           05 PRC-BOOKING-ID   PIC 9(4).
           05 PRC-CONF-DATE    PIC X(10).
           05 PRC-BASE         PIC 9(7)V99.
           05 PRC-RATE         PIC 9(2)V99.
           05 PRC-AMOUNT       PIC 9(7)V99.
           05 PRC-STATUS       PIC X(1).
           05 PRC-RCV-DATE     PIC X(10).
           05 PRC-RCV-REF      PIC X(15).
           05 PRC-RCV-BY       PIC X(8).

       FD PR-ASSIGN-FILE.
       01 PR-ASSIGN-RECORD.
           05 PRA-STAFF-ID     PIC X(5).
           05 PRA-DATE         PIC X(10).
           05 PRA-SHIFT        PIC X(10).
           05 PRA-ROLE         PIC X(15).
           05 PRA-TIME-IN      PIC X(5).
           05 PRA-TIME-OUT     PIC X(5).
           05 PRA-REG-HRS      PIC 9(2)V99.
           05 PRA-OT-HRS       PIC 9(2)V99.
           05 PRA-ND-HRS       PIC 9(2)V99.
           05 PRA-PAY-BASIS    PIC X(1).
           05 PRA-RATE         PIC 9(5)V99.
           05 PRA-PAY          PIC 9(7)V99.

       FD WORK-FILE.
       01 WORK-RECORD.
           05 WK-MARGIN        PIC S9(10)V99 SIGN LEADING SEPARATE.
           05 SRT-REVENUE      PIC 9(10)V99.
           05 SRT-COST         PIC 9(10)V99.

       FD PR-PROFILE-FILE.
       01 PR-PROFILE-RECORD.
           05 PRF-PARTNER1     PIC X(30).
           05 PRF-PARTNER2     PIC X(30).
           05 PRF-DATE         PIC X(10).
           05 PRF-VENUE        PIC X(40).
           05 PRF-PACKAGE      PIC X(20).
           05 PRF-GUEST-EST    PIC 9(4).
           05 PRF-COORDINATOR  PIC X(20).
           05 PRF-STATUS       PIC X(10).
           05 PRF-TIN          PIC X(15).
           05 PRF-TAX-CLASS    PIC X(1).
           05 PRF-BUS-STYLE    PIC X(40).

       FD PR-GUEST-FILE.
       01 PR-GUEST-RECORD.
           05 PRG-NAME         PIC X(30).
           05 PRG-CONTACT      PIC X(20).
           05 PRG-STATUS       PIC X(10).
           05 PRG-MEAL         PIC X(15).
           05 PRG-DIETARY      PIC X(40).
           05 PRG-TABLE        PIC X(5).
           05 PRG-OPERATOR     PIC X(8).
           05 PRG-ARRIVED      PIC X(1).
           05 PRG-ARR-TIME     PIC X(5).
           05 PRG-HOUSEHOLD    PIC X(5).
           05 PRG-PARTY        PIC 9(2).
           05 PRG-ADDRESS      PIC X(60).
           05 PRG-INV-STAT     PIC X(1).
           05 PRG-INV-WAVE     PIC 9(2).

       FD PR-PACKAGE-FILE.
       01 PR-PACKAGE-RECORD.
           05 PRP-CODE         PIC X(6).
           05 PRP-NAME         PIC X(20).
           05 PRP-PRICE        PIC 9(7)V99.
           05 PRP-INCLUSIONS   PIC X(60).
           05 PRP-MAX-GUESTS   PIC 9(4).

       FD PR-COST-FILE.
       01 PR-COST-RECORD.
           05 PRX-PKG-CODE     PIC X(6).
           05 PRX-CATEGORY     PIC X(30).
           05 PRX-BASIS        PIC X(1).
           05 PRX-AMOUNT       PIC 9(7)V99.

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-PR-BILLING-STATUS PIC X(2).
       01 WS-PR-CONTRACT-STATUS PIC X(2).
       01 WS-PR-BUDGET-STATUS  PIC X(2).
       01 WS-WORK-STATUS       PIC X(2).
       01 WS-PR-COMM-STATUS    PIC X(2).
       01 WS-COMM-EOF          PIC X.
       01 WS-COMMISSION        PIC 9(10)V99.
       01 WS-COMM-YEAR         PIC X(4).
       01 WS-COMM-ACCT         PIC X(4).
       01 WS-SORTED-STATUS     PIC X(2).
       01 WS-PR-ASSIGN-STATUS  PIC X(2).
       01 WS-PR-ASSIGN-PATH    PIC X(200).
       01 WS-ASSIGN-EOF        PIC X.
       01 WS-LABOR             PIC 9(10)V99.
       01 WS-EXPENSES          PIC 9(10)V99.
       01 WS-PR-BILLING-PATH   PIC X(200).
       01 WS-PR-CONTRACT-PATH  PIC X(200).
       01 WS-PR-BUDGET-PATH    PIC X(200).
       01 WS-FOLDER-NAME       PIC X(60).
       01 WS-CONTRACT          PIC 9(10)V99.
       01 WS-ADDONS            PIC 9(10)V99.
       01 WS-CANCEL-CREDIT     PIC 9(10)V99.
       01 WS-REVENUE           PIC 9(10)V99.
       01 WS-COST              PIC 9(10)V99.
       01 WS-MARGIN            PIC S9(10)V99.
       01 WS-RPT-PAGE-DISP     PIC ZZ9.
       01 WS-RPT-LINE-COUNT    PIC 9(3).
       01 WS-RPT-RUN-DATE      PIC X(8).
       01 WS-PR-PROFILE-STATUS PIC X(2).
       01 WS-PR-PROFILE-PATH   PIC X(200).
       01 WS-PR-GUEST-STATUS   PIC X(2).
       01 WS-PR-GUEST-PATH     PIC X(200).
       01 WS-PR-PACKAGE-STATUS PIC X(2).
       01 WS-PR-COST-STATUS    PIC X(2).
       01 WS-CV-EOF            PIC X.
       01 WS-CV-LINE           PIC X(255).
       01 WS-CV-LIST-BASE      PIC X(30).
       01 WS-CV-INCL-ACTIVE    PIC X.
       01 WS-CV-PK             PIC 9(2).
       01 WS-CV-PKG-TEXT       PIC X(20).
       01 WS-CV-PKG-UPPER      PIC X(20).
       01 WS-CV-PROF-STATUS    PIC X(10).
       01 WS-CV-GUEST-EST      PIC 9(4).
       01 WS-CV-HEADS          PIC 9(5).
       01 WS-CV-HEADS-FROM     PIC X(20).
       01 WS-CV-COUNT-DISP     PIC ZZZZ9.
       01 WS-CV-STD-LINES      PIC 9(3).
       01 WS-CV-CATEGORY       PIC X(30).
       01 WS-CV-KEY            PIC X(30).
       01 WS-CV-AMOUNT         PIC 9(10)V99.
       01 WS-CV-STD-TOTAL      PIC 9(10)V99.
       01 WS-CV-ACT-TOTAL      PIC 9(10)V99.
       01 WS-CV-AVG-STD        PIC 9(10)V99.
       01 WS-CV-AVG-ACT        PIC 9(10)V99.
       01 WS-CV-UNMATCHED      PIC 9(4).
       01 WS-CV-ROW-CAT        PIC X(30).
       01 WS-CV-ROW-STD        PIC 9(10)V99.
       01 WS-CV-ROW-ACT        PIC 9(10)V99.
       01 WS-CV-ROW-VAR        PIC S9(10)V99.
       01 WS-CV-HEAD.
           05 FILLER           PIC X(31) VALUE "Category".
           05 FILLER           PIC X(13) VALUE "     Standard".
           05 FILLER           PIC X(13) VALUE "       Actual".
           05 FILLER           PIC X(14) VALUE "      Variance".
       01 WS-CV-DETAIL.
           05 CVD-CATEGORY     PIC X(30).
           05 FILLER           PIC X(1).
           05 CVD-STD          PIC Z(9)9.99.
           05 CVD-ACT          PIC Z(9)9.99.
           05 CVD-VAR          PIC -(10)9.99.
           05 FILLER           PIC X(1).
           05 CVD-FLAG         PIC X(6).
       01 WS-PK-COUNT          PIC 9(2).
       01 WS-PK-IDX            PIC 9(2).
       01 WS-PK-TABLE.
           05 WS-PK-ENTRY OCCURS 50 TIMES.
               10 PK-CODE      PIC X(6).
               10 PK-NAME      PIC X(20).
               10 PK-PRICE     PIC 9(7)V99.
               10 PK-WEDDINGS  PIC 9(4).
               10 PK-STD       PIC 9(10)V99.
               10 PK-ACT       PIC 9(10)V99.
       01 WS-WV-COUNT          PIC 9(2).
       01 WS-WV-IDX            PIC 9(2).
       01 WS-WV-HIT            PIC 9(2).
       01 WS-WV-TABLE.
           05 WS-WV-ENTRY OCCURS 60 TIMES.
               10 WV-KEY       PIC X(30).
               10 WV-CATEGORY  PIC X(30).
               10 WV-STD       PIC 9(10)V99.
               10 WV-ACT       PIC 9(10)V99.
       01 WS-RU-COUNT          PIC 9(3).
       01 WS-RU-IDX            PIC 9(3).
       01 WS-RU-HIT            PIC 9(3).
       01 WS-RU-TABLE.
           05 WS-RU-ENTRY OCCURS 600 TIMES.
               10 RU-PK        PIC 9(2).
               10 RU-KEY       PIC X(30).
               10 RU-CATEGORY  PIC X(30).
               10 RU-STD       PIC 9(10)V99.
               10 RU-ACT       PIC 9(10)V99.

      * Passed to RPT-CATALOG as each report file is closed.
       01 WS-CATALOG-REQUEST.
           05 WS-CR-MODE            PIC X.
           05 WS-CR-PROGRAM         PIC X(20).
           05 WS-CR-TITLE           PIC X(45).
           05 WS-CR-FOLDER          PIC X(50).
           05 WS-CR-OPERATOR        PIC X(8).
           05 WS-CR-ROLE            PIC X.
           05 WS-CR-PATH            PIC X(200).

       PROCEDURE DIVISION.
       MAIN-MENU.
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. One Wedding (by account number)"
           DISPLAY "2. Rank All Active Weddings by Margin"
           DISPLAY "3. Standard Cost Variance (one wedding)"
           DISPLAY "4. Package Cost Roll-Up"
           DISPLAY "5. Back to Main Menu"
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM ONE-WEDDING-REPORT
               WHEN 2 PERFORM RANKING-REPORT
               WHEN 3 PERFORM STANDARD-VARIANCE-REPORT
               WHEN 4 PERFORM PACKAGE-COST-ROLLUP
               WHEN 5 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.
           DISPLAY "Contract Price:     PHP " WS-AMT-DISP
           MOVE WS-ADDONS TO WS-AMT-DISP
           DISPLAY "Add-On Charges:     PHP " WS-AMT-DISP
           IF WS-CANCEL-CREDIT > 0
               MOVE WS-CANCEL-CREDIT TO WS-AMT-DISP
               DISPLAY "Credits Given:      PHP " WS-AMT-DISP
           END-IF
           IF WS-COMMISSION > 0
               MOVE WS-COMMISSION TO WS-AMT-DISP
               DISPLAY "Vendor Commissions: PHP " WS-AMT-DISP
           END-IF
           MOVE WS-REVENUE TO WS-AMT-DISP
           DISPLAY "Total Revenue:      PHP " WS-AMT-DISP
           MOVE WS-EXPENSES TO WS-AMT-DISP
           DISPLAY "Actual Expenses:    PHP " WS-AMT-DISP
           MOVE WS-LABOR TO WS-AMT-DISP
           DISPLAY "Staff Labor:        PHP " WS-AMT-DISP
           MOVE WS-COST TO WS-AMT-DISP
           DISPLAY "Total Cost:         PHP " WS-AMT-DISP
           MOVE WS-MARGIN TO WS-MARGIN-DISP
           DISPLAY "Gross Margin:       PHP " WS-MARGIN-DISP
           IF WS-REVENUE > 0

       FIND-FOLDER-FOR-ACCT.
           MOVE SPACES TO WS-DIR-LINE
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = "Archives"
                               AND RG-ACCOUNT = WS-PICK-ACCT
                               MOVE RG-FOLDER TO WS-DIR-LINE
                               MOVE 'Y' TO WS-DIR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       RANKING-REPORT.
           MOVE 0 TO WS-WEDDING-COUNT
           OPEN OUTPUT WORK-FILE

           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = "Archives"
                               MOVE RG-FOLDER TO WS-DIR-LINE
                               PERFORM COLLECT-ONE-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           CLOSE WORK-FILE

           IF WS-WEDDING-COUNT = 0
                   END-IF
           END-READ.

      * A cancelled wedding only earns what its settlement kept, so
      * the cancellation credit (type W) comes off billed revenue;
      * payments and refunds are cash movements, not revenue.
      * Referral commissions owed by vendors on this wedding's
      * confirmed bookings are income too (voided ones excluded).
       SUM-FOLDER-REVENUE.
           MOVE 0 TO WS-CONTRACT WS-ADDONS WS-CANCEL-CREDIT
           MOVE SPACES TO WS-PR-CONTRACT-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\billing-contract.txt"
                       AT END
                           MOVE 'Y' TO WS-BILL-EOF
                       NOT AT END
                           EVALUATE PB-TYPE
                               WHEN "P"
                               WHEN "R"
                                   CONTINUE
                               WHEN "W"
                                   ADD PB-AMOUNT TO WS-CANCEL-CREDIT
                               WHEN OTHER
                                   ADD PB-AMOUNT TO WS-ADDONS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PR-BILLING-FILE
           END-IF
           PERFORM SUM-FOLDER-COMMISSION
           COMPUTE WS-REVENUE = WS-CONTRACT + WS-ADDONS
               - WS-CANCEL-CREDIT + WS-COMMISSION.

       SUM-FOLDER-COMMISSION.
           MOVE 0 TO WS-COMMISSION
           MOVE SPACES TO WS-COMM-YEAR WS-COMM-ACCT
           UNSTRING WS-DIR-LINE DELIMITED BY "-"
               INTO WS-COMM-YEAR WS-COMM-ACCT
           OPEN INPUT PR-COMM-FILE
           IF WS-PR-COMM-STATUS = "00"
               MOVE 'N' TO WS-COMM-EOF
               PERFORM UNTIL WS-COMM-EOF = 'Y'
                   READ PR-COMM-FILE
                       AT END
                           MOVE 'Y' TO WS-COMM-EOF
                       NOT AT END
                           IF PRC-ACCT = WS-COMM-ACCT
                               AND PRC-STATUS NOT = "V"
                               ADD PRC-AMOUNT TO WS-COMMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PR-COMM-FILE
           END-IF.

      * Cost is what the budget tracker says was spent plus the
      * staff time clocked against the wedding's day-of assignments.
       SUM-FOLDER-COST.
           MOVE 0 TO WS-COST
           MOVE SPACES TO WS-PR-BUDGET-PATH
                   END-READ
               END-PERFORM
               CLOSE PR-BUDGET-FILE
           END-IF
           MOVE WS-COST TO WS-EXPENSES
           PERFORM SUM-FOLDER-LABOR
           ADD WS-LABOR TO WS-COST.

       SUM-FOLDER-LABOR.
           MOVE 0 TO WS-LABOR
           MOVE SPACES TO WS-PR-ASSIGN-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\staff-assign.txt"
               DELIMITED BY SIZE INTO WS-PR-ASSIGN-PATH
           OPEN INPUT PR-ASSIGN-FILE
           IF WS-PR-ASSIGN-STATUS = "00"
               MOVE 'N' TO WS-ASSIGN-EOF
               PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
                   READ PR-ASSIGN-FILE
                       AT END
                           MOVE 'Y' TO WS-ASSIGN-EOF
                       NOT AT END
                           IF PRA-TIME-IN NOT = SPACES
                               AND PRA-PAY NUMERIC
                               ADD PRA-PAY TO WS-LABOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PR-ASSIGN-FILE
           END-IF.

      * Standard cost variance for one wedding: what its package's
      * cost sheet says the wedding should cost, category by
      * category, against what the budget tracker and the staff
      * timesheets say it did cost. Completed weddings are looked up
      * too, since that is where the actuals are final.
       STANDARD-VARIANCE-REPORT.
           DISPLAY "Enter account number: "
           ACCEPT WS-PICK-ACCT
           PERFORM FIND-FOLDER-FOR-ACCT
           IF WS-DIR-LINE = SPACES
               PERFORM FIND-COMPLETED-FOR-ACCT
           END-IF
           IF WS-DIR-LINE = SPACES
               DISPLAY "Account not found."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PRICE-BOOK
           PERFORM RESOLVE-WEDDING-PACKAGE
           IF WS-CV-PK = 0
               DISPLAY "Package '" FUNCTION TRIM(WS-CV-PKG-TEXT)
                   "' is not in the price book - no standard cost "
                   "to compare against."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-WEDDING-VARIANCE

           MOVE SPACES TO WS-RPT-NAME
           STRING "cost-variance-" FUNCTION TRIM(WS-PICK-ACCT) ".txt"
               DELIMITED BY SIZE INTO WS-RPT-NAME
           MOVE "STANDARD COST VARIANCE" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE

           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Wedding: " FUNCTION TRIM(WS-DIR-LINE)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE PK-PRICE(WS-CV-PK) TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Package: " PK-CODE(WS-CV-PK) " "
               PK-NAME(WS-CV-PK) "  Price PHP " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CV-HEADS TO WS-CV-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Guests costed: " FUNCTION TRIM(WS-CV-COUNT-DISP) " ("
               FUNCTION TRIM(WS-CV-HEADS-FROM) ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-CV-STD-LINES = 0
               MOVE "No standard cost sheet for this package yet."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CV-HEAD TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO WS-CV-STD-TOTAL WS-CV-ACT-TOTAL
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1
                   UNTIL WS-WV-IDX > WS-WV-COUNT
               MOVE WV-CATEGORY(WS-WV-IDX) TO WS-CV-ROW-CAT
               MOVE WV-STD(WS-WV-IDX) TO WS-CV-ROW-STD
               MOVE WV-ACT(WS-WV-IDX) TO WS-CV-ROW-ACT
               PERFORM EMIT-VARIANCE-ROW
               ADD WV-STD(WS-WV-IDX) TO WS-CV-STD-TOTAL
               ADD WV-ACT(WS-WV-IDX) TO WS-CV-ACT-TOTAL
           END-PERFORM
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "TOTAL" TO WS-CV-ROW-CAT
           MOVE WS-CV-STD-TOTAL TO WS-CV-ROW-STD
           MOVE WS-CV-ACT-TOTAL TO WS-CV-ROW-ACT
           PERFORM EMIT-VARIANCE-ROW
           PERFORM EMIT-VARIANCE-PCT
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE
           PERFORM PAUSE-SCREEN.

      * Roll-up of the same comparison across every wedding sold on
      * each package, to show which packages cost more to deliver than
      * the price book allows for. Completed weddings only by default,
      * as their books are closed; weddings still being planned can be
      * added in.
       PACKAGE-COST-ROLLUP.
           DISPLAY "Include weddings still being planned? (Y/N): "
           ACCEPT WS-CV-INCL-ACTIVE
           PERFORM LOAD-PRICE-BOOK
           IF WS-PK-COUNT = 0
               DISPLAY "No packages in the price book."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RU-COUNT WS-CV-UNMATCHED WS-WEDDING-COUNT
           MOVE "Archives\Completed" TO WS-CV-LIST-BASE
           PERFORM ROLLUP-LIST-FOLDERS
           IF WS-CV-INCL-ACTIVE = 'Y' OR WS-CV-INCL-ACTIVE = 'y'
               MOVE "Archives" TO WS-CV-LIST-BASE
               PERFORM ROLLUP-LIST-FOLDERS
           END-IF
           IF WS-WEDDING-COUNT = 0
               DISPLAY "No weddings found on a price book package."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE "package-cost-rollup.txt" TO WS-RPT-NAME
           MOVE "PACKAGE COST ROLL-UP" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-CV-INCL-ACTIVE = 'Y' OR WS-CV-INCL-ACTIVE = 'y'
               MOVE "   STANDARD VS ACTUAL COST - COMPLETED AND ACTIVE"
                   TO WS-RPT-LINE
           ELSE
               MOVE "   STANDARD VS ACTUAL COST - COMPLETED WEDDINGS"
                   TO WS-RPT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
               IF PK-WEDDINGS(WS-PK-IDX) > 0
                   PERFORM EMIT-PACKAGE-ROLLUP
               END-IF
           END-PERFORM
           IF WS-CV-UNMATCHED > 0
               MOVE WS-CV-UNMATCHED TO WS-CV-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING FUNCTION TRIM(WS-CV-COUNT-DISP)
                   " wedding(s) left out - their "
                   "package is not in the price book."
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE
           PERFORM PAUSE-SCREEN.

       ROLLUP-LIST-FOLDERS.
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = WS-CV-LIST-BASE
                               MOVE RG-FOLDER TO WS-CV-LINE
                               PERFORM ROLLUP-ONE-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

      * Folder paths below are built as "Archives\" + WS-DIR-LINE, so
      * a completed folder carries its "Completed\" step in the name.
       ROLLUP-ONE-WEDDING.
           MOVE SPACES TO WS-DIR-LINE
           IF WS-CV-LIST-BASE = "Archives"
               MOVE WS-CV-LINE TO WS-DIR-LINE
           ELSE
               STRING "Completed\" FUNCTION TRIM(WS-CV-LINE)
                   DELIMITED BY SIZE INTO WS-DIR-LINE
           END-IF
           PERFORM RESOLVE-WEDDING-PACKAGE
           MOVE FUNCTION UPPER-CASE(WS-CV-PROF-STATUS)
               TO WS-CV-PROF-STATUS
           IF WS-CV-PROF-STATUS(1:6) = "CANCEL"
               EXIT PARAGRAPH
           END-IF
           IF WS-CV-PK = 0
               ADD 1 TO WS-CV-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-WEDDING-VARIANCE
           ADD 1 TO WS-WEDDING-COUNT
           ADD 1 TO PK-WEDDINGS(WS-CV-PK)
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1
                   UNTIL WS-WV-IDX > WS-WV-COUNT
               PERFORM FIND-OR-ADD-RU-CATEGORY
               IF WS-RU-HIT > 0
                   ADD WV-STD(WS-WV-IDX) TO RU-STD(WS-RU-HIT)
                   ADD WV-ACT(WS-WV-IDX) TO RU-ACT(WS-RU-HIT)
               END-IF
               ADD WV-STD(WS-WV-IDX) TO PK-STD(WS-CV-PK)
               ADD WV-ACT(WS-WV-IDX) TO PK-ACT(WS-CV-PK)
           END-PERFORM.

       FIND-OR-ADD-RU-CATEGORY.
           MOVE 0 TO WS-RU-HIT
           PERFORM VARYING WS-RU-IDX FROM 1 BY 1
                   UNTIL WS-RU-IDX > WS-RU-COUNT OR WS-RU-HIT > 0
               IF RU-PK(WS-RU-IDX) = WS-CV-PK
                   AND RU-KEY(WS-RU-IDX) = WV-KEY(WS-WV-IDX)
                   MOVE WS-RU-IDX TO WS-RU-HIT
               END-IF
           END-PERFORM
           IF WS-RU-HIT = 0 AND WS-RU-COUNT < 600
               ADD 1 TO WS-RU-COUNT
               MOVE WS-RU-COUNT TO WS-RU-HIT
               MOVE WS-CV-PK TO RU-PK(WS-RU-HIT)
               MOVE WV-KEY(WS-WV-IDX) TO RU-KEY(WS-RU-HIT)
               MOVE WV-CATEGORY(WS-WV-IDX) TO RU-CATEGORY(WS-RU-HIT)
               MOVE 0 TO RU-STD(WS-RU-HIT) RU-ACT(WS-RU-HIT)
           END-IF.

       EMIT-PACKAGE-ROLLUP.
           MOVE PK-PRICE(WS-PK-IDX) TO WS-AMT-DISP
           MOVE PK-WEDDINGS(WS-PK-IDX) TO WS-CV-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING PK-CODE(WS-PK-IDX) " " PK-NAME(WS-PK-IDX)
               "  Price PHP " WS-AMT-DISP "  Weddings: "
               FUNCTION TRIM(WS-CV-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CV-HEAD TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-RU-IDX FROM 1 BY 1
                   UNTIL WS-RU-IDX > WS-RU-COUNT
               IF RU-PK(WS-RU-IDX) = WS-PK-IDX
                   MOVE RU-CATEGORY(WS-RU-IDX) TO WS-CV-ROW-CAT
                   MOVE RU-STD(WS-RU-IDX) TO WS-CV-ROW-STD
                   MOVE RU-ACT(WS-RU-IDX) TO WS-CV-ROW-ACT
                   PERFORM EMIT-VARIANCE-ROW
               END-IF
           END-PERFORM
           MOVE "TOTAL" TO WS-CV-ROW-CAT
           MOVE PK-STD(WS-PK-IDX) TO WS-CV-ROW-STD
           MOVE PK-ACT(WS-PK-IDX) TO WS-CV-ROW-ACT
           PERFORM EMIT-VARIANCE-ROW
           MOVE PK-STD(WS-PK-IDX) TO WS-CV-STD-TOTAL
           MOVE PK-ACT(WS-PK-IDX) TO WS-CV-ACT-TOTAL
           PERFORM EMIT-VARIANCE-PCT
           COMPUTE WS-CV-AVG-STD ROUNDED =
               PK-STD(WS-PK-IDX) / PK-WEDDINGS(WS-PK-IDX)
           COMPUTE WS-CV-AVG-ACT ROUNDED =
               PK-ACT(WS-PK-IDX) / PK-WEDDINGS(WS-PK-IDX)
           MOVE WS-CV-AVG-STD TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Average standard cost per wedding: PHP "
               WS-AMT-DISP DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-CV-AVG-ACT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Average actual cost per wedding:   PHP "
               WS-AMT-DISP DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           COMPUTE WS-MARGIN = PK-PRICE(WS-PK-IDX) - WS-CV-AVG-ACT
           MOVE WS-MARGIN TO WS-MARGIN-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF PK-PRICE(WS-PK-IDX) > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-MARGIN / PK-PRICE(WS-PK-IDX)) * 100
               MOVE WS-MARGIN-PCT TO WS-PCT-DISP
               STRING "  Price less average actual cost: PHP "
                   WS-MARGIN-DISP " (" WS-PCT-DISP "%)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  Price less average actual cost: PHP "
                   WS-MARGIN-DISP DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-LINE
           IF WS-MARGIN < 0
               MOVE "  ** UNDERPRICED - AVERAGE COST EXCEEDS PRICE **"
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-CV-AVG-STD > PK-PRICE(WS-PK-IDX)
               MOVE "  ** STANDARD COST SHEET EXCEEDS PRICE **"
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE.

      * Variance is actual less standard, so a positive figure is an
      * overspend. Categories with spending but no standard line are
      * marked, as the cost sheet is missing something.
       EMIT-VARIANCE-ROW.
           COMPUTE WS-CV-ROW-VAR = WS-CV-ROW-ACT - WS-CV-ROW-STD
           MOVE SPACES TO WS-CV-DETAIL
           MOVE WS-CV-ROW-CAT TO CVD-CATEGORY
           MOVE WS-CV-ROW-STD TO CVD-STD
           MOVE WS-CV-ROW-ACT TO CVD-ACT
           MOVE WS-CV-ROW-VAR TO CVD-VAR
           IF WS-CV-ROW-STD = 0 AND WS-CV-ROW-ACT > 0
               MOVE "NO STD" TO CVD-FLAG
           ELSE
               IF WS-CV-ROW-VAR > 0
                   MOVE "OVER" TO CVD-FLAG
               END-IF
           END-IF
           MOVE WS-CV-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-LINE.

       EMIT-VARIANCE-PCT.
           IF WS-CV-STD-TOTAL > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   ((WS-CV-ACT-TOTAL - WS-CV-STD-TOTAL)
                       / WS-CV-STD-TOTAL) * 100
               MOVE WS-MARGIN-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "  Actual against standard: " WS-PCT-DISP "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF.

       FIND-COMPLETED-FOR-ACCT.
           MOVE SPACES TO WS-DIR-LINE WS-CV-LINE
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = "Archives\Completed"
                               AND RG-ACCOUNT = WS-PICK-ACCT
                               MOVE RG-FOLDER TO WS-CV-LINE
                               MOVE 'Y' TO WS-DIR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-CV-LINE NOT = SPACES
               STRING "Completed\" FUNCTION TRIM(WS-CV-LINE)
                   DELIMITED BY SIZE INTO WS-DIR-LINE
           END-IF.

       LOAD-PRICE-BOOK.
           MOVE 0 TO WS-PK-COUNT
           OPEN INPUT PR-PACKAGE-FILE
           IF WS-PR-PACKAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CV-EOF
           PERFORM UNTIL WS-CV-EOF = 'Y'
               READ PR-PACKAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-CV-EOF
                   NOT AT END
                       IF PRP-CODE NOT = SPACES AND WS-PK-COUNT < 50
                           ADD 1 TO WS-PK-COUNT
                           MOVE PRP-CODE TO PK-CODE(WS-PK-COUNT)
                           MOVE PRP-NAME TO PK-NAME(WS-PK-COUNT)
                           MOVE PRP-PRICE TO PK-PRICE(WS-PK-COUNT)
                           MOVE 0 TO PK-WEDDINGS(WS-PK-COUNT)
                               PK-STD(WS-PK-COUNT) PK-ACT(WS-PK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PR-PACKAGE-FILE.

      * The profile normally holds the package name from the price
      * book; a code typed in by hand is accepted as well.
       RESOLVE-WEDDING-PACKAGE.
           MOVE 0 TO WS-CV-PK WS-CV-GUEST-EST
           MOVE SPACES TO WS-CV-PKG-TEXT WS-CV-PROF-STATUS
           MOVE SPACES TO WS-PR-PROFILE-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\profile.txt"
               DELIMITED BY SIZE INTO WS-PR-PROFILE-PATH
           OPEN INPUT PR-PROFILE-FILE
           IF WS-PR-PROFILE-STATUS = "00"
               READ PR-PROFILE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRF-PACKAGE TO WS-CV-PKG-TEXT
                       MOVE PRF-STATUS TO WS-CV-PROF-STATUS
                       IF PRF-GUEST-EST NUMERIC
                           MOVE PRF-GUEST-EST TO WS-CV-GUEST-EST
                       END-IF
               END-READ
               CLOSE PR-PROFILE-FILE
           END-IF
           IF WS-CV-PKG-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CV-PKG-TEXT) TO WS-CV-PKG-UPPER
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT OR WS-CV-PK > 0
               IF FUNCTION UPPER-CASE(PK-NAME(WS-PK-IDX))
                       = WS-CV-PKG-UPPER
                   OR FUNCTION UPPER-CASE(PK-CODE(WS-PK-IDX))
                       = WS-CV-PKG-UPPER
                   MOVE WS-PK-IDX TO WS-CV-PK
               END-IF
           END-PERFORM.

      * Per-guest standards are costed on the confirmed headcount
      * (party sizes included) once RSVPs are in, otherwise on the
      * profile's guest estimate.
       COUNT-CONFIRMED-HEADS.
           MOVE 0 TO WS-CV-HEADS
           MOVE SPACES TO WS-PR-GUEST-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\guests.txt"
               DELIMITED BY SIZE INTO WS-PR-GUEST-PATH
           OPEN INPUT PR-GUEST-FILE
           IF WS-PR-GUEST-STATUS = "00"
               MOVE 'N' TO WS-CV-EOF
               PERFORM UNTIL WS-CV-EOF = 'Y'
                   READ PR-GUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-CV-EOF
                       NOT AT END
                           IF PRG-STATUS = "Confirmed"
                               IF PRG-PARTY NUMERIC AND PRG-PARTY > 0
                                   ADD PRG-PARTY TO WS-CV-HEADS
                               ELSE
                                   ADD 1 TO WS-CV-HEADS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PR-GUEST-FILE
           END-IF
           IF WS-CV-HEADS > 0
               MOVE "confirmed headcount" TO WS-CV-HEADS-FROM
           ELSE
               MOVE WS-CV-GUEST-EST TO WS-CV-HEADS
               MOVE "guest estimate" TO WS-CV-HEADS-FROM
           END-IF.

       BUILD-WEDDING-VARIANCE.
           MOVE 0 TO WS-WV-COUNT WS-CV-STD-LINES
           PERFORM COUNT-CONFIRMED-HEADS
           OPEN INPUT PR-COST-FILE
           IF WS-PR-COST-STATUS = "00"
               MOVE 'N' TO WS-CV-EOF
               PERFORM UNTIL WS-CV-EOF = 'Y'
                   READ PR-COST-FILE
                       AT END
                           MOVE 'Y' TO WS-CV-EOF
                       NOT AT END
                           IF PRX-PKG-CODE = PK-CODE(WS-CV-PK)
                               ADD 1 TO WS-CV-STD-LINES
                               MOVE PRX-CATEGORY TO WS-CV-CATEGORY
                               PERFORM FIND-OR-ADD-WV-CATEGORY
                               IF WS-WV-HIT > 0
                                   IF PRX-BASIS = 'H'
                                       COMPUTE WS-CV-AMOUNT =
                                           PRX-AMOUNT * WS-CV-HEADS
                                   ELSE
                                       MOVE PRX-AMOUNT TO WS-CV-AMOUNT
                                   END-IF
                                   ADD WS-CV-AMOUNT TO WV-STD(WS-WV-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PR-COST-FILE
           END-IF
           MOVE SPACES TO WS-PR-BUDGET-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\budget-tracker.txt"
               DELIMITED BY SIZE INTO WS-PR-BUDGET-PATH
           OPEN INPUT PR-BUDGET-FILE
           IF WS-PR-BUDGET-STATUS = "00"
               MOVE 'N' TO WS-BUD-EOF
               PERFORM UNTIL WS-BUD-EOF = 'Y'
                   READ PR-BUDGET-FILE
                       AT END
                           MOVE 'Y' TO WS-BUD-EOF
                       NOT AT END
                           IF PRB-CATEGORY(1:9) NOT = "Category,"
                               AND PRB-CATEGORY(1:10)
                                   NOT = "'Category,"
                               AND PRB-ACTUAL > 0
                               MOVE PRB-CATEGORY TO WS-CV-CATEGORY
                               PERFORM FIND-OR-ADD-WV-CATEGORY
                               IF WS-WV-HIT > 0
                                   ADD PRB-ACTUAL TO WV-ACT(WS-WV-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PR-BUDGET-FILE
           END-IF
           PERFORM SUM-FOLDER-LABOR
           IF WS-LABOR > 0
               MOVE "Staff Labor" TO WS-CV-CATEGORY
               PERFORM FIND-OR-ADD-WV-CATEGORY
               IF WS-WV-HIT > 0
                   ADD WS-LABOR TO WV-ACT(WS-WV-HIT)
               END-IF
           END-IF.

      * Categories are matched ignoring case; the first spelling met
      * (the cost sheet's, when there is one) is the one shown.
       FIND-OR-ADD-WV-CATEGORY.
           MOVE 0 TO WS-WV-HIT
           MOVE FUNCTION UPPER-CASE(WS-CV-CATEGORY) TO WS-CV-KEY
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1
                   UNTIL WS-WV-IDX > WS-WV-COUNT OR WS-WV-HIT > 0
               IF WV-KEY(WS-WV-IDX) = WS-CV-KEY
                   MOVE WS-WV-IDX TO WS-WV-HIT
               END-IF
           END-PERFORM
           IF WS-WV-HIT = 0 AND WS-WV-COUNT < 60
               ADD 1 TO WS-WV-COUNT
               MOVE WS-WV-COUNT TO WS-WV-HIT
               MOVE WS-CV-KEY TO WV-KEY(WS-WV-HIT)
               MOVE WS-CV-CATEGORY TO WV-CATEGORY(WS-WV-HIT)
               MOVE 0 TO WV-STD(WS-WV-HIT) WV-ACT(WS-WV-HIT)
           END-IF.

       ASK-REPORT-TO-FILE.
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "PROFIT-REPORT" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

