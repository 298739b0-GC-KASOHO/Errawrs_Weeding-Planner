               ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PR-FILE
               ASSIGN TO WS-PR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-PR-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-TEMP-STATUS.
           SELECT SCEN-FILE
               ASSIGN TO WS-SCEN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
           SELECT SCEN-TEMP-FILE
               ASSIGN TO WS-SCEN-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCEN-TEMP-STATUS.
           SELECT THRESH-FILE
               ASSIGN TO "approval-threshold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "daily-close.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT VENDOR-FILE
               ASSIGN TO "vendors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD PR-FILE.
       01 PR-RECORD.
           05 PR-ID                PIC 9(4).
           05 PRT-APPROVER         PIC X(8).
           05 PRT-POSTED           PIC X(1).

       FD SCEN-FILE.
       01 SCEN-RECORD.
           05 SC-NAME              PIC X(20).
           05 SC-SEQ               PIC 9(3).
           05 SC-ORIGIN            PIC X(1).
           05 SC-LIVE-LINE         PIC 9(4).
           05 SC-CATEGORY          PIC X(30).
           05 SC-DATE              PIC X(10).
           05 SC-DESC              PIC X(50).
           05 SC-ESTIMATE          PIC 9(7)V99.
           05 SC-LIVE-EST          PIC 9(7)V99.
           05 SC-CREATED           PIC X(10).

       FD SCEN-TEMP-FILE.
       01 SCEN-TEMP-RECORD         PIC X(146).

       FD THRESH-FILE.
       01 THRESH-RECORD            PIC 9(7)V99.

       FD CLOSE-FILE.
       01 CLOSE-RECORD             PIC X(10).

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEND-NAME            PIC X(30).
           05 VEND-CATEGORY        PIC X(20).
           05 VEND-CONTACT         PIC X(20).
           05 VEND-PHONE           PIC X(15).
           05 VEND-EMAIL           PIC X(30).
           05 VEND-NOTES           PIC X(40).
           05 VEND-RATING          PIC 9.
           05 VEND-NO-REBOOK       PIC X(1).
           05 VEND-COMM-RATE       PIC 9(2)V99.
           05 VEND-TIN             PIC X(15).
           05 VEND-WHT-RATE        PIC 9(2)V99.
           05 VEND-ATC             PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-RECORD.
       01 WS-AMT-DISP           PIC Z(9)9.99.
       01 WS-PCT-DISP           PIC +(4)9.99.
       01 WS-AUDIT-FILE-PATH    PIC X(150).
       01 WS-AUDIT-ACTION       PIC X(20).
       01 WS-AUDIT-BEFORE       PIC X(200).
       01 WS-AUDIT-AFTER        PIC X(200).
       01 WS-AUDIT-STAMP        PIC X(14).
      * Passed to AUDIT-SEAL, which appends each audit entry and
      * seals it with its sequence number and chained check value.
       01 WS-SEAL-REQUEST.
           05 WS-SQ-MODE            PIC X.
           05 WS-SQ-PATH            PIC X(200).
           05 WS-SQ-LINE-COUNT      PIC 9(1).
           05 WS-SQ-LINE            PIC X(220) OCCURS 3 TIMES.
           05 WS-SQ-SEQ             PIC 9(7).
           05 WS-SQ-PREV-CHECK      PIC 9(9).
           05 WS-SQ-CHECK           PIC 9(9).
       01 WS-BUDGET-HEADER PIC X(57) VALUE
          "Category,Estimated Budget,Actual Expense,Date,Description".
       01 WS-PAYEE-IN           PIC X(30).
       01 WS-FC-DISP           PIC -(9)9.99.
       01 WS-CLOSE-STATUS      PIC XX.
       01 WS-CLOSE-DATE        PIC X(10).
       01 WS-SEC-STAMP         PIC X(14).
       01 WS-SEC-WHAT          PIC X(40).
       01 WS-PERM-OK           PIC X.
       01 WS-VEND-STATUS       PIC XX.
       01 WS-VEND-EOF          PIC X.
       01 WS-VEND-WHT-RATE     PIC 9(2)V99.
       01 WS-VEND-RATE-DISP    PIC Z9.99.
       01 WS-WHT-CONFIRM       PIC X.
       01 WS-SCEN-FILE-PATH    PIC X(150).
       01 WS-SCEN-TEMP-PATH    PIC X(150).
       01 WS-SCEN-STATUS       PIC XX.
       01 WS-SCEN-TEMP-STATUS  PIC XX.
       01 WS-SC-CHOICE         PIC 9.
       01 WS-SC-EOF            PIC X.
       01 WS-SC-FOUND          PIC X.
       01 WS-SC-DONE           PIC X.
       01 WS-SC-ACTION         PIC X.
       01 WS-SC-NAME           PIC X(20).
       01 WS-SC-CREATED        PIC X(10).
       01 WS-SC-TODAY          PIC X(10).
       01 WS-SC-STAMP          PIC X(8).
       01 WS-SC-LIVE-NO        PIC 9(4).
       01 WS-SC-PICK           PIC 9(3).
       01 WS-SC-SEQ-DISP       PIC ZZ9.
       01 WS-SC-AMT1           PIC Z(6)9.99.
       01 WS-SC-AMT2           PIC Z(6)9.99.
       01 WS-SC-PROBLEMS       PIC 9(3).
       01 WS-SC-TOT-LIVE       PIC 9(10)V99.
       01 WS-SC-TOT-SCEN       PIC 9(10)V99.
       01 WS-SC-TOT-ACTUAL     PIC 9(10)V99.
       01 WS-SCL-COUNT         PIC 9(3).
       01 WS-SCL-IDX           PIC 9(3).
       01 WS-SCL-TABLE.
           05 WS-SCL-ENTRY OCCURS 300 TIMES.
               10 SCL-ORIGIN       PIC X.
               10 SCL-LIVE-LINE    PIC 9(4).
               10 SCL-CATEGORY     PIC X(30).
               10 SCL-DATE         PIC X(10).
               10 SCL-DESC         PIC X(50).
               10 SCL-ESTIMATE     PIC 9(7)V99.
               10 SCL-LIVE-EST     PIC 9(7)V99.
               10 SCL-MATCHED      PIC X.
       01 WS-SCN-COUNT         PIC 9(2).
       01 WS-SCN-IDX           PIC 9(2).
       01 WS-SCN-HIT           PIC 9(2).
       01 WS-SCN-TABLE.
           05 WS-SCN-ENTRY OCCURS 20 TIMES.
               10 SCN-NAME         PIC X(20).
               10 SCN-CREATED      PIC X(10).
               10 SCN-LINES        PIC 9(3).
               10 SCN-TOTAL        PIC 9(10)V99.
       01 WS-SCC-COUNT         PIC 9(3).
       01 WS-SCC-IDX           PIC 9(3).
       01 WS-SCC-HIT           PIC 9(3).
       01 WS-SCC-TABLE.
           05 WS-SCC-ENTRY OCCURS 100 TIMES.
               10 SCC-CATEGORY     PIC X(30).
               10 SCC-LIVE         PIC 9(10)V99.
               10 SCC-SCEN         PIC 9(10)V99.
               10 SCC-ACTUAL       PIC 9(10)V99.
       01 WS-SCC-HEAD.
           05 FILLER PIC X(21) VALUE "Category".
           05 FILLER PIC X(15) VALUE "  Actual to dt".
           05 FILLER PIC X(15) VALUE "    Live Est.".
           05 FILLER PIC X(15) VALUE "     Scenario".
           05 FILLER PIC X(14) VALUE "    Difference".
       01 WS-SCC-DETAIL.
           05 SCD-CATEGORY     PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 SCD-ACTUAL       PIC Z(10)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 SCD-LIVE         PIC Z(10)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 SCD-SCEN         PIC Z(10)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 SCD-DIFF         PIC -(10)9.99.

      * Passed to RPT-CATALOG as each report file is closed.
       01 WS-CATALOG-REQUEST.
           05 WS-CR-MODE            PIC X.
           05 WS-CR-PROGRAM         PIC X(20).
           05 WS-CR-TITLE           PIC X(45).
           05 WS-CR-FOLDER          PIC X(50).
           05 WS-CR-OPERATOR        PIC X(8).
           05 WS-CR-ROLE            PIC X.
           05 WS-CR-PATH            PIC X(200).

       LINKAGE SECTION.
       01 LS-WEDDING-FOLDER     PIC X(50).
           MOVE SPACES TO WS-PR-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\purchase-requests.tmp"
               DELIMITED BY SIZE INTO WS-PR-TEMP-PATH
           MOVE SPACES TO WS-SCEN-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\budget-scenarios.txt"
               DELIMITED BY SIZE INTO WS-SCEN-FILE-PATH
           MOVE SPACES TO WS-SCEN-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\budget-scenarios.tmp"
               DELIMITED BY SIZE INTO WS-SCEN-TEMP-PATH.

       INITIALIZE-PROGRAM.
           PERFORM CREATE-FILE-IF-NOT-EXISTS.
           DISPLAY "10. Cash Flow Report"
           DISPLAY "11. Purchase Requests"
           DISPLAY "12. Committed-Cost Forecast"
           DISPLAY "13. What-If Scenarios"
           DISPLAY "14. Exit Program"
           DISPLAY "---------------------------------------------"
           DISPLAY "Enter your choice: "
           ACCEPT USER-CHOICE
               WHEN 10 PERFORM CASH-FLOW-REPORT
               WHEN 11 PERFORM PURCHASE-REQUEST-MENU
               WHEN 12 PERFORM COMMITTED-COST-FORECAST
               WHEN 13 PERFORM SCENARIO-MENU
               WHEN 14 PERFORM RETURN-TO-MAIN-MENU
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
                   PERFORM BUDGET-MENU
       MARK-PAYMENT-PAID.
           DISPLAY "Enter Category Name of payment to mark paid: "
           ACCEPT WS-SEARCH-CATEGORY
           PERFORM CHECK-VENDOR-WITHHOLDING
           IF WS-VEND-WHT-RATE > 0
               MOVE WS-VEND-WHT-RATE TO WS-VEND-RATE-DISP
               DISPLAY FUNCTION TRIM(WS-SEARCH-CATEGORY)
                   " is subject to " WS-VEND-RATE-DISP
                   "% expanded withholding."
               DISPLAY "Pay it through Vendor Invoices so the tax is "
                   "withheld and certified."
               DISPLAY "Mark paid here with no tax withheld? (Y/N): "
               ACCEPT WS-WHT-CONFIRM
               IF WS-WHT-CONFIRM NOT = 'Y' AND WS-WHT-CONFIRM NOT = 'y'
                   PERFORM PAYMENT-SCHEDULE-MENU
               END-IF
           END-IF
           DISPLAY "Enter Due Date of payment to mark paid "
               "(YYYY-MM-DD): "
           ACCEPT WS-SEARCH-DATE
           ACCEPT WS-ERROR-MESSAGE
           PERFORM PAYMENT-SCHEDULE-MENU.

      * A schedule line's category is the vendor name when it came
      * from a vendor booking; look that vendor up for a withholding
      * rate.  Anything not in the directory has none.
       CHECK-VENDOR-WITHHOLDING.
           MOVE 0 TO WS-VEND-WHT-RATE
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VEND-EOF
           PERFORM UNTIL WS-VEND-EOF = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO WS-VEND-EOF
                   NOT AT END
                       IF VEND-NAME = WS-SEARCH-CATEGORY
                           MOVE 'Y' TO WS-VEND-EOF
                           IF VEND-WHT-RATE NUMERIC
                               MOVE VEND-WHT-RATE TO WS-VEND-WHT-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

       MARK-PAYMENT-PROCESS.
           READ SCHED-FILE
               AT END
           END-IF.

       WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SEC-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE "security-audit.txt" TO WS-SQ-PATH
           MOVE 1 TO WS-SQ-LINE-COUNT
           STRING WS-SEC-STAMP(1:4) "-" WS-SEC-STAMP(5:2) "-"
               WS-SEC-STAMP(7:2) " " WS-SEC-STAMP(9:2) ":"
               WS-SEC-STAMP(11:2) ":" WS-SEC-STAMP(13:2)
               "  " WS-SEC-WHAT " BY " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SQ-LINE(1)
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST.

       CHECK-DATE-NOT-CLOSED.
           MOVE SPACES TO WS-CLOSE-DATE
           ACCEPT WS-ERROR-MESSAGE
           PERFORM BUDGET-MENU.

      * What-if scenarios. Each named scenario starts as a copy of
      * the live budget lines and is kept in budget-scenarios.txt;
      * its estimates are worked on without touching the live file
      * or any actual expense until the couple settles on one and it
      * is promoted.
       SCENARIO-MENU.
           DISPLAY "---------------------------------------------"
           DISPLAY "           What-If Budget Scenarios"
           DISPLAY "---------------------------------------------"
           DISPLAY "1. List Scenarios"
           DISPLAY "2. New Scenario from Live Budget"
           DISPLAY "3. Edit Scenario Lines"
           DISPLAY "4. Compare Scenario with Live Budget"
           DISPLAY "5. Promote Scenario to Live Budget"
           DISPLAY "6. Delete Scenario"
           DISPLAY "7. Back to Budget Menu"
           DISPLAY "---------------------------------------------"
           DISPLAY "Enter your choice: "
           ACCEPT WS-SC-CHOICE

           EVALUATE WS-SC-CHOICE
               WHEN 1 PERFORM LIST-SCENARIOS
               WHEN 2 PERFORM NEW-SCENARIO
               WHEN 3 PERFORM EDIT-SCENARIO
               WHEN 4 PERFORM COMPARE-SCENARIO
               WHEN 5 PERFORM PROMOTE-SCENARIO
               WHEN 6 PERFORM DELETE-SCENARIO
               WHEN 7 PERFORM BUDGET-MENU
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
                   PERFORM SCENARIO-MENU
           END-EVALUATE.

       LIST-SCENARIOS.
           PERFORM BUILD-SCENARIO-NAME-LIST
           IF WS-SCN-COUNT = 0
               DISPLAY "No scenarios on file."
           ELSE
               DISPLAY "Scenario              Created     Lines"
                   "   Estimated (PHP)"
               PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
                       UNTIL WS-SCN-IDX > WS-SCN-COUNT
                   MOVE SCN-TOTAL(WS-SCN-IDX) TO WS-AMT-DISP
                   DISPLAY SCN-NAME(WS-SCN-IDX) "  "
                       SCN-CREATED(WS-SCN-IDX) "  "
                       SCN-LINES(WS-SCN-IDX) "  " WS-AMT-DISP
               END-PERFORM
           END-IF
           PERFORM LOAD-BUDGET-CAP
           IF WS-BUDGET-CAP > 0
               MOVE WS-BUDGET-CAP TO WS-AMT-DISP
               DISPLAY "Overall budget cap:          PHP " WS-AMT-DISP
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM SCENARIO-MENU.

       BUILD-SCENARIO-NAME-LIST.
           MOVE 0 TO WS-SCN-COUNT
           MOVE 'N' TO WS-SC-EOF
           OPEN INPUT SCEN-FILE
           IF WS-SCEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SC-EOF = 'Y'
               READ SCEN-FILE
                   AT END
                       MOVE 'Y' TO WS-SC-EOF
                   NOT AT END
                       MOVE 0 TO WS-SCN-HIT
                       PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
                               UNTIL WS-SCN-IDX > WS-SCN-COUNT
                           IF SCN-NAME(WS-SCN-IDX) = SC-NAME
                               MOVE WS-SCN-IDX TO WS-SCN-HIT
                           END-IF
                       END-PERFORM
                       IF WS-SCN-HIT = 0 AND WS-SCN-COUNT < 20
                           ADD 1 TO WS-SCN-COUNT
                           MOVE WS-SCN-COUNT TO WS-SCN-HIT
                           MOVE SC-NAME TO SCN-NAME(WS-SCN-HIT)
                           MOVE SC-CREATED TO SCN-CREATED(WS-SCN-HIT)
                           MOVE 0 TO SCN-LINES(WS-SCN-HIT)
                               SCN-TOTAL(WS-SCN-HIT)
                       END-IF
                       IF WS-SCN-HIT > 0
                           ADD 1 TO SCN-LINES(WS-SCN-HIT)
                           ADD SC-ESTIMATE TO SCN-TOTAL(WS-SCN-HIT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCEN-FILE.

       NEW-SCENARIO.
           DISPLAY "Name for the new scenario "
               "(e.g. Garden venue + booth): "
           ACCEPT WS-SC-NAME
           IF WS-SC-NAME = SPACES
               PERFORM SCENARIO-MENU
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SCENARIO
           IF WS-SC-FOUND = 'Y'
               DISPLAY "A scenario with that name already exists."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM SCENARIO-MENU
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SCL-COUNT WS-SC-LIVE-NO
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT BUDGET-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SC-LIVE-NO
                           IF CATEGORY-NAME(1:9) NOT = "Category,"
                               AND CATEGORY-NAME(1:10)
                                   NOT = "'Category,"
                               AND WS-SCL-COUNT < 300
                               ADD 1 TO WS-SCL-COUNT
                               MOVE 'C' TO SCL-ORIGIN(WS-SCL-COUNT)
                               MOVE WS-SC-LIVE-NO
                                   TO SCL-LIVE-LINE(WS-SCL-COUNT)
                               MOVE CATEGORY-NAME
                                   TO SCL-CATEGORY(WS-SCL-COUNT)
                               MOVE EXPENSE-DATE
                                   TO SCL-DATE(WS-SCL-COUNT)
                               MOVE EXPENSE-DESCRIPTION
                                   TO SCL-DESC(WS-SCL-COUNT)
                               MOVE ESTIMATED-BUDGET
                                   TO SCL-ESTIMATE(WS-SCL-COUNT)
                                      SCL-LIVE-EST(WS-SCL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG
           IF WS-SCL-COUNT = 0
               DISPLAY "The live budget has no lines to copy yet."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM SCENARIO-MENU
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SC-STAMP
           MOVE SPACES TO WS-SC-CREATED
           STRING WS-SC-STAMP(1:4) "-" WS-SC-STAMP(5:2) "-"
               WS-SC-STAMP(7:2) DELIMITED BY SIZE INTO WS-SC-CREATED
           PERFORM SAVE-SCENARIO
           DISPLAY "Scenario created with " WS-SCL-COUNT
               " lines copied from the live budget."
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM SCENARIO-MENU.

      * Loads every line of scenario WS-SC-NAME into WS-SCL-TABLE.
       LOAD-SCENARIO.
           MOVE 0 TO WS-SCL-COUNT
           MOVE 'N' TO WS-SC-FOUND WS-SC-EOF
           MOVE SPACES TO WS-SC-CREATED
           OPEN INPUT SCEN-FILE
           IF WS-SCEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SC-EOF = 'Y'
               READ SCEN-FILE
                   AT END
                       MOVE 'Y' TO WS-SC-EOF
                   NOT AT END
                       IF SC-NAME = WS-SC-NAME AND WS-SCL-COUNT < 300
                           MOVE 'Y' TO WS-SC-FOUND
                           MOVE SC-CREATED TO WS-SC-CREATED
                           ADD 1 TO WS-SCL-COUNT
                           MOVE SC-ORIGIN TO SCL-ORIGIN(WS-SCL-COUNT)
                           MOVE SC-LIVE-LINE
                               TO SCL-LIVE-LINE(WS-SCL-COUNT)
                           MOVE SC-CATEGORY
                               TO SCL-CATEGORY(WS-SCL-COUNT)
                           MOVE SC-DATE TO SCL-DATE(WS-SCL-COUNT)
                           MOVE SC-DESC TO SCL-DESC(WS-SCL-COUNT)
                           MOVE SC-ESTIMATE
                               TO SCL-ESTIMATE(WS-SCL-COUNT)
                           MOVE SC-LIVE-EST
                               TO SCL-LIVE-EST(WS-SCL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCEN-FILE.

      * Rewrites the scenario file with the other scenarios as they
      * were and WS-SCL-TABLE as scenario WS-SC-NAME (none at all
      * when the table is empty, which is how a scenario is deleted).
       SAVE-SCENARIO.
           OPEN OUTPUT SCEN-TEMP-FILE
           MOVE 'N' TO WS-SC-EOF
           OPEN INPUT SCEN-FILE
           IF WS-SCEN-STATUS = "00"
               PERFORM UNTIL WS-SC-EOF = 'Y'
                   READ SCEN-FILE
                       AT END
                           MOVE 'Y' TO WS-SC-EOF
                       NOT AT END
                           IF SC-NAME NOT = WS-SC-NAME
                               WRITE SCEN-TEMP-RECORD FROM SCEN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCEN-FILE
           END-IF
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               MOVE SPACES TO SCEN-RECORD
               MOVE WS-SC-NAME TO SC-NAME
               MOVE WS-SCL-IDX TO SC-SEQ
               MOVE SCL-ORIGIN(WS-SCL-IDX) TO SC-ORIGIN
               MOVE SCL-LIVE-LINE(WS-SCL-IDX) TO SC-LIVE-LINE
               MOVE SCL-CATEGORY(WS-SCL-IDX) TO SC-CATEGORY
               MOVE SCL-DATE(WS-SCL-IDX) TO SC-DATE
               MOVE SCL-DESC(WS-SCL-IDX) TO SC-DESC
               MOVE SCL-ESTIMATE(WS-SCL-IDX) TO SC-ESTIMATE
               MOVE SCL-LIVE-EST(WS-SCL-IDX) TO SC-LIVE-EST
               MOVE WS-SC-CREATED TO SC-CREATED
               WRITE SCEN-TEMP-RECORD FROM SCEN-RECORD
           END-PERFORM
           CLOSE SCEN-TEMP-FILE
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-SCEN-FILE-PATH)
               " budget-scenarios.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-SCEN-TEMP-PATH)
               " budget-scenarios.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(LS-WEDDING-FOLDER)
                   "\budget-scenarios.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace scenario file; "
                   "original kept as budget-scenarios.bak"
           END-IF.

       PICK-SCENARIO.
           DISPLAY "Scenario name: "
           ACCEPT WS-SC-NAME
           PERFORM LOAD-SCENARIO
           IF WS-SC-FOUND = 'N'
               DISPLAY "No scenario by that name."
           END-IF.

      * Copied lines keep their category and date - those belong to
      * the live expense line - so only the estimate is changed, and
      * removing one drops its estimate to zero. Lines added here are
      * new estimate-only lines and can be removed outright.
       EDIT-SCENARIO.
           PERFORM PICK-SCENARIO
           IF WS-SC-FOUND = 'N'
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM SCENARIO-MENU
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SC-DONE
           PERFORM EDIT-SCENARIO-SCREEN UNTIL WS-SC-DONE = 'Y'
           PERFORM SCENARIO-MENU.

       EDIT-SCENARIO-SCREEN.
           DISPLAY "---------------------------------------------"
           DISPLAY "Scenario: " WS-SC-NAME
           DISPLAY "Line Category             Description"
               "           Live Est.    Scenario"
           MOVE 0 TO TOTAL-ESTIMATED-BUDGET
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               ADD SCL-ESTIMATE(WS-SCL-IDX) TO TOTAL-ESTIMATED-BUDGET
               MOVE WS-SCL-IDX TO WS-SC-SEQ-DISP
               MOVE SCL-LIVE-EST(WS-SCL-IDX) TO WS-SC-AMT1
               MOVE SCL-ESTIMATE(WS-SCL-IDX) TO WS-SC-AMT2
               IF SCL-ORIGIN(WS-SCL-IDX) = 'N'
                   DISPLAY WS-SC-SEQ-DISP "  "
                       SCL-CATEGORY(WS-SCL-IDX)(1:20) " "
                       SCL-DESC(WS-SCL-IDX)(1:20) "       (new) "
                       WS-SC-AMT2
               ELSE
                   DISPLAY WS-SC-SEQ-DISP "  "
                       SCL-CATEGORY(WS-SCL-IDX)(1:20) " "
                       SCL-DESC(WS-SCL-IDX)(1:20) " " WS-SC-AMT1
                       " " WS-SC-AMT2
               END-IF
           END-PERFORM
           MOVE TOTAL-ESTIMATED-BUDGET TO WS-AMT-DISP
           DISPLAY "Scenario estimated total: PHP " WS-AMT-DISP
           DISPLAY "E=Edit estimate  A=Add line  R=Remove line  "
               "S=Save  X=Discard changes: "
           ACCEPT WS-SC-ACTION
           EVALUATE WS-SC-ACTION
               WHEN 'E' WHEN 'e'
                   PERFORM SCENARIO-EDIT-LINE
               WHEN 'A' WHEN 'a'
                   PERFORM SCENARIO-ADD-LINE
               WHEN 'R' WHEN 'r'
                   PERFORM SCENARIO-REMOVE-LINE
               WHEN 'S' WHEN 's'
                   PERFORM SAVE-SCENARIO
                   DISPLAY "Scenario saved."
                   MOVE 'Y' TO WS-SC-DONE
               WHEN 'X' WHEN 'x'
                   DISPLAY "Changes discarded."
                   MOVE 'Y' TO WS-SC-DONE
           END-EVALUATE.

       SCENARIO-EDIT-LINE.
           DISPLAY "Line number: "
           ACCEPT WS-SC-PICK
           IF WS-SC-PICK < 1 OR WS-SC-PICK > WS-SCL-COUNT
               DISPLAY "No such line."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New estimate (PHP): "
           ACCEPT WS-ESTIMATED-BUDGET
           MOVE WS-ESTIMATED-BUDGET TO SCL-ESTIMATE(WS-SC-PICK).

       SCENARIO-ADD-LINE.
           IF WS-SCL-COUNT >= 300
               DISPLAY "The scenario is full."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCL-COUNT
           MOVE 'N' TO SCL-ORIGIN(WS-SCL-COUNT)
           MOVE 0 TO SCL-LIVE-LINE(WS-SCL-COUNT)
               SCL-LIVE-EST(WS-SCL-COUNT)
           MOVE SPACES TO SCL-DATE(WS-SCL-COUNT)
           DISPLAY "Category: "
           ACCEPT SCL-CATEGORY(WS-SCL-COUNT)
           DISPLAY "Description: "
           ACCEPT SCL-DESC(WS-SCL-COUNT)
           DISPLAY "Estimate (PHP): "
           ACCEPT WS-ESTIMATED-BUDGET
           MOVE WS-ESTIMATED-BUDGET TO SCL-ESTIMATE(WS-SCL-COUNT).

       SCENARIO-REMOVE-LINE.
           DISPLAY "Line number: "
           ACCEPT WS-SC-PICK
           IF WS-SC-PICK < 1 OR WS-SC-PICK > WS-SCL-COUNT
               DISPLAY "No such line."
               EXIT PARAGRAPH
           END-IF
           IF SCL-ORIGIN(WS-SC-PICK) = 'C'
               MOVE 0 TO SCL-ESTIMATE(WS-SC-PICK)
               DISPLAY "Line kept with a zero estimate (it carries "
                   "the live expense)."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCL-IDX FROM WS-SC-PICK BY 1
                   UNTIL WS-SCL-IDX >= WS-SCL-COUNT
               MOVE WS-SCL-ENTRY(WS-SCL-IDX + 1)
                   TO WS-SCL-ENTRY(WS-SCL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-SCL-COUNT.

      * Category totals for the live budget (estimate and actual to
      * date) next to the scenario's estimates, with the overall cap
      * and each side's headroom under it.
       COMPARE-SCENARIO.
           PERFORM PICK-SCENARIO
           IF WS-SC-FOUND = 'N'
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM SCENARIO-MENU
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCC-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT BUDGET-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CATEGORY-NAME(1:9) NOT = "Category,"
                               AND CATEGORY-NAME(1:10)
                                   NOT = "'Category,"
                               MOVE CATEGORY-NAME TO WS-SEARCH-CATEGORY
                               PERFORM FIND-SCC-CATEGORY
                               IF WS-SCC-HIT > 0
                                   ADD ESTIMATED-BUDGET
                                       TO SCC-LIVE(WS-SCC-HIT)
                                   ADD ACTUAL-EXPENSE
                                       TO SCC-ACTUAL(WS-SCC-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               MOVE SCL-CATEGORY(WS-SCL-IDX) TO WS-SEARCH-CATEGORY
               PERFORM FIND-SCC-CATEGORY
               IF WS-SCC-HIT > 0
                   ADD SCL-ESTIMATE(WS-SCL-IDX) TO SCC-SCEN(WS-SCC-HIT)
               END-IF
           END-PERFORM

           MOVE "scenario-compare.txt" TO WS-RPT-NAME
           MOVE "BUDGET SCENARIO COMPARISON" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Scenario: " WS-SC-NAME "  (copied "
               WS-SC-CREATED ")" DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-SCC-HEAD TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO WS-SC-TOT-LIVE WS-SC-TOT-SCEN WS-SC-TOT-ACTUAL
           PERFORM VARYING WS-SCC-IDX FROM 1 BY 1
                   UNTIL WS-SCC-IDX > WS-SCC-COUNT
               ADD SCC-LIVE(WS-SCC-IDX) TO WS-SC-TOT-LIVE
               ADD SCC-SCEN(WS-SCC-IDX) TO WS-SC-TOT-SCEN
               ADD SCC-ACTUAL(WS-SCC-IDX) TO WS-SC-TOT-ACTUAL
               MOVE SCC-CATEGORY(WS-SCC-IDX) TO SCD-CATEGORY
               MOVE SCC-ACTUAL(WS-SCC-IDX) TO SCD-ACTUAL
               MOVE SCC-LIVE(WS-SCC-IDX) TO SCD-LIVE
               MOVE SCC-SCEN(WS-SCC-IDX) TO SCD-SCEN
               COMPUTE SCD-DIFF = SCC-SCEN(WS-SCC-IDX)
                   - SCC-LIVE(WS-SCC-IDX)
               MOVE WS-SCC-DETAIL TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "TOTAL" TO SCD-CATEGORY
           MOVE WS-SC-TOT-ACTUAL TO SCD-ACTUAL
           MOVE WS-SC-TOT-LIVE TO SCD-LIVE
           MOVE WS-SC-TOT-SCEN TO SCD-SCEN
           COMPUTE SCD-DIFF = WS-SC-TOT-SCEN - WS-SC-TOT-LIVE
           MOVE WS-SCC-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM LOAD-BUDGET-CAP
           IF WS-BUDGET-CAP > 0
               MOVE WS-BUDGET-CAP TO WS-FC-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "Overall budget cap:            PHP " WS-FC-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               COMPUTE WS-FC-HEADROOM =
                   WS-BUDGET-CAP - WS-SC-TOT-LIVE
               MOVE WS-FC-HEADROOM TO WS-FC-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "Headroom under cap - live:     PHP " WS-FC-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               COMPUTE WS-FC-HEADROOM =
                   WS-BUDGET-CAP - WS-SC-TOT-SCEN
               MOVE WS-FC-HEADROOM TO WS-FC-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "Headroom under cap - scenario: PHP " WS-FC-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               IF WS-SC-TOT-SCEN > WS-BUDGET-CAP
                   MOVE "** SCENARIO IS OVER THE OVERALL BUDGET CAP **"
                       TO WS-RPT-LINE
                   PERFORM EMIT-LINE
               END-IF
           ELSE
               MOVE "No overall budget cap is set." TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM SCENARIO-MENU.

       FIND-SCC-CATEGORY.
           MOVE 0 TO WS-SCC-HIT
           PERFORM VARYING WS-SCC-IDX FROM 1 BY 1
                   UNTIL WS-SCC-IDX > WS-SCC-COUNT OR WS-SCC-HIT > 0
               IF SCC-CATEGORY(WS-SCC-IDX) = WS-SEARCH-CATEGORY
                   MOVE WS-SCC-IDX TO WS-SCC-HIT
               END-IF
           END-PERFORM
           IF WS-SCC-HIT = 0 AND WS-SCC-COUNT < 100
               ADD 1 TO WS-SCC-COUNT
               MOVE WS-SCC-COUNT TO WS-SCC-HIT
               MOVE WS-SEARCH-CATEGORY TO SCC-CATEGORY(WS-SCC-HIT)
               MOVE 0 TO SCC-LIVE(WS-SCC-HIT) SCC-SCEN(WS-SCC-HIT)
                   SCC-ACTUAL(WS-SCC-HIT)
           END-IF.

      * Puts the scenario's estimates on the live lines they were
      * copied from and adds its new lines as estimate-only lines
      * dated today. Actual expenses are never touched. The live
      * lines are checked first: if one has been deleted or changed
      * since the copy, or a changed estimate falls on a day the
      * books are closed for, nothing is promoted. A promoted
      * scenario is retired so its new lines cannot go in twice.
       PROMOTE-SCENARIO.
           PERFORM PICK-SCENARIO
           IF WS-SC-FOUND = 'N'
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM SCENARIO-MENU
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DATE-NOT-CLOSED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SC-STAMP
           MOVE SPACES TO WS-SC-TODAY
           STRING WS-SC-STAMP(1:4) "-" WS-SC-STAMP(5:2) "-"
               WS-SC-STAMP(7:2) DELIMITED BY SIZE INTO WS-SC-TODAY
           MOVE 0 TO WS-SC-PROBLEMS TOTAL-ESTIMATED-BUDGET
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               MOVE 'N' TO SCL-MATCHED(WS-SCL-IDX)
           END-PERFORM

           MOVE 0 TO WS-SC-LIVE-NO
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT BUDGET-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SC-LIVE-NO
                           PERFORM CHECK-PROMOTE-LINE
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               IF SCL-ORIGIN(WS-SCL-IDX) = 'C'
                   AND SCL-MATCHED(WS-SCL-IDX) = 'N'
                   ADD 1 TO WS-SC-PROBLEMS
                   DISPLAY "  Line " WS-SCL-IDX " ("
                       FUNCTION TRIM(SCL-CATEGORY(WS-SCL-IDX))
                       ") is no longer in the live budget."
               END-IF
               IF SCL-ORIGIN(WS-SCL-IDX) = 'N'
                   AND WS-CLOSE-DATE NOT = SPACES
                   AND WS-SC-TODAY <= WS-CLOSE-DATE
                   ADD 1 TO WS-SC-PROBLEMS
                   DISPLAY "  Line " WS-SCL-IDX " is new, but the "
                       "books are closed through today."
               END-IF
           END-PERFORM
           IF WS-SC-PROBLEMS > 0
               DISPLAY "Nothing was promoted. Start a fresh scenario "
                   "from the live budget, or leave closed lines as "
                   "they are."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM SCENARIO-MENU
               EXIT PARAGRAPH
           END-IF

           PERFORM CALC-SCENARIO-TOTAL
           MOVE WS-SC-TOT-SCEN TO WS-AMT-DISP
           DISPLAY "Live estimates will be replaced - new estimated "
               "total PHP " WS-AMT-DISP
           PERFORM LOAD-BUDGET-CAP
           IF WS-BUDGET-CAP > 0 AND WS-SC-TOT-SCEN > WS-BUDGET-CAP
               DISPLAY "** This is over the overall budget cap of PHP "
                   WS-BUDGET-CAP " **"
           END-IF
           DISPLAY "Promote scenario " FUNCTION TRIM(WS-SC-NAME)
               " to the live budget? (Y/N): "
           ACCEPT WS-CAP-CONFIRM
           IF WS-CAP-CONFIRM NOT = 'Y' AND WS-CAP-CONFIRM NOT = 'y'
               DISPLAY "Nothing was promoted."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM SCENARIO-MENU
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SC-LIVE-NO TOTAL-ESTIMATED-BUDGET
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT BUDGET-FILE
           OPEN OUTPUT TEMP-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SC-LIVE-NO
                       MOVE BUDGET-RECORD TO TEMP-RECORD
                       IF CATEGORY-NAME(1:9) NOT = "Category,"
                           AND CATEGORY-NAME(1:10) NOT = "'Category,"
                           ADD ESTIMATED-BUDGET
                               TO TOTAL-ESTIMATED-BUDGET
                           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
                               IF SCL-ORIGIN(WS-SCL-IDX) = 'C'
                                   AND SCL-LIVE-LINE(WS-SCL-IDX)
                                       = WS-SC-LIVE-NO
                                   MOVE SCL-ESTIMATE(WS-SCL-IDX)
                                       TO TEMP-ESTIMATED-BUDGET
                               END-IF
                           END-PERFORM
                       END-IF
                       WRITE TEMP-RECORD
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               IF SCL-ORIGIN(WS-SCL-IDX) = 'N'
                   MOVE SPACES TO TEMP-RECORD
                   MOVE SCL-CATEGORY(WS-SCL-IDX) TO TEMP-CATEGORY-NAME
                   MOVE SCL-ESTIMATE(WS-SCL-IDX)
                       TO TEMP-ESTIMATED-BUDGET
                   MOVE 0 TO TEMP-ACTUAL-EXPENSE
                   MOVE WS-SC-TODAY TO TEMP-EXPENSE-DATE
                   MOVE SCL-DESC(WS-SCL-IDX) TO TEMP-EXPENSE-DESC
                   MOVE LS-OPERATOR-ID TO TEMP-EXPENSE-OPERATOR
                   WRITE TEMP-RECORD
               END-IF
           END-PERFORM
           CLOSE BUDGET-FILE
           CLOSE TEMP-FILE
           PERFORM SWAP-BUDGET-FILE

           MOVE "SCENARIO PROMOTE" TO WS-AUDIT-ACTION
           MOVE TOTAL-ESTIMATED-BUDGET TO WS-AMT-DISP
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "Live estimated total PHP " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           MOVE WS-SC-TOT-SCEN TO WS-AMT-DISP
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "Scenario " FUNCTION TRIM(WS-SC-NAME)
               " estimated total PHP " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           MOVE 0 TO WS-SCL-COUNT
           PERFORM SAVE-SCENARIO
           DISPLAY "Scenario promoted - live estimates updated."
           DISPLAY "It is now the live budget, so it has been taken "
               "off the scenario list."
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM SCENARIO-MENU.

      * A copied line matches when the live line in the same place
      * still has the category and date it was copied with.
       CHECK-PROMOTE-LINE.
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               IF SCL-ORIGIN(WS-SCL-IDX) = 'C'
                   AND SCL-LIVE-LINE(WS-SCL-IDX) = WS-SC-LIVE-NO
                   IF SCL-CATEGORY(WS-SCL-IDX) = CATEGORY-NAME
                       AND SCL-DATE(WS-SCL-IDX) = EXPENSE-DATE
                       MOVE 'Y' TO SCL-MATCHED(WS-SCL-IDX)
                       IF SCL-ESTIMATE(WS-SCL-IDX)
                               NOT = ESTIMATED-BUDGET
                           AND WS-CLOSE-DATE NOT = SPACES
                           AND EXPENSE-DATE <= WS-CLOSE-DATE
                           ADD 1 TO WS-SC-PROBLEMS
                           DISPLAY "  Line " WS-SCL-IDX " ("
                               FUNCTION TRIM(CATEGORY-NAME)
                               ") is dated in closed books."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CALC-SCENARIO-TOTAL.
           MOVE 0 TO WS-SC-TOT-SCEN
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               ADD SCL-ESTIMATE(WS-SCL-IDX) TO WS-SC-TOT-SCEN
           END-PERFORM.

       DELETE-SCENARIO.
           PERFORM PICK-SCENARIO
           IF WS-SC-FOUND = 'Y'
               DISPLAY "Delete scenario " FUNCTION TRIM(WS-SC-NAME)
                   "? (Y/N): "
               ACCEPT WS-CAP-CONFIRM
               IF WS-CAP-CONFIRM = 'Y' OR WS-CAP-CONFIRM = 'y'
                   MOVE 0 TO WS-SCL-COUNT
                   PERFORM SAVE-SCENARIO
                   DISPLAY "Scenario deleted."
               END-IF
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM SCENARIO-MENU.

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE WS-AUDIT-FILE-PATH TO WS-SQ-PATH
           MOVE 3 TO WS-SQ-LINE-COUNT
           STRING WS-AUDIT-STAMP(1:4) "-" WS-AUDIT-STAMP(5:2) "-"
               WS-AUDIT-STAMP(7:2) " " WS-AUDIT-STAMP(9:2) ":"
               WS-AUDIT-STAMP(11:2) ":" WS-AUDIT-STAMP(13:2)
               "  " WS-AUDIT-ACTION "BY " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SQ-LINE(1)
           STRING "  BEFORE: " WS-AUDIT-BEFORE
               DELIMITED BY SIZE INTO WS-SQ-LINE(2)
           STRING "  AFTER:  " WS-AUDIT-AFTER
               DELIMITED BY SIZE INTO WS-SQ-LINE(3)
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST.

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "BUDGET-TRACKER" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

