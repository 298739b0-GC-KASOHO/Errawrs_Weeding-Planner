               FILE STATUS IS WS-MAP-STATUS.
           SELECT MAP-TEMP ASSIGN TO "gl-accounts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT GL-BUDGET-FILE ASSIGN TO WS-GL-BUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-BUDGET-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO WS-EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MT-KEY           PIC X(30).
           05 MT-ACCOUNT       PIC X(8).

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

       FD GL-BUDGET-FILE.
       01 GL-BUDGET-RECORD.
       FD EXCEPT-FILE.
       01 EXCEPT-LINE          PIC X(100).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MAP-STATUS        PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-GL-BUDGET-STATUS  PIC X(2).
       01 WS-GL-BILLING-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS    PIC X(2).
       01 WS-LOOKUP-ACCOUNT    PIC X(8).
       01 WS-CASH-ACCOUNT      PIC X(8).
       01 WS-AR-ACCOUNT        PIC X(8).
       01 WS-DEFERRED-ACCOUNT  PIC X(8).
       01 WS-REVENUE-ACCOUNT   PIC X(8).
       01 WS-PICK-MONTH        PIC X(7).
       01 WS-MONTH-PACKED      PIC X(6).
       01 WS-JOURNAL-COUNT     PIC 9(5).
       01 WS-EXCEPT-COUNT      PIC 9(5).

      * Deferred revenue: receipts sit in S,DEFERRED until the month
      * of the wedding, when the recognition run moves them to B,P.
       01 WS-WED-MONTH         PIC X(7).
       01 WS-THRU-MONTH        PIC X(7).
       01 WS-WED-COLLECTED     PIC S9(9)V99.
       01 WS-RECOG-COUNT       PIC 9(5).
       01 WS-RECOG-TOTAL       PIC S9(9)V99.
       01 WS-SKIP-COUNT        PIC 9(5).
       01 WS-DEF-COUNT         PIC 9(5).
       01 WS-DEF-TOTAL         PIC S9(9)V99.
       01 WS-AMOUNT-DISP       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISP        PIC ZZZZ9.
       01 WS-COUPLE            PIC X(30).

       01 WS-RPT-ENABLED       PIC X VALUE 'N'.
       01 WS-RPT-CONFIRM       PIC X.
       01 WS-RPT-STATUS        PIC X(2).
       01 WS-RPT-PATH          PIC X(200).
       01 WS-RPT-NAME          PIC X(30).
       01 WS-RPT-TITLE         PIC X(45).
       01 WS-RPT-LINE          PIC X(80).
       01 WS-RPT-PAGE          PIC 9(3).
       01 WS-RPT-PAGE-DISP     PIC ZZ9.
       01 WS-RPT-LINE-COUNT    PIC 9(3).
       01 WS-RPT-RUN-DATE      PIC X(8).

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
           DISPLAY "2. Add / Update Mapping"
           DISPLAY "3. Remove Mapping"
           DISPLAY "4. Run Monthly Journal Extract"
           DISPLAY "5. Month-End Revenue Recognition"
           DISPLAY "6. Deferred Revenue Balance by Wedding"
           DISPLAY "7. Back to Main Menu"
           DISPLAY "--------------------------------------------------"
           DISPLAY "Mapping kinds: C = budget category,"
           DISPLAY "  B = billing record type (P/A/R), S = special"
           DISPLAY "  (S,CASH offsets expenses and payments;"
           DISPLAY "   S,AR is the receivable offset for charges;"
           DISPLAY "   S,DEFERRED holds client receipts until the"
           DISPLAY "   wedding month, when B,P takes them up)"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE.

               WHEN 2 PERFORM ADD-UPDATE-MAPPING
               WHEN 3 PERFORM REMOVE-MAPPING
               WHEN 4 PERFORM RUN-MONTHLY-EXTRACT
               WHEN 5 PERFORM RUN-REVENUE-RECOGNITION
               WHEN 6 PERFORM DEFERRED-BALANCE-REPORT
               WHEN 7 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.
           DISPLAY "Enter Kind (C/B/S): ".
           ACCEPT WS-MAP-KIND-IN.
           DISPLAY "Enter Key (category name, billing type, or "
               "CASH/AR/DEFERRED): ".
           ACCEPT WS-MAP-KEY-IN.
           DISPLAY "Enter GL Account Code: ".
           ACCEPT WS-MAP-ACCOUNT-IN.
           MOVE "AR" TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-GL-ACCOUNT.
           MOVE WS-LOOKUP-ACCOUNT TO WS-AR-ACCOUNT.
           MOVE 'S' TO WS-LOOKUP-KIND.
           MOVE "DEFERRED" TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-GL-ACCOUNT.
           MOVE WS-LOOKUP-ACCOUNT TO WS-DEFERRED-ACCOUNT.

           MOVE SPACES TO WS-JOURNAL-PATH.
           STRING "gl-journal-" WS-MONTH-PACKED ".txt"
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF.

           MOVE 'N' TO WS-DIR-EOF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-FOLDER
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

           CLOSE JOURNAL-FILE.
           CLOSE EXCEPT-FILE.
           DISPLAY "--------------------------------------------------".
           PERFORM PAUSE-SCREEN.

      * Every registry base is read, not only the active plans: a
      * refund or late receipt on a plan already filed as Completed
      * or Cancelled still has to reach S,DEFERRED for the deferred
      * balance to tie.
       EXTRACT-ONE-FOLDER.
           MOVE SPACES TO WS-FOLDER-YEAR WS-FOLDER-ACCT WS-FOLDER-NAME
           UNSTRING RG-FOLDER DELIMITED BY "-"
               INTO WS-FOLDER-YEAR WS-FOLDER-ACCT WS-FOLDER-NAME
           MOVE SPACES TO WS-DIR-LINE
           STRING FUNCTION TRIM(RG-BASE) "\" FUNCTION TRIM(RG-FOLDER)
               DELIMITED BY SIZE INTO WS-DIR-LINE
           MOVE RG-WEDDING-DATE(1:7) TO WS-WED-MONTH
           PERFORM EXTRACT-FOLDER-EXPENSES
           PERFORM EXTRACT-FOLDER-PAYMENTS.

       EXTRACT-FOLDER-EXPENSES.
           MOVE SPACES TO WS-GL-BUDGET-PATH
           STRING FUNCTION TRIM(WS-DIR-LINE) "\budget-tracker.txt"
               DELIMITED BY SIZE INTO WS-GL-BUDGET-PATH
           OPEN INPUT GL-BUDGET-FILE
           IF WS-GL-BUDGET-STATUS = "00"

       EXTRACT-FOLDER-PAYMENTS.
           MOVE SPACES TO WS-GL-BILLING-PATH
           STRING FUNCTION TRIM(WS-DIR-LINE) "\billing.txt"
               DELIMITED BY SIZE INTO WS-GL-BILLING-PATH
           OPEN INPUT GL-BILLING-FILE
           IF WS-GL-BILLING-STATUS = "00"
                           MOVE 'Y' TO WS-ITEM-EOF
                       NOT AT END
                           IF GBL-DATE(1:7) = WS-PICK-MONTH
                               EVALUATE GBL-TYPE
                                   WHEN "P"
                                       PERFORM POST-PAYMENT-ITEM
                                   WHEN "R"
                                       PERFORM POST-REFUND-ITEM
                                   WHEN "W"
                                       CONTINUE
                                   WHEN OTHER
                                       PERFORM POST-CHARGE-ITEM
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BILLING-FILE
           END-IF.

      * A client receipt (type P) is not earned until the wedding,
      * so cash is debited against S,DEFERRED (customer deposits).
      * Only a receipt dated after the wedding month - when the
      * recognition run has already taken the wedding up - goes
      * straight to the B,P revenue account.
       POST-PAYMENT-ITEM.
           IF WS-WED-MONTH NOT = SPACES
               AND GBL-DATE(1:7) > WS-WED-MONTH
               MOVE 'B' TO WS-LOOKUP-KIND
               MOVE "P" TO WS-LOOKUP-KEY
               PERFORM LOOKUP-GL-ACCOUNT
               IF WS-LOOKUP-ACCOUNT = SPACES
                   MOVE SPACES TO EXCEPT-LINE
                   STRING "Unmapped billing type [P] Acct "
                       WS-FOLDER-ACCT " " GBL-DATE
                       " PHP " GBL-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
                   ADD 1 TO WS-EXCEPT-COUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-DEFERRED-ACCOUNT = SPACES
                   MOVE SPACES TO EXCEPT-LINE
                   STRING "No S,DEFERRED mapping for payment Acct "
                       WS-FOLDER-ACCT " " GBL-DATE
                       " PHP " GBL-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
                   ADD 1 TO WS-EXCEPT-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DEFERRED-ACCOUNT TO WS-LOOKUP-ACCOUNT
           END-IF
           MOVE GBL-DATE TO JL-DATE
           IF WS-CASH-ACCOUNT NOT = SPACES
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT.

      * A cancellation refund (type R) reverses a collection. Up to
      * the wedding month the money is still unearned, so S,DEFERRED
      * is debited and cash credited; what the client does not get
      * back stays deferred until the recognition run for the
      * wedding month takes it up. A refund dated after that month
      * debits the B,R account instead. The type W cancellation
      * credit only clears the unbilled contract on the client
      * ledger and never reaches the journal.
       POST-REFUND-ITEM.
           IF WS-WED-MONTH NOT = SPACES
               AND GBL-DATE(1:7) > WS-WED-MONTH
               MOVE 'B' TO WS-LOOKUP-KIND
               MOVE "R" TO WS-LOOKUP-KEY
               PERFORM LOOKUP-GL-ACCOUNT
               IF WS-LOOKUP-ACCOUNT = SPACES
                   MOVE SPACES TO EXCEPT-LINE
                   STRING "Unmapped billing type [R] Acct "
                       WS-FOLDER-ACCT " " GBL-DATE
                       " PHP " GBL-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
                   ADD 1 TO WS-EXCEPT-COUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-DEFERRED-ACCOUNT = SPACES
                   MOVE SPACES TO EXCEPT-LINE
                   STRING "No S,DEFERRED mapping for refund Acct "
                       WS-FOLDER-ACCT " " GBL-DATE
                       " PHP " GBL-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
                   ADD 1 TO WS-EXCEPT-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DEFERRED-ACCOUNT TO WS-LOOKUP-ACCOUNT
           END-IF
           MOVE GBL-DATE TO JL-DATE
           MOVE WS-LOOKUP-ACCOUNT TO JL-ACCOUNT
           MOVE GBL-AMOUNT TO JL-DEBIT
           MOVE 0 TO JL-CREDIT
           IF GBL-REF NOT = SPACES
               MOVE GBL-REF TO JL-REF
           ELSE
               MOVE GBL-DESCRIPTION(1:20) TO JL-REF
           END-IF
           MOVE WS-FOLDER-ACCT TO JL-ACCT-NUM
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           IF WS-CASH-ACCOUNT NOT = SPACES
               MOVE WS-CASH-ACCOUNT TO JL-ACCOUNT
               MOVE 0 TO JL-DEBIT
               MOVE GBL-AMOUNT TO JL-CREDIT
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-COUNT
           END-IF.

      * Month-end recognition. Every wedding whose date falls in the
      * chosen month has its collections to date - receipts less
      * refunds through that month - moved out of S,DEFERRED into
      * the B,P revenue account, dated on the wedding day. Cancelled
      * weddings go through the same run: the refund process has
      * already returned the client's share out of S,DEFERRED, so
      * what is left is the amount the shop keeps. Every archive
      * base is read, since a plan is often filed as Completed or
      * Cancelled before its month is closed.
       RUN-REVENUE-RECOGNITION.
           DISPLAY "Recognize revenue for which month (YYYY-MM)? ".
           ACCEPT WS-PICK-MONTH.
           IF WS-PICK-MONTH(1:4) NOT NUMERIC
               DISPLAY "That is not a valid month."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-LOOKUP-KIND.
           MOVE "DEFERRED" TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-GL-ACCOUNT.
           MOVE WS-LOOKUP-ACCOUNT TO WS-DEFERRED-ACCOUNT.
           MOVE 'B' TO WS-LOOKUP-KIND.
           MOVE "P" TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-GL-ACCOUNT.
           MOVE WS-LOOKUP-ACCOUNT TO WS-REVENUE-ACCOUNT.
           IF WS-DEFERRED-ACCOUNT = SPACES
               OR WS-REVENUE-ACCOUNT = SPACES
               DISPLAY "Map both S,DEFERRED and B,P before running "
                   "recognition - nothing was written."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MONTH-PACKED.
           STRING WS-PICK-MONTH(1:4) WS-PICK-MONTH(6:2)
               DELIMITED BY SIZE INTO WS-MONTH-PACKED.
           MOVE SPACES TO WS-JOURNAL-PATH.
           STRING "gl-revenue-" WS-MONTH-PACKED ".txt"
               DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE 0 TO WS-JOURNAL-COUNT WS-RECOG-COUNT WS-SKIP-COUNT.
           MOVE 0 TO WS-RECOG-TOTAL.
           MOVE WS-PICK-MONTH TO WS-THRU-MONTH.

           DISPLAY "--------------------------------------------------".
           DISPLAY "Weddings taken up for " WS-PICK-MONTH ":".
           MOVE 'N' TO WS-DIR-EOF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-WEDDING-DATE(1:7) = WS-PICK-MONTH
                               PERFORM RECOGNIZE-ONE-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

           CLOSE JOURNAL-FILE.
           MOVE WS-RECOG-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY "--------------------------------------------------".
           DISPLAY "Weddings recognized:    " WS-RECOG-COUNT.
           DISPLAY "Nothing to recognize:   " WS-SKIP-COUNT.
           DISPLAY "Revenue recognized: PHP " WS-AMOUNT-DISP.
           DISPLAY "Journal lines written:  " WS-JOURNAL-COUNT.
           DISPLAY "Journal file:   " FUNCTION TRIM(WS-JOURNAL-PATH).
           DISPLAY "--------------------------------------------------".
           PERFORM PAUSE-SCREEN.

       RECOGNIZE-ONE-WEDDING.
           PERFORM SUM-WEDDING-COLLECTIONS
           MOVE WS-WED-COLLECTED TO WS-AMOUNT-DISP
           IF WS-WED-COLLECTED NOT > 0
               DISPLAY "  " RG-ACCOUNT " " RG-WEDDING-DATE " "
                   RG-STATUS " PHP " WS-AMOUNT-DISP
                   "  (nothing to take up)"
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE RG-WEDDING-DATE TO JL-DATE
           MOVE WS-DEFERRED-ACCOUNT TO JL-ACCOUNT
           MOVE WS-WED-COLLECTED TO JL-DEBIT
           MOVE 0 TO JL-CREDIT
           MOVE "REVENUE RECOGNITION" TO JL-REF
           MOVE RG-ACCOUNT TO JL-ACCT-NUM
           WRITE JOURNAL-RECORD
           MOVE WS-REVENUE-ACCOUNT TO JL-ACCOUNT
           MOVE 0 TO JL-DEBIT
           MOVE WS-WED-COLLECTED TO JL-CREDIT
           WRITE JOURNAL-RECORD
           ADD 2 TO WS-JOURNAL-COUNT
           ADD 1 TO WS-RECOG-COUNT
           ADD WS-WED-COLLECTED TO WS-RECOG-TOTAL
           DISPLAY "  " RG-ACCOUNT " " RG-WEDDING-DATE " "
               RG-STATUS " PHP " WS-AMOUNT-DISP.

      * Receipts less refunds on the current registry line's
      * billing.txt, counting only rows dated up to WS-THRU-MONTH.
       SUM-WEDDING-COLLECTIONS.
           MOVE 0 TO WS-WED-COLLECTED
           MOVE SPACES TO WS-GL-BILLING-PATH
           STRING FUNCTION TRIM(RG-BASE) "\" FUNCTION TRIM(RG-FOLDER)
               "\billing.txt"
               DELIMITED BY SIZE INTO WS-GL-BILLING-PATH
           OPEN INPUT GL-BILLING-FILE
           IF WS-GL-BILLING-STATUS = "00"
               MOVE 'N' TO WS-ITEM-EOF
               PERFORM UNTIL WS-ITEM-EOF = 'Y'
                   READ GL-BILLING-FILE
                       AT END
                           MOVE 'Y' TO WS-ITEM-EOF
                       NOT AT END
                           IF GBL-DATE(1:7) <= WS-THRU-MONTH
                               EVALUATE GBL-TYPE
                                   WHEN "P"
                                       ADD GBL-AMOUNT
                                           TO WS-WED-COLLECTED
                                   WHEN "R"
                                       SUBTRACT GBL-AMOUNT
                                           FROM WS-WED-COLLECTED
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BILLING-FILE
           END-IF.

      * What each wedding still holds in S,DEFERRED at the close of
      * a month: receipts less refunds through that month for every
      * wedding the recognition run has not reached yet - a wedding
      * month after the as-of month, or no date set at all. Once
      * that month's journal extract and recognition run are
      * posted, the total ties to the S,DEFERRED account.
       DEFERRED-BALANCE-REPORT.
           DISPLAY "Balance as of the end of which month (YYYY-MM)? ".
           ACCEPT WS-PICK-MONTH.
           IF WS-PICK-MONTH(1:4) NOT NUMERIC
               DISPLAY "That is not a valid month."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-LOOKUP-KIND.
           MOVE "DEFERRED" TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-GL-ACCOUNT.
           MOVE WS-LOOKUP-ACCOUNT TO WS-DEFERRED-ACCOUNT.
           MOVE SPACES TO WS-MONTH-PACKED.
           STRING WS-PICK-MONTH(1:4) WS-PICK-MONTH(6:2)
               DELIMITED BY SIZE INTO WS-MONTH-PACKED.

           MOVE SPACES TO WS-RPT-NAME.
           STRING "deferred-revenue-" WS-MONTH-PACKED ".txt"
               DELIMITED BY SIZE INTO WS-RPT-NAME.
           MOVE "DEFERRED REVENUE BALANCE BY WEDDING"
               TO WS-RPT-TITLE.
           PERFORM ASK-REPORT-TO-FILE.
           MOVE WS-PICK-MONTH TO WS-THRU-MONTH.
           MOVE 0 TO WS-DEF-COUNT.
           MOVE 0 TO WS-DEF-TOTAL.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "Deferred revenue as of month-end " WS-PICK-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE "Acct  Couple                         Wedding    Status
      -        "            Balance" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.

           MOVE 'N' TO WS-DIR-EOF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-WEDDING-DATE = SPACES
                               OR RG-WEDDING-DATE(1:7) > WS-PICK-MONTH
                               PERFORM LIST-DEFERRED-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-DEF-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "Weddings holding a balance: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-DEF-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "Total deferred revenue:  PHP " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-DEFERRED-ACCOUNT = SPACES
               MOVE "No S,DEFERRED mapping is set up yet."
                   TO WS-RPT-LINE
           ELSE
               STRING "Should agree to GL account "
                   FUNCTION TRIM(WS-DEFERRED-ACCOUNT)
                   " (S,DEFERRED) at " WS-PICK-MONTH " month-end."
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM EMIT-LINE.
           PERFORM CLOSE-REPORT-FILE.
           PERFORM PAUSE-SCREEN.

       LIST-DEFERRED-WEDDING.
           PERFORM SUM-WEDDING-COLLECTIONS
           IF WS-WED-COLLECTED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COUPLE
           STRING FUNCTION TRIM(RG-PARTNER1) " & "
               FUNCTION TRIM(RG-PARTNER2)
               DELIMITED BY SIZE INTO WS-COUPLE
           MOVE WS-WED-COLLECTED TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF RG-WEDDING-DATE = SPACES
               STRING RG-ACCOUNT "  " WS-COUPLE " (no date) "
                   RG-STATUS WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING RG-ACCOUNT "  " WS-COUPLE " " RG-WEDDING-DATE
                   " " RG-STATUS WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-LINE
           ADD 1 TO WS-DEF-COUNT
           ADD WS-WED-COLLECTED TO WS-DEF-TOTAL.

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED
           DISPLAY "Write this report to a file as well? (Y/N): "
           ACCEPT WS-RPT-CONFIRM
           IF WS-RPT-CONFIRM = 'Y' OR WS-RPT-CONFIRM = 'y'
               MOVE "mkdir Reports" TO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
               MOVE SPACES TO WS-RPT-PATH
               STRING "Reports\" FUNCTION TRIM(WS-RPT-NAME)
                   DELIMITED BY SIZE INTO WS-RPT-PATH
               OPEN OUTPUT REPORT-FILE
               IF WS-RPT-STATUS = "00"
                   MOVE 'Y' TO WS-RPT-ENABLED
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-RUN-DATE
                   MOVE 0 TO WS-RPT-PAGE
                   PERFORM RPT-PAGE-HEADING
               ELSE
                   DISPLAY "Could not create report file. Status: "
                       WS-RPT-STATUS
               END-IF
           END-IF.

       RPT-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-DISP
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-RPT-TITLE "  Page " WS-RPT-PAGE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run Date: " WS-RPT-RUN-DATE(1:4) "-"
               WS-RPT-RUN-DATE(5:2) "-" WS-RPT-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-RPT-LINE-COUNT.

       EMIT-LINE.
           DISPLAY WS-RPT-LINE
           IF WS-RPT-ENABLED = 'Y'
               IF WS-RPT-LINE-COUNT >= 55
                   PERFORM RPT-PAGE-HEADING
               END-IF
               WRITE REPORT-LINE FROM WS-RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-IF.

       CLOSE-REPORT-FILE.
           IF WS-RPT-ENABLED = 'Y'
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "GL-EXPORT" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       LOOKUP-GL-ACCOUNT.
           MOVE SPACES TO WS-LOOKUP-ACCOUNT
           MOVE 'N' TO WS-EOF
