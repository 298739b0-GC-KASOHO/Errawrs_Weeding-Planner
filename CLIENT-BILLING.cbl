               ASSIGN TO WS-CONTRACT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT QUOTE-CARRY-FILE
               ASSIGN TO WS-QUOTE-CARRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-CARRY-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO WS-INVOICE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-PROFILE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT OR-NUMBER-FILE
               ASSIGN TO "or_number.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "daily-close.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT BOOKING-FILE
               ASSIGN TO WS-BOOKING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO "cancel-policy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT SETTLE-FILE
               ASSIGN TO WS-SETTLE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT INSTALLMENT-FILE
               ASSIGN TO WS-INST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.
           SELECT CO-FILE
               ASSIGN TO WS-CO-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.
           SELECT CST-FILE
               ASSIGN TO WS-CST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO WS-HISTORY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
       01 CONTRACT-RECORD          PIC 9(10)V99.

      * The quotation the couple accepted when the lead converted.
       FD QUOTE-CARRY-FILE.
       01 QUOTE-CARRY-RECORD.
           05 AQ-QUOTE-NO          PIC 9(5).
           05 AQ-TOTAL             PIC 9(7)V99.
           05 AQ-PACKAGE           PIC X(20).
           05 AQ-ACCEPTED-DATE     PIC X(10).

       FD INVOICE-FILE.
       01 INVOICE-LINE             PIC X(80).

           05 PROF-TAX-CLASS       PIC X(1).
           05 PROF-BUS-STYLE       PIC X(40).

       FD OR-NUMBER-FILE.
       01 OR-NUMBER-RECORD         PIC 9(6).

       FD CLOSE-FILE.
       01 CLOSE-RECORD             PIC X(10).

       FD BOOKING-FILE.
       01 BOOKING-RECORD.
           05 BK-ID                PIC 9(4).
           05 BK-VENDOR            PIC X(30).
           05 BK-SERVICE           PIC X(30).
           05 BK-AMOUNT            PIC 9(7)V99.
           05 BK-DEPOSIT           PIC 9(7)V99.
           05 BK-STATUS            PIC X(10).

       FD POLICY-FILE.
       01 POLICY-RECORD            PIC X(20).

       FD SETTLE-FILE.
       01 SETTLE-LINE              PIC X(80).

       FD INSTALLMENT-FILE.
       01 INSTALLMENT-RECORD.
           05 INST-NO              PIC 9(2).
           05 INST-LABEL           PIC X(20).
           05 INST-DUE-DATE        PIC X(10).
           05 INST-AMOUNT          PIC 9(7)V99.
           05 INST-PAID            PIC 9(7)V99.
           05 INST-NOTICE-LEVEL    PIC 9(1).
           05 INST-NOTICE-DATE     PIC X(10).

      * Change orders against the contract. Effect A adds to what
      * the client owes and posts as an add-on charge; effect D
      * takes off it and posts as a credit (type W). Nothing posts
      * while the order is Pending - only on client approval, when
      * it takes the next contract revision number.
       FD CO-FILE.
       01 CO-RECORD.
           05 CO-NO                PIC 9(3).
           05 CO-DATE              PIC X(10).
           05 CO-DESC              PIC X(40).
           05 CO-EFFECT            PIC X(1).
           05 CO-AMOUNT            PIC 9(7)V99.
           05 CO-STATUS            PIC X(1).
           05 CO-DECIDED-DATE      PIC X(10).
           05 CO-APPROVED-BY       PIC X(30).
           05 CO-REVISION          PIC 9(3).
           05 CO-RAISED-BY         PIC X(8).
           05 CO-DECIDED-OP        PIC X(8).

       FD CST-FILE.
       01 CST-RECORD.
           05 CST-STATUS           PIC X(6).
           05 CST-REVISION         PIC 9(3).
           05 CST-DRAFT-DATE       PIC X(10).
           05 CST-SENT-DATE        PIC X(10).
           05 CST-SIGNED-DATE      PIC X(10).
           05 CST-PRICE            PIC 9(10)V99.
           05 CST-OPERATOR         PIC X(8).

       FD HISTORY-FILE.
       01 HISTORY-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BILLING-RECORD.
           05 WS-BILL-TYPE         PIC X(1).
           05 WS-CONTRACT-PRICE    PIC 9(10)V99 VALUE 0.
           05 WS-ADDON-TOTAL       PIC 9(10)V99.
           05 WS-PAYMENT-TOTAL     PIC 9(10)V99.
           05 WS-REFUND-TOTAL      PIC 9(10)V99.
           05 WS-CREDIT-TOTAL      PIC 9(10)V99.
           05 WS-BALANCE-DUE       PIC S9(10)V99.
           05 WS-SETTLEMENT-FOUND  PIC X.

       01 PROGRAM-CONTROL.
           05 USER-CHOICE          PIC 99.
           05 EOF-FLAG             PIC X VALUE 'N'.
           05 WS-FILE-STATUS       PIC XX.
           05 WS-CONTRACT-STATUS   PIC XX.
           05 WS-INV-AMOUNT     PIC Z(9)9.99.
       01 WS-PKG-STATUS         PIC XX.
       01 WS-PROFILE-STATUS     PIC XX.
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
       01 WS-OS-CMD             PIC X(200).
       01 WS-OR-STATUS          PIC XX.
       01 WS-RECEIPT-STATUS     PIC XX.
       01 WS-PKG-FOUND          PIC X.
       01 WS-PKG-STD-PRICE      PIC 9(7)V99.
       01 WS-PROF-PACKAGE       PIC X(20).
       01 WS-QUOTE-CARRY-PATH   PIC X(150).
       01 WS-QUOTE-CARRY-STATUS PIC XX.
       01 WS-AQ-FOUND           PIC X.
       01 WS-AQ-QUOTE-NO        PIC 9(5).
       01 WS-PRICE-IN           PIC X(12).
       01 WS-PRICE-DISP         PIC Z(6)9.99.
       01 WS-BOOKING-FILE-PATH  PIC X(150).
       01 WS-SETTLE-FILE-PATH   PIC X(150).
       01 WS-BOOKING-STATUS     PIC XX.
       01 WS-POLICY-STATUS      PIC XX.
       01 WS-SETTLE-STATUS      PIC XX.
       01 WS-BK-EOF             PIC X.
       01 WS-POL-EOF            PIC X.
       01 WS-PROF-STATUS        PIC X(10).
       01 WS-PROF-WED-DATE      PIC X(10).
       01 WS-PROF-COUPLE        PIC X(65).
       01 WS-CONFIRM            PIC X.
       01 WS-ALREADY-SETTLED    PIC X.
       01 WS-WED-DATE-NUM       PIC 9(8).
       01 WS-SET-DATE-NUM       PIC 9(8).
       01 WS-DAYS-LEFT          PIC S9(5).
       01 WS-DAYS-DISP          PIC -(4)9.
       01 WS-FEE-IN             PIC X(12).
       01 WS-DEPOSIT-TOTAL      PIC 9(10)V99.
       01 WS-FEE-TOTAL          PIC 9(10)V99.
       01 WS-REFUND-BASE        PIC S9(10)V99.
       01 WS-REFUND-AMOUNT      PIC 9(10)V99.
       01 WS-WRITEOFF-AMOUNT    PIC S9(10)V99.
       01 WS-REFUND-PCT         PIC 9(3).
       01 WS-PCT-DISP           PIC ZZ9.
      * Cancellation policy tiers: refund percentage that applies
      * when at least POL-MIN-DAYS remain before the wedding date.
       01 WS-POLICY-TABLE.
           05 WS-POL-COUNT      PIC 99 VALUE 0.
           05 WS-POL-ENTRY OCCURS 10 TIMES.
               10 POL-MIN-DAYS  PIC 9(4).
               10 POL-PCT       PIC 9(3).
       01 WS-POL-IX             PIC 99.
       01 WS-POL-BEST-DAYS      PIC S9(5).
       01 WS-POL-FIELDS.
           05 WS-POL-DAYS-TXT   PIC X(6).
           05 WS-POL-PCT-TXT    PIC X(6).
       01 WS-SETTLE-TABLE.
           05 WS-SET-COUNT      PIC 999 VALUE 0.
           05 WS-SET-OVERFLOW   PIC 999 VALUE 0.
           05 WS-SET-ENTRY OCCURS 200 TIMES.
               10 SET-VENDOR    PIC X(30).
               10 SET-DEPOSIT   PIC 9(7)V99.
               10 SET-FEE       PIC 9(7)V99.
       01 WS-SET-IX             PIC 999.
       01 WS-INST-FILE-PATH     PIC X(150).
       01 WS-INST-STATUS        PIC XX.
       01 WS-INST-EOF           PIC X.
       01 WS-INST-TABLE.
           05 WS-INST-COUNT     PIC 99 VALUE 0.
           05 WS-INST-ENTRY OCCURS 12 TIMES.
               10 IT-NO         PIC 9(2).
               10 IT-LABEL      PIC X(20).
               10 IT-DUE-DATE   PIC X(10).
               10 IT-AMOUNT     PIC 9(7)V99.
               10 IT-PAID       PIC 9(7)V99.
               10 IT-NOTICE-LEVEL PIC 9(1).
               10 IT-NOTICE-DATE PIC X(10).
       01 WS-INST-IX            PIC 99.
       01 WS-INST-WANTED        PIC 99.
       01 WS-INST-PLAN-BASE     PIC 9(10)V99.
       01 WS-INST-ALLOCATED     PIC 9(10)V99.
       01 WS-INST-TO-APPLY      PIC 9(10)V99.
       01 WS-INST-OPEN          PIC 9(10)V99.
       01 WS-INST-PCT           PIC 9(3).
       01 WS-INST-DAYS-BEFORE   PIC 9(4).
       01 WS-INST-COUNT-IN      PIC X(2).
       01 WS-INST-PCT-IN        PIC X(6).
       01 WS-INST-DAYS-IN       PIC X(6).
       01 WS-INST-STD           PIC X.
       01 WS-TODAY-NUM          PIC 9(8).
       01 WS-TODAY-TEXT         PIC X(10).
       01 WS-DUE-NUM            PIC 9(8).
       01 WS-DUE-JULIAN         PIC 9(7).
       01 WS-OVERDUE-DAYS       PIC S9(5).
       01 WS-INST-STATE         PIC X(18).
       01 WS-INST-AMT-DISP      PIC Z(6)9.99.
       01 WS-INST-PAID-DISP     PIC Z(6)9.99.
       01 WS-CO-FILE-PATH       PIC X(150).
       01 WS-CST-FILE-PATH      PIC X(150).
       01 WS-HISTORY-FILE-PATH  PIC X(150).
       01 WS-CO-STATUS          PIC XX.
       01 WS-CST-STATUS         PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-CO-EOF             PIC X.
       01 WS-CO-TABLE.
           05 WS-CO-COUNT       PIC 9(3) VALUE 0.
           05 WS-CO-ENTRY OCCURS 200 TIMES.
               10 CT-NO         PIC 9(3).
               10 CT-DATE       PIC X(10).
               10 CT-DESC       PIC X(40).
               10 CT-EFFECT     PIC X(1).
               10 CT-AMOUNT     PIC 9(7)V99.
               10 CT-STATUS     PIC X(1).
               10 CT-DECIDED-DATE PIC X(10).
               10 CT-APPROVED-BY PIC X(30).
               10 CT-REVISION   PIC 9(3).
               10 CT-RAISED-BY  PIC X(8).
               10 CT-DECIDED-OP PIC X(8).
       01 WS-CO-IX              PIC 9(3).
       01 WS-CO-SAVE-IX         PIC 9(3).
       01 WS-CO-PICK            PIC 9(3).
       01 WS-CO-FOUND-IX        PIC 9(3).
       01 WS-CO-PENDING         PIC 9(3).
       01 WS-CO-NEXT-NO         PIC 9(3).
       01 WS-CO-NEXT-REV        PIC 9(3).
       01 WS-CO-DECISION        PIC X.
       01 WS-CO-STATE           PIC X(10).
       01 WS-CO-SIGN            PIC X.
       01 WS-CO-RUNNING         PIC S9(10)V99.
       01 WS-CO-NET             PIC S9(10)V99.
       01 WS-CO-AMT-DISP        PIC Z(6)9.99.
       01 WS-CO-RUN-DISP        PIC -(9)9.99.
       01 WS-CST-FOUND          PIC X.
       01 WS-CST-SAVED.
           05 WS-CST-SV-STATUS  PIC X(6).
           05 WS-CST-SV-REV     PIC 9(3).
           05 FILLER            PIC X(30).
           05 WS-CST-SV-PRICE   PIC 9(10)V99.
           05 FILLER            PIC X(8).

      * Passed to RPT-CATALOG as each printed document is closed.
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
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\billing-contract.txt"
               DELIMITED BY SIZE INTO WS-CONTRACT-FILE-PATH
           MOVE SPACES TO WS-QUOTE-CARRY-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\accepted-quote.txt"
               DELIMITED BY SIZE INTO WS-QUOTE-CARRY-PATH
           MOVE SPACES TO WS-INVOICE-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\invoice.txt"
               DELIMITED BY SIZE INTO WS-INVOICE-FILE-PATH
           MOVE SPACES TO WS-AUDIT-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-AUDIT-FILE-PATH
           MOVE SPACES TO WS-BOOKING-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\bookings.txt"
               DELIMITED BY SIZE INTO WS-BOOKING-FILE-PATH
           MOVE SPACES TO WS-SETTLE-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\settlement.txt"
               DELIMITED BY SIZE INTO WS-SETTLE-FILE-PATH
           MOVE SPACES TO WS-INST-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\installments.txt"
               DELIMITED BY SIZE INTO WS-INST-FILE-PATH
           MOVE SPACES TO WS-CO-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\change-orders.txt"
               DELIMITED BY SIZE INTO WS-CO-FILE-PATH
           MOVE SPACES TO WS-CST-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\contract-status.txt"
               DELIMITED BY SIZE INTO WS-CST-FILE-PATH
           MOVE SPACES TO WS-HISTORY-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\revision-history.txt"
               DELIMITED BY SIZE INTO WS-HISTORY-FILE-PATH
           MOVE SPACES TO WS-FOLDER-PART1 WS-ACCT-NUM WS-FOLDER-REST
           UNSTRING LS-WEDDING-FOLDER DELIMITED BY "-"
               INTO WS-FOLDER-PART1 WS-ACCT-NUM WS-FOLDER-REST.
           DISPLAY "---------------------------------------------"
           DISPLAY "1. View Statement of Account"
           DISPLAY "2. Set Contract Price"
           DISPLAY "3. Raise Change Order (Add-On / Deduction)"
           DISPLAY "4. Record Client Payment"
           DISPLAY "5. Print Invoice to File"
           DISPLAY "6. Reprint Official Receipt"
           DISPLAY "7. Cancellation Settlement"
           DISPLAY "8. View Installment Plan"
           DISPLAY "9. Set Up Installment Plan"
           DISPLAY "10. Approve / Reject Change Order"
           DISPLAY "11. Contract Revision History"
           DISPLAY "12. Back to Wedding Plan Management"
           DISPLAY "---------------------------------------------"
           DISPLAY "Enter your choice: "
           ACCEPT USER-CHOICE
           EVALUATE USER-CHOICE
               WHEN 1 PERFORM VIEW-STATEMENT
               WHEN 2 PERFORM SET-CONTRACT-PRICE
               WHEN 3 PERFORM RAISE-CHANGE-ORDER
               WHEN 4 PERFORM RECORD-PAYMENT
               WHEN 5 PERFORM PRINT-INVOICE
               WHEN 6 PERFORM REPRINT-RECEIPT
               WHEN 7 PERFORM SETTLE-CANCELLATION
               WHEN 8 PERFORM VIEW-INSTALLMENT-PLAN
               WHEN 9 PERFORM SETUP-INSTALLMENT-PLAN
               WHEN 10 PERFORM DECIDE-CHANGE-ORDER
               WHEN 11 PERFORM REVISION-HISTORY
               WHEN 12 PERFORM RETURN-TO-MAIN-MENU
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
                   PERFORM BILLING-MENU
               CLOSE CONTRACT-FILE
           END-IF.

      * Once the client has the contract in hand the price can
      * only move through an approved change order.
       SET-CONTRACT-PRICE.
           PERFORM LOAD-CONTRACT-STATUS
           IF WS-CST-SV-STATUS = "SENT" OR WS-CST-SV-STATUS = "SIGNED"
               DISPLAY "The contract (revision " WS-CST-SV-REV
                   ") is " FUNCTION TRIM(WS-CST-SV-STATUS)
                   " - raise a change order instead."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM BILLING-MENU
           END-IF
           PERFORM LOAD-CONTRACT-PRICE
           MOVE WS-CONTRACT-PRICE TO WS-PRICE-DISP
           MOVE WS-PRICE-DISP TO WS-AUDIT-BEFORE
           DISPLAY "Current contract price: PHP " WS-CONTRACT-PRICE
           PERFORM LOAD-ACCEPTED-QUOTE
           IF WS-AQ-FOUND = 'Y'
               MOVE 'Y' TO WS-PKG-FOUND
               MOVE WS-PKG-STD-PRICE TO WS-PRICE-DISP
               DISPLAY "Accepted quotation Q-" WS-AQ-QUOTE-NO
                   " price: PHP " WS-PRICE-DISP
               DISPLAY "Press Enter to accept the quoted price, "
                   "or type an override amount: "
           ELSE
               PERFORM LOOKUP-PACKAGE-PRICE
               IF WS-PKG-FOUND = 'Y'
                   MOVE WS-PKG-STD-PRICE TO WS-PRICE-DISP
                   DISPLAY "Package " FUNCTION TRIM(WS-PROF-PACKAGE)
                       " standard price: PHP " WS-PRICE-DISP
                   DISPLAY "Press Enter to accept the package price, "
                       "or type an override amount: "
               END-IF
           END-IF
           IF WS-PKG-FOUND = 'Y'
               ACCEPT WS-PRICE-IN
               IF WS-PRICE-IN = SPACES
                   MOVE WS-PKG-STD-PRICE TO WS-CONTRACT-PRICE
           ACCEPT WS-ERROR-MESSAGE
           PERFORM BILLING-MENU.

      * A plan converted from an accepted quotation is priced at the
      * quotation total; anything else keyed is an override of it.
       LOAD-ACCEPTED-QUOTE.
           MOVE 'N' TO WS-AQ-FOUND
           OPEN INPUT QUOTE-CARRY-FILE
           IF WS-QUOTE-CARRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ QUOTE-CARRY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-AQ-FOUND
                   MOVE AQ-QUOTE-NO TO WS-AQ-QUOTE-NO
                   MOVE AQ-TOTAL TO WS-PKG-STD-PRICE
           END-READ
           CLOSE QUOTE-CARRY-FILE.

      * The price book drives the contract price; an operator keying
      * anything other than the standard price is logged as an
      * override so drift can be reviewed from the audit log.
           END-IF.

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

      * Add-ons and deductions are raised as change orders and sit
      * Pending until the couple approves them; only then do they
      * post to billing.txt (see DECIDE-CHANGE-ORDER).
       RAISE-CHANGE-ORDER.
           PERFORM LOAD-CHANGE-ORDERS
           IF WS-CO-COUNT >= 200
               DISPLAY "The change order file is full."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM BILLING-MENU
           END-IF
           PERFORM SET-TODAY-TEXT
           ADD 1 TO WS-CO-COUNT
           MOVE WS-CO-NEXT-NO TO CT-NO(WS-CO-COUNT)
           MOVE WS-TODAY-TEXT TO CT-DATE(WS-CO-COUNT)
           DISPLAY "Change order " WS-CO-NEXT-NO
           DISPLAY "Description: "
           ACCEPT CT-DESC(WS-CO-COUNT)
           DISPLAY "A = add to the contract, D = deduct from it: "
           ACCEPT CT-EFFECT(WS-CO-COUNT)
           MOVE FUNCTION UPPER-CASE(CT-EFFECT(WS-CO-COUNT))
               TO CT-EFFECT(WS-CO-COUNT)
           IF CT-EFFECT(WS-CO-COUNT) NOT = "A"
               AND CT-EFFECT(WS-CO-COUNT) NOT = "D"
               DISPLAY "Effect must be A or D - nothing was saved."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM BILLING-MENU
           END-IF
           DISPLAY "Amount (PHP): "
           ACCEPT WS-PRICE-IN
           MOVE FUNCTION NUMVAL(WS-PRICE-IN) TO CT-AMOUNT(WS-CO-COUNT)
           IF CT-AMOUNT(WS-CO-COUNT) = 0
               DISPLAY "No amount entered - nothing was saved."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM BILLING-MENU
           END-IF
           MOVE "P" TO CT-STATUS(WS-CO-COUNT)
           MOVE SPACES TO CT-DECIDED-DATE(WS-CO-COUNT)
           MOVE SPACES TO CT-APPROVED-BY(WS-CO-COUNT)
           MOVE 0 TO CT-REVISION(WS-CO-COUNT)
           MOVE LS-OPERATOR-ID TO CT-RAISED-BY(WS-CO-COUNT)
           MOVE SPACES TO CT-DECIDED-OP(WS-CO-COUNT)
           PERFORM SAVE-CHANGE-ORDERS

           MOVE "CHANGE ORDER RAISED" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE CT-AMOUNT(WS-CO-COUNT) TO WS-CO-AMT-DISP
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "CO-" CT-NO(WS-CO-COUNT) " "
               CT-EFFECT(WS-CO-COUNT) " PHP " WS-CO-AMT-DISP " "
               CT-DESC(WS-CO-COUNT)
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Change order " CT-NO(WS-CO-COUNT)
               " saved as Pending client approval."
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM BILLING-MENU.

       LOAD-CHANGE-ORDERS.
           MOVE 0 TO WS-CO-COUNT WS-CO-PENDING
           MOVE 1 TO WS-CO-NEXT-NO
           MOVE 'N' TO WS-CO-EOF
           OPEN INPUT CO-FILE
           IF WS-CO-STATUS = "00"
               PERFORM UNTIL WS-CO-EOF = 'Y'
                   READ CO-FILE
                       AT END
                           MOVE 'Y' TO WS-CO-EOF
                       NOT AT END
                           IF WS-CO-COUNT < 200
                               ADD 1 TO WS-CO-COUNT
                               MOVE CO-RECORD
                                   TO WS-CO-ENTRY(WS-CO-COUNT)
                               IF CO-NO >= WS-CO-NEXT-NO
                                   COMPUTE WS-CO-NEXT-NO = CO-NO + 1
                               END-IF
                               IF CO-STATUS = "P"
                                   ADD 1 TO WS-CO-PENDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-FILE
           END-IF.

       SAVE-CHANGE-ORDERS.
           OPEN OUTPUT CO-FILE
           IF WS-CO-STATUS NOT = "00"
               DISPLAY "Could not write the change orders. Status: "
                   WS-CO-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CO-SAVE-IX FROM 1 BY 1
               UNTIL WS-CO-SAVE-IX > WS-CO-COUNT
               MOVE WS-CO-ENTRY(WS-CO-SAVE-IX) TO CO-RECORD
               WRITE CO-RECORD
           END-PERFORM
           CLOSE CO-FILE.

       LOAD-CONTRACT-STATUS.
           MOVE 'N' TO WS-CST-FOUND
           MOVE SPACES TO WS-CST-SAVED
           MOVE 0 TO WS-CST-SV-REV WS-CST-SV-PRICE
           OPEN INPUT CST-FILE
           IF WS-CST-STATUS = "00"
               READ CST-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-CST-FOUND
                       MOVE CST-RECORD TO WS-CST-SAVED
               END-READ
               CLOSE CST-FILE
           END-IF.

       LIST-PENDING-CHANGE-ORDERS.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX > WS-CO-COUNT
               IF CT-STATUS(WS-CO-IX) = "P"
                   MOVE CT-AMOUNT(WS-CO-IX) TO WS-CO-AMT-DISP
                   DISPLAY "CO-" CT-NO(WS-CO-IX) "  "
                       CT-DATE(WS-CO-IX) "  " CT-EFFECT(WS-CO-IX)
                       " PHP " WS-CO-AMT-DISP "  "
                       CT-DESC(WS-CO-IX)
               END-IF
           END-PERFORM.

      * Approval is the couple's agreement to the change: it posts
      * to billing.txt on the approval date (which must not be in
      * a closed period), moves the installment plan, and takes the
      * next contract revision. A rejected order posts nothing.
       DECIDE-CHANGE-ORDER.
           PERFORM LOAD-CHANGE-ORDERS
           IF WS-CO-PENDING = 0
               DISPLAY "No change orders are waiting for approval."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM BILLING-MENU
           END-IF
           DISPLAY "Pending change orders (A = add, D = deduct):"
           PERFORM LIST-PENDING-CHANGE-ORDERS
           DISPLAY "Change order number: "
           ACCEPT WS-CO-PICK
           MOVE 0 TO WS-CO-FOUND-IX
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX > WS-CO-COUNT
               IF CT-NO(WS-CO-IX) = WS-CO-PICK
                   AND CT-STATUS(WS-CO-IX) = "P"
                   MOVE WS-CO-IX TO WS-CO-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CO-FOUND-IX = 0
               DISPLAY "No pending change order with that number."
               DISPLAY "Press Enter to continue..."
               ACCEPT WS-ERROR-MESSAGE
               PERFORM BILLING-MENU
           END-IF
           MOVE WS-CO-FOUND-IX TO WS-CO-IX
           DISPLAY "A = client approved, R = client rejected, "
               "Enter = leave pending: "
           ACCEPT WS-CO-DECISION
           MOVE FUNCTION UPPER-CASE(WS-CO-DECISION) TO WS-CO-DECISION
           EVALUATE WS-CO-DECISION
               WHEN "A"
                   PERFORM APPROVE-CHANGE-ORDER
               WHEN "R"
                   PERFORM REJECT-CHANGE-ORDER
               WHEN OTHER
                   DISPLAY "Left pending."
           END-EVALUATE
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM BILLING-MENU.

       APPROVE-CHANGE-ORDER.
           PERFORM SET-TODAY-TEXT
           DISPLAY "Date approved YYYY-MM-DD (Enter = today): "
           MOVE SPACES TO WS-BILL-DATE
           ACCEPT WS-BILL-DATE
           IF WS-BILL-DATE = SPACES
               MOVE WS-TODAY-TEXT TO WS-BILL-DATE
           END-IF
           PERFORM CHECK-DATE-NOT-CLOSED
           IF WS-CLOSE-DATE NOT = SPACES
               AND WS-BILL-DATE <= WS-CLOSE-DATE
               DISPLAY "Books are closed through " WS-CLOSE-DATE
                   " - nothing was saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PROFILE-SUMMARY
           DISPLAY "Approved by (Enter = " FUNCTION TRIM(PROF-PARTNER1)
               "): "
           MOVE SPACES TO CT-APPROVED-BY(WS-CO-IX)
           ACCEPT CT-APPROVED-BY(WS-CO-IX)
           IF CT-APPROVED-BY(WS-CO-IX) = SPACES
               MOVE PROF-PARTNER1 TO CT-APPROVED-BY(WS-CO-IX)
           END-IF

           PERFORM LOAD-CONTRACT-STATUS
           MOVE WS-CST-SV-REV TO WS-CO-NEXT-REV
           PERFORM VARYING WS-CO-FOUND-IX FROM 1 BY 1
               UNTIL WS-CO-FOUND-IX > WS-CO-COUNT
               IF CT-REVISION(WS-CO-FOUND-IX) > WS-CO-NEXT-REV
                   MOVE CT-REVISION(WS-CO-FOUND-IX) TO WS-CO-NEXT-REV
               END-IF
           END-PERFORM
           ADD 1 TO WS-CO-NEXT-REV

           MOVE "A" TO CT-STATUS(WS-CO-IX)
           MOVE WS-BILL-DATE TO CT-DECIDED-DATE(WS-CO-IX)
           MOVE WS-CO-NEXT-REV TO CT-REVISION(WS-CO-IX)
           MOVE LS-OPERATOR-ID TO CT-DECIDED-OP(WS-CO-IX)
           PERFORM SAVE-CHANGE-ORDERS

           IF CT-EFFECT(WS-CO-IX) = "D"
               MOVE "W" TO WS-BILL-TYPE
           ELSE
               MOVE "A" TO WS-BILL-TYPE
           END-IF
           MOVE CT-AMOUNT(WS-CO-IX) TO WS-BILL-AMOUNT
           MOVE SPACES TO WS-BILL-DESC
           STRING "CO-" CT-NO(WS-CO-IX) " " CT-DESC(WS-CO-IX)
               DELIMITED BY SIZE INTO WS-BILL-DESC
           MOVE SPACES TO WS-BILL-REF
           STRING "CO-" CT-NO(WS-CO-IX) " R" WS-CO-NEXT-REV
               DELIMITED BY SIZE INTO WS-BILL-REF
           PERFORM WRITE-BILLING-RECORD
           IF WS-BILL-TYPE = "A"
               PERFORM ADD-CHARGE-TO-PLAN
           ELSE
               PERFORM TAKE-CREDIT-FROM-PLAN
           END-IF
           PERFORM RAISE-CONTRACT-REVISION

           MOVE "CHANGE ORDER APPRVD" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "CO-" CT-NO(WS-CO-IX) " pending"
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           MOVE CT-AMOUNT(WS-CO-IX) TO WS-CO-AMT-DISP
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "CO-" CT-NO(WS-CO-IX) " approved by "
               FUNCTION TRIM(CT-APPROVED-BY(WS-CO-IX))
               " on " WS-BILL-DATE " " CT-EFFECT(WS-CO-IX)
               " PHP " WS-CO-AMT-DISP " revision " WS-CO-NEXT-REV
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Change order " CT-NO(WS-CO-IX)
               " approved and posted - contract revision "
               WS-CO-NEXT-REV ".".

      * The contract status record, when a contract has been drawn
      * up, follows the revision and the new contract total.
       RAISE-CONTRACT-REVISION.
           IF WS-CST-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CST-FILE
           IF WS-CST-STATUS NOT = "00"
               DISPLAY "Could not update the contract status. Status: "
                   WS-CST-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CST-SAVED TO CST-RECORD
           MOVE WS-CO-NEXT-REV TO CST-REVISION
           PERFORM SUM-APPROVED-CHANGES
           PERFORM LOAD-CONTRACT-PRICE
           COMPUTE CST-PRICE = WS-CONTRACT-PRICE + WS-CO-NET
           MOVE LS-OPERATOR-ID TO CST-OPERATOR
           WRITE CST-RECORD
           CLOSE CST-FILE.

       SUM-APPROVED-CHANGES.
           MOVE 0 TO WS-CO-NET
           PERFORM VARYING WS-CO-FOUND-IX FROM 1 BY 1
               UNTIL WS-CO-FOUND-IX > WS-CO-COUNT
               IF CT-STATUS(WS-CO-FOUND-IX) = "A"
                   IF CT-EFFECT(WS-CO-FOUND-IX) = "D"
                       SUBTRACT CT-AMOUNT(WS-CO-FOUND-IX)
                           FROM WS-CO-NET
                   ELSE
                       ADD CT-AMOUNT(WS-CO-FOUND-IX) TO WS-CO-NET
                   END-IF
               END-IF
           END-PERFORM.

       REJECT-CHANGE-ORDER.
           PERFORM SET-TODAY-TEXT
           MOVE "R" TO CT-STATUS(WS-CO-IX)
           MOVE WS-TODAY-TEXT TO CT-DECIDED-DATE(WS-CO-IX)
           MOVE LS-OPERATOR-ID TO CT-DECIDED-OP(WS-CO-IX)
           PERFORM SAVE-CHANGE-ORDERS
           MOVE "CHANGE ORDER REJECT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "CO-" CT-NO(WS-CO-IX) " pending"
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "CO-" CT-NO(WS-CO-IX) " rejected by the client"
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Change order " CT-NO(WS-CO-IX)
               " marked rejected; nothing was posted.".

      * Shows the price the couple first agreed and every approved
      * change since, with the running contract total, so a dispute
      * at final billing can be settled from the record. Orders not
      * (yet) agreed are listed after it. Written to
      * revision-history.txt in the wedding folder as well.
       REVISION-HISTORY.
           PERFORM LOAD-CHANGE-ORDERS
           PERFORM LOAD-CONTRACT-PRICE
           PERFORM LOAD-CONTRACT-STATUS
           PERFORM LOAD-PROFILE-SUMMARY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Could not create revision-history.txt. "
                   "Status: " WS-HISTORY-STATUS
           END-IF
           MOVE ALL "=" TO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           MOVE "              CONTRACT REVISION HISTORY"
               TO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           MOVE SPACES TO HISTORY-LINE
           STRING "Wedding: " FUNCTION TRIM(LS-WEDDING-FOLDER)
               "   " FUNCTION TRIM(WS-PROF-COUPLE)
               DELIMITED BY SIZE INTO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           MOVE SPACES TO HISTORY-LINE
           STRING "Date Printed: " WS-RUN-DATE(1:4) "-"
               WS-RUN-DATE(5:2) "-" WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           IF WS-CST-FOUND = 'Y'
               MOVE SPACES TO HISTORY-LINE
               STRING "Contract document: revision " WS-CST-SV-REV
                   "  " WS-CST-SV-STATUS
                   DELIMITED BY SIZE INTO HISTORY-LINE
               PERFORM EMIT-HISTORY-LINE
           END-IF
           MOVE ALL "=" TO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           MOVE "Rev  Order   Approved    By               "
               TO HISTORY-LINE
           MOVE "Change      Contract total" TO HISTORY-LINE(46:26)
           PERFORM EMIT-HISTORY-LINE
           MOVE ALL "-" TO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE

           MOVE WS-CONTRACT-PRICE TO WS-CO-RUNNING
           MOVE WS-CO-RUNNING TO WS-CO-RUN-DISP
           MOVE SPACES TO HISTORY-LINE
           STRING "     ORIGINAL CONTRACT PRICE"
               DELIMITED BY SIZE INTO HISTORY-LINE
           MOVE WS-CO-RUN-DISP TO HISTORY-LINE(58:13)
           PERFORM EMIT-HISTORY-LINE

           PERFORM VARYING WS-CO-NEXT-REV FROM 1 BY 1
               UNTIL WS-CO-NEXT-REV > 999
                   OR WS-CO-NEXT-REV > WS-CO-COUNT + WS-CST-SV-REV
               PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT
                   IF CT-STATUS(WS-CO-IX) = "A"
                       AND CT-REVISION(WS-CO-IX) = WS-CO-NEXT-REV
                       PERFORM EMIT-APPROVED-CHANGE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE ALL "-" TO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           MOVE WS-CO-RUNNING TO WS-CO-RUN-DISP
           MOVE SPACES TO HISTORY-LINE
           MOVE "     CURRENT CONTRACT TOTAL" TO HISTORY-LINE
           MOVE WS-CO-RUN-DISP TO HISTORY-LINE(58:13)
           PERFORM EMIT-HISTORY-LINE

           MOVE SPACES TO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           MOVE "Change orders not agreed:" TO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           MOVE 0 TO WS-CO-PICK
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX > WS-CO-COUNT
               IF CT-STATUS(WS-CO-IX) NOT = "A"
                   ADD 1 TO WS-CO-PICK
                   IF CT-STATUS(WS-CO-IX) = "R"
                       MOVE "REJECTED" TO WS-CO-STATE
                   ELSE
                       MOVE "PENDING" TO WS-CO-STATE
                   END-IF
                   MOVE CT-AMOUNT(WS-CO-IX) TO WS-CO-AMT-DISP
                   MOVE SPACES TO HISTORY-LINE
                   STRING "     CO-" CT-NO(WS-CO-IX) " "
                       CT-DATE(WS-CO-IX) " " CT-EFFECT(WS-CO-IX)
                       " " WS-CO-AMT-DISP " " WS-CO-STATE " "
                       CT-DESC(WS-CO-IX)
                       DELIMITED BY SIZE INTO HISTORY-LINE
                   PERFORM EMIT-HISTORY-LINE
               END-IF
           END-PERFORM
           IF WS-CO-PICK = 0
               MOVE "     (none)" TO HISTORY-LINE
               PERFORM EMIT-HISTORY-LINE
           END-IF
           MOVE ALL "=" TO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE
           IF WS-HISTORY-STATUS = "00"
               CLOSE HISTORY-FILE
               MOVE "L" TO WS-CR-MODE
               MOVE "CLIENT-BILLING" TO WS-CR-PROGRAM
               MOVE "CONTRACT REVISION HISTORY" TO WS-CR-TITLE
               MOVE WS-HISTORY-FILE-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               DISPLAY "Revision history written to "
                   FUNCTION TRIM(WS-HISTORY-FILE-PATH)
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM BILLING-MENU.

       EMIT-APPROVED-CHANGE.
           IF CT-EFFECT(WS-CO-IX) = "D"
               SUBTRACT CT-AMOUNT(WS-CO-IX) FROM WS-CO-RUNNING
               MOVE "-" TO WS-CO-SIGN
           ELSE
               ADD CT-AMOUNT(WS-CO-IX) TO WS-CO-RUNNING
               MOVE "+" TO WS-CO-SIGN
           END-IF
           MOVE CT-AMOUNT(WS-CO-IX) TO WS-CO-AMT-DISP
           MOVE WS-CO-RUNNING TO WS-CO-RUN-DISP
           MOVE SPACES TO HISTORY-LINE
           STRING CT-REVISION(WS-CO-IX) "  CO-" CT-NO(WS-CO-IX)
               "  " CT-DECIDED-DATE(WS-CO-IX) "  "
               CT-APPROVED-BY(WS-CO-IX)(1:16)
               DELIMITED BY SIZE INTO HISTORY-LINE
           MOVE WS-CO-SIGN TO HISTORY-LINE(45:1)
           MOVE WS-CO-AMT-DISP TO HISTORY-LINE(46:10)
           MOVE WS-CO-RUN-DISP TO HISTORY-LINE(58:13)
           PERFORM EMIT-HISTORY-LINE
           MOVE SPACES TO HISTORY-LINE
           STRING "           " CT-DESC(WS-CO-IX)
               DELIMITED BY SIZE INTO HISTORY-LINE
           PERFORM EMIT-HISTORY-LINE.

       EMIT-HISTORY-LINE.
           DISPLAY HISTORY-LINE
           IF WS-HISTORY-STATUS = "00"
               WRITE HISTORY-LINE
           END-IF.

      * The daily close locks anything dated on or before the
      * cutoff; a supervisor reopen (Daily Financial Close on the
      * main menu) is the only way back in.
               PERFORM WRITE-BILLING-RECORD
               PERFORM APPEND-RECEIPT-REGISTER
               PERFORM WRITE-RECEIPT-DOCUMENT
               PERFORM APPLY-PAYMENT-TO-INSTALLMENTS
               DISPLAY "Client payment recorded under OR "
                   WS-OR-NUMBER
           END-IF
           END-IF
           CLOSE BILLING-FILE.

      * Type R is a refund paid back to the client and type W a
      * credit given: an approved deduction change order, or the
      * cancellation credit that clears the unbilled remainder of
      * the contract once a settlement has been posted. Settlement
      * rows carry the reference SETTLEMENT.
       SUM-BILLING-TOTALS.
           PERFORM LOAD-CONTRACT-PRICE
           MOVE ZEROS TO WS-ADDON-TOTAL WS-PAYMENT-TOTAL
           MOVE ZEROS TO WS-REFUND-TOTAL WS-CREDIT-TOTAL
           MOVE 'N' TO WS-SETTLEMENT-FOUND
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT BILLING-FILE
           IF WS-FILE-STATUS = "00"
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF BILL-REF = "SETTLEMENT"
                               MOVE 'Y' TO WS-SETTLEMENT-FOUND
                           END-IF
                           EVALUATE BILL-TYPE
                               WHEN "P"
                                   ADD BILL-AMOUNT TO WS-PAYMENT-TOTAL
                               WHEN "R"
                                   ADD BILL-AMOUNT TO WS-REFUND-TOTAL
                               WHEN "W"
                                   ADD BILL-AMOUNT TO WS-CREDIT-TOTAL
                               WHEN OTHER
                                   ADD BILL-AMOUNT TO WS-ADDON-TOTAL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG
           COMPUTE WS-BALANCE-DUE = WS-CONTRACT-PRICE
               + WS-ADDON-TOTAL + WS-REFUND-TOTAL
               - WS-PAYMENT-TOTAL - WS-CREDIT-TOTAL.

       VIEW-STATEMENT.
           PERFORM SUM-BILLING-TOTALS
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           EVALUATE BILL-TYPE
                               WHEN "P"
                                   DISPLAY BILL-DATE "  Payment   PHP "
                                       BILL-AMOUNT "  "
                                       BILL-DESCRIPTION "  " BILL-REF
                               WHEN "R"
                                   DISPLAY BILL-DATE "  Refund    PHP "
                                       BILL-AMOUNT "  "
                                       BILL-DESCRIPTION "  " BILL-REF
                               WHEN "W"
                                   DISPLAY BILL-DATE "  Credit    PHP "
                                       BILL-AMOUNT "  "
                                       BILL-DESCRIPTION
                               WHEN OTHER
                                   DISPLAY BILL-DATE "  Charge    PHP "
                                       BILL-AMOUNT "  "
                                       BILL-DESCRIPTION
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           DISPLAY "---------------------------------------------"
           DISPLAY "Add-On Charges:     PHP " WS-ADDON-TOTAL
           DISPLAY "Payments Received:  PHP " WS-PAYMENT-TOTAL
           IF WS-REFUND-TOTAL > 0 OR WS-CREDIT-TOTAL > 0
               DISPLAY "Refunds Paid:       PHP " WS-REFUND-TOTAL
               DISPLAY "Credits Given:      PHP " WS-CREDIT-TOTAL
           END-IF
           DISPLAY "Balance Due:        PHP " WS-BALANCE-DUE
           DISPLAY "---------------------------------------------"

           MOVE WS-PAYMENT-TOTAL TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO INVOICE-LINE
           WRITE INVOICE-LINE
           IF WS-REFUND-TOTAL > 0 OR WS-CREDIT-TOTAL > 0
               MOVE "Total Refunds Paid:" TO WS-INV-LABEL
               MOVE WS-REFUND-TOTAL TO WS-INV-AMOUNT
               MOVE WS-INVOICE-DETAIL TO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE "Total Credits Given:" TO WS-INV-LABEL
               MOVE WS-CREDIT-TOTAL TO WS-INV-AMOUNT
               MOVE WS-INVOICE-DETAIL TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF
           MOVE "BALANCE DUE:" TO WS-INV-LABEL
           MOVE WS-BALANCE-DUE TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO INVOICE-LINE
           WRITE INVOICE-LINE.

      * BIR-style tax summary over the full billed amount (contract
      * plus add-ons, less any cancellation credit). Quoted prices
      * are VAT inclusive, so the VATable base is backed out of the
      * gross figure.
       WRITE-VAT-BREAKDOWN.
           COMPUTE WS-GROSS-SALES =
               WS-CONTRACT-PRICE + WS-ADDON-TOTAL - WS-CREDIT-TOTAL
           MOVE ALL "-" TO INVOICE-LINE
           WRITE INVOICE-LINE
           EVALUATE WS-PROF-TAX-CLASS

       WRITE-INVOICE-DETAIL.
           MOVE SPACES TO WS-INV-LABEL
           EVALUATE BILL-TYPE
               WHEN "P"
                   STRING BILL-DATE "  Payment  "
                       BILL-DESCRIPTION(1:12)
                       DELIMITED BY SIZE INTO WS-INV-LABEL
               WHEN "R"
                   STRING BILL-DATE "  Refund   "
                       BILL-DESCRIPTION(1:12)
                       DELIMITED BY SIZE INTO WS-INV-LABEL
               WHEN "W"
                   STRING BILL-DATE "  Credit   "
                       BILL-DESCRIPTION(1:12)
                       DELIMITED BY SIZE INTO WS-INV-LABEL
               WHEN OTHER
                   STRING BILL-DATE "  Charge   "
                       BILL-DESCRIPTION(1:12)
                       DELIMITED BY SIZE INTO WS-INV-LABEL
           END-EVALUATE
           MOVE BILL-AMOUNT TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO INVOICE-LINE
           WRITE INVOICE-LINE.

      * Cancellation settlement. The client gets back a policy
      * percentage of what they paid, after the vendor deposits we
      * can no longer recover and any cancellation fees the vendors
      * charge us. The tier is picked by days left before the
      * wedding on the settlement date. The refund posts as type R
      * and a type W credit clears the rest of the contract, so the
      * wedding no longer shows as owing anywhere.
       SETTLE-CANCELLATION.
           PERFORM POST-CANCEL-SETTLEMENT
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM BILLING-MENU.

       POST-CANCEL-SETTLEMENT.
           PERFORM LOAD-PROFILE-SUMMARY
           IF FUNCTION TRIM(WS-PROF-STATUS) NOT = "Cancelled"
               DISPLAY "Set the wedding status to Cancelled on the "
                   "profile before settling."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-BILLING-TOTALS
           IF WS-SETTLEMENT-FOUND = 'Y'
               DISPLAY "A cancellation settlement is already posted "
                   "for this wedding."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Settlement Date (YYYY-MM-DD): "
           ACCEPT WS-BILL-DATE
           PERFORM CHECK-DATE-NOT-CLOSED
           IF WS-CLOSE-DATE NOT = SPACES
               AND WS-BILL-DATE <= WS-CLOSE-DATE
               DISPLAY "Books are closed through " WS-CLOSE-DATE
                   " - nothing was saved."
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-DAYS-LEFT
           PERFORM LOAD-CANCEL-POLICY
           PERFORM PICK-POLICY-TIER
           PERFORM GATHER-VENDOR-FORFEITS

           COMPUTE WS-REFUND-BASE = WS-PAYMENT-TOTAL
               - WS-REFUND-TOTAL - WS-DEPOSIT-TOTAL - WS-FEE-TOTAL
           IF WS-REFUND-BASE < 0
               MOVE 0 TO WS-REFUND-BASE
           END-IF
           COMPUTE WS-REFUND-AMOUNT ROUNDED =
               WS-REFUND-BASE * WS-REFUND-PCT / 100
           COMPUTE WS-WRITEOFF-AMOUNT = WS-CONTRACT-PRICE
               + WS-ADDON-TOTAL + WS-REFUND-TOTAL + WS-REFUND-AMOUNT
               - WS-PAYMENT-TOTAL - WS-CREDIT-TOTAL
           IF WS-WRITEOFF-AMOUNT < 0
               MOVE 0 TO WS-WRITEOFF-AMOUNT
           END-IF

           MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
           MOVE WS-REFUND-PCT TO WS-PCT-DISP
           DISPLAY "---------------------------------------------"
           DISPLAY "        Cancellation Settlement"
           DISPLAY "---------------------------------------------"
           DISPLAY "Days before wedding:      " WS-DAYS-DISP
           DISPLAY "Payments received:    PHP " WS-PAYMENT-TOTAL
           DISPLAY "Vendor deposits:      PHP " WS-DEPOSIT-TOTAL
           DISPLAY "Vendor cancel fees:   PHP " WS-FEE-TOTAL
           DISPLAY "Refundable base:      PHP " WS-REFUND-BASE
           DISPLAY "Policy refund:           " WS-PCT-DISP "%"
           DISPLAY "Refund to client:     PHP " WS-REFUND-AMOUNT
           DISPLAY "---------------------------------------------"
           DISPLAY "Post this settlement? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Settlement not posted."
               EXIT PARAGRAPH
           END-IF

           IF WS-REFUND-AMOUNT > 0
               MOVE "R" TO WS-BILL-TYPE
               MOVE WS-REFUND-AMOUNT TO WS-BILL-AMOUNT
               MOVE "Cancellation refund" TO WS-BILL-DESC
               MOVE "SETTLEMENT" TO WS-BILL-REF
               PERFORM WRITE-BILLING-RECORD
           END-IF
           IF WS-WRITEOFF-AMOUNT > 0
               MOVE "W" TO WS-BILL-TYPE
               MOVE WS-WRITEOFF-AMOUNT TO WS-BILL-AMOUNT
               MOVE "Cancellation credit" TO WS-BILL-DESC
               MOVE "SETTLEMENT" TO WS-BILL-REF
               PERFORM WRITE-BILLING-RECORD
           END-IF

           MOVE "CANCEL SETTLEMENT" TO WS-AUDIT-ACTION
           MOVE WS-PAYMENT-TOTAL TO WS-PRICE-DISP
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "Paid PHP " WS-PRICE-DISP
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           MOVE WS-REFUND-AMOUNT TO WS-PRICE-DISP
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "Refund PHP " WS-PRICE-DISP " at " WS-PCT-DISP
               "% with " WS-DAYS-DISP " day(s) left"
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           PERFORM WRITE-SETTLEMENT-STATEMENT
           DISPLAY "Settlement posted.".

       LOAD-PROFILE-SUMMARY.
           MOVE SPACES TO WS-PROF-STATUS WS-PROF-WED-DATE
           MOVE SPACES TO WS-PROF-COUPLE
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               READ PROFILE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROF-STATUS TO WS-PROF-STATUS
                       MOVE PROF-WEDDING-DATE TO WS-PROF-WED-DATE
                       STRING FUNCTION TRIM(PROF-PARTNER1) " & "
                           FUNCTION TRIM(PROF-PARTNER2)
                           DELIMITED BY SIZE INTO WS-PROF-COUPLE
               END-READ
               CLOSE PROFILE-FILE
           END-IF.

      * Days from the settlement date to the wedding date. A profile
      * without a usable date is treated as cancelling on the day.
       COMPUTE-DAYS-LEFT.
           MOVE 0 TO WS-DAYS-LEFT
           IF WS-PROF-WED-DATE(1:4) NOT NUMERIC
               OR WS-PROF-WED-DATE(6:2) NOT NUMERIC
               OR WS-PROF-WED-DATE(9:2) NOT NUMERIC
               OR WS-BILL-DATE(1:4) NOT NUMERIC
               OR WS-BILL-DATE(6:2) NOT NUMERIC
               OR WS-BILL-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WED-DATE-NUM =
               FUNCTION NUMVAL(WS-PROF-WED-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-PROF-WED-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-PROF-WED-DATE(9:2))
           COMPUTE WS-SET-DATE-NUM =
               FUNCTION NUMVAL(WS-BILL-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-BILL-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-BILL-DATE(9:2))
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-WED-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-SET-DATE-NUM)
           IF WS-DAYS-LEFT < 0
               MOVE 0 TO WS-DAYS-LEFT
           END-IF.

      * cancel-policy.txt is hand-maintained, one tier per line as
      * "minimum days,refund percent" (for example "180,75"). With
      * no file on hand the standard policy below applies.
       LOAD-CANCEL-POLICY.
           MOVE 0 TO WS-POL-COUNT
           MOVE 'N' TO WS-POL-EOF
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = "00"
               PERFORM UNTIL WS-POL-EOF = 'Y'
                   READ POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POL-EOF
                       NOT AT END
                           MOVE SPACES TO WS-POL-FIELDS
                           UNSTRING POLICY-RECORD DELIMITED BY ","
                               INTO WS-POL-DAYS-TXT WS-POL-PCT-TXT
                           IF WS-POL-DAYS-TXT NOT = SPACES
                               AND WS-POL-PCT-TXT NOT = SPACES
                               AND WS-POL-COUNT < 10
                               ADD 1 TO WS-POL-COUNT
                               MOVE FUNCTION NUMVAL(WS-POL-DAYS-TXT)
                                   TO POL-MIN-DAYS(WS-POL-COUNT)
                               MOVE FUNCTION NUMVAL(WS-POL-PCT-TXT)
                                   TO POL-PCT(WS-POL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF
           IF WS-POL-COUNT = 0
               MOVE 4 TO WS-POL-COUNT
               MOVE 180 TO POL-MIN-DAYS(1)
               MOVE 75 TO POL-PCT(1)
               MOVE 90 TO POL-MIN-DAYS(2)
               MOVE 50 TO POL-PCT(2)
               MOVE 30 TO POL-MIN-DAYS(3)
               MOVE 25 TO POL-PCT(3)
               MOVE 0 TO POL-MIN-DAYS(4)
               MOVE 0 TO POL-PCT(4)
           END-IF.

       PICK-POLICY-TIER.
           MOVE 0 TO WS-REFUND-PCT
           MOVE -1 TO WS-POL-BEST-DAYS
           PERFORM VARYING WS-POL-IX FROM 1 BY 1
               UNTIL WS-POL-IX > WS-POL-COUNT
               IF POL-MIN-DAYS(WS-POL-IX) <= WS-DAYS-LEFT
                   AND POL-MIN-DAYS(WS-POL-IX) > WS-POL-BEST-DAYS
                   MOVE POL-MIN-DAYS(WS-POL-IX) TO WS-POL-BEST-DAYS
                   MOVE POL-PCT(WS-POL-IX) TO WS-REFUND-PCT
               END-IF
           END-PERFORM
           IF WS-REFUND-PCT > 100
               MOVE 100 TO WS-REFUND-PCT
           END-IF.

      * Every live booking's deposit is forfeit once the wedding is
      * off; bookings already cancelled through VENDOR-BOOKINGS were
      * settled with the vendor then.  The operator keys whatever
      * cancellation fee each vendor has billed on top of that.
       GATHER-VENDOR-FORFEITS.
           MOVE 0 TO WS-DEPOSIT-TOTAL WS-FEE-TOTAL WS-SET-COUNT
               WS-SET-OVERFLOW
           MOVE 'N' TO WS-BK-EOF
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS = "00"
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ BOOKING-FILE
                       AT END
                           MOVE 'Y' TO WS-BK-EOF
                       NOT AT END
                           IF BK-STATUS NOT = "Cancelled"
                               PERFORM TAKE-VENDOR-FORFEIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           END-IF.

       TAKE-VENDOR-FORFEIT.
           MOVE BK-DEPOSIT TO WS-PRICE-DISP
           DISPLAY "Booking " BK-ID "  " FUNCTION TRIM(BK-VENDOR)
               "  deposit PHP " WS-PRICE-DISP
           DISPLAY "  Vendor cancellation fee (Enter for none): "
           ACCEPT WS-FEE-IN
           ADD BK-DEPOSIT TO WS-DEPOSIT-TOTAL
           IF WS-SET-COUNT < 200
               ADD 1 TO WS-SET-COUNT
               MOVE BK-VENDOR TO SET-VENDOR(WS-SET-COUNT)
               MOVE BK-DEPOSIT TO SET-DEPOSIT(WS-SET-COUNT)
               MOVE 0 TO SET-FEE(WS-SET-COUNT)
           ELSE
               ADD 1 TO WS-SET-OVERFLOW
           END-IF
           IF WS-FEE-IN NOT = SPACES
               AND FUNCTION NUMVAL(WS-FEE-IN) > 0
               ADD FUNCTION NUMVAL(WS-FEE-IN) TO WS-FEE-TOTAL
               IF WS-SET-OVERFLOW = 0
                   MOVE FUNCTION NUMVAL(WS-FEE-IN)
                       TO SET-FEE(WS-SET-COUNT)
               END-IF
           END-IF.

       WRITE-SETTLEMENT-STATEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "Could not create the settlement statement. "
                   "Status: " WS-SETTLE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "=" TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "            CANCELLATION SETTLEMENT STATEMENT"
               TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE ALL "=" TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE SPACES TO SETTLE-LINE
           STRING "Account: " WS-ACCT-NUM "   Couple: "
               FUNCTION TRIM(WS-PROF-COUPLE)
               DELIMITED BY SIZE INTO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE SPACES TO SETTLE-LINE
           STRING "Wedding Date: " WS-PROF-WED-DATE
               "   Settlement Date: " WS-BILL-DATE
               DELIMITED BY SIZE INTO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE SPACES TO SETTLE-LINE
           STRING "Days before wedding: " WS-DAYS-DISP
               "   Policy refund: " WS-PCT-DISP "%"
               DELIMITED BY SIZE INTO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE ALL "-" TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "Contract Price:" TO WS-INV-LABEL
           MOVE WS-CONTRACT-PRICE TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "Add-On Charges:" TO WS-INV-LABEL
           MOVE WS-ADDON-TOTAL TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "Payments Received:" TO WS-INV-LABEL
           MOVE WS-PAYMENT-TOTAL TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE ALL "-" TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "Non-refundable vendor deposits and fees:"
               TO SETTLE-LINE
           WRITE SETTLE-LINE
           PERFORM VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT
               MOVE SPACES TO WS-INV-LABEL
               STRING "  " SET-VENDOR(WS-SET-IX)(1:20) " deposit"
                   DELIMITED BY SIZE INTO WS-INV-LABEL
               MOVE SET-DEPOSIT(WS-SET-IX) TO WS-INV-AMOUNT
               MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
               WRITE SETTLE-LINE
               IF SET-FEE(WS-SET-IX) > 0
                   MOVE SPACES TO WS-INV-LABEL
                   STRING "  " SET-VENDOR(WS-SET-IX)(1:20) " fee"
                       DELIMITED BY SIZE INTO WS-INV-LABEL
                   MOVE SET-FEE(WS-SET-IX) TO WS-INV-AMOUNT
                   MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
                   WRITE SETTLE-LINE
               END-IF
           END-PERFORM
           IF WS-SET-OVERFLOW > 0
               MOVE SPACES TO SETTLE-LINE
               STRING "  ... " WS-SET-OVERFLOW " further booking(s)"
                   " not itemised; included in the totals below"
                   DELIMITED BY SIZE INTO SETTLE-LINE
               WRITE SETTLE-LINE
               DISPLAY "Warning: " WS-SET-OVERFLOW " booking(s) "
                   "past the first 200 are not itemised on the "
                   "statement."
           END-IF
           MOVE "Total Vendor Deposits:" TO WS-INV-LABEL
           MOVE WS-DEPOSIT-TOTAL TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "Total Vendor Cancellation Fees:" TO WS-INV-LABEL
           MOVE WS-FEE-TOTAL TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE ALL "-" TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "Refundable Base:" TO WS-INV-LABEL
           MOVE WS-REFUND-BASE TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE SPACES TO WS-INV-LABEL
           STRING "REFUND DUE TO CLIENT (" WS-PCT-DISP "%):"
               DELIMITED BY SIZE INTO WS-INV-LABEL
           MOVE WS-REFUND-AMOUNT TO WS-INV-AMOUNT
           MOVE WS-INVOICE-DETAIL TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE ALL "=" TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "The client accepts the above as full and final"
               TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "settlement of the cancelled wedding contract."
               TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE SPACES TO SETTLE-LINE
           WRITE SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "______________________________    __________"
               TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "Client Signature                  Date"
               TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE SPACES TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE SPACES TO SETTLE-LINE
           STRING "Prepared By: " LS-OPERATOR-ID
               "   Printed: " WS-RUN-DATE(1:4) "-"
               WS-RUN-DATE(5:2) "-" WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE ALL "=" TO SETTLE-LINE
           WRITE SETTLE-LINE
           CLOSE SETTLE-FILE
           MOVE "L" TO WS-CR-MODE
           MOVE "CLIENT-BILLING" TO WS-CR-PROGRAM
           MOVE "CANCELLATION SETTLEMENT STATEMENT" TO WS-CR-TITLE
           MOVE WS-SETTLE-FILE-PATH TO WS-CR-PATH
           MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
           MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
           CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
           DISPLAY "Settlement statement written to "
               FUNCTION TRIM(WS-SETTLE-FILE-PATH).

      * installments.txt splits the amount billed (contract plus
      * add-ons) into dated installments, oldest first. Payments are
      * applied to the oldest installment still open; the notice
      * level is raised by the dunning run as reminder letters go
      * out (1 = first, 2 = second, 3 = final).
       LOAD-INSTALLMENTS.
           MOVE 0 TO WS-INST-COUNT
           MOVE 'N' TO WS-INST-EOF
           OPEN INPUT INSTALLMENT-FILE
           IF WS-INST-STATUS = "00"
               PERFORM UNTIL WS-INST-EOF = 'Y'
                   READ INSTALLMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-INST-EOF
                       NOT AT END
                           IF WS-INST-COUNT < 12
                               ADD 1 TO WS-INST-COUNT
                               MOVE INST-NO TO IT-NO(WS-INST-COUNT)
                               MOVE INST-LABEL
                                   TO IT-LABEL(WS-INST-COUNT)
                               MOVE INST-DUE-DATE
                                   TO IT-DUE-DATE(WS-INST-COUNT)
                               MOVE INST-AMOUNT
                                   TO IT-AMOUNT(WS-INST-COUNT)
                               MOVE INST-PAID
                                   TO IT-PAID(WS-INST-COUNT)
                               MOVE INST-NOTICE-LEVEL
                                   TO IT-NOTICE-LEVEL(WS-INST-COUNT)
                               MOVE INST-NOTICE-DATE
                                   TO IT-NOTICE-DATE(WS-INST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTALLMENT-FILE
           END-IF.

       SAVE-INSTALLMENTS.
           OPEN OUTPUT INSTALLMENT-FILE
           IF WS-INST-STATUS NOT = "00"
               DISPLAY "Could not write the installment plan. Status: "
                   WS-INST-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > WS-INST-COUNT
               MOVE IT-NO(WS-INST-IX) TO INST-NO
               MOVE IT-LABEL(WS-INST-IX) TO INST-LABEL
               MOVE IT-DUE-DATE(WS-INST-IX) TO INST-DUE-DATE
               MOVE IT-AMOUNT(WS-INST-IX) TO INST-AMOUNT
               MOVE IT-PAID(WS-INST-IX) TO INST-PAID
               MOVE IT-NOTICE-LEVEL(WS-INST-IX) TO INST-NOTICE-LEVEL
               MOVE IT-NOTICE-DATE(WS-INST-IX) TO INST-NOTICE-DATE
               WRITE INSTALLMENT-RECORD
           END-PERFORM
           CLOSE INSTALLMENT-FILE.

       VIEW-INSTALLMENT-PLAN.
           PERFORM LOAD-INSTALLMENTS
           PERFORM SET-TODAY-TEXT
           DISPLAY "---------------------------------------------"
           DISPLAY "           Installment Plan"
           DISPLAY "---------------------------------------------"
           IF WS-INST-COUNT = 0
               DISPLAY "No installment plan has been set up."
           ELSE
               PERFORM VARYING WS-INST-IX FROM 1 BY 1
                   UNTIL WS-INST-IX > WS-INST-COUNT
                   PERFORM DESCRIBE-INSTALLMENT-STATE
                   MOVE IT-AMOUNT(WS-INST-IX) TO WS-INST-AMT-DISP
                   MOVE IT-PAID(WS-INST-IX) TO WS-INST-PAID-DISP
                   DISPLAY IT-NO(WS-INST-IX) ". "
                       IT-LABEL(WS-INST-IX) " Due "
                       IT-DUE-DATE(WS-INST-IX) " PHP "
                       WS-INST-AMT-DISP " Paid " WS-INST-PAID-DISP
                       "  " WS-INST-STATE
               END-PERFORM
           END-IF
           DISPLAY "---------------------------------------------"
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM BILLING-MENU.

       DESCRIBE-INSTALLMENT-STATE.
           MOVE SPACES TO WS-INST-STATE
           IF IT-PAID(WS-INST-IX) >= IT-AMOUNT(WS-INST-IX)
               MOVE "PAID" TO WS-INST-STATE
               EXIT PARAGRAPH
           END-IF
           IF IT-DUE-DATE(WS-INST-IX) < WS-TODAY-TEXT
               MOVE IT-DUE-DATE(WS-INST-IX) TO WS-BILL-DATE
               PERFORM COMPUTE-OVERDUE-DAYS
               MOVE WS-OVERDUE-DAYS TO WS-DAYS-DISP
               STRING "OVERDUE " WS-DAYS-DISP "d N"
                   IT-NOTICE-LEVEL(WS-INST-IX)
                   DELIMITED BY SIZE INTO WS-INST-STATE
           ELSE
               MOVE "OPEN" TO WS-INST-STATE
           END-IF.

       SET-TODAY-TEXT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-NUM(1:4) "-" WS-TODAY-NUM(5:2) "-"
               WS-TODAY-NUM(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT.

      * Days from the date in WS-BILL-DATE to today.
       COMPUTE-OVERDUE-DAYS.
           MOVE 0 TO WS-OVERDUE-DAYS
           IF WS-BILL-DATE(1:4) NOT NUMERIC
               OR WS-BILL-DATE(6:2) NOT NUMERIC
               OR WS-BILL-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-NUM =
               FUNCTION NUMVAL(WS-BILL-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-BILL-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-BILL-DATE(9:2))
           COMPUTE WS-OVERDUE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-DUE-NUM).

      * The standard plan is 30% on reservation, 40% ninety days
      * before the wedding and the balance thirty days before. A
      * custom plan keys each installment's percent and how many
      * days before the wedding it falls due; the last installment
      * always takes whatever is left. Payments already on file are
      * re-applied oldest first, so a plan can be redone at any time.
       SETUP-INSTALLMENT-PLAN.
           PERFORM BUILD-INSTALLMENT-PLAN
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-ERROR-MESSAGE
           PERFORM BILLING-MENU.

       BUILD-INSTALLMENT-PLAN.
           PERFORM SUM-BILLING-TOTALS
           IF WS-CONTRACT-PRICE + WS-ADDON-TOTAL > WS-CREDIT-TOTAL
               COMPUTE WS-INST-PLAN-BASE =
                   WS-CONTRACT-PRICE + WS-ADDON-TOTAL - WS-CREDIT-TOTAL
           ELSE
               MOVE 0 TO WS-INST-PLAN-BASE
           END-IF
           IF WS-INST-PLAN-BASE = 0
               DISPLAY "Set the contract price before building an "
                   "installment plan."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PROFILE-SUMMARY
           IF WS-PROF-WED-DATE(1:4) NOT NUMERIC
               OR WS-PROF-WED-DATE(6:2) NOT NUMERIC
               OR WS-PROF-WED-DATE(9:2) NOT NUMERIC
               DISPLAY "The profile has no usable wedding date."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WED-DATE-NUM =
               FUNCTION NUMVAL(WS-PROF-WED-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-PROF-WED-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-PROF-WED-DATE(9:2))
           PERFORM SET-TODAY-TEXT

           MOVE WS-INST-PLAN-BASE TO WS-PRICE-DISP
           DISPLAY "Amount to schedule: PHP " WS-PRICE-DISP
           DISPLAY "Use the standard 30/40/30 plan? (Y/N): "
           ACCEPT WS-INST-STD
           MOVE 0 TO WS-INST-COUNT WS-INST-ALLOCATED
           IF WS-INST-STD = 'Y' OR WS-INST-STD = 'y'
               MOVE "Reservation" TO WS-BILL-DESC
               MOVE 30 TO WS-INST-PCT
               MOVE 0 TO WS-INST-DAYS-BEFORE
               PERFORM ADD-PLAN-INSTALLMENT
               MOVE "Second payment" TO WS-BILL-DESC
               MOVE 40 TO WS-INST-PCT
               MOVE 90 TO WS-INST-DAYS-BEFORE
               PERFORM ADD-PLAN-INSTALLMENT
               MOVE "Final balance" TO WS-BILL-DESC
               MOVE 30 TO WS-INST-PCT
               MOVE 30 TO WS-INST-DAYS-BEFORE
               PERFORM ADD-PLAN-INSTALLMENT
           ELSE
               DISPLAY "How many installments (2-12)? "
               ACCEPT WS-INST-COUNT-IN
               MOVE FUNCTION NUMVAL(WS-INST-COUNT-IN)
                   TO WS-INST-WANTED
               IF WS-INST-WANTED < 2 OR WS-INST-WANTED > 12
                   DISPLAY "An installment plan needs 2 to 12 parts."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-INST-IX FROM 1 BY 1
                   UNTIL WS-INST-IX > WS-INST-WANTED
                   DISPLAY "Installment " WS-INST-IX " label: "
                   ACCEPT WS-BILL-DESC
                   IF WS-INST-IX < WS-INST-WANTED
                       DISPLAY "  Percent of total: "
                       ACCEPT WS-INST-PCT-IN
                       MOVE FUNCTION NUMVAL(WS-INST-PCT-IN)
                           TO WS-INST-PCT
                   ELSE
                       MOVE 0 TO WS-INST-PCT
                   END-IF
                   DISPLAY "  Days before wedding due "
                       "(Enter = on signing): "
                   ACCEPT WS-INST-DAYS-IN
                   IF WS-INST-DAYS-IN = SPACES
                       MOVE 0 TO WS-INST-DAYS-BEFORE
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-INST-DAYS-IN)
                           TO WS-INST-DAYS-BEFORE
                   END-IF
                   PERFORM ADD-PLAN-INSTALLMENT
               END-PERFORM
           END-IF

           IF WS-INST-ALLOCATED > WS-INST-PLAN-BASE
               DISPLAY "The percentages add up to more than 100% - "
                   "nothing was saved."
               EXIT PARAGRAPH
           END-IF
           COMPUTE IT-AMOUNT(WS-INST-COUNT) =
               IT-AMOUNT(WS-INST-COUNT)
               + WS-INST-PLAN-BASE - WS-INST-ALLOCATED

           COMPUTE WS-INST-TO-APPLY =
               WS-PAYMENT-TOTAL - WS-REFUND-TOTAL
           PERFORM SPREAD-PAYMENT-OVER-PLAN
           PERFORM SAVE-INSTALLMENTS

           MOVE "INSTALLMENT PLAN" TO WS-AUDIT-ACTION
           MOVE WS-INST-PLAN-BASE TO WS-PRICE-DISP
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "Amount scheduled PHP " WS-PRICE-DISP
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-INST-COUNT " installment(s), last due "
               IT-DUE-DATE(WS-INST-COUNT)
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Installment plan saved with " WS-INST-COUNT
               " installment(s).".

      * Adds the next installment from WS-BILL-DESC, WS-INST-PCT and
      * WS-INST-DAYS-BEFORE. A due date that would already be past
      * (a late booking) is moved up to today.
       ADD-PLAN-INSTALLMENT.
           ADD 1 TO WS-INST-COUNT
           MOVE WS-INST-COUNT TO IT-NO(WS-INST-COUNT)
           MOVE WS-BILL-DESC TO IT-LABEL(WS-INST-COUNT)
           COMPUTE IT-AMOUNT(WS-INST-COUNT) ROUNDED =
               WS-INST-PLAN-BASE * WS-INST-PCT / 100
           ADD IT-AMOUNT(WS-INST-COUNT) TO WS-INST-ALLOCATED
           MOVE 0 TO IT-PAID(WS-INST-COUNT)
           MOVE 0 TO IT-NOTICE-LEVEL(WS-INST-COUNT)
           MOVE SPACES TO IT-NOTICE-DATE(WS-INST-COUNT)
           IF WS-INST-DAYS-BEFORE = 0
               MOVE WS-TODAY-TEXT TO IT-DUE-DATE(WS-INST-COUNT)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-WED-DATE-NUM)
               - WS-INST-DAYS-BEFORE
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-JULIAN)
           IF WS-DUE-NUM < WS-TODAY-NUM
               MOVE WS-TODAY-NUM TO WS-DUE-NUM
           END-IF
           MOVE SPACES TO IT-DUE-DATE(WS-INST-COUNT)
           STRING WS-DUE-NUM(1:4) "-" WS-DUE-NUM(5:2) "-"
               WS-DUE-NUM(7:2)
               DELIMITED BY SIZE INTO IT-DUE-DATE(WS-INST-COUNT).

      * Pours WS-INST-TO-APPLY into the open installments, oldest
      * first. Anything left over is an overpayment on the plan.
       SPREAD-PAYMENT-OVER-PLAN.
           PERFORM VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > WS-INST-COUNT
                   OR WS-INST-TO-APPLY = 0
               IF IT-PAID(WS-INST-IX) < IT-AMOUNT(WS-INST-IX)
                   COMPUTE WS-INST-OPEN = IT-AMOUNT(WS-INST-IX)
                       - IT-PAID(WS-INST-IX)
                   IF WS-INST-TO-APPLY >= WS-INST-OPEN
                       ADD WS-INST-OPEN TO IT-PAID(WS-INST-IX)
                       SUBTRACT WS-INST-OPEN FROM WS-INST-TO-APPLY
                       DISPLAY "  Installment " IT-NO(WS-INST-IX)
                           " " FUNCTION TRIM(IT-LABEL(WS-INST-IX))
                           " paid in full."
                   ELSE
                       ADD WS-INST-TO-APPLY TO IT-PAID(WS-INST-IX)
                       DISPLAY "  Installment " IT-NO(WS-INST-IX)
                           " " FUNCTION TRIM(IT-LABEL(WS-INST-IX))
                           " partly paid."
                       MOVE 0 TO WS-INST-TO-APPLY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INST-TO-APPLY > 0
               MOVE WS-INST-TO-APPLY TO WS-PRICE-DISP
               DISPLAY "  PHP " WS-PRICE-DISP
                   " is beyond the installment plan."
           END-IF.

      * A deduction agreed after the plan was drawn up comes off
      * the last installments still open, latest first.
       TAKE-CREDIT-FROM-PLAN.
           PERFORM LOAD-INSTALLMENTS
           IF WS-INST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-AMOUNT TO WS-INST-TO-APPLY
           PERFORM VARYING WS-INST-IX FROM WS-INST-COUNT BY -1
               UNTIL WS-INST-IX < 1 OR WS-INST-TO-APPLY = 0
               COMPUTE WS-INST-OPEN = IT-AMOUNT(WS-INST-IX)
                   - IT-PAID(WS-INST-IX)
               IF WS-INST-OPEN > 0
                   IF WS-INST-TO-APPLY >= WS-INST-OPEN
                       SUBTRACT WS-INST-OPEN FROM IT-AMOUNT(WS-INST-IX)
                       SUBTRACT WS-INST-OPEN FROM WS-INST-TO-APPLY
                   ELSE
                       SUBTRACT WS-INST-TO-APPLY
                           FROM IT-AMOUNT(WS-INST-IX)
                       MOVE 0 TO WS-INST-TO-APPLY
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-INSTALLMENTS
           DISPLAY "Installment plan reduced for the deduction.".

      * An add-on billed after the plan was drawn up is collected
      * with the last installment.
       ADD-CHARGE-TO-PLAN.
           PERFORM LOAD-INSTALLMENTS
           IF WS-INST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-BILL-AMOUNT TO IT-AMOUNT(WS-INST-COUNT)
           PERFORM SAVE-INSTALLMENTS
           DISPLAY "Added to installment " IT-NO(WS-INST-COUNT) " "
               FUNCTION TRIM(IT-LABEL(WS-INST-COUNT)) ".".

       APPLY-PAYMENT-TO-INSTALLMENTS.
           PERFORM LOAD-INSTALLMENTS
           IF WS-INST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-AMOUNT TO WS-INST-TO-APPLY
           PERFORM SPREAD-PAYMENT-OVER-PLAN
           PERFORM SAVE-INSTALLMENTS.

       RETURN-TO-MAIN-MENU.
           DISPLAY "Exiting Client Billing."
           EXIT PROGRAM.
