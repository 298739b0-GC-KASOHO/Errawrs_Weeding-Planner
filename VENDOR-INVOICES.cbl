       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-INVOICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT INVOICE-TEMP ASSIGN TO WS-INVOICE-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOKING-FILE ASSIGN TO WS-BOOKING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT SCHED-FILE ASSIGN TO WS-SCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT SCHED-TEMP ASSIGN TO WS-SCHED-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-FILE ASSIGN TO "vendors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT DV-NUMBER-FILE ASSIGN TO "dv_number.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DV-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO "disbursements-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO WS-VOUCHER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT CLOSE-FILE ASSIGN TO "daily-close.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Vendor invoices received for the wedding.  Status M = matched
      * to the booking and an unpaid schedule line, waiting for
      * approval; H = on hold (reason given); A = approved and paid
      * under a disbursement voucher; R = rejected.  The withholding
      * fields are filled in when the invoice is paid, from the
      * vendor's directory entry as it stood on that day.
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           05 VI-ID            PIC 9(4).
           05 VI-VENDOR        PIC X(30).
           05 VI-INV-NO        PIC X(20).
           05 VI-INV-DATE      PIC X(10).
           05 VI-AMOUNT        PIC 9(7)V99.
           05 VI-BOOKING-ID    PIC 9(4).
           05 VI-STATUS        PIC X(1).
           05 VI-HOLD-REASON   PIC X(40).
           05 VI-SCHED-DUE     PIC X(10).
           05 VI-DV-NO         PIC 9(6).
           05 VI-DV-DATE       PIC X(10).
           05 VI-ENTERED-BY    PIC X(8).
           05 VI-DECIDED-BY    PIC X(8).
           05 VI-WHT-RATE      PIC 9(2)V99.
           05 VI-WHT-AMOUNT    PIC 9(7)V99.
           05 VI-NET-PAID      PIC 9(7)V99.
           05 VI-ATC           PIC X(5).
           05 VI-TIN           PIC X(15).

       FD INVOICE-TEMP.
       01 INVOICE-TEMP-RECORD  PIC X(202).

       FD BOOKING-FILE.
       01 BOOKING-RECORD.
           05 BK-ID            PIC 9(4).
           05 BK-VENDOR        PIC X(30).
           05 BK-SERVICE       PIC X(30).
           05 BK-AMOUNT        PIC 9(7)V99.
           05 BK-DEPOSIT       PIC 9(7)V99.
           05 BK-STATUS        PIC X(10).

       FD SCHED-FILE.
       01 SCHED-RECORD.
           05 SCHED-CATEGORY   PIC X(30).
           05 SCHED-AMOUNT     PIC 9(7)V99.
           05 SCHED-DUE-DATE   PIC X(10).
           05 SCHED-PAID-FLAG  PIC X(1).
           05 SCHED-PAID-DATE  PIC X(10).

       FD SCHED-TEMP.
       01 SCHED-TEMP-RECORD    PIC X(60).

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEND-NAME        PIC X(30).
           05 VEND-CATEGORY    PIC X(20).
           05 VEND-CONTACT     PIC X(20).
           05 VEND-PHONE       PIC X(15).
           05 VEND-EMAIL       PIC X(30).
           05 VEND-NOTES       PIC X(40).
           05 VEND-RATING      PIC 9.
           05 VEND-NO-REBOOK   PIC X(1).
           05 VEND-COMM-RATE   PIC 9(2)V99.
           05 VEND-TIN         PIC X(15).
           05 VEND-WHT-RATE    PIC 9(2)V99.
           05 VEND-ATC         PIC X(5).

       FD DV-NUMBER-FILE.
       01 DV-NUMBER-RECORD     PIC 9(6).

       FD REGISTER-FILE.
       01 REGISTER-RECORD      PIC X(160).

       FD VOUCHER-FILE.
       01 VOUCHER-LINE         PIC X(80).

       FD CLOSE-FILE.
       01 CLOSE-RECORD         PIC X(10).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS    PIC X(2).
       01 WS-BOOKING-STATUS    PIC X(2).
       01 WS-SCHED-STATUS      PIC X(2).
       01 WS-DV-STATUS         PIC X(2).
       01 WS-VENDOR-STATUS     PIC X(2).
       01 WS-REGISTER-STATUS   PIC X(2).
       01 WS-VOUCHER-STATUS    PIC X(2).
       01 WS-CLOSE-STATUS      PIC X(2).
       01 WS-INVOICE-PATH      PIC X(150).
       01 WS-INVOICE-TEMP-PATH PIC X(150).
       01 WS-BOOKING-PATH      PIC X(150).
       01 WS-SCHED-PATH        PIC X(150).
       01 WS-SCHED-TEMP-PATH   PIC X(150).
       01 WS-VOUCHER-PATH      PIC X(150).
       01 WS-AUDIT-PATH        PIC X(150).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-PERM-OK           PIC X.
       01 WS-PICK-ID           PIC 9(4).
       01 WS-PICK-BOOKING      PIC 9(4).
       01 WS-NEXT-ID           PIC 9(4).
       01 WS-TODAY             PIC X(8).
       01 WS-TODAY-TEXT        PIC X(10).
       01 WS-CLOSE-DATE        PIC X(10).
       01 WS-AMT-DISP          PIC Z(6)9.99.
       01 WS-AMT-TEXT          PIC 9(7).99.
       01 WS-WHT-TEXT          PIC 9(7).99.
       01 WS-NET-TEXT          PIC 9(7).99.
       01 WS-RATE-DISP         PIC Z9.99.
       01 WS-TOTAL             PIC 9(9)V99.
       01 WS-TOTAL-DISP        PIC Z(8)9.99.
       01 WS-TOTAL-WHT         PIC 9(9)V99.
       01 WS-COMMITTED         PIC 9(9)V99.
       01 WS-LINE-COUNT        PIC 9(4).
       01 WS-HQ-DONE           PIC X.
       01 WS-HQ-ACTION         PIC X.
       01 WS-FOLDER-BASE       PIC X(20).
       01 WS-FOLDER-ONLY       PIC X(40).
       01 WS-FOLDER-YEAR       PIC X(4).
       01 WS-FOLDER-ACCT       PIC X(4).
       01 WS-STATUS-TEXT       PIC X(10).
       01 WS-DV-NUMBER         PIC 9(6).
       01 WS-DV-DATE           PIC X(10).
       01 WS-AUDIT-STAMP       PIC X(14).
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
       01 WS-AUDIT-ACTION      PIC X(20).
       01 WS-AUDIT-BEFORE      PIC X(200).
       01 WS-AUDIT-AFTER       PIC X(200).
       01 WS-SEC-STAMP         PIC X(14).
       01 WS-SEC-WHAT          PIC X(40).

      * The invoice being entered.
       01 WS-NEW-VENDOR        PIC X(30).
       01 WS-NEW-INV-NO        PIC X(20).

      * Booking looked up by ID.
       01 WS-BK-FOUND          PIC X.
       01 WS-BK-VENDOR         PIC X(30).
       01 WS-BK-AMOUNT         PIC 9(7)V99.
       01 WS-BK-STATUS         PIC X(10).

      * Duplicate search, this wedding and the shop-wide register.
       01 WS-DUP-FOUND         PIC X.
       01 WS-DUP-WHERE         PIC X(40).
       01 WS-REG-FIELDS.
           05 WS-REG-DV        PIC X(6).
           05 WS-REG-DATE      PIC X(10).
           05 WS-REG-ACCT      PIC X(4).
           05 WS-REG-AMOUNT    PIC X(12).
           05 WS-REG-VENDOR    PIC X(30).
           05 WS-REG-INV-NO    PIC X(20).
           05 WS-REG-BOOKING   PIC X(4).
           05 WS-REG-OPERATOR  PIC X(8).
           05 WS-REG-WHT       PIC X(12).
           05 WS-REG-NET       PIC X(12).
           05 WS-REG-ATC       PIC X(5).
           05 WS-REG-TIN       PIC X(15).

       01 WS-VI-COUNT          PIC 9(3).
       01 WS-VX                PIC 9(3).
       01 WS-VY                PIC 9(3).
       01 WS-VI-HIT            PIC 9(3).
       01 WS-VI-TABLE.
           05 WS-VI-ENTRY OCCURS 300 TIMES.
               10 VT-ID         PIC 9(4).
               10 VT-VENDOR     PIC X(30).
               10 VT-INV-NO     PIC X(20).
               10 VT-INV-DATE   PIC X(10).
               10 VT-AMOUNT     PIC 9(7)V99.
               10 VT-BOOKING-ID PIC 9(4).
               10 VT-STATUS     PIC X(1).
               10 VT-HOLD-REASON PIC X(40).
               10 VT-SCHED-DUE  PIC X(10).
               10 VT-DV-NO      PIC 9(6).
               10 VT-DV-DATE    PIC X(10).
               10 VT-ENTERED-BY PIC X(8).
               10 VT-DECIDED-BY PIC X(8).
               10 VT-WHT-RATE   PIC 9(2)V99.
               10 VT-WHT-AMOUNT PIC 9(7)V99.
               10 VT-NET-PAID   PIC 9(7)V99.
               10 VT-ATC        PIC X(5).
               10 VT-TIN        PIC X(15).

       01 WS-SC-COUNT          PIC 9(3).
       01 WS-SX                PIC 9(3).
       01 WS-SC-HIT            PIC 9(3).
       01 WS-SC-CLAIMED        PIC X.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 300 TIMES.
               10 SCT-CATEGORY  PIC X(30).
               10 SCT-AMOUNT    PIC 9(7)V99.
               10 SCT-DUE-DATE  PIC X(10).
               10 SCT-PAID-FLAG PIC X(1).
               10 SCT-PAID-DATE PIC X(10).

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

       LINKAGE SECTION.
       01 LS-WEDDING-FOLDER    PIC X(50).
       01 LS-OPERATOR-ID       PIC X(8).
       01 LS-OPERATOR-ROLE     PIC X(1).

       PROCEDURE DIVISION USING LS-WEDDING-FOLDER LS-OPERATOR-ID
           LS-OPERATOR-ROLE.
       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

       BUILD-FILE-PATHS.
           MOVE SPACES TO WS-INVOICE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\vendor-invoices.txt"
               DELIMITED BY SIZE INTO WS-INVOICE-PATH
           MOVE SPACES TO WS-INVOICE-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\vendor-invoices.tmp"
               DELIMITED BY SIZE INTO WS-INVOICE-TEMP-PATH
           MOVE SPACES TO WS-BOOKING-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\bookings.txt"
               DELIMITED BY SIZE INTO WS-BOOKING-PATH
           MOVE SPACES TO WS-SCHED-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\payment-schedule.txt"
               DELIMITED BY SIZE INTO WS-SCHED-PATH
           MOVE SPACES TO WS-SCHED-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\payment-schedule.tmp"
               DELIMITED BY SIZE INTO WS-SCHED-TEMP-PATH
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-AUDIT-PATH
           PERFORM SPLIT-FOLDER-NAME.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           DISPLAY "        VENDOR INVOICES & DISBURSEMENTS".
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. List Invoices".
           DISPLAY "2. Enter Vendor Invoice".
           DISPLAY "3. Hold Queue".
           DISPLAY "4. Approve Invoice and Issue Voucher".
           DISPLAY "5. Disbursement Register (this wedding)".
           DISPLAY "6. Back to Wedding Plan Management".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM LIST-INVOICES
               WHEN 2 PERFORM ENTER-INVOICE
               WHEN 3 PERFORM HOLD-QUEUE
               WHEN 4 PERFORM APPROVE-INVOICE
               WHEN 5 PERFORM DISBURSEMENT-REGISTER
               WHEN 6 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

       LIST-INVOICES.
           PERFORM LOAD-INVOICES.
           IF WS-VI-COUNT = 0
               DISPLAY "No vendor invoices recorded yet."
           END-IF.
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-VI-COUNT
               PERFORM SHOW-INVOICE
           END-PERFORM.
           PERFORM PAUSE-SCREEN.

       SHOW-INVOICE.
           EVALUATE VT-STATUS(WS-VX)
               WHEN "M" MOVE "MATCHED" TO WS-STATUS-TEXT
               WHEN "H" MOVE "ON HOLD" TO WS-STATUS-TEXT
               WHEN "A" MOVE "PAID" TO WS-STATUS-TEXT
               WHEN "R" MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN OTHER MOVE SPACES TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE VT-AMOUNT(WS-VX) TO WS-AMT-DISP
           DISPLAY "Invoice " VT-ID(WS-VX) "  [" WS-STATUS-TEXT "]  "
               FUNCTION TRIM(VT-VENDOR(WS-VX))
           DISPLAY "  No. " VT-INV-NO(WS-VX) " dated "
               VT-INV-DATE(WS-VX) "  PHP " WS-AMT-DISP
               "  Booking " VT-BOOKING-ID(WS-VX)
           IF VT-STATUS(WS-VX) = "H"
               DISPLAY "  Hold: " VT-HOLD-REASON(WS-VX)
           END-IF
           IF VT-STATUS(WS-VX) = "M"
               AND VT-SCHED-DUE(WS-VX) NOT = SPACES
               DISPLAY "  Pays schedule line due " VT-SCHED-DUE(WS-VX)
           END-IF
           IF VT-STATUS(WS-VX) = "A"
               DISPLAY "  Paid under DV " VT-DV-NO(WS-VX) " on "
                   VT-DV-DATE(WS-VX) " by " VT-DECIDED-BY(WS-VX)
               IF VT-WHT-AMOUNT(WS-VX) > 0
                   MOVE VT-WHT-AMOUNT(WS-VX) TO WS-AMT-DISP
                   DISPLAY "  Tax withheld PHP " WS-AMT-DISP
                       " (" VT-ATC(WS-VX) ")"
               END-IF
           END-IF
           DISPLAY "------------------------".

      * An invoice is taken against a booking.  One the shop has
      * already seen from the same vendor (here or under any other
      * wedding's voucher) is refused outright; anything else is
      * recorded and matched, and goes to the hold queue if the
      * match fails.
       ENTER-INVOICE.
           PERFORM LOAD-INVOICES
           IF WS-VI-COUNT >= 300
               DISPLAY "The invoice file for this wedding is full."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Booking ID the invoice is for: "
           ACCEPT WS-PICK-BOOKING
           PERFORM LOOKUP-BOOKING
           IF WS-BK-FOUND = 'Y'
               MOVE WS-BK-AMOUNT TO WS-AMT-DISP
               DISPLAY "Booking " WS-PICK-BOOKING ": "
                   FUNCTION TRIM(WS-BK-VENDOR) "  booked PHP "
                   WS-AMT-DISP "  [" FUNCTION TRIM(WS-BK-STATUS) "]"
               MOVE WS-BK-VENDOR TO WS-NEW-VENDOR
           ELSE
               DISPLAY "No booking " WS-PICK-BOOKING
                   " on file for this wedding."
               DISPLAY "Enter Vendor Name as on the invoice: "
               ACCEPT WS-NEW-VENDOR
           END-IF
           DISPLAY "Enter Vendor Invoice No.: "
           ACCEPT WS-NEW-INV-NO
           IF WS-NEW-INV-NO = SPACES
               DISPLAY "An invoice number is required."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUPLICATE-INVOICE
           IF WS-DUP-FOUND = 'Y'
               DISPLAY "** DUPLICATE: invoice "
                   FUNCTION TRIM(WS-NEW-INV-NO) " from "
                   FUNCTION TRIM(WS-NEW-VENDOR) " is already on file ("
                   FUNCTION TRIM(WS-DUP-WHERE) ") **"
               DISPLAY "Invoice not recorded."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-INVOICE-ID
           ADD 1 TO WS-VI-COUNT
           MOVE WS-VI-COUNT TO WS-VX
           MOVE SPACES TO WS-VI-ENTRY(WS-VX)
           MOVE WS-NEXT-ID TO VT-ID(WS-VX)
           MOVE WS-NEW-VENDOR TO VT-VENDOR(WS-VX)
           MOVE WS-NEW-INV-NO TO VT-INV-NO(WS-VX)
           MOVE WS-PICK-BOOKING TO VT-BOOKING-ID(WS-VX)
           DISPLAY "Enter Invoice Date (YYYY-MM-DD): "
           ACCEPT VT-INV-DATE(WS-VX)
           DISPLAY "Enter Invoice Amount (PHP): "
           ACCEPT VT-AMOUNT(WS-VX)
           MOVE 0 TO VT-DV-NO(WS-VX) VT-WHT-RATE(WS-VX)
               VT-WHT-AMOUNT(WS-VX) VT-NET-PAID(WS-VX)
           MOVE LS-OPERATOR-ID TO VT-ENTERED-BY(WS-VX)
           PERFORM MATCH-INVOICE
           PERFORM SAVE-INVOICES
           MOVE "INVOICE ENTERED" TO WS-AUDIT-ACTION
           MOVE "(none)" TO WS-AUDIT-BEFORE
           MOVE WS-VI-ENTRY(WS-VX) TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Invoice " VT-ID(WS-VX) " recorded."
           IF VT-STATUS(WS-VX) = "M"
               DISPLAY "Matched to the booking and the schedule line "
                   "due " VT-SCHED-DUE(WS-VX) " - ready for approval."
           ELSE
               DISPLAY "** ON HOLD: " VT-HOLD-REASON(WS-VX) " **"
           END-IF
           PERFORM PAUSE-SCREEN.

       FIND-NEXT-INVOICE-ID.
           MOVE 1 TO WS-NEXT-ID
           PERFORM VARYING WS-VY FROM 1 BY 1
                   UNTIL WS-VY > WS-VI-COUNT
               IF VT-ID(WS-VY) >= WS-NEXT-ID
                   COMPUTE WS-NEXT-ID = VT-ID(WS-VY) + 1
               END-IF
           END-PERFORM.

       CHECK-DUPLICATE-INVOICE.
           MOVE 'N' TO WS-DUP-FOUND
           MOVE SPACES TO WS-DUP-WHERE
           PERFORM VARYING WS-VY FROM 1 BY 1
                   UNTIL WS-VY > WS-VI-COUNT OR WS-DUP-FOUND = 'Y'
               IF VT-VENDOR(WS-VY) = WS-NEW-VENDOR
                   AND VT-INV-NO(WS-VY) = WS-NEW-INV-NO
                   AND VT-STATUS(WS-VY) NOT = "R"
                   MOVE 'Y' TO WS-DUP-FOUND
                   STRING "invoice " VT-ID(WS-VY) " of this wedding"
                       DELIMITED BY SIZE INTO WS-DUP-WHERE
               END-IF
           END-PERFORM
           IF WS-DUP-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-REGISTER-LINE
                       IF WS-REG-VENDOR = WS-NEW-VENDOR
                           AND WS-REG-INV-NO = WS-NEW-INV-NO
                           MOVE 'Y' TO WS-DUP-FOUND
                           MOVE 'Y' TO WS-EOF
                           STRING "paid under DV " WS-REG-DV
                               " acct " WS-REG-ACCT
                               DELIMITED BY SIZE INTO WS-DUP-WHERE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       SPLIT-REGISTER-LINE.
           MOVE SPACES TO WS-REG-FIELDS
           UNSTRING REGISTER-RECORD DELIMITED BY ","
               INTO WS-REG-DV WS-REG-DATE WS-REG-ACCT WS-REG-AMOUNT
                    WS-REG-VENDOR WS-REG-INV-NO WS-REG-BOOKING
                    WS-REG-OPERATOR WS-REG-WHT WS-REG-NET WS-REG-ATC
                    WS-REG-TIN.

       LOOKUP-BOOKING.
           MOVE 'N' TO WS-BK-FOUND
           MOVE SPACES TO WS-BK-VENDOR WS-BK-STATUS
           MOVE 0 TO WS-BK-AMOUNT
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BK-ID = WS-PICK-BOOKING
                           MOVE 'Y' TO WS-BK-FOUND
                           MOVE BK-VENDOR TO WS-BK-VENDOR
                           MOVE BK-AMOUNT TO WS-BK-AMOUNT
                           MOVE BK-STATUS TO WS-BK-STATUS
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

      * Three-way match for invoice WS-VX: the booking must exist,
      * be live and be for the same vendor; this invoice plus every
      * other invoice already approved or waiting on the booking must
      * stay within the booked amount; and there must be an unpaid
      * payment schedule line for the vendor for exactly this amount
      * that no other waiting invoice has claimed.
       MATCH-INVOICE.
           MOVE "H" TO VT-STATUS(WS-VX)
           MOVE SPACES TO VT-SCHED-DUE(WS-VX)
           MOVE VT-BOOKING-ID(WS-VX) TO WS-PICK-BOOKING
           PERFORM LOOKUP-BOOKING
           IF WS-BK-FOUND = 'N'
               MOVE "NO BOOKING ON FILE" TO VT-HOLD-REASON(WS-VX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BK-STATUS = "Cancelled"
               MOVE "BOOKING CANCELLED" TO VT-HOLD-REASON(WS-VX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BK-VENDOR NOT = VT-VENDOR(WS-VX)
               MOVE "VENDOR DIFFERS FROM BOOKING"
                   TO VT-HOLD-REASON(WS-VX)
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-BOOKING-COMMITTED
           IF WS-COMMITTED + VT-AMOUNT(WS-VX) > WS-BK-AMOUNT
               MOVE "EXCEEDS BOOKED AMOUNT" TO VT-HOLD-REASON(WS-VX)
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SCHEDULE
           PERFORM FIND-SCHEDULE-LINE
           IF WS-SC-HIT = 0
               MOVE "NO UNPAID SCHEDULE LINE FOR THIS AMOUNT"
                   TO VT-HOLD-REASON(WS-VX)
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO VT-STATUS(WS-VX)
           MOVE SPACES TO VT-HOLD-REASON(WS-VX)
           MOVE SCT-DUE-DATE(WS-SC-HIT) TO VT-SCHED-DUE(WS-VX).

       SUM-BOOKING-COMMITTED.
           MOVE 0 TO WS-COMMITTED
           PERFORM VARYING WS-VY FROM 1 BY 1
                   UNTIL WS-VY > WS-VI-COUNT
               IF WS-VY NOT = WS-VX
                   AND VT-BOOKING-ID(WS-VY) = VT-BOOKING-ID(WS-VX)
                   AND (VT-STATUS(WS-VY) = "A"
                        OR VT-STATUS(WS-VY) = "M")
                   ADD VT-AMOUNT(WS-VY) TO WS-COMMITTED
               END-IF
           END-PERFORM.

       FIND-SCHEDULE-LINE.
           MOVE 0 TO WS-SC-HIT
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SC-COUNT OR WS-SC-HIT > 0
               IF SCT-CATEGORY(WS-SX) = VT-VENDOR(WS-VX)
                   AND SCT-AMOUNT(WS-SX) = VT-AMOUNT(WS-VX)
                   AND SCT-PAID-FLAG(WS-SX) NOT = "Y"
                   PERFORM CHECK-LINE-CLAIMED
                   IF WS-SC-CLAIMED = 'N'
                       MOVE WS-SX TO WS-SC-HIT
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-LINE-CLAIMED.
           MOVE 'N' TO WS-SC-CLAIMED
           PERFORM VARYING WS-VY FROM 1 BY 1
                   UNTIL WS-VY > WS-VI-COUNT
               IF WS-VY NOT = WS-VX
                   AND VT-STATUS(WS-VY) = "M"
                   AND VT-VENDOR(WS-VY) = SCT-CATEGORY(WS-SX)
                   AND VT-SCHED-DUE(WS-VY) = SCT-DUE-DATE(WS-SX)
                   MOVE 'Y' TO WS-SC-CLAIMED
               END-IF
           END-PERFORM.

      * Held invoices are re-matched here after the booking or the
      * schedule has been put right.  A supervisor may release an
      * invoice whose only problem is the schedule line; nothing
      * releases an invoice that would pay more than was booked.
       HOLD-QUEUE.
           MOVE 'N' TO WS-HQ-DONE.
           PERFORM HOLD-QUEUE-SCREEN UNTIL WS-HQ-DONE = 'Y'.

       HOLD-QUEUE-SCREEN.
           PERFORM CLEAR-SCREEN.
           PERFORM LOAD-INVOICES.
           DISPLAY "--------------------------------------------------"
           DISPLAY "                 HOLD QUEUE".
           DISPLAY "--------------------------------------------------"
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-VI-COUNT
               IF VT-STATUS(WS-VX) = "H"
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM SHOW-INVOICE
               END-IF
           END-PERFORM.
           IF WS-LINE-COUNT = 0
               DISPLAY "No invoices on hold."
           END-IF.
           DISPLAY "C=Re-check all  O=Release (supervisor)  "
               "R=Reject  X=Back: ".
           ACCEPT WS-HQ-ACTION.
           EVALUATE WS-HQ-ACTION
               WHEN 'C' WHEN 'c'
                   PERFORM RECHECK-HOLDS
               WHEN 'O' WHEN 'o'
                   PERFORM RELEASE-HOLD
               WHEN 'R' WHEN 'r'
                   PERFORM REJECT-INVOICE
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-HQ-DONE
           END-EVALUATE.

       RECHECK-HOLDS.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-VI-COUNT
               IF VT-STATUS(WS-VX) = "H"
                   PERFORM MATCH-INVOICE
                   IF VT-STATUS(WS-VX) = "M"
                       ADD 1 TO WS-LINE-COUNT
                       DISPLAY "Invoice " VT-ID(WS-VX)
                           " now matches - ready for approval."
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-INVOICES
           DISPLAY WS-LINE-COUNT " invoice(s) released by re-check."
           PERFORM PAUSE-SCREEN.

       RELEASE-HOLD.
           PERFORM CHECK-SUPERVISOR
           IF WS-PERM-OK = 'N'
               MOVE "DENIED INVOICE RELEASE" TO WS-SEC-WHAT
               PERFORM WRITE-SECURITY-LOG
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Invoice ID to release: "
           ACCEPT WS-PICK-ID
           PERFORM FIND-PICKED-INVOICE
           IF WS-VI-HIT = 0
               DISPLAY "Invoice not found."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VI-HIT TO WS-VX
           IF VT-STATUS(WS-VX) NOT = "H"
               DISPLAY "That invoice is not on hold."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VI-ENTRY(WS-VX) TO WS-AUDIT-BEFORE
           PERFORM MATCH-INVOICE
           IF VT-STATUS(WS-VX) = "M"
               PERFORM SAVE-INVOICES
               DISPLAY "Invoice now matches - ready for approval."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           IF VT-HOLD-REASON(WS-VX)(1:9) NOT = "NO UNPAID"
               DISPLAY "** " FUNCTION TRIM(VT-HOLD-REASON(WS-VX))
                   " - this hold cannot be released. **"
               PERFORM SAVE-INVOICES
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "No schedule line will be marked paid for this "
               "invoice. Release it for approval? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO VT-STATUS(WS-VX)
           MOVE "RELEASED WITHOUT SCHEDULE LINE"
               TO VT-HOLD-REASON(WS-VX)
           MOVE LS-OPERATOR-ID TO VT-DECIDED-BY(WS-VX)
           PERFORM SAVE-INVOICES
           MOVE "INVOICE RELEASED" TO WS-AUDIT-ACTION
           MOVE WS-VI-ENTRY(WS-VX) TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Invoice released for approval. Adjust the "
               "payment schedule in the Budget Tracker to suit."
           PERFORM PAUSE-SCREEN.

       REJECT-INVOICE.
           DISPLAY "Invoice ID to reject: "
           ACCEPT WS-PICK-ID
           PERFORM FIND-PICKED-INVOICE
           IF WS-VI-HIT = 0
               DISPLAY "Invoice not found."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VI-HIT TO WS-VX
           IF VT-STATUS(WS-VX) NOT = "H" AND VT-STATUS(WS-VX) NOT = "M"
               DISPLAY "Only a held or matched invoice can be rejected."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for rejecting: "
           MOVE WS-VI-ENTRY(WS-VX) TO WS-AUDIT-BEFORE
           ACCEPT VT-HOLD-REASON(WS-VX)
           MOVE "R" TO VT-STATUS(WS-VX)
           MOVE SPACES TO VT-SCHED-DUE(WS-VX)
           MOVE LS-OPERATOR-ID TO VT-DECIDED-BY(WS-VX)
           PERFORM SAVE-INVOICES
           MOVE "INVOICE REJECTED" TO WS-AUDIT-ACTION
           MOVE WS-VI-ENTRY(WS-VX) TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Invoice rejected - return it to the vendor."
           PERFORM PAUSE-SCREEN.

       FIND-PICKED-INVOICE.
           MOVE 0 TO WS-VI-HIT
           PERFORM VARYING WS-VY FROM 1 BY 1
                   UNTIL WS-VY > WS-VI-COUNT OR WS-VI-HIT > 0
               IF VT-ID(WS-VY) = WS-PICK-ID
                   MOVE WS-VY TO WS-VI-HIT
               END-IF
           END-PERFORM.

      * Approval pays a matched invoice: it takes the next shop-wide
      * disbursement voucher number, marks the schedule line paid,
      * and writes the voucher and a line of the disbursement
      * register.  The booked amount is checked again here, since
      * another invoice may have been paid since this one matched.
       APPROVE-INVOICE.
           PERFORM CHECK-SUPERVISOR
           IF WS-PERM-OK = 'N'
               MOVE "DENIED INVOICE APPROVAL" TO WS-SEC-WHAT
               PERFORM WRITE-SECURITY-LOG
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-INVOICES
           DISPLAY "Invoice ID to approve: "
           ACCEPT WS-PICK-ID
           PERFORM FIND-PICKED-INVOICE
           IF WS-VI-HIT = 0
               DISPLAY "Invoice not found."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VI-HIT TO WS-VX
           IF VT-STATUS(WS-VX) NOT = "M"
               DISPLAY "Only a matched invoice can be approved - "
                   "see the hold queue."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-DV-DATE
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-DV-DATE
           PERFORM CHECK-DATE-NOT-CLOSED
           IF WS-CLOSE-DATE NOT = SPACES
               AND WS-DV-DATE <= WS-CLOSE-DATE
               DISPLAY "Books are closed through " WS-CLOSE-DATE
                   " - nothing was paid."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VI-ENTRY(WS-VX) TO WS-AUDIT-BEFORE
           MOVE VT-BOOKING-ID(WS-VX) TO WS-PICK-BOOKING
           PERFORM LOOKUP-BOOKING
           PERFORM SUM-BOOKING-COMMITTED
           IF WS-BK-FOUND = 'N' OR WS-BK-STATUS = "Cancelled"
               OR WS-COMMITTED + VT-AMOUNT(WS-VX) > WS-BK-AMOUNT
               PERFORM MATCH-INVOICE
               PERFORM SAVE-INVOICES
               DISPLAY "** The invoice no longer matches its booking "
                   "and is back on hold: "
                   FUNCTION TRIM(VT-HOLD-REASON(WS-VX)) " **"
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SCHEDULE
           MOVE 0 TO WS-SC-HIT
           IF VT-SCHED-DUE(WS-VX) NOT = SPACES
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SC-COUNT OR WS-SC-HIT > 0
                   IF SCT-CATEGORY(WS-SX) = VT-VENDOR(WS-VX)
                       AND SCT-DUE-DATE(WS-SX) = VT-SCHED-DUE(WS-VX)
                       AND SCT-AMOUNT(WS-SX) = VT-AMOUNT(WS-VX)
                       AND SCT-PAID-FLAG(WS-SX) NOT = "Y"
                       MOVE WS-SX TO WS-SC-HIT
                   END-IF
               END-PERFORM
               IF WS-SC-HIT = 0
                   MOVE "H" TO VT-STATUS(WS-VX)
                   MOVE "SCHEDULE LINE PAID OR CHANGED"
                       TO VT-HOLD-REASON(WS-VX)
                   MOVE SPACES TO VT-SCHED-DUE(WS-VX)
                   PERFORM SAVE-INVOICES
                   DISPLAY "** The schedule line this invoice matched "
                       "has been paid or changed - back on hold. **"
                   PERFORM PAUSE-SCREEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM COMPUTE-WITHHOLDING
           MOVE VT-AMOUNT(WS-VX) TO WS-AMT-DISP
           DISPLAY "Invoice " FUNCTION TRIM(VT-INV-NO(WS-VX))
               " from " FUNCTION TRIM(VT-VENDOR(WS-VX))
               "  gross PHP " WS-AMT-DISP
           IF VT-WHT-AMOUNT(WS-VX) > 0
               MOVE VT-WHT-RATE(WS-VX) TO WS-RATE-DISP
               MOVE VT-WHT-AMOUNT(WS-VX) TO WS-AMT-DISP
               DISPLAY "Less expanded withholding " WS-RATE-DISP
                   "% (" VT-ATC(WS-VX) ")  PHP " WS-AMT-DISP
           END-IF
           IF VT-TIN(WS-VX) = SPACES AND VT-WHT-AMOUNT(WS-VX) > 0
               DISPLAY "Note: no TIN on file for this vendor - the "
                   "2307 certificate will show it blank."
           END-IF
           MOVE VT-NET-PAID(WS-VX) TO WS-AMT-DISP
           DISPLAY "Pay net PHP " WS-AMT-DISP "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-DV-NUMBER
           MOVE "A" TO VT-STATUS(WS-VX)
           MOVE WS-DV-NUMBER TO VT-DV-NO(WS-VX)
           MOVE WS-DV-DATE TO VT-DV-DATE(WS-VX)
           MOVE LS-OPERATOR-ID TO VT-DECIDED-BY(WS-VX)
           PERFORM SAVE-INVOICES
           MOVE "INVOICE APPROVED" TO WS-AUDIT-ACTION
           MOVE WS-VI-ENTRY(WS-VX) TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           IF WS-SC-HIT > 0
               MOVE WS-SC-ENTRY(WS-SC-HIT) TO WS-AUDIT-BEFORE
               MOVE "Y" TO SCT-PAID-FLAG(WS-SC-HIT)
               MOVE WS-DV-DATE TO SCT-PAID-DATE(WS-SC-HIT)
               PERFORM SAVE-SCHEDULE
               MOVE "SCHED PAID" TO WS-AUDIT-ACTION
               MOVE WS-SC-ENTRY(WS-SC-HIT) TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
           PERFORM APPEND-DISBURSEMENT-REGISTER
           PERFORM WRITE-VOUCHER-DOCUMENT
           DISPLAY "Invoice paid under disbursement voucher "
               WS-DV-NUMBER "."
           PERFORM PAUSE-SCREEN.

      * Expanded withholding on the gross invoice amount at the rate
      * and ATC on the vendor's directory entry.  A vendor with no
      * rate, or not in the directory, is paid in full.
       COMPUTE-WITHHOLDING.
           MOVE 0 TO VT-WHT-RATE(WS-VX) VT-WHT-AMOUNT(WS-VX)
           MOVE SPACES TO VT-ATC(WS-VX) VT-TIN(WS-VX)
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VENDOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF VEND-NAME = VT-VENDOR(WS-VX)
                               MOVE 'Y' TO WS-EOF
                               MOVE VEND-TIN TO VT-TIN(WS-VX)
                               IF VEND-WHT-RATE NUMERIC
                                   MOVE VEND-WHT-RATE
                                       TO VT-WHT-RATE(WS-VX)
                                   MOVE VEND-ATC TO VT-ATC(WS-VX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF
           IF VT-WHT-RATE(WS-VX) > 0
               COMPUTE VT-WHT-AMOUNT(WS-VX) ROUNDED =
                   VT-AMOUNT(WS-VX) * VT-WHT-RATE(WS-VX) / 100
           ELSE
               MOVE SPACES TO VT-ATC(WS-VX)
           END-IF
           COMPUTE VT-NET-PAID(WS-VX) =
               VT-AMOUNT(WS-VX) - VT-WHT-AMOUNT(WS-VX).

      * One unbroken series of voucher numbers for the whole shop,
      * kept the same way as the official receipt counter.
       ASSIGN-DV-NUMBER.
           OPEN INPUT DV-NUMBER-FILE
           IF WS-DV-STATUS = "00"
               READ DV-NUMBER-FILE
                   AT END
                       MOVE 0 TO WS-DV-NUMBER
                   NOT AT END
                       MOVE DV-NUMBER-RECORD TO WS-DV-NUMBER
               END-READ
               CLOSE DV-NUMBER-FILE
           ELSE
               MOVE 0 TO WS-DV-NUMBER
           END-IF
           ADD 1 TO WS-DV-NUMBER
           OPEN OUTPUT DV-NUMBER-FILE
           MOVE WS-DV-NUMBER TO DV-NUMBER-RECORD
           WRITE DV-NUMBER-RECORD
           CLOSE DV-NUMBER-FILE.

       APPEND-DISBURSEMENT-REGISTER.
           MOVE VT-AMOUNT(WS-VX) TO WS-AMT-TEXT
           MOVE VT-WHT-AMOUNT(WS-VX) TO WS-WHT-TEXT
           MOVE VT-NET-PAID(WS-VX) TO WS-NET-TEXT
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE SPACES TO REGISTER-RECORD
           STRING WS-DV-NUMBER ","
               WS-DV-DATE ","
               FUNCTION TRIM(WS-FOLDER-ACCT) ","
               WS-AMT-TEXT ","
               FUNCTION TRIM(VT-VENDOR(WS-VX)) ","
               FUNCTION TRIM(VT-INV-NO(WS-VX)) ","
               VT-BOOKING-ID(WS-VX) ","
               FUNCTION TRIM(LS-OPERATOR-ID) ","
               WS-WHT-TEXT ","
               WS-NET-TEXT ","
               FUNCTION TRIM(VT-ATC(WS-VX)) ","
               FUNCTION TRIM(VT-TIN(WS-VX))
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.

       WRITE-VOUCHER-DOCUMENT.
           MOVE SPACES TO WS-OS-CMD
           STRING "mkdir " FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\Vouchers"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-VOUCHER-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\Vouchers\DV-"
               WS-DV-NUMBER ".txt"
               DELIMITED BY SIZE INTO WS-VOUCHER-PATH
           OPEN OUTPUT VOUCHER-FILE
           IF WS-VOUCHER-STATUS NOT = "00"
               DISPLAY "Could not create the voucher file. Status: "
                   WS-VOUCHER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "=" TO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           STRING "         DISBURSEMENT VOUCHER No. " WS-DV-NUMBER
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE ALL "=" TO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           STRING "Date:      " WS-DV-DATE
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           STRING "Account:   " WS-FOLDER-ACCT
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           STRING "Wedding:   " FUNCTION TRIM(LS-WEDDING-FOLDER)
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           STRING "Pay To:    " VT-VENDOR(WS-VX)
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           STRING "Invoice:   " FUNCTION TRIM(VT-INV-NO(WS-VX))
               " dated " VT-INV-DATE(WS-VX)
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE WS-BK-AMOUNT TO WS-AMT-DISP
           MOVE SPACES TO VOUCHER-LINE
           STRING "Booking:   " VT-BOOKING-ID(WS-VX)
               "  (booked PHP " WS-AMT-DISP ")"
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           IF VT-SCHED-DUE(WS-VX) NOT = SPACES
               MOVE SPACES TO VOUCHER-LINE
               STRING "Schedule:  payment due " VT-SCHED-DUE(WS-VX)
                   DELIMITED BY SIZE INTO VOUCHER-LINE
               WRITE VOUCHER-LINE
           END-IF
           IF VT-TIN(WS-VX) NOT = SPACES
               MOVE SPACES TO VOUCHER-LINE
               STRING "Payee TIN: " VT-TIN(WS-VX)
                   DELIMITED BY SIZE INTO VOUCHER-LINE
               WRITE VOUCHER-LINE
           END-IF
           MOVE VT-AMOUNT(WS-VX) TO WS-AMT-DISP
           MOVE SPACES TO VOUCHER-LINE
           STRING "Gross Amount:              PHP " WS-AMT-DISP
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE VT-WHT-AMOUNT(WS-VX) TO WS-AMT-DISP
           MOVE VT-WHT-RATE(WS-VX) TO WS-RATE-DISP
           MOVE SPACES TO VOUCHER-LINE
           IF VT-WHT-AMOUNT(WS-VX) > 0
               STRING "Less EWT " WS-RATE-DISP "% ATC " VT-ATC(WS-VX)
                   "  PHP " WS-AMT-DISP
                   DELIMITED BY SIZE INTO VOUCHER-LINE
           ELSE
               STRING "Less EWT (not subject):    PHP " WS-AMT-DISP
                   DELIMITED BY SIZE INTO VOUCHER-LINE
           END-IF
           WRITE VOUCHER-LINE
           MOVE VT-NET-PAID(WS-VX) TO WS-AMT-DISP
           MOVE SPACES TO VOUCHER-LINE
           STRING "NET AMOUNT PAID:           PHP " WS-AMT-DISP
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           STRING "Prepared By: " VT-ENTERED-BY(WS-VX)
               "      Approved By: " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE SPACES TO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE "Received By: ______________________  Date: __________"
               TO VOUCHER-LINE
           WRITE VOUCHER-LINE
           MOVE ALL "=" TO VOUCHER-LINE
           WRITE VOUCHER-LINE
           CLOSE VOUCHER-FILE
           MOVE "L" TO WS-CR-MODE
           MOVE "VENDOR-INVOICES" TO WS-CR-PROGRAM
           MOVE SPACES TO WS-CR-TITLE
           STRING "DISBURSEMENT VOUCHER No. " WS-DV-NUMBER
               DELIMITED BY SIZE INTO WS-CR-TITLE
           MOVE WS-VOUCHER-PATH TO WS-CR-PATH
           MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
           MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
           CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
           DISPLAY "Voucher written to "
               FUNCTION TRIM(WS-VOUCHER-PATH).

      * This wedding's lines of the shop-wide disbursement register.
       DISBURSEMENT-REGISTER.
           MOVE "disbursements.txt" TO WS-RPT-NAME
           MOVE "DISBURSEMENT REGISTER" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "DV No.  Date        Amount PHP  Vendor / Invoice"
               TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO WS-TOTAL WS-TOTAL-WHT WS-LINE-COUNT
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM SPLIT-REGISTER-LINE
                           IF WS-REG-ACCT = WS-FOLDER-ACCT
                               PERFORM EMIT-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF WS-LINE-COUNT = 0
               MOVE "No disbursements for this wedding yet."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Total disbursed (gross): PHP " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TOTAL-WHT TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Tax withheld:            PHP " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE
           PERFORM PAUSE-SCREEN.

       EMIT-REGISTER-LINE.
           ADD 1 TO WS-LINE-COUNT
           ADD FUNCTION NUMVAL(WS-REG-AMOUNT) TO WS-TOTAL
           IF WS-REG-WHT NOT = SPACES
               ADD FUNCTION NUMVAL(WS-REG-WHT) TO WS-TOTAL-WHT
           END-IF
           MOVE FUNCTION NUMVAL(WS-REG-AMOUNT) TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-REG-DV "  " WS-REG-DATE "  " WS-AMT-DISP "  "
               FUNCTION TRIM(WS-REG-VENDOR) " / "
               FUNCTION TRIM(WS-REG-INV-NO)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE.

       LOAD-INVOICES.
           MOVE 0 TO WS-VI-COUNT
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-VI-COUNT < 300
                           ADD 1 TO WS-VI-COUNT
                           MOVE INVOICE-RECORD
                               TO WS-VI-ENTRY(WS-VI-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.

       SAVE-INVOICES.
           OPEN OUTPUT INVOICE-TEMP
           PERFORM VARYING WS-VY FROM 1 BY 1
                   UNTIL WS-VY > WS-VI-COUNT
               WRITE INVOICE-TEMP-RECORD FROM WS-VI-ENTRY(WS-VY)
           END-PERFORM
           CLOSE INVOICE-TEMP
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-INVOICE-PATH)
               " vendor-invoices.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-INVOICE-TEMP-PATH)
               " vendor-invoices.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(LS-WEDDING-FOLDER)
                   "\vendor-invoices.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace invoice file; "
                   "original kept as vendor-invoices.bak"
           END-IF.

       LOAD-SCHEDULE.
           MOVE 0 TO WS-SC-COUNT
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SC-COUNT < 300
                           ADD 1 TO WS-SC-COUNT
                           MOVE SCHED-RECORD
                               TO WS-SC-ENTRY(WS-SC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHED-FILE.

       SAVE-SCHEDULE.
           OPEN OUTPUT SCHED-TEMP
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SC-COUNT
               WRITE SCHED-TEMP-RECORD FROM WS-SC-ENTRY(WS-SX)
           END-PERFORM
           CLOSE SCHED-TEMP
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-SCHED-PATH)
               " payment-schedule.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-SCHED-TEMP-PATH)
               " payment-schedule.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(LS-WEDDING-FOLDER)
                   "\payment-schedule.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace payment schedule "
                   "file; original kept as payment-schedule.bak"
           END-IF.

       SPLIT-FOLDER-NAME.
           MOVE SPACES TO WS-FOLDER-BASE WS-FOLDER-ONLY
               WS-FOLDER-YEAR WS-FOLDER-ACCT
           UNSTRING LS-WEDDING-FOLDER DELIMITED BY "\"
               INTO WS-FOLDER-BASE WS-FOLDER-ONLY
           UNSTRING WS-FOLDER-ONLY DELIMITED BY "-"
               INTO WS-FOLDER-YEAR WS-FOLDER-ACCT.

       CHECK-SUPERVISOR.
           IF LS-OPERATOR-ROLE = 'S' OR LS-OPERATOR-ROLE = 'A'
               MOVE 'Y' TO WS-PERM-OK
           ELSE
               MOVE 'N' TO WS-PERM-OK
               DISPLAY "This function needs a supervisor or admin "
                   "sign-on."
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
           OPEN INPUT CLOSE-FILE
           IF WS-CLOSE-STATUS = "00"
               READ CLOSE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CLOSE-RECORD TO WS-CLOSE-DATE
               END-READ
               CLOSE CLOSE-FILE
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE WS-AUDIT-PATH TO WS-SQ-PATH
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
           MOVE 'N' TO WS-RPT-ENABLED.
           DISPLAY "Write this report to a file as well? (Y/N): ".
           ACCEPT WS-RPT-CONFIRM.
           IF WS-RPT-CONFIRM = 'Y' OR WS-RPT-CONFIRM = 'y'
               MOVE SPACES TO WS-OS-CMD
               STRING "mkdir " FUNCTION TRIM(LS-WEDDING-FOLDER)
                   "\Reports"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
               MOVE SPACES TO WS-RPT-PATH
               STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\Reports\"
                   FUNCTION TRIM(WS-RPT-NAME)
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
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-DISP.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-RPT-TITLE "  Page " WS-RPT-PAGE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Wedding: " FUNCTION TRIM(LS-WEDDING-FOLDER)
               "  Run Date: " WS-RPT-RUN-DATE(1:4) "-"
               WS-RPT-RUN-DATE(5:2) "-" WS-RPT-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-RPT-LINE-COUNT.

       EMIT-LINE.
           DISPLAY WS-RPT-LINE.
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
               MOVE "VENDOR-INVOICES" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM VENDOR-INVOICES.
