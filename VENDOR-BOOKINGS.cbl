           SELECT EVENT-FILE ASSIGN TO WS-EVENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT OTHER-BOOKING-FILE ASSIGN TO WS-OTHER-BOOKING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTHER-BOOKING-STATUS.
           SELECT COMM-FILE ASSIGN TO "commissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.
           SELECT COMM-TEMP ASSIGN TO "commissions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOC-FILE ASSIGN TO "vendor-docs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 VEND-NOTES       PIC X(40).
           05 VEND-RATING      PIC 9.
           05 VEND-NO-REBOOK   PIC X(1).
           05 VEND-COMM-RATE   PIC 9(2)V99.

       FD SCHED-FILE.
       01 SCHED-RECORD.
           05 EVENT-VENDOR-CONTACT PIC X(20).
           05 EVENT-OPERATOR   PIC X(8).

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

       FD OTHER-BOOKING-FILE.
       01 OTHER-BOOKING-RECORD.
           05 OB-DEPOSIT       PIC 9(7)V99.
           05 OB-STATUS        PIC X(10).

       FD COMM-FILE.
       01 COMM-RECORD.
           05 CM-VENDOR        PIC X(30).
           05 CM-ACCT          PIC X(4).
           05 CM-FOLDER        PIC X(40).
           05 CM-BOOKING-ID    PIC 9(4).
           05 CM-CONF-DATE     PIC X(10).
           05 CM-BASE          PIC 9(7)V99.
           05 CM-RATE          PIC 9(2)V99.
           05 CM-AMOUNT        PIC 9(7)V99.
           05 CM-STATUS        PIC X(1).
           05 CM-RCV-DATE      PIC X(10).
           05 CM-RCV-REF       PIC X(15).
           05 CM-RCV-BY        PIC X(8).

       FD COMM-TEMP.
       01 COMM-TEMP-RECORD     PIC X(144).

       FD DOC-FILE.
       01 DOC-RECORD.
           05 VD-VENDOR        PIC X(30).
           05 VD-DOC-TYPE      PIC X(20).
           05 VD-DOC-NO        PIC X(20).
           05 VD-EXPIRY        PIC X(10).
           05 VD-REQUIRED      PIC X(1).
           05 VD-UPDATED       PIC X(10).
           05 VD-OPERATOR      PIC X(8).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
           05 PROF-PARTNER1    PIC X(30).
           05 PROF-PARTNER2    PIC X(30).
           05 PROF-WEDDING-DATE PIC X(10).
           05 PROF-VENUE       PIC X(40).
           05 PROF-PACKAGE     PIC X(20).
           05 PROF-GUEST-EST   PIC 9(4).
           05 PROF-COORDINATOR PIC X(20).
           05 PROF-STATUS      PIC X(10).
           05 PROF-TIN         PIC X(15).
           05 PROF-TAX-CLASS   PIC X(1).
           05 PROF-BUS-STYLE   PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-BOOKING-STATUS    PIC X(2).
       01 WS-VENDOR-STATUS     PIC X(2).
       01 WS-SCHED-STATUS      PIC X(2).
       01 WS-EVENT-STATUS      PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-OTHER-BOOKING-STATUS PIC X(2).
       01 WS-BOOKING-PATH      PIC X(200).
       01 WS-BOOKING-TEMP-PATH PIC X(200).
       01 WS-USAGE-COUNT       PIC 9(4).
       01 WS-WARN-COUNT        PIC 9(4).
       01 WS-CXL-VENDOR        PIC X(30).
       01 WS-COMM-STATUS       PIC X(2).
       01 WS-COMM-EOF          PIC X.
       01 WS-COMM-RATE         PIC 9(2)V99.
       01 WS-COMM-AMOUNT       PIC 9(7)V99.
       01 WS-COMM-NEW          PIC X.
       01 WS-COMM-VOIDED       PIC X.
       01 WS-COMM-PAID         PIC X.
       01 WS-CONF-VENDOR       PIC X(30).
       01 WS-CONF-AMOUNT       PIC 9(7)V99.
       01 WS-FOLDER-BASE       PIC X(20).
       01 WS-FOLDER-ONLY       PIC X(40).
       01 WS-FOLDER-YEAR       PIC X(4).
       01 WS-FOLDER-ACCT       PIC X(4).
       01 WS-TODAY             PIC X(8).
       01 WS-DOC-STATUS        PIC X(2).
       01 WS-DOC-EOF           PIC X.
       01 WS-DOC-BLOCKED       PIC X.
       01 WS-DOC-WARNED        PIC X.
       01 WS-PROFILE-STATUS    PIC X(2).
       01 WS-PROFILE-PATH      PIC X(200).
       01 WS-WEDDING-DATE      PIC X(10).

       LINKAGE SECTION.
       01 LS-WEDDING-FOLDER    PIC X(50).
               DELIMITED BY SIZE INTO WS-SCHED-PATH
           MOVE SPACES TO WS-EVENT-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\events.txt"
               DELIMITED BY SIZE INTO WS-EVENT-PATH
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH.

       MAIN-MENU.
           DISPLAY "--------------------------------------------------"
       CHECK-VENDOR-ON-FILE.
           MOVE 'N' TO WS-VEND-OK
           MOVE 'N' TO WS-NO-REBOOK
           MOVE 0 TO WS-COMM-RATE
           MOVE 'N' TO WS-OTHER-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS = "00"
                               MOVE 'Y' TO WS-VEND-OK
                               MOVE VEND-NO-REBOOK
                                   TO WS-NO-REBOOK
                               IF VEND-COMM-RATE NUMERIC
                                   MOVE VEND-COMM-RATE
                                       TO WS-COMM-RATE
                               END-IF
                               MOVE 'Y' TO WS-OTHER-EOF
                           END-IF
                   END-READ
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-VENDOR-COMPLIANCE
           IF WS-DOC-BLOCKED = 'Y'
               DISPLAY "Booking not recorded - the vendor must renew "
                   "the document(s) above first."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-WARNED = 'Y'
               DISPLAY "Book them anyway? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   DISPLAY "Booking not recorded."
                   PERFORM PAUSE-SCREEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-NEXT-BOOKING-ID
           MOVE WS-NEXT-ID TO BK-ID
               "payment schedule."
           PERFORM PAUSE-SCREEN.

      * Venues turn away suppliers whose permits have lapsed, so
      * every document the directory holds for the vendor is checked
      * against the wedding date.  A lapsed required document blocks
      * the booking; any other lapsed document is a warning.
       CHECK-VENDOR-COMPLIANCE.
           MOVE 'N' TO WS-DOC-BLOCKED
           MOVE 'N' TO WS-DOC-WARNED
           MOVE SPACES TO WS-WEDDING-DATE
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               READ PROFILE-FILE
                   NOT AT END
                       MOVE PROF-WEDDING-DATE TO WS-WEDDING-DATE
               END-READ
               CLOSE PROFILE-FILE
           END-IF
           IF WS-WEDDING-DATE = SPACES
               DISPLAY "Note: no wedding date on the profile - vendor "
                   "documents were not checked."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DOC-FILE
           IF WS-DOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DOC-EOF
           PERFORM UNTIL WS-DOC-EOF = 'Y'
               READ DOC-FILE
                   AT END
                       MOVE 'Y' TO WS-DOC-EOF
                   NOT AT END
                       IF VD-VENDOR = WS-PICK-VENDOR
                           AND VD-EXPIRY < WS-WEDDING-DATE
                           IF VD-REQUIRED = 'Y'
                               MOVE 'Y' TO WS-DOC-BLOCKED
                               DISPLAY "** BLOCKED: "
                                   FUNCTION TRIM(VD-DOC-TYPE)
                                   " No. " FUNCTION TRIM(VD-DOC-NO)
                                   " expires " VD-EXPIRY
                           ELSE
                               MOVE 'Y' TO WS-DOC-WARNED
                               DISPLAY "Warning: "
                                   FUNCTION TRIM(VD-DOC-TYPE)
                                   " No. " FUNCTION TRIM(VD-DOC-NO)
                                   " expires " VD-EXPIRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOC-FILE
           IF WS-DOC-BLOCKED = 'Y' OR WS-DOC-WARNED = 'Y'
               DISPLAY "  (the wedding is on " WS-WEDDING-DATE ")"
           END-IF.

       FIND-NEXT-BOOKING-ID.
           MOVE 1 TO WS-NEXT-ID
           MOVE 'N' TO WS-EOF
           DISPLAY "Enter Booking ID to confirm: "
           ACCEPT WS-PICK-ID
           PERFORM SET-BOOKING-STATUS-CONFIRMED
           IF WS-COMM-NEW = 'Y'
               PERFORM RAISE-COMMISSION-RECEIVABLE
           END-IF
           PERFORM PAUSE-SCREEN.

       SET-BOOKING-STATUS-CONFIRMED.
           MOVE 'N' TO WS-COMM-NEW
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "No bookings recorded yet."
                       IF BK-ID = WS-PICK-ID
                           AND BK-STATUS NOT = "Cancelled"
                           MOVE 'Y' TO WS-FOUND
                           IF BK-STATUS NOT = "Confirmed"
                               MOVE 'Y' TO WS-COMM-NEW
                               MOVE BK-VENDOR TO WS-CONF-VENDOR
                               MOVE BK-AMOUNT TO WS-CONF-AMOUNT
                           END-IF
                           MOVE "Confirmed" TO BKT-STATUS
                       END-IF
                       WRITE BOOKING-TEMP-RECORD
               DISPLAY "Open booking not found."
           ELSE
               DISPLAY "Booking cancelled."
               PERFORM VOID-COMMISSION-RECEIVABLE
               PERFORM FLAG-CANCELLED-EVENTS
               PERFORM FLAG-UNPAID-SCHED-LINES
           END-IF
           PERFORM PAUSE-SCREEN.

      * A vendor who pays us a referral commission owes it once the
      * booking is confirmed.  The receivable goes to the shop-wide
      * commissions.txt, which VENDOR-DIRECTORY bills and collects.
       RAISE-COMMISSION-RECEIVABLE.
           MOVE WS-CONF-VENDOR TO WS-PICK-VENDOR
           PERFORM CHECK-VENDOR-ON-FILE
           IF WS-COMM-RATE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-FOLDER-NAME
           COMPUTE WS-COMM-AMOUNT ROUNDED =
               WS-CONF-AMOUNT * WS-COMM-RATE / 100
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO COMM-RECORD
           MOVE WS-CONF-VENDOR TO CM-VENDOR
           MOVE WS-FOLDER-ACCT TO CM-ACCT
           MOVE WS-FOLDER-ONLY TO CM-FOLDER
           MOVE WS-PICK-ID TO CM-BOOKING-ID
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO CM-CONF-DATE
           MOVE WS-CONF-AMOUNT TO CM-BASE
           MOVE WS-COMM-RATE TO CM-RATE
           MOVE WS-COMM-AMOUNT TO CM-AMOUNT
           MOVE "O" TO CM-STATUS
           OPEN EXTEND COMM-FILE
           IF WS-COMM-STATUS = "35"
               OPEN OUTPUT COMM-FILE
           END-IF
           WRITE COMM-RECORD
           CLOSE COMM-FILE
           MOVE WS-COMM-AMOUNT TO WS-AMT-DISP
           DISPLAY "Referral commission receivable of PHP "
               WS-AMT-DISP " raised against the vendor.".

       SPLIT-FOLDER-NAME.
           MOVE SPACES TO WS-FOLDER-BASE WS-FOLDER-ONLY
               WS-FOLDER-YEAR WS-FOLDER-ACCT
           UNSTRING LS-WEDDING-FOLDER DELIMITED BY "\"
               INTO WS-FOLDER-BASE WS-FOLDER-ONLY
           UNSTRING WS-FOLDER-ONLY DELIMITED BY "-"
               INTO WS-FOLDER-YEAR WS-FOLDER-ACCT.

      * An open commission on a cancelled booking is voided; one the
      * vendor has already paid is left alone and flagged so the
      * refund can be settled with them by hand.
       VOID-COMMISSION-RECEIVABLE.
           MOVE 'N' TO WS-COMM-VOIDED
           MOVE 'N' TO WS-COMM-PAID
           PERFORM SPLIT-FOLDER-NAME
           OPEN INPUT COMM-FILE
           IF WS-COMM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMM-TEMP
           MOVE 'N' TO WS-COMM-EOF
           PERFORM UNTIL WS-COMM-EOF = 'Y'
               READ COMM-FILE
                   AT END
                       MOVE 'Y' TO WS-COMM-EOF
                   NOT AT END
                       IF CM-ACCT = WS-FOLDER-ACCT
                           AND CM-BOOKING-ID = WS-PICK-ID
                           IF CM-STATUS = "O"
                               MOVE "V" TO CM-STATUS
                               MOVE 'Y' TO WS-COMM-VOIDED
                           END-IF
                           IF CM-STATUS = "R"
                               MOVE 'Y' TO WS-COMM-PAID
                           END-IF
                       END-IF
                       WRITE COMM-TEMP-RECORD FROM COMM-RECORD
               END-READ
           END-PERFORM
           CLOSE COMM-FILE
           CLOSE COMM-TEMP
           MOVE SPACES TO WS-OS-CMD
           STRING "ren commissions.txt commissions.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren commissions.tmp commissions.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE "del commissions.bak" TO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace commission file; "
                   "original kept as commissions.bak"
           END-IF
           IF WS-COMM-VOIDED = 'Y'
               DISPLAY "Open referral commission voided."
           END-IF
           IF WS-COMM-PAID = 'Y'
               DISPLAY "  ** The vendor already paid commission on "
                   "this booking - settle the refund with them **"
           END-IF.

       FLAG-CANCELLED-EVENTS.
           MOVE 0 TO WS-WARN-COUNT
           MOVE 'N' TO WS-OTHER-EOF
           DISPLAY "--------------------------------------------------"
           DISPLAY "   BOOKINGS FOR " FUNCTION TRIM(WS-PICK-VENDOR)
           DISPLAY "--------------------------------------------------"
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
                               PERFORM SCAN-FOLDER-BOOKINGS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-USAGE-COUNT = 0
               DISPLAY "No bookings on file for that vendor."
           END-IF
