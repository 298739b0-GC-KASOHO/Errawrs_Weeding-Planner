               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEMP-FILE ASSIGN TO "vendors.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT USAGE-EVENT-FILE ASSIGN TO WS-USAGE-EVENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT EVAL-FILE ASSIGN TO "vendor-evals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVAL-STATUS.
           SELECT COMM-FILE ASSIGN TO "commissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.
           SELECT COMM-TEMP ASSIGN TO "commissions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-FILE ASSIGN TO WS-STMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT DOC-FILE ASSIGN TO "vendor-docs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT DOC-TEMP ASSIGN TO "vendor-docs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INC-FILE ASSIGN TO WS-INC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 VEND-NOTES      PIC X(40).
           05 VEND-RATING     PIC 9.
           05 VEND-NO-REBOOK  PIC X(1).
           05 VEND-COMM-RATE  PIC 9(2)V99.
           05 VEND-TIN        PIC X(15).
           05 VEND-WHT-RATE   PIC 9(2)V99.
           05 VEND-ATC        PIC X(5).

       FD TEMP-FILE.
       01 TEMP-RECORD.
           05 TEMP-NOTES      PIC X(40).
           05 TEMP-RATING     PIC 9.
           05 TEMP-NO-REBOOK  PIC X(1).
           05 TEMP-COMM-RATE  PIC 9(2)V99.
           05 TEMP-TIN        PIC X(15).
           05 TEMP-WHT-RATE   PIC 9(2)V99.
           05 TEMP-ATC        PIC X(5).

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

       FD EVAL-FILE.
       01 EVAL-RECORD.
           05 EV-COMMENTS     PIC X(40).
           05 EV-OPERATOR     PIC X(8).

      * One receivable per confirmed booking with a directory vendor
      * that pays us a referral commission.  Status O = open,
      * R = received, V = void (booking cancelled before payment).
       FD COMM-FILE.
       01 COMM-RECORD.
           05 CM-VENDOR       PIC X(30).
           05 CM-ACCT         PIC X(4).
           05 CM-FOLDER       PIC X(40).
           05 CM-BOOKING-ID   PIC 9(4).
           05 CM-CONF-DATE    PIC X(10).
           05 CM-BASE         PIC 9(7)V99.
           05 CM-RATE         PIC 9(2)V99.
           05 CM-AMOUNT       PIC 9(7)V99.
           05 CM-STATUS       PIC X(1).
           05 CM-RCV-DATE     PIC X(10).
           05 CM-RCV-REF      PIC X(15).
           05 CM-RCV-BY       PIC X(8).

       FD COMM-TEMP.
       01 COMM-TEMP-RECORD    PIC X(144).

       FD STMT-FILE.
       01 STMT-LINE           PIC X(80).

      * Permits and certificates a vendor has shown us.  A document
      * flagged required blocks a booking once it lapses before the
      * wedding date; the others only raise a warning.
       FD DOC-FILE.
       01 DOC-RECORD.
           05 VD-VENDOR       PIC X(30).
           05 VD-DOC-TYPE     PIC X(20).
           05 VD-DOC-NO       PIC X(20).
           05 VD-EXPIRY       PIC X(10).
           05 VD-REQUIRED     PIC X(1).
           05 VD-UPDATED      PIC X(10).
           05 VD-OPERATOR     PIC X(8).

       FD DOC-TEMP.
       01 DOC-TEMP-RECORD     PIC X(99).

      * Wedding-day incident log kept in each wedding folder.
       FD INC-FILE.
       01 INC-RECORD.
           05 INC-ID          PIC 9(4).
           05 INC-DATE        PIC X(10).
           05 INC-TIME        PIC X(5).
           05 INC-SEVERITY    PIC X(1).
           05 INC-CATEGORY    PIC X(15).
           05 INC-VENDOR      PIC X(30).
           05 INC-DESC        PIC X(60).
           05 INC-ACTION      PIC X(60).
           05 INC-RESOLVED-BY PIC X(20).
           05 INC-STATUS      PIC X(1).
           05 INC-CLOSED-DATE PIC X(10).
           05 INC-OPERATOR    PIC X(8).

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

       FD USAGE-EVENT-FILE.
       01 USAGE-BOOKING-RECORD.
           05 UB-ID           PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-USAGE-STATUS      PIC X(2).
       01 WS-VENDOR-RECORD.
           05 WS-VEND-NAME     PIC X(30).
           05 WS-VEND-EMAIL    PIC X(30).
           05 WS-VEND-NOTES    PIC X(40).
           05 WS-VEND-RATING   PIC 9.
           05 WS-VEND-COMM-RATE PIC 9(2)V99.
           05 WS-VEND-TIN      PIC X(15).
           05 WS-VEND-WHT-RATE PIC 9(2)V99.
           05 WS-VEND-ATC      PIC X(5).
       01 WS-EDIT-NAME         PIC X(30).
       01 WS-MENU-CHOICE       PIC 99.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-FOUND             PIC X VALUE 'N'.
       01 WS-PAUSE             PIC X.
       01 WS-EVAL-AVG          PIC 9V99.
       01 WS-NEW-RATING        PIC 9.
       01 WS-EVAL-VENDOR       PIC X(30).
       01 WS-COMM-RATE-IN      PIC X(6).
       01 WS-COMM-RATE-DISP    PIC Z9.99.
       01 WS-WHT-RATE-IN       PIC X(6).
       01 WS-COMM-STATUS       PIC X(2).
       01 WS-COMM-EOF          PIC X.
       01 WS-COMM-VENDOR       PIC X(30).
       01 WS-COMM-PICK-ACCT    PIC X(4).
       01 WS-COMM-PICK-ID      PIC 9(4).
       01 WS-COMM-RCV-DATE     PIC X(10).
       01 WS-COMM-RCV-REF      PIC X(15).
       01 WS-COMM-COUNT        PIC 9(4).
       01 WS-COMM-TOTAL        PIC 9(9)V99.
       01 WS-COMM-MONTH-TOTAL  PIC 9(9)V99.
       01 WS-COMM-PRIOR-OPEN   PIC 9(9)V99.
       01 WS-COMM-RECEIVED     PIC 9(9)V99.
       01 WS-COMM-DUE          PIC 9(9)V99.
       01 WS-COMM-AMT-DISP     PIC Z(6)9.99.
       01 WS-COMM-TOT-DISP     PIC Z(8)9.99.
       01 WS-STMT-MONTH        PIC X(7).
       01 WS-STMT-SLUG         PIC X(30).
       01 WS-STMT-SLUG-LEN     PIC 9(2).
       01 WS-STMT-PATH         PIC X(200).
       01 WS-STMT-STATUS       PIC X(2).
       01 WS-STMT-LINE         PIC X(80).
       01 WS-STMT-TODAY        PIC X(8).
       01 WS-DOC-STATUS        PIC X(2).
       01 WS-DOC-EOF           PIC X.
       01 WS-DOC-COUNT         PIC 9(4).
       01 WS-DOC-ACTION        PIC X.
       01 WS-DOC-VENDOR        PIC X(30).
       01 WS-DOC-TYPE          PIC X(20).
       01 WS-DOC-NO            PIC X(20).
       01 WS-DOC-EXPIRY        PIC X(10).
       01 WS-DOC-REQUIRED      PIC X.
       01 WS-DOC-REPLACED      PIC X.
       01 WS-DOC-DATE-NUM      PIC 9(8).
       01 WS-DOC-TODAY-NUM     PIC 9(8).
       01 WS-DOC-TODAY-INT     PIC 9(7).
       01 WS-DOC-TODAY         PIC X(10).
       01 WS-DOC-CUTOFF        PIC X(10).
       01 WS-DOC-CUTOFF-NUM    PIC 9(8).
       01 WS-DOC-DAYS-LEFT     PIC S9(5).
       01 WS-DOC-DAYS-DISP     PIC -(4)9.
       01 WS-INC-STATUS        PIC X(2).
       01 WS-INC-PATH          PIC X(200).
       01 WS-INC-EOF           PIC X.
       01 WS-INC-HERE          PIC 9(4).
       01 WS-INC-ELSEWHERE     PIC 9(4).
       01 WS-INC-SERIOUS       PIC 9(4).
       01 WS-FOLDER-YEAR       PIC X(4).
       01 WS-FOLDER-ACCT       PIC X(4).
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
       01 LS-OPERATOR-ID       PIC X(8).
           DISPLAY "6. Record Post-Wedding Evaluation".
           DISPLAY "7. Evaluation History for a Vendor".
           DISPLAY "8. Set / Clear Do-Not-Rebook Flag".
           DISPLAY "9. Monthly Commission Statement for a Vendor".
           DISPLAY "10. Mark Commissions Received".
           DISPLAY "11. Compliance Documents for a Vendor".
           DISPLAY "12. Documents Expiring Within 60 Days".
           DISPLAY "13. Back to Wedding Plan Management".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.
               WHEN 6 PERFORM RECORD-EVALUATION
               WHEN 7 PERFORM EVALUATION-HISTORY
               WHEN 8 PERFORM TOGGLE-NO-REBOOK
               WHEN 9 PERFORM COMMISSION-STATEMENT
               WHEN 10 PERFORM MARK-COMMISSION-RECEIVED
               WHEN 11 PERFORM VENDOR-COMPLIANCE
               WHEN 12 PERFORM EXPIRING-DOCUMENTS-REPORT
               WHEN 13 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
                   DISPLAY "Email: " VEND-EMAIL
                   DISPLAY "Notes: " VEND-NOTES
                   DISPLAY "Rating (0-9): " VEND-RATING
                   IF VEND-COMM-RATE NUMERIC AND VEND-COMM-RATE > 0
                       MOVE VEND-COMM-RATE TO WS-COMM-RATE-DISP
                       DISPLAY "Referral Commission: "
                           WS-COMM-RATE-DISP "%"
                   END-IF
                   IF VEND-TIN NOT = SPACES
                       DISPLAY "TIN: " VEND-TIN
                   END-IF
                   IF VEND-WHT-RATE NUMERIC AND VEND-WHT-RATE > 0
                       MOVE VEND-WHT-RATE TO WS-COMM-RATE-DISP
                       DISPLAY "Expanded Withholding: "
                           WS-COMM-RATE-DISP "%  ATC " VEND-ATC
                   END-IF
                   IF VEND-NO-REBOOK = 'Y'
                       DISPLAY "** DO NOT REBOOK **"
                   END-IF
           ACCEPT WS-VEND-NOTES.
           DISPLAY "Enter Rating (0-9): ".
           ACCEPT WS-VEND-RATING.
           DISPLAY "Enter Referral Commission % (0 if none): ".
           ACCEPT WS-COMM-RATE-IN.
           IF WS-COMM-RATE-IN = SPACES
               MOVE 0 TO WS-VEND-COMM-RATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-COMM-RATE-IN)
                   TO WS-VEND-COMM-RATE
           END-IF.
           DISPLAY "Enter Vendor TIN (000-000-000-000): ".
           ACCEPT WS-VEND-TIN.
           DISPLAY "Enter Expanded Withholding Tax % (0 if none): ".
           ACCEPT WS-WHT-RATE-IN.
           IF WS-WHT-RATE-IN = SPACES
               MOVE 0 TO WS-VEND-WHT-RATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-WHT-RATE-IN)
                   TO WS-VEND-WHT-RATE
           END-IF.
           MOVE SPACES TO WS-VEND-ATC.
           IF WS-VEND-WHT-RATE > 0
               DISPLAY "Enter ATC (e.g. WC158 goods, WC160 services): "
               ACCEPT WS-VEND-ATC
               MOVE FUNCTION UPPER-CASE(WS-VEND-ATC) TO WS-VEND-ATC
           END-IF.

           MOVE WS-VEND-NAME TO VEND-NAME.
           MOVE WS-VEND-CATEGORY TO VEND-CATEGORY.
           MOVE WS-VEND-NOTES TO VEND-NOTES.
           MOVE WS-VEND-RATING TO VEND-RATING.
           MOVE 'N' TO VEND-NO-REBOOK.
           MOVE WS-VEND-COMM-RATE TO VEND-COMM-RATE.
           MOVE WS-VEND-TIN TO VEND-TIN.
           MOVE WS-VEND-WHT-RATE TO VEND-WHT-RATE.
           MOVE WS-VEND-ATC TO VEND-ATC.

           OPEN EXTEND VENDOR-FILE.
           IF WS-FILE-STATUS = "35"
                       DISPLAY "Current Email: " VEND-EMAIL
                       DISPLAY "Current Notes: " VEND-NOTES
                       DISPLAY "Current Rating: " VEND-RATING
                       IF VEND-COMM-RATE NOT NUMERIC
                           MOVE 0 TO VEND-COMM-RATE
                       END-IF
                       MOVE VEND-COMM-RATE TO WS-COMM-RATE-DISP
                       DISPLAY "Current Commission %: "
                           WS-COMM-RATE-DISP
                       IF VEND-WHT-RATE NOT NUMERIC
                           MOVE 0 TO VEND-WHT-RATE
                       END-IF
                       DISPLAY "Current TIN: " VEND-TIN
                       MOVE VEND-WHT-RATE TO WS-COMM-RATE-DISP
                       DISPLAY "Current Withholding %: "
                           WS-COMM-RATE-DISP "  ATC: " VEND-ATC

                       DISPLAY "Enter new Name : "
                       ACCEPT WS-VEND-NAME
                               TO WS-VEND-RATING
                       END-IF

                       DISPLAY "Enter new Commission % : "
                       ACCEPT WS-COMM-RATE-IN
                       IF WS-COMM-RATE-IN = SPACES
                           MOVE VEND-COMM-RATE TO WS-VEND-COMM-RATE
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-COMM-RATE-IN)
                               TO WS-VEND-COMM-RATE
                       END-IF

                       DISPLAY "Enter new TIN : "
                       ACCEPT WS-VEND-TIN
                       IF WS-VEND-TIN = SPACES
                           MOVE VEND-TIN TO WS-VEND-TIN
                       END-IF

                       DISPLAY "Enter new Withholding % : "
                       ACCEPT WS-WHT-RATE-IN
                       IF WS-WHT-RATE-IN = SPACES
                           MOVE VEND-WHT-RATE TO WS-VEND-WHT-RATE
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-WHT-RATE-IN)
                               TO WS-VEND-WHT-RATE
                       END-IF

                       MOVE VEND-ATC TO WS-VEND-ATC
                       IF WS-VEND-WHT-RATE > 0
                           DISPLAY "Enter new ATC : "
                           ACCEPT WS-VEND-ATC
                           IF WS-VEND-ATC = SPACES
                               MOVE VEND-ATC TO WS-VEND-ATC
                           END-IF
                           MOVE FUNCTION UPPER-CASE(WS-VEND-ATC)
                               TO WS-VEND-ATC
                       ELSE
                           MOVE SPACES TO WS-VEND-ATC
                       END-IF

                       MOVE WS-VEND-NAME TO TEMP-NAME
                       MOVE WS-VEND-CATEGORY TO TEMP-CATEGORY
                       MOVE WS-VEND-CONTACT TO TEMP-CONTACT
                       MOVE WS-VEND-NOTES TO TEMP-NOTES
                       MOVE WS-VEND-RATING TO TEMP-RATING
                       MOVE VEND-NO-REBOOK TO TEMP-NO-REBOOK
                       MOVE WS-VEND-COMM-RATE TO TEMP-COMM-RATE
                       MOVE WS-VEND-TIN TO TEMP-TIN
                       MOVE WS-VEND-WHT-RATE TO TEMP-WHT-RATE
                       MOVE WS-VEND-ATC TO TEMP-ATC
                       WRITE TEMP-RECORD
                   ELSE
                       MOVE VEND-NAME TO TEMP-NAME
                       MOVE VEND-NOTES TO TEMP-NOTES
                       MOVE VEND-RATING TO TEMP-RATING
                       MOVE VEND-NO-REBOOK TO TEMP-NO-REBOOK
                       IF VEND-COMM-RATE NUMERIC
                           MOVE VEND-COMM-RATE TO TEMP-COMM-RATE
                       ELSE
                           MOVE 0 TO TEMP-COMM-RATE
                       END-IF
                       MOVE VEND-TIN TO TEMP-TIN
                       IF VEND-WHT-RATE NUMERIC
                           MOVE VEND-WHT-RATE TO TEMP-WHT-RATE
                       ELSE
                           MOVE 0 TO TEMP-WHT-RATE
                       END-IF
                       MOVE VEND-ATC TO TEMP-ATC
                       WRITE TEMP-RECORD
                   END-IF
           END-READ.
                       MOVE VEND-NOTES TO TEMP-NOTES
                       MOVE VEND-RATING TO TEMP-RATING
                       MOVE VEND-NO-REBOOK TO TEMP-NO-REBOOK
                       IF VEND-COMM-RATE NUMERIC
                           MOVE VEND-COMM-RATE TO TEMP-COMM-RATE
                       ELSE
                           MOVE 0 TO TEMP-COMM-RATE
                       END-IF
                       MOVE VEND-TIN TO TEMP-TIN
                       IF VEND-WHT-RATE NUMERIC
                           MOVE VEND-WHT-RATE TO TEMP-WHT-RATE
                       ELSE
                           MOVE 0 TO TEMP-WHT-RATE
                       END-IF
                       MOVE VEND-ATC TO TEMP-ATC
                       WRITE TEMP-RECORD
                   END-IF
           END-READ.
           GO TO MAIN-MENU.

       SCAN-BASE-FOR-VENDOR.
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = WS-SCAN-BASE
                               MOVE RG-FOLDER TO WS-DIR-LINE
                               PERFORM SCAN-FOLDER-EVENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

      * Booking records replaced the old events.txt scan here -
      * one small file per wedding instead of every event row.
           MOVE WS-EVAL-VENDOR TO EV-VENDOR.
           DISPLAY "Enter Wedding Account Number: ".
           ACCEPT EV-ACCT.
           PERFORM SHOW-VENDOR-INCIDENTS.
           DISPLAY "Punctuality score (0-9): ".
           ACCEPT EV-PUNCT.
           DISPLAY "Quality score (0-9): ".
           PERFORM PAUSE-SCREEN.
           GO TO MAIN-MENU.

      * Whatever went wrong on the day is put in front of the person
      * scoring the vendor: this wedding's incidents in full, and a
      * count from the vendor's other weddings.
       SHOW-VENDOR-INCIDENTS.
           MOVE 0 TO WS-INC-HERE WS-INC-ELSEWHERE WS-INC-SERIOUS
           DISPLAY "--------------------------------------------------"
           DISPLAY "   INCIDENTS LOGGED AGAINST "
               FUNCTION TRIM(WS-EVAL-VENDOR)
           DISPLAY "--------------------------------------------------"
           MOVE "Archives" TO WS-SCAN-BASE
           PERFORM SCAN-BASE-FOR-INCIDENTS
           MOVE "Archives\Completed" TO WS-SCAN-BASE
           PERFORM SCAN-BASE-FOR-INCIDENTS
           IF WS-INC-HERE = 0
               DISPLAY "  None at account " EV-ACCT "."
           ELSE
               DISPLAY "  " WS-INC-HERE " incident(s) at account "
                   EV-ACCT ", " WS-INC-SERIOUS " serious."
           END-IF
           IF WS-INC-ELSEWHERE > 0
               DISPLAY "  " WS-INC-ELSEWHERE
                   " more at this vendor's other weddings."
           END-IF
           DISPLAY "--------------------------------------------------".

       SCAN-BASE-FOR-INCIDENTS.
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = WS-SCAN-BASE
                               MOVE RG-FOLDER TO WS-DIR-LINE
                               PERFORM SCAN-FOLDER-INCIDENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       SCAN-FOLDER-INCIDENTS.
           MOVE SPACES TO WS-FOLDER-YEAR WS-FOLDER-ACCT
           UNSTRING WS-DIR-LINE DELIMITED BY "-"
               INTO WS-FOLDER-YEAR WS-FOLDER-ACCT
           MOVE SPACES TO WS-INC-PATH
           STRING FUNCTION TRIM(WS-SCAN-BASE) "\"
               FUNCTION TRIM(WS-DIR-LINE) "\incidents.txt"
               DELIMITED BY SIZE INTO WS-INC-PATH
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INC-EOF
           PERFORM UNTIL WS-INC-EOF = 'Y'
               READ INC-FILE
                   AT END
                       MOVE 'Y' TO WS-INC-EOF
                   NOT AT END
                       IF INC-VENDOR = WS-EVAL-VENDOR
                           IF WS-FOLDER-ACCT = EV-ACCT
                               PERFORM SHOW-ONE-VENDOR-INCIDENT
                           ELSE
                               ADD 1 TO WS-INC-ELSEWHERE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INC-FILE.

       SHOW-ONE-VENDOR-INCIDENT.
           ADD 1 TO WS-INC-HERE
           IF INC-SEVERITY = "S"
               ADD 1 TO WS-INC-SERIOUS
           END-IF
           DISPLAY "  #" INC-ID " " INC-DATE " " INC-TIME
               "  Severity " INC-SEVERITY "  " INC-CATEGORY
               "  Status " INC-STATUS
           DISPLAY "    " INC-DESC
           IF INC-ACTION NOT = SPACES
               DISPLAY "    Action: " INC-ACTION
           END-IF.

       RECOMPUTE-VENDOR-RATING.
           MOVE 0 TO WS-EVAL-COUNT WS-EVAL-SUM
           MOVE 'N' TO WS-EVAL-EOF
                   WRITE TEMP-RECORD
           END-READ.

      * Referral commissions are raised by VENDOR-BOOKINGS when a
      * booking is confirmed.  The statement lists what the vendor
      * owes us for the month, plus anything still unpaid from
      * earlier months, and is written to Reports for sending.
       COMMISSION-STATEMENT.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Enter Vendor Name: ".
           ACCEPT WS-COMM-VENDOR.
           MOVE WS-COMM-VENDOR TO WS-VEND-NAME.
           PERFORM LOAD-VENDOR-FOR-STATEMENT.
           IF WS-FOUND = 'N'
               DISPLAY "That vendor is not in the directory."
               PERFORM PAUSE-SCREEN
               GO TO MAIN-MENU
           END-IF.
           DISPLAY "Enter Statement Month (YYYY-MM): ".
           ACCEPT WS-STMT-MONTH.
           IF WS-STMT-MONTH(5:1) NOT = "-"
               OR WS-STMT-MONTH(1:4) NOT NUMERIC
               OR WS-STMT-MONTH(6:2) NOT NUMERIC
               DISPLAY "Month must be entered as YYYY-MM."
               PERFORM PAUSE-SCREEN
               GO TO MAIN-MENU
           END-IF.

           MOVE SPACES TO WS-STMT-SLUG.
           MOVE FUNCTION TRIM(WS-COMM-VENDOR) TO WS-STMT-SLUG.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COMM-VENDOR))
               TO WS-STMT-SLUG-LEN.
           INSPECT WS-STMT-SLUG(1:WS-STMT-SLUG-LEN)
               REPLACING ALL " " BY "-"
                         ALL "/" BY "-"
                         ALL "\" BY "-"
                         ALL "&" BY "-".
           MOVE "mkdir Reports" TO WS-OS-CMD.
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-STMT-PATH.
           STRING "Reports\COMM-" WS-STMT-MONTH(1:4)
               WS-STMT-MONTH(6:2) "-"
               WS-STMT-SLUG(1:WS-STMT-SLUG-LEN) ".txt"
               DELIMITED BY SIZE INTO WS-STMT-PATH.
           OPEN OUTPUT STMT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "Could not create statement file. Status: "
                   WS-STMT-STATUS
               PERFORM PAUSE-SCREEN
               GO TO MAIN-MENU
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STMT-TODAY.
           MOVE 0 TO WS-COMM-COUNT WS-COMM-MONTH-TOTAL
               WS-COMM-PRIOR-OPEN WS-COMM-RECEIVED WS-COMM-DUE.
           MOVE ALL "=" TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE "   REFERRAL COMMISSION STATEMENT" TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE ALL "=" TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "To:      " WS-COMM-VENDOR
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "Attn:    " FUNCTION TRIM(WS-VEND-CONTACT)
               "  " FUNCTION TRIM(WS-VEND-EMAIL)
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "Month:   " WS-STMT-MONTH
               "          Issued: " WS-STMT-TODAY(1:4) "-"
               WS-STMT-TODAY(5:2) "-" WS-STMT-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE ALL "-" TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE "Confirmed  Acct Bkg  Wedding              Contract"
               TO WS-STMT-LINE.
           MOVE "Rate   Commission" TO WS-STMT-LINE(55:17).
           PERFORM EMIT-STMT-LINE.
           MOVE ALL "-" TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.

           MOVE 'N' TO WS-COMM-EOF.
           OPEN INPUT COMM-FILE.
           IF WS-COMM-STATUS = "00"
               PERFORM STATEMENT-ONE-COMMISSION
                   UNTIL WS-COMM-EOF = 'Y'
               CLOSE COMM-FILE
           END-IF.
           IF WS-COMM-COUNT = 0
               MOVE "  No bookings confirmed with us this month."
                   TO WS-STMT-LINE
               PERFORM EMIT-STMT-LINE
           END-IF.

           MOVE ALL "-" TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE WS-COMM-MONTH-TOTAL TO WS-COMM-TOT-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "Commission for the month:      PHP "
               WS-COMM-TOT-DISP
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE WS-COMM-PRIOR-OPEN TO WS-COMM-TOT-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "Unpaid from earlier months:    PHP "
               WS-COMM-TOT-DISP
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE WS-COMM-RECEIVED TO WS-COMM-TOT-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "Received with thanks (month):  PHP "
               WS-COMM-TOT-DISP
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE WS-COMM-DUE TO WS-COMM-TOT-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "TOTAL NOW DUE:                 PHP "
               WS-COMM-TOT-DISP
               DELIMITED BY SIZE INTO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE ALL "-" TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE "Please quote the account and booking numbers with"
               TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           MOVE "your remittance.  Thank you for your partnership."
               TO WS-STMT-LINE.
           PERFORM EMIT-STMT-LINE.
           CLOSE STMT-FILE.
           MOVE "L" TO WS-CR-MODE.
           MOVE "VENDOR-DIRECTORY" TO WS-CR-PROGRAM.
           MOVE SPACES TO WS-CR-TITLE.
           STRING "COMMISSION STATEMENT " WS-STMT-MONTH " "
               WS-STMT-SLUG(1:WS-STMT-SLUG-LEN)
               DELIMITED BY SIZE INTO WS-CR-TITLE.
           MOVE WS-STMT-PATH TO WS-CR-PATH.
           MOVE SPACES TO WS-CR-FOLDER.
           MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR.
           CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST.
           DISPLAY "Statement written to " FUNCTION TRIM(WS-STMT-PATH).
           PERFORM PAUSE-SCREEN.
           GO TO MAIN-MENU.

       LOAD-VENDOR-FOR-STATEMENT.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDOR-FILE.
           IF WS-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VENDOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF VEND-NAME = WS-VEND-NAME
                               MOVE 'Y' TO WS-FOUND
                               MOVE VEND-CONTACT TO WS-VEND-CONTACT
                               MOVE VEND-EMAIL TO WS-VEND-EMAIL
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.

       STATEMENT-ONE-COMMISSION.
           READ COMM-FILE
               AT END
                   MOVE 'Y' TO WS-COMM-EOF
               NOT AT END
                   IF CM-VENDOR = WS-COMM-VENDOR
                       AND CM-STATUS NOT = "V"
                       IF CM-CONF-DATE(1:7) = WS-STMT-MONTH
                           ADD 1 TO WS-COMM-COUNT
                           ADD CM-AMOUNT TO WS-COMM-MONTH-TOTAL
                           MOVE SPACES TO WS-STMT-LINE
                           MOVE CM-CONF-DATE TO WS-STMT-LINE(1:10)
                           MOVE CM-ACCT TO WS-STMT-LINE(12:4)
                           MOVE CM-BOOKING-ID TO WS-STMT-LINE(17:4)
                           MOVE CM-FOLDER(11:20)
                               TO WS-STMT-LINE(22:20)
                           MOVE CM-BASE TO WS-COMM-AMT-DISP
                           MOVE WS-COMM-AMT-DISP TO WS-STMT-LINE(43:10)
                           MOVE CM-RATE TO WS-COMM-RATE-DISP
                           MOVE WS-COMM-RATE-DISP TO WS-STMT-LINE(54:5)
                           MOVE "%" TO WS-STMT-LINE(59:1)
                           MOVE CM-AMOUNT TO WS-COMM-AMT-DISP
                           MOVE WS-COMM-AMT-DISP TO WS-STMT-LINE(62:10)
                           IF CM-STATUS = "R"
                               MOVE "PAID" TO WS-STMT-LINE(73:4)
                           END-IF
                           PERFORM EMIT-STMT-LINE
                       END-IF
                       IF CM-STATUS = "O"
                           AND CM-CONF-DATE(1:7) < WS-STMT-MONTH
                           ADD CM-AMOUNT TO WS-COMM-PRIOR-OPEN
                       END-IF
                       IF CM-STATUS = "O"
                           AND CM-CONF-DATE(1:7) <= WS-STMT-MONTH
                           ADD CM-AMOUNT TO WS-COMM-DUE
                       END-IF
                       IF CM-STATUS = "R"
                           AND CM-RCV-DATE(1:7) = WS-STMT-MONTH
                           ADD CM-AMOUNT TO WS-COMM-RECEIVED
                       END-IF
                   END-IF
           END-READ.

       EMIT-STMT-LINE.
           DISPLAY WS-STMT-LINE.
           WRITE STMT-LINE FROM WS-STMT-LINE.

      * Marks one open commission (by account and booking number), or
      * every open commission for the vendor, as collected.
       MARK-COMMISSION-RECEIVED.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Enter Vendor Name: ".
           ACCEPT WS-COMM-VENDOR.
           MOVE 0 TO WS-COMM-COUNT WS-COMM-TOTAL.
           DISPLAY "--------------------------------------------------"
           DISPLAY "   OPEN COMMISSIONS FOR "
               FUNCTION TRIM(WS-COMM-VENDOR)
           DISPLAY "--------------------------------------------------"
           MOVE 'N' TO WS-COMM-EOF.
           OPEN INPUT COMM-FILE.
           IF WS-COMM-STATUS = "00"
               PERFORM LIST-OPEN-COMMISSION UNTIL WS-COMM-EOF = 'Y'
               CLOSE COMM-FILE
           END-IF.
           IF WS-COMM-COUNT = 0
               DISPLAY "No open commissions for that vendor."
               PERFORM PAUSE-SCREEN
               GO TO MAIN-MENU
           END-IF.
           MOVE WS-COMM-TOTAL TO WS-COMM-TOT-DISP.
           DISPLAY "Open total: PHP " WS-COMM-TOT-DISP.
           DISPLAY "--------------------------------------------------"

           DISPLAY "Enter Account Number received (or ALL): ".
           ACCEPT WS-COMM-PICK-ACCT.
           MOVE 0 TO WS-COMM-PICK-ID.
           IF WS-COMM-PICK-ACCT NOT = "ALL" AND
               WS-COMM-PICK-ACCT NOT = "all"
               DISPLAY "Enter Booking ID: "
               ACCEPT WS-COMM-PICK-ID
           END-IF.
           DISPLAY "Enter Date Received (YYYY-MM-DD): ".
           ACCEPT WS-COMM-RCV-DATE.
           DISPLAY "Enter Receipt / Reference No.: ".
           ACCEPT WS-COMM-RCV-REF.

           MOVE 0 TO WS-COMM-COUNT WS-COMM-TOTAL.
           OPEN INPUT COMM-FILE.
           OPEN OUTPUT COMM-TEMP.
           MOVE 'N' TO WS-COMM-EOF.
           PERFORM MARK-COMMISSION-PROCESS UNTIL WS-COMM-EOF = 'Y'.
           CLOSE COMM-FILE.
           CLOSE COMM-TEMP.
           PERFORM SWAP-IN-COMM-FILE.

           IF WS-COMM-COUNT = 0
               DISPLAY "No matching open commission found."
           ELSE
               MOVE WS-COMM-TOTAL TO WS-COMM-TOT-DISP
               DISPLAY WS-COMM-COUNT " commission(s) marked received,"
                   " PHP " WS-COMM-TOT-DISP
           END-IF.
           PERFORM PAUSE-SCREEN.
           GO TO MAIN-MENU.

       LIST-OPEN-COMMISSION.
           READ COMM-FILE
               AT END
                   MOVE 'Y' TO WS-COMM-EOF
               NOT AT END
                   IF CM-VENDOR = WS-COMM-VENDOR AND CM-STATUS = "O"
                       ADD 1 TO WS-COMM-COUNT
                       ADD CM-AMOUNT TO WS-COMM-TOTAL
                       MOVE CM-AMOUNT TO WS-COMM-AMT-DISP
                       DISPLAY "  " CM-CONF-DATE "  Acct " CM-ACCT
                           "  Bkg " CM-BOOKING-ID
                           "  PHP " WS-COMM-AMT-DISP
                   END-IF
           END-READ.

       MARK-COMMISSION-PROCESS.
           READ COMM-FILE
               AT END
                   MOVE 'Y' TO WS-COMM-EOF
               NOT AT END
                   IF CM-VENDOR = WS-COMM-VENDOR AND CM-STATUS = "O"
                       IF WS-COMM-PICK-ACCT = "ALL"
                           OR WS-COMM-PICK-ACCT = "all"
                           OR (CM-ACCT = WS-COMM-PICK-ACCT
                               AND CM-BOOKING-ID = WS-COMM-PICK-ID)
                           MOVE "R" TO CM-STATUS
                           MOVE WS-COMM-RCV-DATE TO CM-RCV-DATE
                           MOVE WS-COMM-RCV-REF TO CM-RCV-REF
                           MOVE LS-OPERATOR-ID TO CM-RCV-BY
                           ADD 1 TO WS-COMM-COUNT
                           ADD CM-AMOUNT TO WS-COMM-TOTAL
                       END-IF
                   END-IF
                   WRITE COMM-TEMP-RECORD FROM COMM-RECORD
           END-READ.

       SWAP-IN-COMM-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren commissions.txt commissions.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren commissions.tmp commissions.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del commissions.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace commission file; "
                   "original kept as commissions.bak"
           END-IF.

      * Business permits, insurance and sanitary certificates are
      * kept one line per vendor and document type in
      * vendor-docs.txt.  Recording a type the vendor already has on
      * file replaces it, so a renewal is just a new entry.
       VENDOR-COMPLIANCE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Enter Vendor Name: ".
           ACCEPT WS-DOC-VENDOR.
           MOVE WS-DOC-VENDOR TO WS-VEND-NAME.
           PERFORM CHECK-DUPLICATE-VENDOR.
           IF WS-DUP-FLAG = 'N'
               DISPLAY "That vendor is not in the directory."
               PERFORM PAUSE-SCREEN
               GO TO MAIN-MENU
           END-IF.
           PERFORM SET-DOC-TODAY.
           DISPLAY "--------------------------------------------------"
           DISPLAY "   COMPLIANCE DOCUMENTS FOR "
               FUNCTION TRIM(WS-DOC-VENDOR)
           DISPLAY "--------------------------------------------------"
           MOVE 0 TO WS-DOC-COUNT.
           MOVE 'N' TO WS-DOC-EOF.
           OPEN INPUT DOC-FILE.
           IF WS-DOC-STATUS = "00"
               PERFORM LIST-VENDOR-DOCUMENT UNTIL WS-DOC-EOF = 'Y'
               CLOSE DOC-FILE
           END-IF.
           IF WS-DOC-COUNT = 0
               DISPLAY "No documents on file for this vendor."
           END-IF.
           DISPLAY "--------------------------------------------------"
           DISPLAY "A = Add / renew a document, R = Remove a document,"
           DISPLAY "Enter = back to the menu: ".
           ACCEPT WS-DOC-ACTION.
           EVALUATE WS-DOC-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM RECORD-VENDOR-DOCUMENT
               WHEN 'R'
               WHEN 'r'
                   PERFORM REMOVE-VENDOR-DOCUMENT
               WHEN OTHER
                   GO TO MAIN-MENU
           END-EVALUATE.
           PERFORM PAUSE-SCREEN.
           GO TO MAIN-MENU.

       LIST-VENDOR-DOCUMENT.
           READ DOC-FILE
               AT END
                   MOVE 'Y' TO WS-DOC-EOF
               NOT AT END
                   IF VD-VENDOR = WS-DOC-VENDOR
                       ADD 1 TO WS-DOC-COUNT
                       DISPLAY "  " VD-DOC-TYPE " No. " VD-DOC-NO
                       IF VD-EXPIRY < WS-DOC-TODAY
                           DISPLAY "    Expires " VD-EXPIRY
                               "  ** EXPIRED **"
                       ELSE
                           DISPLAY "    Expires " VD-EXPIRY
                       END-IF
                       IF VD-REQUIRED = 'Y'
                           DISPLAY "    Required for booking"
                       END-IF
                   END-IF
           END-READ.

       RECORD-VENDOR-DOCUMENT.
           DISPLAY "Document Type (BUSINESS PERMIT, INSURANCE, "
               "SANITARY PERMIT, ...): ".
           ACCEPT WS-DOC-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-DOC-TYPE) TO WS-DOC-TYPE.
           IF WS-DOC-TYPE = SPACES
               DISPLAY "Document type is required - nothing saved."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Document / Certificate Number: ".
           ACCEPT WS-DOC-NO.
           DISPLAY "Expiry Date (YYYY-MM-DD): ".
           ACCEPT WS-DOC-EXPIRY.
           IF WS-DOC-EXPIRY(5:1) NOT = "-"
               OR WS-DOC-EXPIRY(8:1) NOT = "-"
               OR WS-DOC-EXPIRY(1:4) NOT NUMERIC
               OR WS-DOC-EXPIRY(6:2) NOT NUMERIC
               OR WS-DOC-EXPIRY(9:2) NOT NUMERIC
               DISPLAY "Expiry must be entered as YYYY-MM-DD - "
                   "nothing saved."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Required before this vendor can be booked? (Y/N): ".
           ACCEPT WS-DOC-REQUIRED.
           IF WS-DOC-REQUIRED = 'y'
               MOVE 'Y' TO WS-DOC-REQUIRED
           END-IF.
           IF WS-DOC-REQUIRED NOT = 'Y'
               MOVE 'N' TO WS-DOC-REQUIRED
           END-IF.

           MOVE 'N' TO WS-DOC-REPLACED.
           OPEN OUTPUT DOC-TEMP.
           OPEN INPUT DOC-FILE.
           IF WS-DOC-STATUS = "00"
               MOVE 'N' TO WS-DOC-EOF
               PERFORM COPY-DOCS-EXCEPT-PICKED UNTIL WS-DOC-EOF = 'Y'
               CLOSE DOC-FILE
           END-IF.
           MOVE WS-DOC-VENDOR TO VD-VENDOR.
           MOVE WS-DOC-TYPE TO VD-DOC-TYPE.
           MOVE WS-DOC-NO TO VD-DOC-NO.
           MOVE WS-DOC-EXPIRY TO VD-EXPIRY.
           MOVE WS-DOC-REQUIRED TO VD-REQUIRED.
           MOVE WS-DOC-TODAY TO VD-UPDATED.
           MOVE LS-OPERATOR-ID TO VD-OPERATOR.
           WRITE DOC-TEMP-RECORD FROM DOC-RECORD.
           CLOSE DOC-TEMP.
           PERFORM SWAP-IN-DOC-FILE.
           IF WS-DOC-REPLACED = 'Y'
               DISPLAY "Document renewed on file."
           ELSE
               DISPLAY "Document added to file."
           END-IF.

       REMOVE-VENDOR-DOCUMENT.
           DISPLAY "Document Type to remove: ".
           ACCEPT WS-DOC-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-DOC-TYPE) TO WS-DOC-TYPE.
           OPEN INPUT DOC-FILE.
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "No documents on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DOC-REPLACED.
           OPEN OUTPUT DOC-TEMP.
           MOVE 'N' TO WS-DOC-EOF.
           PERFORM COPY-DOCS-EXCEPT-PICKED UNTIL WS-DOC-EOF = 'Y'.
           CLOSE DOC-FILE.
           CLOSE DOC-TEMP.
           PERFORM SWAP-IN-DOC-FILE.
           IF WS-DOC-REPLACED = 'Y'
               DISPLAY "Document removed."
           ELSE
               DISPLAY "That document type is not on file for this "
                   "vendor."
           END-IF.

       COPY-DOCS-EXCEPT-PICKED.
           READ DOC-FILE
               AT END
                   MOVE 'Y' TO WS-DOC-EOF
               NOT AT END
                   IF VD-VENDOR = WS-DOC-VENDOR
                       AND VD-DOC-TYPE = WS-DOC-TYPE
                       MOVE 'Y' TO WS-DOC-REPLACED
                   ELSE
                       WRITE DOC-TEMP-RECORD FROM DOC-RECORD
                   END-IF
           END-READ.

       SWAP-IN-DOC-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren vendor-docs.txt vendor-docs.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren vendor-docs.tmp vendor-docs.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del vendor-docs.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace document file; "
                   "original kept as vendor-docs.bak"
           END-IF.

       SET-DOC-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DOC-TODAY-NUM.
           MOVE SPACES TO WS-DOC-TODAY.
           STRING WS-DOC-TODAY-NUM(1:4) "-" WS-DOC-TODAY-NUM(5:2) "-"
               WS-DOC-TODAY-NUM(7:2)
               DELIMITED BY SIZE INTO WS-DOC-TODAY.
           COMPUTE WS-DOC-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DOC-TODAY-NUM).

      * Renewal chase list: everything already lapsed or lapsing in
      * the next 60 days, so permits are renewed before a venue
      * turns a supplier away at the gate.
       EXPIRING-DOCUMENTS-REPORT.
           PERFORM CLEAR-SCREEN.
           PERFORM SET-DOC-TODAY.
           COMPUTE WS-DOC-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DOC-TODAY-INT + 60).
           MOVE SPACES TO WS-DOC-CUTOFF.
           STRING WS-DOC-CUTOFF-NUM(1:4) "-" WS-DOC-CUTOFF-NUM(5:2)
               "-" WS-DOC-CUTOFF-NUM(7:2)
               DELIMITED BY SIZE INTO WS-DOC-CUTOFF.

           MOVE "vendor-doc-expiry.txt" TO WS-RPT-NAME.
           MOVE "VENDOR DOCUMENTS EXPIRING (60 DAYS)" TO WS-RPT-TITLE.
           PERFORM ASK-REPORT-TO-FILE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "   DOCUMENTS EXPIRING ON OR BEFORE " WS-DOC-CUTOFF
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.

           MOVE 0 TO WS-DOC-COUNT.
           MOVE 'N' TO WS-DOC-EOF.
           OPEN INPUT DOC-FILE.
           IF WS-DOC-STATUS = "00"
               PERFORM EXPIRING-ONE-DOCUMENT UNTIL WS-DOC-EOF = 'Y'
               CLOSE DOC-FILE
           END-IF.
           IF WS-DOC-COUNT = 0
               MOVE "No documents expire within the next 60 days."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           PERFORM CLOSE-REPORT-FILE.
           PERFORM PAUSE-SCREEN.
           GO TO MAIN-MENU.

       EXPIRING-ONE-DOCUMENT.
           READ DOC-FILE
               AT END
                   MOVE 'Y' TO WS-DOC-EOF
               NOT AT END
                   IF VD-EXPIRY <= WS-DOC-CUTOFF
                       ADD 1 TO WS-DOC-COUNT
                       MOVE VD-EXPIRY(1:4) TO WS-DOC-DATE-NUM(1:4)
                       MOVE VD-EXPIRY(6:2) TO WS-DOC-DATE-NUM(5:2)
                       MOVE VD-EXPIRY(9:2) TO WS-DOC-DATE-NUM(7:2)
                       COMPUTE WS-DOC-DAYS-LEFT =
                           FUNCTION INTEGER-OF-DATE(WS-DOC-DATE-NUM)
                           - WS-DOC-TODAY-INT
                       MOVE WS-DOC-DAYS-LEFT TO WS-DOC-DAYS-DISP
                       MOVE SPACES TO WS-RPT-LINE
                       STRING VD-VENDOR " " VD-DOC-TYPE
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM EMIT-LINE
                       MOVE SPACES TO WS-RPT-LINE
                       IF WS-DOC-DAYS-LEFT < 0
                           STRING "     No. " VD-DOC-NO
                               " expired " VD-EXPIRY
                               "  ** EXPIRED **"
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                       ELSE
                           STRING "     No. " VD-DOC-NO
                               " expires " VD-EXPIRY
                               "  days left " WS-DOC-DAYS-DISP
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-IF
                       PERFORM EMIT-LINE
                   END-IF
           END-READ.

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
               MOVE "VENDOR-DIRECTORY" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       SWAP-IN-TEMP-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren vendors.txt vendors.bak"
