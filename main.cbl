               ASSIGN TO "file_number.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIR-LIST-FILE
               ASSIGN TO WS-DIR-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTRY-FILE
               ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT ACCT-NUM-FILE
               ASSIGN TO WS-ACCT-NUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT LEAD-FOLDER-FILE ASSIGN TO "lead-folders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-FOLDER-STATUS.
           SELECT LEAD-CONVERT-FILE
               ASSIGN TO "lead-convert.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-CONVERT-STATUS.
           SELECT QUOTE-CARRY-FILE
               ASSIGN TO WS-QUOTE-CARRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-CARRY-STATUS.
           SELECT QUOTE-CONTRACT-FILE
               ASSIGN TO WS-QUOTE-CONTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-CONTRACT-STATUS.

           SELECT PKG-READ-FILE
               ASSIGN TO "packages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-READ-STATUS.

           SELECT VENUE-READ-FILE
               ASSIGN TO "venues.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENUE-READ-STATUS.

           SELECT DIGEST-SCHED-FILE
               ASSIGN TO WS-DIGEST-SCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-DIGEST-PR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-PR-STATUS.
           SELECT DIGEST-CST-FILE
               ASSIGN TO WS-DIGEST-CST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-CST-STATUS.
           SELECT DIGEST-INC-FILE
               ASSIGN TO WS-DIGEST-INC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-INC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-NUMBER-FILE.
       01 FILE-NUMBER-RECORD    PIC X(4).

       FD DIR-LIST-FILE.
       01 DIR-LIST-RECORD       PIC X(255).

      * The shop-wide wedding registry, one line per wedding folder.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 RG-KEY.
               10 RG-BASE       PIC X(20).
               10 RG-FOLDER     PIC X(60).
           05 RG-ACCOUNT        PIC X(4).
           05 RG-PARTNER1       PIC X(30).
           05 RG-PARTNER2       PIC X(30).
           05 RG-WEDDING-DATE   PIC X(10).
           05 RG-STATUS         PIC X(10).

       FD ACCT-NUM-FILE.
       01 ACCT-NUM-RECORD       PIC 9999.

           05 DPR-APPROVER         PIC X(8).
           05 DPR-POSTED           PIC X(1).

       FD DIGEST-INC-FILE.
       01 DIGEST-INC-RECORD.
           05 DINC-ID              PIC 9(4).
           05 DINC-DATE            PIC X(10).
           05 DINC-TIME            PIC X(5).
           05 DINC-SEVERITY        PIC X(1).
           05 DINC-CATEGORY        PIC X(15).
           05 DINC-VENDOR          PIC X(30).
           05 DINC-DESC            PIC X(60).
           05 DINC-ACTION          PIC X(60).
           05 DINC-RESOLVED-BY     PIC X(20).
           05 DINC-STATUS          PIC X(1).
           05 DINC-CLOSED-DATE     PIC X(10).
           05 DINC-OPERATOR        PIC X(8).

       FD DIGEST-CST-FILE.
       01 DIGEST-CST-RECORD.
           05 DCST-STATUS          PIC X(6).
           05 DCST-REVISION        PIC 9(3).
           05 DCST-DRAFT-DATE      PIC X(10).
           05 DCST-SENT-DATE       PIC X(10).
           05 DCST-SIGNED-DATE     PIC X(10).
           05 DCST-PRICE           PIC 9(10)V99.
           05 DCST-OPERATOR        PIC X(8).

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-OPERATOR        PIC X(8).
           05 CEO-VENDOR-CONTACT   PIC X(20).
           05 CEO-OPERATOR         PIC X(8).

       FD LEAD-CONVERT-FILE.
       01 LEAD-CONVERT-RECORD.
           05 LC-PARTNER1          PIC X(30).
           05 LC-WEDDING-DATE      PIC X(10).
           05 LC-PACKAGE           PIC X(20).
           05 LC-GUEST-EST         PIC 9(4).
           05 LC-LEAD-ID           PIC 9(4).
           05 LC-QUOTE-NO          PIC 9(5).
           05 LC-QUOTE-TOTAL       PIC 9(7)V99.

      * The quotation the couple accepted, kept with the plan so the
      * contract price can always be traced back to what was sent.
       FD QUOTE-CARRY-FILE.
       01 QUOTE-CARRY-RECORD.
           05 AQ-QUOTE-NO          PIC 9(5).
           05 AQ-TOTAL             PIC 9(7)V99.
           05 AQ-PACKAGE           PIC X(20).
           05 AQ-ACCEPTED-DATE     PIC X(10).

       FD QUOTE-CONTRACT-FILE.
       01 QUOTE-CONTRACT-RECORD    PIC 9(10)V99.

      * Lead number to wedding folder, so the lead pipeline can find
      * the contract a converted lead turned into.
       FD LEAD-FOLDER-FILE.
       01 LEAD-FOLDER-RECORD.
           05 LF-LEAD-ID           PIC 9(4).
           05 LF-FOLDER            PIC X(50).

       FD PKG-READ-FILE.
       01 PKG-READ-RECORD.
           05 PKG-INCLUSIONS       PIC X(60).
           05 PKG-MAX-GUESTS       PIC 9(4).

       FD VENUE-READ-FILE.
       01 VENUE-READ-RECORD.
           05 VNR-CODE             PIC X(6).
           05 VNR-NAME             PIC X(40).
           05 VNR-SEATED           PIC 9(4).
           05 VNR-COCKTAIL         PIC 9(4).
           05 VNR-CURFEW           PIC 9(4).
           05 VNR-NOISE-RULE       PIC X(40).
           05 VNR-OPEN-FLAME       PIC X(1).
           05 VNR-CORKAGE          PIC 9(5)V99.
           05 VNR-OUTSIDE-CATER    PIC 9(6)V99.
           05 VNR-CONTACT          PIC X(20).
           05 VNR-PHONE            PIC X(15).
           05 VNR-EMAIL            PIC X(30).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
           05 PROF-PARTNER1        PIC X(30).
           05 WS-DIGEST-PR-PATH     PIC X(200).
           05 WS-DIGEST-PR-STATUS   PIC X(2).
           05 WS-DIGEST-COMMITTED   PIC 9(10)V99.
           05 WS-DIGEST-INC-PATH    PIC X(200).
           05 WS-DIGEST-INC-STATUS  PIC X(2).
           05 WS-DIGEST-CST-PATH    PIC X(200).
           05 WS-DIGEST-CST-STATUS  PIC X(2).
           05 WS-DIGEST-CST-STATE   PIC X(6).
           05 WS-DIGEST-WED-DATE    PIC X(10).
           05 WS-DIGEST-GUEST-EST   PIC 9(4).

       01 WS-BUDGET-HEADER PIC X(57) VALUE
          "Category,Estimated Budget,Actual Expense,Date,Description".
               10 CT-PRED           PIC X(5).
               10 CT-EVENT          PIC X(5).

      * Run-mode arguments for the programs the end-of-day stream
      * also drives; from these menus they always run attended.
       01 WS-ATTENDED-RUN.
           05 WS-ATTENDED-MODE      PIC X(1) VALUE "I".
           05 WS-FULL-BACKUP        PIC X(1) VALUE "F".
           05 WS-NO-CLOSE-DATE      PIC X(10) VALUE SPACES.
           05 WS-NO-BACKUP-FOLDER   PIC X(50) VALUE SPACES.
           05 WS-NO-BACKUP-STAMP    PIC X(8) VALUE SPACES.

       01 WS-SIGN-ON.
           05 WS-OPERATOR-STATUS    PIC X(2).
           05 WS-OPERATOR-ID        PIC X(8).
           05 WS-ACT-COUNT          PIC 9(5).
           05 WS-PASSWORD-IN        PIC X(12).
           05 WS-ID-MATCHED         PIC X.
           05 WS-SEC-STAMP          PIC X(14).
           05 WS-SEC-WHAT           PIC X(40).
           05 WS-PERM-OK            PIC X.
           05 WS-LEAD-CONVERT-STATUS PIC X(2).
           05 WS-LEAD-PREFILL       PIC X.
           05 WS-LEAD-CONFIRM       PIC X.
           05 WS-LEAD-FOLDER-STATUS PIC X(2).
           05 WS-LEAD-ID            PIC 9(4).
           05 WS-LEAD-QUOTE-NO      PIC 9(5).
           05 WS-LEAD-QUOTE-TOTAL   PIC 9(7)V99.
           05 WS-QUOTE-CARRY-PATH   PIC X(200).
           05 WS-QUOTE-CARRY-STATUS PIC X(2).
           05 WS-QUOTE-CONTRACT-PATH PIC X(200).
           05 WS-QUOTE-CONTRACT-STATUS PIC X(2).
           05 WS-QUOTE-PRICE-DISP   PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-AVAIL-REQUEST.
           05 WS-AV-MODE            PIC X.
           05 WS-AV-DATE            PIC X(10).
           05 WS-AV-EXCLUDE         PIC X(50).
           05 WS-AV-RESULT          PIC X(9).
       01 WS-AV-SETTLED             PIC X.

       01 WS-RIPPLE.
           05 WS-OLD-WED-DATE       PIC X(10).
           05 WS-PKG-MAX-FOUND      PIC 9(4).
           05 WS-PKG-PRICE-DISP     PIC Z(6)9.99.

       01 WS-VENUE-CHECK.
           05 WS-VENUE-READ-STATUS  PIC X(2).
           05 WS-VENUE-EOF          PIC X.
           05 WS-VENUE-VALID        PIC X.
           05 WS-VENUE-ON-FILE      PIC X.
           05 WS-VENUE-LOOKUP       PIC X(40).
           05 WS-VENUE-SEATED       PIC 9(4).
           05 WS-VENUE-COCKTAIL     PIC 9(4).
           05 WS-VENUE-HEADS        PIC 9(5).

       01 WS-TASK-SEP               PIC X(90) VALUE ALL "=".
       01 WS-TASK-SUBSEP            PIC X(90) VALUE ALL "-".
       01 WS-TASK-HEAD.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "ASSIGNED TO".

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

      * Passed to RPT-CATALOG at sign-on, for the catalog menu and
      * as each report file is closed.
       01 WS-CATALOG-REQUEST.
           05 WS-CR-MODE            PIC X.
           05 WS-CR-PROGRAM         PIC X(20).
           05 WS-CR-TITLE           PIC X(45).
           05 WS-CR-FOLDER          PIC X(50).
           05 WS-CR-OPERATOR        PIC X(8).
           05 WS-CR-ROLE            PIC X.
           05 WS-CR-PATH            PIC X(200).

      * Passed to WEDDING-REGISTRY as plans are created, edited and
      * archived, and for the rebuild on the main menu.
       01 WS-REGISTRY-REQUEST.
           05 WS-RG-MODE            PIC X.
           05 WS-RG-PATH            PIC X(100).
           05 WS-RG-COUNT           PIC 9(5).
       01 WS-REGISTRY-STATUS        PIC X(2).
       01 WS-REG-EOF                PIC X.
       01 WS-REG-ACCT               PIC X(4).

       PROCEDURE DIVISION.
       OPERATOR-SIGN-ON.
           PERFORM CLEAR-SCREEN
               END-IF
           END-PERFORM
           DISPLAY "Signed on as " WS-OPERATOR-ID " "
               FUNCTION TRIM(WS-OPERATOR-NAME)
           MOVE SPACES TO WS-CATALOG-REQUEST
           MOVE "S" TO WS-CR-MODE
           MOVE WS-OPERATOR-ID TO WS-CR-OPERATOR
           MOVE WS-OPERATOR-ROLE TO WS-CR-ROLE
           CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
           MOVE "E" TO WS-RG-MODE
           MOVE SPACES TO WS-RG-PATH
           CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST.

       STARTUP-ALERT-DIGEST.
           DISPLAY "=================================================="
           COMPUTE WS-DIGEST-TODAY-JUL =
               FUNCTION INTEGER-OF-DATE(WS-DIGEST-TODAY-NUM)

           MOVE "N" TO WS-DIGEST-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               MOVE "Y" TO WS-DIGEST-EOF
           END-IF
           PERFORM UNTIL WS-DIGEST-EOF = "Y"
               READ REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-DIGEST-EOF
                   NOT AT END
                       IF RG-BASE = "Archives"
                           MOVE RG-FOLDER TO WS-DIGEST-LINE
                           PERFORM DIGEST-ONE-WEDDING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGISTRY-STATUS NOT = "35"
               CLOSE REGISTRY-FILE
           END-IF

           IF WS-DIGEST-ALERTS = 0
               DISPLAY "Nothing needs attention across the active "
           DISPLAY "22. Purged Wedding Lookup"
           DISPLAY "23. Monthly Management KPI Report"
           DISPLAY "24. Account Number Migration (one-time)"
           DISPLAY "25. Overdue Installment Letters"
           DISPLAY "26. Venue Master"
           DISPLAY "27. Marriage Paperwork Exceptions"
           DISPLAY "28. End-of-Day Batch Stream"
           DISPLAY "29. Cross-File Reference Check"
           DISPLAY "30. Date Availability & Blackouts"
           DISPLAY "31. Coordinator Workload & Reassignment"
           DISPLAY "32. Withholding Tax (BIR 2307 / Monthly)"
           DISPLAY "33. Branch Transfer (Export / Import)"
           DISPLAY "34. Report Catalog & Reprint"
           DISPLAY "35. Rebuild Wedding Registry"
           DISPLAY "36. Verify Audit Logs"
           DISPLAY "37. Exit"
           DISPLAY "Select option: "
           ACCEPT user-choice

                   PERFORM BROWSE-WEDDING-PLANS
                   PERFORM MAIN-MENU
               WHEN 6
                   CALL "BACKUP-RUN" USING WS-FULL-BACKUP
                       WS-NO-BACKUP-FOLDER WS-NO-BACKUP-STAMP
                   PERFORM PAUSE-SCREEN
                   PERFORM MAIN-MENU
               WHEN 7
                   CALL "PACKAGE-MAINT"
                   PERFORM MAIN-MENU
               WHEN 14
                   CALL "RECEIVABLES-AGING" USING WS-ATTENDED-MODE
                   PERFORM MAIN-MENU
               WHEN 15
                   CALL "PROFIT-REPORT"
                   PERFORM MAIN-MENU
               WHEN 18
                   CALL "DAILY-CLOSE" USING WS-OPERATOR-ID
                       WS-OPERATOR-ROLE WS-NO-CLOSE-DATE
                   PERFORM MAIN-MENU
               WHEN 19
                   CALL "STAFF-ROSTER"
                   END-IF
                   PERFORM MAIN-MENU
               WHEN 25
                   CALL "DUNNING-LETTERS" USING WS-OPERATOR-ID
                   PERFORM MAIN-MENU
               WHEN 26
                   CALL "VENUE-MAINT"
                   PERFORM MAIN-MENU
               WHEN 27
                   CALL "LEGAL-EXCEPTIONS"
                   PERFORM MAIN-MENU
               WHEN 28
                   CALL "END-OF-DAY" USING WS-OPERATOR-ID
                       WS-OPERATOR-ROLE
                   PERFORM MAIN-MENU
               WHEN 29
                   CALL "XREF-CHECK" USING WS-OPERATOR-ID
                       WS-OPERATOR-ROLE WS-ATTENDED-MODE
                   PERFORM MAIN-MENU
               WHEN 30
                   MOVE 'M' TO WS-AV-MODE
                   CALL "DATE-AVAIL" USING WS-AVAIL-REQUEST
                   PERFORM MAIN-MENU
               WHEN 31
                   CALL "COORD-WORKLOAD" USING WS-OPERATOR-ID
                       WS-OPERATOR-ROLE
                   PERFORM MAIN-MENU
               WHEN 32
                   CALL "WHT-REPORTS"
                   PERFORM MAIN-MENU
               WHEN 33
                   MOVE "DENIED BRANCH TRANSFER" TO WS-SEC-WHAT
                   PERFORM CHECK-SUPERVISOR
                   IF WS-PERM-OK = 'Y'
                       CALL "BRANCH-TRANSFER" USING WS-OPERATOR-ID
                   ELSE
                       PERFORM PAUSE-SCREEN
                   END-IF
                   PERFORM MAIN-MENU
               WHEN 34
                   MOVE SPACES TO WS-CATALOG-REQUEST
                   MOVE "M" TO WS-CR-MODE
                   MOVE WS-OPERATOR-ID TO WS-CR-OPERATOR
                   MOVE WS-OPERATOR-ROLE TO WS-CR-ROLE
                   CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
                   PERFORM MAIN-MENU
               WHEN 35
                   MOVE "DENIED REGISTRY REBUILD" TO WS-SEC-WHAT
                   PERFORM CHECK-SUPERVISOR
                   IF WS-PERM-OK = 'Y'
                       MOVE "R" TO WS-RG-MODE
                       MOVE SPACES TO WS-RG-PATH
                       CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST
                   END-IF
                   PERFORM PAUSE-SCREEN
                   PERFORM MAIN-MENU
               WHEN 36
                   CALL "AUDIT-VERIFY" USING WS-OPERATOR-ID
                       WS-OPERATOR-ROLE WS-ATTENDED-MODE
                   PERFORM MAIN-MENU
               WHEN 37
                   STOP RUN
               WHEN OTHER
                   PERFORM MAIN-MENU
               DELIMITED BY SIZE INTO WS-DIGEST-PR-PATH
           PERFORM DIGEST-CHECK-EVENTS
           PERFORM DIGEST-CHECK-TASKS
           PERFORM DIGEST-CHECK-BUDGET-CAP
           PERFORM DIGEST-CHECK-VENUE-CAPACITY
           PERFORM DIGEST-CHECK-INCIDENTS
           PERFORM DIGEST-CHECK-CONTRACT.

      * Sixty days out the couple should have signed; anything
      * still in draft or sitting unsigned with them gets chased.
       DIGEST-CHECK-CONTRACT.
           MOVE SPACES TO WS-PROFILE-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIGEST-LINE)
               "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DIGEST-WED-DATE
           READ PROFILE-FILE
               NOT AT END
                   MOVE PROF-WEDDING-DATE TO WS-DIGEST-WED-DATE
           END-READ
           CLOSE PROFILE-FILE
           IF WS-DIGEST-WED-DATE(1:4) NOT NUMERIC
               OR WS-DIGEST-WED-DATE(6:2) NOT NUMERIC
               OR WS-DIGEST-WED-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIGEST-EVT-NUM =
               FUNCTION NUMVAL(WS-DIGEST-WED-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-DIGEST-WED-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-DIGEST-WED-DATE(9:2))
           COMPUTE WS-DIGEST-EVT-JUL =
               FUNCTION INTEGER-OF-DATE(WS-DIGEST-EVT-NUM)
           COMPUTE WS-DIGEST-DAYS =
               WS-DIGEST-EVT-JUL - WS-DIGEST-TODAY-JUL
           IF WS-DIGEST-DAYS < 0 OR WS-DIGEST-DAYS > 60
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DIGEST-CST-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIGEST-LINE)
               "\contract-status.txt"
               DELIMITED BY SIZE INTO WS-DIGEST-CST-PATH
           MOVE "NONE" TO WS-DIGEST-CST-STATE
           OPEN INPUT DIGEST-CST-FILE
           IF WS-DIGEST-CST-STATUS = "00"
               READ DIGEST-CST-FILE
                   NOT AT END
                       MOVE DCST-STATUS TO WS-DIGEST-CST-STATE
               END-READ
               CLOSE DIGEST-CST-FILE
           END-IF
           IF WS-DIGEST-CST-STATE = "SIGNED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIGEST-ALERTS
           IF WS-DIGEST-CST-STATE = "NONE"
               DISPLAY "[Acct " WS-DIGEST-ACCT " "
                   FUNCTION TRIM(WS-DIGEST-NAME)
                   "] Wedding in " WS-DIGEST-DAYS
                   " day(s) - no client contract drawn up"
           ELSE
               DISPLAY "[Acct " WS-DIGEST-ACCT " "
                   FUNCTION TRIM(WS-DIGEST-NAME)
                   "] Wedding in " WS-DIGEST-DAYS
                   " day(s) - contract still "
                   FUNCTION TRIM(WS-DIGEST-CST-STATE) ", not signed"
           END-IF.

      * A serious incident on the day keeps coming back here until
      * someone records how it was resolved and closes it.
       DIGEST-CHECK-INCIDENTS.
           MOVE SPACES TO WS-DIGEST-INC-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIGEST-LINE)
               "\incidents.txt"
               DELIMITED BY SIZE INTO WS-DIGEST-INC-PATH
           OPEN INPUT DIGEST-INC-FILE
           IF WS-DIGEST-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DASH-EOF
           PERFORM UNTIL WS-DASH-EOF = "Y"
               READ DIGEST-INC-FILE
                   AT END
                       MOVE "Y" TO WS-DASH-EOF
                   NOT AT END
                       IF DINC-SEVERITY = "S" AND DINC-STATUS NOT = "C"
                           ADD 1 TO WS-DIGEST-ALERTS
                           DISPLAY "[Acct " WS-DIGEST-ACCT " "
                               FUNCTION TRIM(WS-DIGEST-NAME)
                               "] Serious incident #" DINC-ID
                               " still open: "
                               FUNCTION TRIM(DINC-DESC)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIGEST-INC-FILE.

      * A guest list, or the head-count estimate on the profile,
      * that has outgrown the room is cheaper to fix months out
      * than the week of the wedding.
       DIGEST-CHECK-VENUE-CAPACITY.
           MOVE SPACES TO WS-PROFILE-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIGEST-LINE)
               "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-VENUE-LOOKUP
           MOVE 0 TO WS-DIGEST-GUEST-EST
           READ PROFILE-FILE
               NOT AT END
                   MOVE PROF-VENUE TO WS-VENUE-LOOKUP
                   IF PROF-GUEST-EST IS NUMERIC
                       MOVE PROF-GUEST-EST TO WS-DIGEST-GUEST-EST
                   END-IF
           END-READ
           CLOSE PROFILE-FILE
           IF WS-VENUE-LOOKUP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VENUE-ON-FILE
           IF WS-VENUE-ON-FILE NOT = 'Y' OR WS-VENUE-SEATED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DASH-GUEST-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIGEST-LINE)
               "\guests.txt"
               DELIMITED BY SIZE INTO WS-DASH-GUEST-PATH
           PERFORM SUMMARIZE-GUEST-RSVPS
           IF WS-DASH-CONFIRMED > WS-VENUE-SEATED
               ADD 1 TO WS-DIGEST-ALERTS
               DISPLAY "[Acct " WS-DIGEST-ACCT " "
                   FUNCTION TRIM(WS-DIGEST-NAME) "] "
                   WS-DASH-CONFIRMED " confirmed guests exceed "
                   FUNCTION TRIM(WS-VENUE-LOOKUP) " seating of "
                   WS-VENUE-SEATED
           END-IF
           IF WS-DIGEST-GUEST-EST > WS-VENUE-SEATED
               ADD 1 TO WS-DIGEST-ALERTS
               DISPLAY "[Acct " WS-DIGEST-ACCT " "
                   FUNCTION TRIM(WS-DIGEST-NAME) "] Estimate of "
                   WS-DIGEST-GUEST-EST " guests exceeds "
                   FUNCTION TRIM(WS-VENUE-LOOKUP) " seating of "
                   WS-VENUE-SEATED
           END-IF.

       DIGEST-CHECK-EVENTS.
           OPEN INPUT DASH-EVENT-FILE
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
               "  " WS-SEC-WHAT " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SQ-LINE(1)
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST.

      * Destructive functions need a supervisor or admin sign-on;
      * every refusal is written to the security audit file.

           DISPLAY "Enter source account number (4 digits): "
           ACCEPT WS-CLONE-ACCT
           MOVE WS-CLONE-ACCT TO WS-REG-ACCT
           PERFORM FIND-REGISTRY-ACCOUNT
           IF temp-folder = SPACES
               DISPLAY "Source account not found - nothing copied."
               EXIT PARAGRAPH
           END-IF
               DISPLAY "Enter Estimated Guest Count: "
               ACCEPT WS-PROF-GUEST-EST
           END-IF
           PERFORM CHECK-DATE-AVAILABILITY
           PERFORM VALIDATE-PACKAGE-CHOICE
           DISPLAY "Enter Venue (code or name): "
           ACCEPT WS-PROF-VENUE
           PERFORM VALIDATE-VENUE-CHOICE
           PERFORM CHECK-VENUE-CAPACITY
           DISPLAY "Enter Coordinator: "
           ACCEPT WS-PROF-COORDINATOR
           DISPLAY "Enter Client TIN (blank if none): "
                       MOVE LC-WEDDING-DATE TO WS-PROF-WEDDING-DATE
                       MOVE LC-PACKAGE TO WS-PROF-PACKAGE
                       MOVE LC-GUEST-EST TO WS-PROF-GUEST-EST
                       MOVE 0 TO WS-LEAD-ID
                       IF LC-LEAD-ID NUMERIC
                           MOVE LC-LEAD-ID TO WS-LEAD-ID
                       END-IF
                       MOVE 0 TO WS-LEAD-QUOTE-NO WS-LEAD-QUOTE-TOTAL
                       IF LC-QUOTE-NO NUMERIC
                           AND LC-QUOTE-TOTAL NUMERIC
                           MOVE LC-QUOTE-NO TO WS-LEAD-QUOTE-NO
                           MOVE LC-QUOTE-TOTAL TO WS-LEAD-QUOTE-TOTAL
                       END-IF
                   END-IF
           END-READ
           CLOSE LEAD-CONVERT-FILE
           IF WS-LEAD-PREFILL = 'Y' AND WS-LEAD-ID > 0
               OPEN EXTEND LEAD-FOLDER-FILE
               IF WS-LEAD-FOLDER-STATUS = "35"
                   OPEN OUTPUT LEAD-FOLDER-FILE
               END-IF
               MOVE WS-LEAD-ID TO LF-LEAD-ID
               MOVE current-folder(10:41) TO LF-FOLDER
               WRITE LEAD-FOLDER-RECORD
               CLOSE LEAD-FOLDER-FILE
           END-IF
           IF WS-LEAD-PREFILL = 'Y' AND WS-LEAD-QUOTE-NO > 0
               PERFORM CARRY-ACCEPTED-QUOTE
           END-IF
           IF WS-LEAD-PREFILL = 'Y'
               MOVE SPACES TO os-cmd
               STRING "del lead-convert.tmp"
               CALL "SYSTEM" USING os-cmd
           END-IF.

      * The accepted quotation becomes the plan's contract price and
      * is kept as accepted-quote.txt, so Client Billing measures any
      * later price change against the quotation, not the package.
       CARRY-ACCEPTED-QUOTE.
           MOVE SPACES TO WS-QUOTE-CARRY-PATH
           STRING FUNCTION TRIM(current-folder) "\accepted-quote.txt"
               DELIMITED BY SIZE INTO WS-QUOTE-CARRY-PATH
           OPEN OUTPUT QUOTE-CARRY-FILE
           IF WS-QUOTE-CARRY-STATUS NOT = "00"
               DISPLAY "Could not record the accepted quotation. "
                   "Status: " WS-QUOTE-CARRY-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEAD-QUOTE-NO TO AQ-QUOTE-NO
           MOVE WS-LEAD-QUOTE-TOTAL TO AQ-TOTAL
           MOVE WS-PROF-PACKAGE TO AQ-PACKAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-STAMP
           STRING WS-AUDIT-STAMP(1:4) "-" WS-AUDIT-STAMP(5:2) "-"
               WS-AUDIT-STAMP(7:2)
               DELIMITED BY SIZE INTO AQ-ACCEPTED-DATE
           WRITE QUOTE-CARRY-RECORD
           CLOSE QUOTE-CARRY-FILE

           MOVE SPACES TO WS-QUOTE-CONTRACT-PATH
           STRING FUNCTION TRIM(current-folder)
               "\billing-contract.txt"
               DELIMITED BY SIZE INTO WS-QUOTE-CONTRACT-PATH
           OPEN OUTPUT QUOTE-CONTRACT-FILE
           IF WS-QUOTE-CONTRACT-STATUS NOT = "00"
               DISPLAY "Could not set the contract price. Status: "
                   WS-QUOTE-CONTRACT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEAD-QUOTE-TOTAL TO QUOTE-CONTRACT-RECORD
           WRITE QUOTE-CONTRACT-RECORD
           CLOSE QUOTE-CONTRACT-FILE

           MOVE WS-LEAD-QUOTE-TOTAL TO WS-QUOTE-PRICE-DISP
           MOVE "CONTRACT SET" TO WS-AUDIT-ACTION
           MOVE "(none)" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING FUNCTION TRIM(WS-QUOTE-PRICE-DISP)
               " per accepted quotation Q-" WS-LEAD-QUOTE-NO
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "  Contract price set from quotation Q-"
               WS-LEAD-QUOTE-NO ": PHP " WS-QUOTE-PRICE-DISP.

      * Two Saturdays were once double-committed, so a plan cannot
      * be put on a date without seeing how full it already is. A
      * full date can still be kept - some couples will not move -
      * but the operator has to choose it knowingly.
       CHECK-DATE-AVAILABILITY.
           MOVE 'N' TO WS-AV-SETTLED
           PERFORM UNTIL WS-AV-SETTLED = 'Y'
               MOVE 'Y' TO WS-AV-SETTLED
               IF WS-PROF-WEDDING-DATE NOT = SPACES
                   MOVE 'C' TO WS-AV-MODE
                   MOVE WS-PROF-WEDDING-DATE TO WS-AV-DATE
                   MOVE current-folder TO WS-AV-EXCLUDE
                   CALL "DATE-AVAIL" USING WS-AVAIL-REQUEST
                   IF WS-AV-RESULT = "FULL"
                       DISPLAY "That date is full. Enter another date,"
                           " or press Enter to keep "
                           WS-PROF-WEDDING-DATE ": "
                       ACCEPT temp-folder
                       IF temp-folder NOT = SPACES
                           MOVE temp-folder TO WS-PROF-WEDDING-DATE
                           MOVE 'N' TO WS-AV-SETTLED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The package master is the price book; a profile package that
      * is not on it cannot default a contract price later. Blank is
      * still allowed for couples on a custom arrangement.
           END-PERFORM
           CLOSE PKG-READ-FILE.

      * Venues come from the venue master so capacity, curfew and
      * house rules can be checked against them. Blank is allowed
      * while the couple is still viewing sites, and a shop with no
      * venue master yet keeps typing the venue freely.
       VALIDATE-VENUE-CHOICE.
           OPEN INPUT VENUE-READ-FILE
           IF WS-VENUE-READ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE VENUE-READ-FILE
           MOVE 'N' TO WS-VENUE-VALID
           PERFORM UNTIL WS-VENUE-VALID = 'Y'
               IF WS-PROF-VENUE = SPACES
                   MOVE 'Y' TO WS-VENUE-VALID
               ELSE
                   MOVE WS-PROF-VENUE TO WS-VENUE-LOOKUP
                   PERFORM CHECK-VENUE-ON-FILE
                   IF WS-VENUE-ON-FILE = 'Y'
                       MOVE 'Y' TO WS-VENUE-VALID
                       MOVE WS-VENUE-LOOKUP TO WS-PROF-VENUE
                   ELSE
                       DISPLAY "Venue "
                           FUNCTION TRIM(WS-PROF-VENUE)
                           " is not in the venue master."
                       PERFORM LIST-MASTER-VENUES
                       DISPLAY "Enter Venue (code or name, "
                           "blank if not yet chosen): "
                       ACCEPT WS-PROF-VENUE
                   END-IF
               END-IF
           END-PERFORM.

      * Looks up WS-VENUE-LOOKUP by code or name; on a match the
      * lookup field is replaced by the master name and the two
      * capacities are returned.
       CHECK-VENUE-ON-FILE.
           MOVE 'N' TO WS-VENUE-ON-FILE
           MOVE 0 TO WS-VENUE-SEATED WS-VENUE-COCKTAIL
           MOVE 'N' TO WS-VENUE-EOF
           OPEN INPUT VENUE-READ-FILE
           IF WS-VENUE-READ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VENUE-EOF = 'Y'
               READ VENUE-READ-FILE
                   AT END
                       MOVE 'Y' TO WS-VENUE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(VNR-NAME) =
                           FUNCTION TRIM(WS-VENUE-LOOKUP)
                           OR FUNCTION TRIM(VNR-CODE) =
                               FUNCTION TRIM(WS-VENUE-LOOKUP)
                           MOVE 'Y' TO WS-VENUE-ON-FILE
                           MOVE VNR-NAME TO WS-VENUE-LOOKUP
                           MOVE VNR-SEATED TO WS-VENUE-SEATED
                           MOVE VNR-COCKTAIL TO WS-VENUE-COCKTAIL
                           MOVE 'Y' TO WS-VENUE-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENUE-READ-FILE.

       LIST-MASTER-VENUES.
           MOVE 'N' TO WS-VENUE-EOF
           OPEN INPUT VENUE-READ-FILE
           PERFORM UNTIL WS-VENUE-EOF = 'Y'
               READ VENUE-READ-FILE
                   AT END
                       MOVE 'Y' TO WS-VENUE-EOF
                   NOT AT END
                       DISPLAY "  " VNR-CODE " " VNR-NAME
                           " seats " VNR-SEATED
                           " / cocktail " VNR-COCKTAIL
               END-READ
           END-PERFORM
           CLOSE VENUE-READ-FILE.

      * Warns when the estimate or the confirmed RSVPs are more than
      * the venue can hold. Seated is the normal reception layout;
      * cocktail is quoted so the planner knows whether a standing
      * format would still fit.
       CHECK-VENUE-CAPACITY.
           IF WS-PROF-VENUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROF-VENUE TO WS-VENUE-LOOKUP
           PERFORM CHECK-VENUE-ON-FILE
           IF WS-VENUE-ON-FILE NOT = 'Y' OR WS-VENUE-SEATED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-DASHBOARD-PATHS
           PERFORM SUMMARIZE-GUEST-RSVPS
           MOVE WS-PROF-GUEST-EST TO WS-VENUE-HEADS
           IF WS-DASH-CONFIRMED > WS-VENUE-HEADS
               MOVE WS-DASH-CONFIRMED TO WS-VENUE-HEADS
           END-IF
           IF WS-VENUE-HEADS > WS-VENUE-SEATED
               DISPLAY "WARNING: " FUNCTION TRIM(WS-VENUE-LOOKUP)
                   " seats " WS-VENUE-SEATED "."
               DISPLAY "  Estimated guests: " WS-PROF-GUEST-EST
                   "   Confirmed headcount: " WS-DASH-CONFIRMED
               IF WS-VENUE-HEADS > WS-VENUE-COCKTAIL
                   DISPLAY "  This is over the cocktail capacity of "
                       WS-VENUE-COCKTAIL " as well."
               ELSE
                   DISPLAY "  A cocktail layout would hold "
                       WS-VENUE-COCKTAIL "."
               END-IF
           END-IF.

       SAVE-WEDDING-PROFILE.
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(current-folder) "\profile.txt"
           MOVE WS-PROF-TAX-CLASS TO PROF-TAX-CLASS
           MOVE WS-PROF-BUS-STYLE TO PROF-BUS-STYLE
           WRITE PROFILE-RECORD
           CLOSE PROFILE-FILE
           MOVE "P" TO WS-RG-MODE
           MOVE current-folder TO WS-RG-PATH
           CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST.

       LOAD-WEDDING-PROFILE.
           MOVE "N" TO WS-PROF-FOUND
           ACCEPT temp-folder
           IF temp-folder NOT = SPACES
               MOVE temp-folder TO WS-PROF-WEDDING-DATE
               IF WS-PROF-WEDDING-DATE NOT = WS-OLD-WED-DATE
                   PERFORM CHECK-DATE-AVAILABILITY
               END-IF
           END-IF
           DISPLAY "Venue [" WS-PROF-VENUE "]: "
           ACCEPT temp-folder
           IF temp-folder NOT = SPACES
               MOVE temp-folder TO WS-PROF-VENUE
               PERFORM VALIDATE-VENUE-CHOICE
           END-IF
           DISPLAY "Package [" WS-PROF-PACKAGE "]: "
           ACCEPT temp-folder
               OR temp-folder(1:1) = 'E'
               MOVE temp-folder(1:1) TO WS-PROF-TAX-CLASS
           END-IF
           PERFORM CHECK-VENUE-CAPACITY
           PERFORM SAVE-WEDDING-PROFILE
           DISPLAY "Profile updated."
           IF WS-PROF-WEDDING-DATE NOT = WS-OLD-WED-DATE
           MOVE SPACES TO WS-AUDIT-VIEW-PATH
           STRING FUNCTION TRIM(current-folder) "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-AUDIT-VIEW-PATH
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE WS-AUDIT-VIEW-PATH TO WS-SQ-PATH
           MOVE 3 TO WS-SQ-LINE-COUNT
           STRING WS-AUDIT-STAMP(1:4) "-" WS-AUDIT-STAMP(5:2) "-"
               WS-AUDIT-STAMP(7:2) " " WS-AUDIT-STAMP(9:2) ":"
               WS-AUDIT-STAMP(11:2) ":" WS-AUDIT-STAMP(13:2)
               "  " WS-AUDIT-ACTION "BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SQ-LINE(1)
           STRING "  BEFORE: " WS-AUDIT-BEFORE
               DELIMITED BY SIZE INTO WS-SQ-LINE(2)
           STRING "  AFTER:  " WS-AUDIT-AFTER
               DELIMITED BY SIZE INTO WS-SQ-LINE(3)
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST.

       OFFER-TEMPLATE-LOAD.
           OPEN INPUT TPL-READ-FILE
           DISPLAY "Enter account number (4 digits only): "
           ACCEPT account-num

           MOVE account-num TO WS-REG-ACCT
           PERFORM FIND-REGISTRY-ACCOUNT

           IF temp-folder NOT = SPACES
               MOVE SPACES TO current-folder
               STRING "Archives\" temp-folder
                   DELIMITED BY SIZE INTO current-folder
               DISPLAY "Account found! Folder: " temp-folder
               PERFORM ACQUIRE-PLAN-LOCK
               IF WS-LOCK-OK = 'N'
                   PERFORM PAUSE-SCREEN
                   PERFORM MAIN-MENU
               END-IF
               PERFORM PAUSE-SCREEN
               PERFORM WEDDING-PLAN-MANAGEMENT
           ELSE
               DISPLAY "Account not found."
               PERFORM PAUSE-SCREEN
               PERFORM MAIN-MENU
           END-IF.

      * The active folder for WS-REG-ACCT, from the wedding registry,
      * into temp-folder (spaces when there is none).
       FIND-REGISTRY-ACCOUNT.
           MOVE SPACES TO temp-folder
           MOVE "N" TO WS-REG-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       IF RG-BASE = "Archives"
                           AND RG-ACCOUNT = WS-REG-ACCT
                           MOVE RG-FOLDER TO temp-folder
                           MOVE "Y" TO WS-REG-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

       RECONCILE-ACCOUNT-NUMBERS.
           PERFORM CLEAR-SCREEN
           DISPLAY "Reconciling file_number.txt against Archives "
           DISPLAY "Enter account number to delete/archive (4 digits): "
           ACCEPT WS-ARCHIVE-ACCT

           MOVE WS-ARCHIVE-ACCT TO WS-REG-ACCT
           PERFORM FIND-REGISTRY-ACCOUNT
           IF temp-folder = SPACES
               DISPLAY "Account not found."
               PERFORM PAUSE-SCREEN
           ELSE
                       "\" DELIMITED BY SIZE INTO os-cmd
                   CALL "SYSTEM" USING os-cmd

                   MOVE "P" TO WS-RG-MODE
                   MOVE SPACES TO WS-RG-PATH
                   STRING "Archives\" FUNCTION TRIM(WS-ARCHIVE-TARGET)
                       "\" FUNCTION TRIM(temp-folder)
                       DELIMITED BY SIZE INTO WS-RG-PATH
                   CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST

                   DISPLAY "Wedding plan moved to Archives\"
                       FUNCTION TRIM(WS-ARCHIVE-TARGET)
               ELSE
           DISPLAY "All Wedding Plans"
           DISPLAY "--------------------------------------------------"

           MOVE 0 TO WS-BROWSE-COUNT
           MOVE "N" TO WS-BROWSE-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               MOVE "Y" TO WS-BROWSE-EOF
           END-IF
           PERFORM UNTIL WS-BROWSE-EOF = "Y"
               READ REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-BROWSE-EOF
                   NOT AT END
                       IF RG-BASE = "Archives"
                           MOVE RG-FOLDER TO WS-BROWSE-LINE
                           MOVE SPACES TO WS-BROWSE-YEAR WS-BROWSE-ACCT
                               WS-BROWSE-NAME
                           UNSTRING WS-BROWSE-LINE DELIMITED BY "-"
                               INTO WS-BROWSE-YEAR WS-BROWSE-ACCT
                                    WS-BROWSE-NAME
                           ADD 1 TO WS-BROWSE-COUNT
                           IF RG-WEDDING-DATE = SPACES
                               DISPLAY "Account " WS-BROWSE-ACCT
                                   "  Year " WS-BROWSE-YEAR
                                   "  Couple: "
                                   FUNCTION TRIM(WS-BROWSE-NAME)
                           ELSE
                               DISPLAY "Account " WS-BROWSE-ACCT
                                   "  Wedding " RG-WEDDING-DATE
                                   "  " RG-STATUS
                                   "  Couple: "
                                   FUNCTION TRIM(WS-BROWSE-NAME)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGISTRY-STATUS NOT = "35"
               CLOSE REGISTRY-FILE
           END-IF

           IF WS-BROWSE-COUNT = 0
               DISPLAY "No wedding plans found."
           DISPLAY "18. Day-Of Staff Assignments"
           DISPLAY "19. Vendor Bookings"
           DISPLAY "20. Audit Roll-Forward (after restore)"
           DISPLAY "21. Wedding-Day Incident Log"
           DISPLAY "22. Marriage License & Legal Papers"
           DISPLAY "23. Client Contract"
           DISPLAY "24. Vendor Invoices & Disbursements"
           DISPLAY "25. Back to Main Menu"
           ACCEPT user-choice

           EVALUATE user-choice
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 10
                   CALL "DATA-CHECK" USING current-folder
                       WS-ATTENDED-MODE
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 11
                   PERFORM EDIT-WEDDING-PROFILE
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 13
                   CALL "BACKUP-RESTORE" USING current-folder
                   MOVE "P" TO WS-RG-MODE
                   MOVE current-folder TO WS-RG-PATH
                   CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 14
                   CALL "REMINDER-EXTRACT" USING current-folder
                       WS-ATTENDED-MODE
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 15
                   CALL "INVENTORY-MGMT" USING current-folder
                   CALL "AUDIT-REPLAY" USING current-folder
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 21
                   CALL "INCIDENT-LOG" USING current-folder
                       WS-OPERATOR-ID
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 22
                   CALL "LEGAL-DOCS" USING current-folder
                       WS-OPERATOR-ID
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 23
                   CALL "CLIENT-CONTRACT" USING current-folder
                       WS-OPERATOR-ID
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 24
                   CALL "VENDOR-INVOICES" USING current-folder
                       WS-OPERATOR-ID WS-OPERATOR-ROLE
                   PERFORM WEDDING-PLAN-MANAGEMENT
               WHEN 25
                   PERFORM RELEASE-PLAN-LOCK
                   PERFORM MAIN-MENU
               WHEN OTHER
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "MAIN" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE current-folder TO WS-CR-FOLDER
               MOVE WS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

