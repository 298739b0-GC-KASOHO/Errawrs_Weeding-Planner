       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "vendors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT STAFF-FILE ASSIGN TO "staff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "receipts-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT COMM-FILE ASSIGN TO "commissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.
           SELECT DOC-FILE ASSIGN TO "vendor-docs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT EVENT-FILE ASSIGN TO WS-EVENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT GUEST-FILE ASSIGN TO WS-GUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUEST-STATUS.
           SELECT TASK-FILE ASSIGN TO WS-TASK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASK-STATUS.
           SELECT TASK-TEMP ASSIGN TO WS-TASK-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASK-TEMP-STATUS.
           SELECT TRAVEL-FILE ASSIGN TO WS-TRAVEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVEL-STATUS.
           SELECT ENT-FILE ASSIGN TO WS-ENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT ENT-TEMP ASSIGN TO WS-ENT-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-TEMP-STATUS.
           SELECT ALLOC-FILE ASSIGN TO WS-ALLOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT ACTUALS-FILE ASSIGN TO WS-ACTUALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUALS-STATUS.
           SELECT BOOKING-FILE ASSIGN TO WS-BOOKING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO WS-ASSIGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT BILLING-FILE ASSIGN TO WS-BILLING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.
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

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEND-NAME        PIC X(30).
           05 FILLER           PIC X(130).

       FD STAFF-FILE.
       01 STAFF-RECORD.
           05 STAFF-ID         PIC X(5).
           05 FILLER           PIC X(95).

       FD REGISTER-FILE.
       01 REGISTER-RECORD      PIC X(120).

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

       FD DOC-FILE.
       01 DOC-RECORD.
           05 VD-VENDOR        PIC X(30).
           05 VD-DOC-TYPE      PIC X(20).
           05 FILLER           PIC X(70).

       FD EVENT-FILE.
       01 EVENT-RECORD.
           05 EVENT-ID         PIC 9(5).
           05 FILLER           PIC X(200).

       FD GUEST-FILE.
       01 GUEST-RECORD.
           05 GUEST-NAME       PIC X(30).
           05 FILLER           PIC X(250).

       FD TASK-FILE.
       01 TASK-LINE            PIC X(200).

       FD TASK-TEMP.
       01 TASK-TEMP-LINE       PIC X(200).

       FD TRAVEL-FILE.
       01 TRAVEL-RECORD.
           05 TRV-GUEST        PIC X(30).
           05 TRV-HOTEL        PIC X(30).
           05 FILLER           PIC X(67).

       FD ENT-FILE.
       01 ENT-RECORD.
           05 ENT-ROLE         PIC X(20).
           05 ENT-PERSON       PIC X(30).
           05 ENT-PARTNER      PIC X(30).
           05 ENT-SEQ          PIC 9(2).
           05 ENT-GUEST-LINK   PIC X(30).

       FD ENT-TEMP.
       01 ENT-TEMP-RECORD      PIC X(112).

       FD ALLOC-FILE.
       01 ALLOC-RECORD.
           05 ALLOC-EVENT-ID   PIC 9(5).
           05 ALLOC-DATE       PIC X(10).
           05 ALLOC-ITEM       PIC X(20).
           05 FILLER           PIC X(17).

       FD ACTUALS-FILE.
       01 ACTUALS-RECORD.
           05 EA-EVENT-ID      PIC 9(5).
           05 FILLER           PIC X(100).

       FD BOOKING-FILE.
       01 BOOKING-RECORD.
           05 BK-ID            PIC 9(4).
           05 BK-VENDOR        PIC X(30).
           05 BK-SERVICE       PIC X(30).
           05 FILLER           PIC X(28).

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           05 SA-STAFF-ID      PIC X(5).
           05 SA-DATE          PIC X(10).
           05 FILLER           PIC X(80).

       FD BILLING-FILE.
       01 BILLING-RECORD.
           05 BILL-TYPE        PIC X(1).
           05 BILL-DATE        PIC X(10).
           05 BILL-AMOUNT      PIC 9(7)V99.
           05 BILL-DESCRIPTION PIC X(30).
           05 BILL-REF         PIC X(12).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-VENDOR-STATUS     PIC X(2).
       01 WS-STAFF-STATUS      PIC X(2).
       01 WS-REGISTER-STATUS   PIC X(2).
       01 WS-COMM-STATUS       PIC X(2).
       01 WS-DOC-STATUS        PIC X(2).
       01 WS-EVENT-STATUS      PIC X(2).
       01 WS-GUEST-STATUS      PIC X(2).
       01 WS-TASK-STATUS       PIC X(2).
       01 WS-TASK-TEMP-STATUS  PIC X(2).
       01 WS-TRAVEL-STATUS     PIC X(2).
       01 WS-ENT-STATUS        PIC X(2).
       01 WS-ENT-TEMP-STATUS   PIC X(2).
       01 WS-ALLOC-STATUS      PIC X(2).
       01 WS-ACTUALS-STATUS    PIC X(2).
       01 WS-BOOKING-STATUS    PIC X(2).
       01 WS-ASSIGN-STATUS     PIC X(2).
       01 WS-BILLING-STATUS    PIC X(2).
       01 WS-EVENT-PATH        PIC X(150).
       01 WS-GUEST-PATH        PIC X(150).
       01 WS-TASK-PATH         PIC X(150).
       01 WS-TASK-TEMP-PATH    PIC X(150).
       01 WS-TRAVEL-PATH       PIC X(150).
       01 WS-ENT-PATH          PIC X(150).
       01 WS-ENT-TEMP-PATH     PIC X(150).
       01 WS-ALLOC-PATH        PIC X(150).
       01 WS-ACTUALS-PATH      PIC X(150).
       01 WS-BOOKING-PATH      PIC X(150).
       01 WS-ASSIGN-PATH       PIC X(150).
       01 WS-BILLING-PATH      PIC X(150).
       01 WS-AUDIT-PATH        PIC X(150).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-EOF               PIC X.
       01 WS-DIR-LINE          PIC X(255).
       01 WS-DIR-EOF           PIC X.
       01 WS-LIST-BASE         PIC X(30).
       01 WS-LIST-WHERE        PIC X(10).
       01 WS-FOLDER-YEAR       PIC X(4).
       01 WS-FOLDER-ACCT       PIC X(4).
       01 WS-FOLDER-NAME       PIC X(60).

      * Every wedding folder on file - active, completed and
      * cancelled - gathered before any checking starts.
       01 WS-FOLDER-TABLE.
           05 WS-FOLDER-COUNT  PIC 9(4) VALUE 0.
           05 WS-FOLDER-ENTRY OCCURS 600 TIMES.
               10 FT-DIR       PIC X(50).
               10 FT-PATH      PIC X(80).
               10 FT-ACCT      PIC X(4).
               10 FT-WHERE     PIC X(10).
       01 WS-FX                PIC 9(4).

      * Shop masters and the keys collected from every folder for
      * the shared-file checks.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-COUNT  PIC 9(4) VALUE 0.
           05 WS-VENDOR-KEY    PIC X(30) OCCURS 1000 TIMES.
       01 WS-VENDOR-LOADED     PIC X.
       01 WS-STAFF-TABLE.
           05 WS-STAFF-COUNT   PIC 9(4) VALUE 0.
           05 WS-STAFF-KEY     PIC X(5) OCCURS 500 TIMES.
       01 WS-STAFF-LOADED      PIC X.
       01 WS-OR-TABLE.
           05 WS-OR-COUNT      PIC 9(5) VALUE 0.
           05 WS-OR-ENTRY OCCURS 5000 TIMES.
               10 OT-NUMBER    PIC X(6).
               10 OT-ACCT      PIC X(4).
       01 WS-BKEY-TABLE.
           05 WS-BKEY-COUNT    PIC 9(5) VALUE 0.
           05 WS-BKEY-ENTRY OCCURS 3000 TIMES.
               10 BT-ACCT      PIC X(4).
               10 BT-ID        PIC 9(4).

      * Keys of the folder being checked.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-COUNT   PIC 9(4) VALUE 0.
           05 WS-EVENT-KEY     PIC 9(5) OCCURS 500 TIMES.
       01 WS-GUEST-TABLE.
           05 WS-GUEST-COUNT   PIC 9(4) VALUE 0.
           05 WS-GUEST-KEY     PIC X(30) OCCURS 1500 TIMES.
       01 WS-TASKID-TABLE.
           05 WS-TASKID-COUNT  PIC 9(4) VALUE 0.
           05 WS-TASKID-KEY    PIC 9(5) OCCURS 1000 TIMES.
       01 WS-KX                PIC 9(5).
       01 WS-KEY-FOUND         PIC X.
       01 WS-FIND-NUM          PIC 9(5).
       01 WS-FIND-NAME         PIC X(30).
       01 WS-FIND-ACCT         PIC X(4).

      * One tasks.txt row broken into its fields. Older rows stop
      * before the predecessor and event columns, which then read
      * as no link.
       01 WS-TASK-FIELDS.
           05 TK-ID            PIC X(5).
           05 TK-NAME          PIC X(15).
           05 TK-DESC          PIC X(20).
           05 TK-YEAR          PIC X(4).
           05 TK-MON           PIC X(2).
           05 TK-DAY           PIC X(2).
           05 TK-HOUR          PIC X(2).
           05 TK-MIN           PIC X(2).
           05 TK-STATUS        PIC X(1).
           05 TK-PRIORITY      PIC X(1).
           05 TK-ASSIGNED      PIC X(15).
           05 TK-OPERATOR      PIC X(8).
           05 TK-PRED-ID       PIC 9(5).
           05 TK-EVENT-ID      PIC 9(5).
       01 WS-TASK-ROW-NO       PIC 9(4).
       01 WS-CSV               PIC X(200).
       01 WS-CSV-POS           PIC 9(3).
       01 WS-COMMA-COUNT       PIC 9(2).
       01 WS-KEEP-LEN          PIC 9(3).

       01 WS-REG-OR            PIC X(6).
       01 WS-REG-DATE          PIC X(10).
       01 WS-REG-ACCT          PIC X(4).
       01 WS-REG-AMOUNT        PIC X(15).
       01 WS-REG-DESC          PIC X(60).

      * One orphan as it goes on the report. A "*" in the last
      * column marks a dead link a supervisor can clear here.
       01 WS-ORPHAN-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OL-FILE          PIC X(18).
           05 OL-KEY           PIC X(28).
           05 OL-PROBLEM       PIC X(28).
           05 OL-FIXABLE       PIC X(2).
       01 WS-HEADER-TEXT       PIC X(80).
       01 WS-HEADER-SHOWN      PIC X.
       01 WS-ORPHAN-COUNT      PIC 9(5).
       01 WS-FLAGGED-COUNT     PIC 9(4).
       01 WS-NUM-TEXT          PIC 9(5).
       01 WS-BK-TEXT           PIC 9(4).

      * Dead links that are safe to clear: a task's event or
      * predecessor link (reset to 00000) and an entourage member's
      * guest link (blanked; the member stays on the roster).
       01 WS-REPAIR-TABLE.
           05 WS-REPAIR-COUNT  PIC 9(4) VALUE 0.
           05 WS-REPAIR-ENTRY OCCURS 300 TIMES.
               10 RP-FX        PIC 9(4).
               10 RP-TYPE      PIC X(1).
               10 RP-TASK-ID   PIC 9(5).
               10 RP-DEAD-ID   PIC 9(5).
               10 RP-ROLE      PIC X(20).
               10 RP-PERSON    PIC X(30).
               10 RP-LINK      PIC X(30).
       01 WS-RX                PIC 9(4).
       01 WS-NOTE-TYPE         PIC X(1).
       01 WS-REPAIRED-COUNT    PIC 9(4).
       01 WS-REPAIR-HIT        PIC X.
       01 WS-STOP-REVIEW       PIC X.
       01 WS-SWAP-PATH         PIC X(150).
       01 WS-SWAP-TEMP-PATH    PIC X(150).
       01 WS-SWAP-NAME         PIC X(20).
       01 WS-SWAP-BAK-NAME     PIC X(20).
       01 WS-AUDIT-ACTION      PIC X(20).
       01 WS-AUDIT-BEFORE      PIC X(200).
       01 WS-AUDIT-AFTER       PIC X(200).
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
       01 LS-OPERATOR-ROLE     PIC X(1).
      * B = unattended run from the end-of-day stream: report to
      * Reports, no prompts and no repairs. RETURN-CODE 0 = no
      * orphans, 4 = orphans listed, 8 = no report file.
       01 LS-RUN-MODE          PIC X(1).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-ROLE
           LS-RUN-MODE.
       MAIN-PARA.
           MOVE 0 TO WS-FOLDER-COUNT WS-VENDOR-COUNT WS-STAFF-COUNT
               WS-OR-COUNT WS-BKEY-COUNT WS-REPAIR-COUNT
               WS-ORPHAN-COUNT WS-FLAGGED-COUNT WS-REPAIRED-COUNT

           MOVE "xref-orphans.txt" TO WS-RPT-NAME
           MOVE "ORPHAN REFERENCE REPORT" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE

           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "   BROKEN LINKS BETWEEN FILES - ALL WEDDING FOLDERS"
               TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE

           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-STAFF-MASTER

           MOVE "Archives" TO WS-LIST-BASE
           MOVE "ACTIVE" TO WS-LIST-WHERE
           PERFORM LIST-FOLDERS
           MOVE "Archives\Completed" TO WS-LIST-BASE
           MOVE "COMPLETED" TO WS-LIST-WHERE
           PERFORM LIST-FOLDERS
           MOVE "Archives\Cancelled" TO WS-LIST-BASE
           MOVE "CANCELLED" TO WS-LIST-WHERE
           PERFORM LIST-FOLDERS

           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FOLDER-COUNT
               PERFORM CHECK-ONE-FOLDER
           END-PERFORM

           MOVE "Shared masters (shop files)" TO WS-HEADER-TEXT
           MOVE 'N' TO WS-HEADER-SHOWN
           PERFORM CHECK-RECEIPT-REGISTER
           PERFORM CHECK-COMMISSIONS
           PERFORM CHECK-VENDOR-DOCS

           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-ORPHAN-COUNT = 0
               MOVE "No broken links found." TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-VENDOR-LOADED NOT = 'Y'
               MOVE "vendors.txt not found - vendor names not checked."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-STAFF-LOADED NOT = 'Y'
               MOVE "staff.txt not found - staff IDs not checked."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "Folders checked: " WS-FOLDER-COUNT
               "   With orphans: " WS-FLAGGED-COUNT
               "   Orphans: " WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-REPAIR-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "* = dead link that can be cleared safely ("
                   WS-REPAIR-COUNT " found)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE

           IF LS-RUN-MODE = "B"
               IF WS-RPT-STATUS NOT = "00"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-ORPHAN-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
               EXIT PROGRAM
           END-IF

           IF WS-REPAIR-COUNT > 0
               PERFORM OFFER-REPAIRS
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE
           EXIT PROGRAM.

       LIST-FOLDERS.
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           MOVE RG-FOLDER TO WS-DIR-LINE
                           IF RG-BASE = WS-LIST-BASE
                               AND WS-FOLDER-COUNT < 600
                               PERFORM ADD-FOLDER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       ADD-FOLDER-ENTRY.
           MOVE SPACES TO WS-FOLDER-YEAR WS-FOLDER-ACCT WS-FOLDER-NAME
           UNSTRING WS-DIR-LINE DELIMITED BY "-"
               INTO WS-FOLDER-YEAR WS-FOLDER-ACCT WS-FOLDER-NAME
           ADD 1 TO WS-FOLDER-COUNT
           MOVE WS-DIR-LINE TO FT-DIR(WS-FOLDER-COUNT)
           MOVE WS-FOLDER-ACCT TO FT-ACCT(WS-FOLDER-COUNT)
           MOVE WS-LIST-WHERE TO FT-WHERE(WS-FOLDER-COUNT)
           MOVE SPACES TO FT-PATH(WS-FOLDER-COUNT)
           STRING FUNCTION TRIM(WS-LIST-BASE) "\"
               FUNCTION TRIM(WS-DIR-LINE)
               DELIMITED BY SIZE INTO FT-PATH(WS-FOLDER-COUNT).

       LOAD-VENDOR-MASTER.
           MOVE 'N' TO WS-VENDOR-LOADED
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VENDOR-LOADED
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VEND-NAME NOT = SPACES
                           AND WS-VENDOR-COUNT < 1000
                           ADD 1 TO WS-VENDOR-COUNT
                           MOVE VEND-NAME
                               TO WS-VENDOR-KEY(WS-VENDOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

       LOAD-STAFF-MASTER.
           MOVE 'N' TO WS-STAFF-LOADED
           OPEN INPUT STAFF-FILE
           IF WS-STAFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STAFF-LOADED
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAFF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STAFF-ID NOT = SPACES
                           AND WS-STAFF-COUNT < 500
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE STAFF-ID
                               TO WS-STAFF-KEY(WS-STAFF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAFF-FILE.

       BUILD-FOLDER-PATHS.
           MOVE SPACES TO WS-EVENT-PATH WS-GUEST-PATH WS-TASK-PATH
               WS-TASK-TEMP-PATH WS-TRAVEL-PATH WS-ENT-PATH
               WS-ENT-TEMP-PATH WS-ALLOC-PATH WS-ACTUALS-PATH
               WS-BOOKING-PATH WS-ASSIGN-PATH WS-BILLING-PATH
               WS-AUDIT-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\events.txt"
               DELIMITED BY SIZE INTO WS-EVENT-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\guests.txt"
               DELIMITED BY SIZE INTO WS-GUEST-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\tasks.txt"
               DELIMITED BY SIZE INTO WS-TASK-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\tasks.tmp"
               DELIMITED BY SIZE INTO WS-TASK-TEMP-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\travel.txt"
               DELIMITED BY SIZE INTO WS-TRAVEL-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\entourage.txt"
               DELIMITED BY SIZE INTO WS-ENT-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\entourage.tmp"
               DELIMITED BY SIZE INTO WS-ENT-TEMP-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\allocations.txt"
               DELIMITED BY SIZE INTO WS-ALLOC-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\event-actuals.txt"
               DELIMITED BY SIZE INTO WS-ACTUALS-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\bookings.txt"
               DELIMITED BY SIZE INTO WS-BOOKING-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\staff-assign.txt"
               DELIMITED BY SIZE INTO WS-ASSIGN-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\billing.txt"
               DELIMITED BY SIZE INTO WS-BILLING-PATH
           STRING FUNCTION TRIM(FT-PATH(WS-FX)) "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-AUDIT-PATH.

      * The keys each folder's files point at are loaded first,
      * then every file that refers to them is read against them.
       CHECK-ONE-FOLDER.
           PERFORM BUILD-FOLDER-PATHS
           MOVE SPACES TO WS-HEADER-TEXT
           STRING "Acct " FT-ACCT(WS-FX) "  "
               FUNCTION TRIM(FT-DIR(WS-FX)) "  ("
               FUNCTION TRIM(FT-WHERE(WS-FX)) ")"
               DELIMITED BY SIZE INTO WS-HEADER-TEXT
           MOVE 'N' TO WS-HEADER-SHOWN
           PERFORM LOAD-FOLDER-EVENTS
           PERFORM LOAD-FOLDER-GUESTS
           PERFORM LOAD-FOLDER-TASK-IDS
           PERFORM CHECK-FOLDER-TASKS
           PERFORM CHECK-FOLDER-TRAVEL
           PERFORM CHECK-FOLDER-ENTOURAGE
           PERFORM CHECK-FOLDER-ALLOCATIONS
           PERFORM CHECK-FOLDER-ACTUALS
           PERFORM CHECK-FOLDER-BOOKINGS
           PERFORM CHECK-FOLDER-STAFF
           PERFORM COLLECT-FOLDER-RECEIPTS.

       LOAD-FOLDER-EVENTS.
           MOVE 0 TO WS-EVENT-COUNT
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EVENT-ID NUMERIC
                           AND WS-EVENT-COUNT < 500
                           ADD 1 TO WS-EVENT-COUNT
                           MOVE EVENT-ID
                               TO WS-EVENT-KEY(WS-EVENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE.

       LOAD-FOLDER-GUESTS.
           MOVE 0 TO WS-GUEST-COUNT
           OPEN INPUT GUEST-FILE
           IF WS-GUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GUEST-NAME NOT = SPACES
                           AND WS-GUEST-COUNT < 1500
                           ADD 1 TO WS-GUEST-COUNT
                           MOVE GUEST-NAME
                               TO WS-GUEST-KEY(WS-GUEST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-FILE.

       LOAD-FOLDER-TASK-IDS.
           MOVE 0 TO WS-TASKID-COUNT
           OPEN INPUT TASK-FILE
           IF WS-TASK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TASK-ROW-NO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TASK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TASK-ROW-NO
                       IF WS-TASK-ROW-NO > 3
                           PERFORM PARSE-TASK-ROW
                           IF TK-ID NUMERIC
                               AND WS-TASKID-COUNT < 1000
                               ADD 1 TO WS-TASKID-COUNT
                               MOVE TK-ID
                                   TO WS-TASKID-KEY(WS-TASKID-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASK-FILE.

       PARSE-TASK-ROW.
           MOVE SPACES TO WS-TASK-FIELDS
           MOVE 0 TO TK-PRED-ID TK-EVENT-ID
           MOVE TASK-LINE TO WS-CSV
           UNSTRING WS-CSV DELIMITED BY ","
               INTO TK-ID TK-NAME TK-DESC TK-YEAR TK-MON TK-DAY
                    TK-HOUR TK-MIN TK-STATUS TK-PRIORITY
                    TK-ASSIGNED TK-OPERATOR TK-PRED-ID TK-EVENT-ID.

       CHECK-FOLDER-TASKS.
           OPEN INPUT TASK-FILE
           IF WS-TASK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TASK-ROW-NO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TASK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TASK-ROW-NO
                       IF WS-TASK-ROW-NO > 3
                           PERFORM PARSE-TASK-ROW
                           IF TK-ID NUMERIC
                               PERFORM CHECK-ONE-TASK-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASK-FILE.

       CHECK-ONE-TASK-ROW.
           IF TK-EVENT-ID NUMERIC AND TK-EVENT-ID > 0
               MOVE TK-EVENT-ID TO WS-FIND-NUM
               PERFORM FIND-EVENT-KEY
               IF WS-KEY-FOUND = 'N'
                   MOVE "tasks.txt" TO OL-FILE
                   MOVE SPACES TO OL-KEY
                   STRING "task " TK-ID " event " TK-EVENT-ID
                       DELIMITED BY SIZE INTO OL-KEY
                   MOVE "event not on events.txt" TO OL-PROBLEM
                   MOVE "E" TO WS-NOTE-TYPE
                   MOVE TK-EVENT-ID TO WS-FIND-NUM
                   PERFORM NOTE-TASK-REPAIR
               END-IF
           END-IF
           IF TK-PRED-ID NUMERIC AND TK-PRED-ID > 0
               MOVE TK-PRED-ID TO WS-FIND-NUM
               PERFORM FIND-TASKID-KEY
               IF WS-KEY-FOUND = 'N'
                   MOVE "tasks.txt" TO OL-FILE
                   MOVE SPACES TO OL-KEY
                   STRING "task " TK-ID " after " TK-PRED-ID
                       DELIMITED BY SIZE INTO OL-KEY
                   MOVE "predecessor task missing" TO OL-PROBLEM
                   MOVE "P" TO WS-NOTE-TYPE
                   MOVE TK-PRED-ID TO WS-FIND-NUM
                   PERFORM NOTE-TASK-REPAIR
               END-IF
           END-IF.

       NOTE-TASK-REPAIR.
           IF WS-REPAIR-COUNT < 300
               ADD 1 TO WS-REPAIR-COUNT
               MOVE WS-FX TO RP-FX(WS-REPAIR-COUNT)
               MOVE WS-NOTE-TYPE TO RP-TYPE(WS-REPAIR-COUNT)
               MOVE TK-ID TO RP-TASK-ID(WS-REPAIR-COUNT)
               MOVE WS-FIND-NUM TO RP-DEAD-ID(WS-REPAIR-COUNT)
               MOVE " *" TO OL-FIXABLE
           ELSE
               MOVE SPACES TO OL-FIXABLE
           END-IF
           PERFORM LIST-ORPHAN.

       CHECK-FOLDER-TRAVEL.
           OPEN INPUT TRAVEL-FILE
           IF WS-TRAVEL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRAVEL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRV-GUEST NOT = SPACES
                           MOVE TRV-GUEST TO WS-FIND-NAME
                           PERFORM FIND-GUEST-KEY
                           IF WS-KEY-FOUND = 'N'
                               MOVE "travel.txt" TO OL-FILE
                               MOVE TRV-GUEST TO OL-KEY
                               MOVE "guest not on guest list"
                                   TO OL-PROBLEM
                               MOVE SPACES TO OL-FIXABLE
                               PERFORM LIST-ORPHAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAVEL-FILE.

       CHECK-FOLDER-ENTOURAGE.
           OPEN INPUT ENT-FILE
           IF WS-ENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ENT-GUEST-LINK NOT = SPACES
                           MOVE ENT-GUEST-LINK TO WS-FIND-NAME
                           PERFORM FIND-GUEST-KEY
                           IF WS-KEY-FOUND = 'N'
                               PERFORM NOTE-ENTOURAGE-ORPHAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENT-FILE.

       NOTE-ENTOURAGE-ORPHAN.
           MOVE "entourage.txt" TO OL-FILE
           MOVE ENT-GUEST-LINK TO OL-KEY
           MOVE "linked guest not on list" TO OL-PROBLEM
           MOVE SPACES TO OL-FIXABLE
           IF WS-REPAIR-COUNT < 300
               ADD 1 TO WS-REPAIR-COUNT
               MOVE WS-FX TO RP-FX(WS-REPAIR-COUNT)
               MOVE "G" TO RP-TYPE(WS-REPAIR-COUNT)
               MOVE ENT-ROLE TO RP-ROLE(WS-REPAIR-COUNT)
               MOVE ENT-PERSON TO RP-PERSON(WS-REPAIR-COUNT)
               MOVE ENT-GUEST-LINK TO RP-LINK(WS-REPAIR-COUNT)
               MOVE " *" TO OL-FIXABLE
           END-IF
           PERFORM LIST-ORPHAN.

       CHECK-FOLDER-ALLOCATIONS.
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLOC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ALLOC-EVENT-ID NUMERIC
                           AND ALLOC-EVENT-ID > 0
                           MOVE ALLOC-EVENT-ID TO WS-FIND-NUM
                           PERFORM FIND-EVENT-KEY
                           IF WS-KEY-FOUND = 'N'
                               MOVE "allocations.txt" TO OL-FILE
                               MOVE SPACES TO OL-KEY
                               STRING "event " ALLOC-EVENT-ID " "
                                   ALLOC-ITEM
                                   DELIMITED BY SIZE INTO OL-KEY
                               MOVE "event not on events.txt"
                                   TO OL-PROBLEM
                               MOVE SPACES TO OL-FIXABLE
                               PERFORM LIST-ORPHAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLOC-FILE.

       CHECK-FOLDER-ACTUALS.
           OPEN INPUT ACTUALS-FILE
           IF WS-ACTUALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACTUALS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EA-EVENT-ID NUMERIC
                           MOVE EA-EVENT-ID TO WS-FIND-NUM
                           PERFORM FIND-EVENT-KEY
                           IF WS-KEY-FOUND = 'N'
                               MOVE "event-actuals.txt" TO OL-FILE
                               MOVE SPACES TO OL-KEY
                               STRING "event " EA-EVENT-ID
                                   DELIMITED BY SIZE INTO OL-KEY
                               MOVE "event not on events.txt"
                                   TO OL-PROBLEM
                               MOVE SPACES TO OL-FIXABLE
                               PERFORM LIST-ORPHAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACTUALS-FILE.

      * Booking keys are kept for the commission check at the end.
       CHECK-FOLDER-BOOKINGS.
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
                       PERFORM CHECK-ONE-BOOKING
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

       CHECK-ONE-BOOKING.
           IF BK-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-BKEY-COUNT < 3000
               ADD 1 TO WS-BKEY-COUNT
               MOVE FT-ACCT(WS-FX) TO BT-ACCT(WS-BKEY-COUNT)
               MOVE BK-ID TO BT-ID(WS-BKEY-COUNT)
           END-IF
           IF WS-VENDOR-LOADED NOT = 'Y' OR BK-VENDOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BK-VENDOR TO WS-FIND-NAME
           PERFORM FIND-VENDOR-KEY
           IF WS-KEY-FOUND = 'N'
               MOVE "bookings.txt" TO OL-FILE
               MOVE SPACES TO OL-KEY
               STRING "bk " BK-ID " " BK-VENDOR
                   DELIMITED BY SIZE INTO OL-KEY
               MOVE "vendor not on vendors.txt" TO OL-PROBLEM
               MOVE SPACES TO OL-FIXABLE
               PERFORM LIST-ORPHAN
           END-IF.

       CHECK-FOLDER-STAFF.
           IF WS-STAFF-LOADED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SA-STAFF-ID NOT = SPACES
                           PERFORM CHECK-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE.

       CHECK-ONE-ASSIGNMENT.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-STAFF-COUNT OR WS-KEY-FOUND = 'Y'
               IF WS-STAFF-KEY(WS-KX) = SA-STAFF-ID
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND = 'N'
               MOVE "staff-assign.txt" TO OL-FILE
               MOVE SPACES TO OL-KEY
               STRING "staff " SA-STAFF-ID " " SA-DATE
                   DELIMITED BY SIZE INTO OL-KEY
               MOVE "staff ID not on staff.txt" TO OL-PROBLEM
               MOVE SPACES TO OL-FIXABLE
               PERFORM LIST-ORPHAN
           END-IF.

      * Official receipt numbers posted to this folder's billing,
      * matched later against the shop receipts register.
       COLLECT-FOLDER-RECEIPTS.
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BILL-REF(1:3) = "OR "
                           AND WS-OR-COUNT < 5000
                           ADD 1 TO WS-OR-COUNT
                           MOVE BILL-REF(4:6)
                               TO OT-NUMBER(WS-OR-COUNT)
                           MOVE FT-ACCT(WS-FX)
                               TO OT-ACCT(WS-OR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

       CHECK-RECEIPT-REGISTER.
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
                       MOVE SPACES TO WS-REG-OR WS-REG-DATE
                           WS-REG-ACCT WS-REG-AMOUNT WS-REG-DESC
                       UNSTRING REGISTER-RECORD DELIMITED BY ","
                           INTO WS-REG-OR WS-REG-DATE WS-REG-ACCT
                                WS-REG-AMOUNT WS-REG-DESC
                       IF WS-REG-OR NUMERIC
                           PERFORM CHECK-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       CHECK-ONE-RECEIPT.
           MOVE "receipts-register" TO OL-FILE
           MOVE SPACES TO OL-KEY OL-FIXABLE
           STRING "OR " WS-REG-OR " acct " WS-REG-ACCT
               DELIMITED BY SIZE INTO OL-KEY
           MOVE WS-REG-ACCT TO WS-FIND-ACCT
           PERFORM FIND-FOLDER-ACCT
           IF WS-KEY-FOUND = 'N'
               MOVE "no wedding folder for acct" TO OL-PROBLEM
               PERFORM LIST-ORPHAN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-OR-COUNT OR WS-KEY-FOUND = 'Y'
               IF OT-NUMBER(WS-KX) = WS-REG-OR
                   AND OT-ACCT(WS-KX) = WS-REG-ACCT
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND = 'N'
               MOVE "no billing record for the OR" TO OL-PROBLEM
               PERFORM LIST-ORPHAN
           END-IF.

       CHECK-COMMISSIONS.
           OPEN INPUT COMM-FILE
           IF WS-COMM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CM-VENDOR NOT = SPACES
                           PERFORM CHECK-ONE-COMMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMM-FILE.

       CHECK-ONE-COMMISSION.
           MOVE "commissions.txt" TO OL-FILE
           MOVE SPACES TO OL-FIXABLE
           IF WS-VENDOR-LOADED = 'Y'
               MOVE CM-VENDOR TO WS-FIND-NAME
               PERFORM FIND-VENDOR-KEY
               IF WS-KEY-FOUND = 'N'
                   MOVE CM-VENDOR TO OL-KEY
                   MOVE "vendor not on vendors.txt" TO OL-PROBLEM
                   PERFORM LIST-ORPHAN
               END-IF
           END-IF
           MOVE SPACES TO OL-KEY
           MOVE CM-BOOKING-ID TO WS-BK-TEXT
           STRING "acct " CM-ACCT " bk " WS-BK-TEXT
               DELIMITED BY SIZE INTO OL-KEY
           MOVE CM-ACCT TO WS-FIND-ACCT
           PERFORM FIND-FOLDER-ACCT
           IF WS-KEY-FOUND = 'N'
               MOVE "no wedding folder for acct" TO OL-PROBLEM
               PERFORM LIST-ORPHAN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-BKEY-COUNT OR WS-KEY-FOUND = 'Y'
               IF BT-ACCT(WS-KX) = CM-ACCT
                   AND BT-ID(WS-KX) = CM-BOOKING-ID
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND = 'N'
               MOVE "booking not on bookings.txt" TO OL-PROBLEM
               PERFORM LIST-ORPHAN
           END-IF.

       CHECK-VENDOR-DOCS.
           IF WS-VENDOR-LOADED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DOC-FILE
           IF WS-DOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DOC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VD-VENDOR NOT = SPACES
                           MOVE VD-VENDOR TO WS-FIND-NAME
                           PERFORM FIND-VENDOR-KEY
                           IF WS-KEY-FOUND = 'N'
                               MOVE "vendor-docs.txt" TO OL-FILE
                               MOVE VD-VENDOR TO OL-KEY
                               MOVE "vendor not on vendors.txt"
                                   TO OL-PROBLEM
                               MOVE SPACES TO OL-FIXABLE
                               PERFORM LIST-ORPHAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOC-FILE.

       FIND-EVENT-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-EVENT-COUNT OR WS-KEY-FOUND = 'Y'
               IF WS-EVENT-KEY(WS-KX) = WS-FIND-NUM
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM.

       FIND-TASKID-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-TASKID-COUNT OR WS-KEY-FOUND = 'Y'
               IF WS-TASKID-KEY(WS-KX) = WS-FIND-NUM
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM.

       FIND-GUEST-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-GUEST-COUNT OR WS-KEY-FOUND = 'Y'
               IF WS-GUEST-KEY(WS-KX) = WS-FIND-NAME
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM.

       FIND-VENDOR-KEY.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-VENDOR-COUNT OR WS-KEY-FOUND = 'Y'
               IF WS-VENDOR-KEY(WS-KX) = WS-FIND-NAME
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM.

       FIND-FOLDER-ACCT.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-FOLDER-COUNT OR WS-KEY-FOUND = 'Y'
               IF FT-ACCT(WS-KX) = WS-FIND-ACCT
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM.

       LIST-ORPHAN.
           IF WS-HEADER-SHOWN NOT = 'Y'
               MOVE 'Y' TO WS-HEADER-SHOWN
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-HEADER-TEXT TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE WS-ORPHAN-LINE TO WS-RPT-LINE
           PERFORM EMIT-LINE.

      * Each safe dead link is shown and cleared only on a yes from
      * a supervisor; every one cleared is logged in that wedding's
      * audit trail.
       OFFER-REPAIRS.
           DISPLAY " "
           DISPLAY WS-REPAIR-COUNT " dead link(s) can be cleared "
               "safely (marked *)."
           IF LS-OPERATOR-ROLE NOT = 'S'
               AND LS-OPERATOR-ROLE NOT = 'A'
               DISPLAY "Clearing them needs a supervisor or admin "
                   "sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Review them one at a time now? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STOP-REVIEW
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REPAIR-COUNT
                   OR WS-STOP-REVIEW = 'Y'
               PERFORM REVIEW-ONE-REPAIR
           END-PERFORM
           DISPLAY "Links cleared: " WS-REPAIRED-COUNT.

       REVIEW-ONE-REPAIR.
           MOVE RP-FX(WS-RX) TO WS-FX
           PERFORM BUILD-FOLDER-PATHS
           DISPLAY " "
           DISPLAY "Acct " FT-ACCT(WS-FX) "  "
               FUNCTION TRIM(FT-DIR(WS-FX))
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER
           EVALUATE RP-TYPE(WS-RX)
               WHEN "E"
                   STRING "tasks.txt task " RP-TASK-ID(WS-RX)
                       " event link " RP-DEAD-ID(WS-RX)
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   STRING "tasks.txt task " RP-TASK-ID(WS-RX)
                       " event link 00000"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   DISPLAY "  Task " RP-TASK-ID(WS-RX)
                       " is linked to event " RP-DEAD-ID(WS-RX)
                       ", which is no longer on the schedule."
               WHEN "P"
                   STRING "tasks.txt task " RP-TASK-ID(WS-RX)
                       " predecessor " RP-DEAD-ID(WS-RX)
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   STRING "tasks.txt task " RP-TASK-ID(WS-RX)
                       " predecessor 00000"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   DISPLAY "  Task " RP-TASK-ID(WS-RX)
                       " waits on task " RP-DEAD-ID(WS-RX)
                       ", which is no longer on the task list."
               WHEN "G"
                   STRING "entourage.txt "
                       FUNCTION TRIM(RP-ROLE(WS-RX)) " "
                       FUNCTION TRIM(RP-PERSON(WS-RX))
                       " guest link " FUNCTION TRIM(RP-LINK(WS-RX))
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   STRING "entourage.txt "
                       FUNCTION TRIM(RP-ROLE(WS-RX)) " "
                       FUNCTION TRIM(RP-PERSON(WS-RX))
                       " guest link (none)"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   DISPLAY "  " FUNCTION TRIM(RP-ROLE(WS-RX)) " "
                       FUNCTION TRIM(RP-PERSON(WS-RX))
                       " is linked to guest "
                       FUNCTION TRIM(RP-LINK(WS-RX))
                   DISPLAY "  who is no longer on the guest list."
           END-EVALUATE
           DISPLAY "  Clear this link? (Y = clear, N = leave, "
               "Q = stop reviewing): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM = 'Q'
               MOVE 'Y' TO WS-STOP-REVIEW
               EXIT PARAGRAPH
           END-IF
           IF WS-CONFIRM NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REPAIR-HIT
           IF RP-TYPE(WS-RX) = "G"
               PERFORM CLEAR-ENTOURAGE-LINK
           ELSE
               PERFORM CLEAR-TASK-LINK
           END-IF
           IF WS-REPAIR-HIT = 'Y'
               ADD 1 TO WS-REPAIRED-COUNT
               MOVE "DEAD LINK CLEARED" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "  Cleared."
           ELSE
               DISPLAY "  The link has changed since the check; "
                   "nothing cleared."
           END-IF.

      * Only the predecessor and event columns are rewritten; the
      * rest of the row is copied as it stands.
       CLEAR-TASK-LINK.
           OPEN INPUT TASK-FILE
           IF WS-TASK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TASK-TEMP
           MOVE 0 TO WS-TASK-ROW-NO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TASK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TASK-ROW-NO
                       MOVE TASK-LINE TO TASK-TEMP-LINE
                       IF WS-TASK-ROW-NO > 3
                           PERFORM PARSE-TASK-ROW
                           IF TK-ID NUMERIC
                               AND TK-ID = RP-TASK-ID(WS-RX)
                               PERFORM CLEAR-LINK-IN-ROW
                           END-IF
                       END-IF
                       WRITE TASK-TEMP-LINE
               END-READ
           END-PERFORM
           CLOSE TASK-FILE
           CLOSE TASK-TEMP
           IF WS-REPAIR-HIT NOT = 'Y'
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(WS-TASK-TEMP-PATH)
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TASK-PATH TO WS-SWAP-PATH
           MOVE WS-TASK-TEMP-PATH TO WS-SWAP-TEMP-PATH
           MOVE "tasks.txt" TO WS-SWAP-NAME
           MOVE "tasks.bak" TO WS-SWAP-BAK-NAME
           PERFORM SWAP-FOLDER-FILE.

       CLEAR-LINK-IN-ROW.
           IF RP-TYPE(WS-RX) = "E"
               IF TK-EVENT-ID NOT = RP-DEAD-ID(WS-RX)
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO TK-EVENT-ID
           ELSE
               IF TK-PRED-ID NOT = RP-DEAD-ID(WS-RX)
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO TK-PRED-ID
           END-IF
           MOVE 0 TO WS-COMMA-COUNT WS-KEEP-LEN
           PERFORM VARYING WS-CSV-POS FROM 1 BY 1
                   UNTIL WS-CSV-POS > 200 OR WS-KEEP-LEN > 0
               IF WS-CSV(WS-CSV-POS:1) = ","
                   ADD 1 TO WS-COMMA-COUNT
                   IF WS-COMMA-COUNT = 12
                       MOVE WS-CSV-POS TO WS-KEEP-LEN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KEEP-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TASK-TEMP-LINE
           STRING WS-CSV(1:WS-KEEP-LEN) TK-PRED-ID "," TK-EVENT-ID
               DELIMITED BY SIZE INTO TASK-TEMP-LINE
           MOVE 'Y' TO WS-REPAIR-HIT.

       CLEAR-ENTOURAGE-LINK.
           OPEN INPUT ENT-FILE
           IF WS-ENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ENT-TEMP
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ENT-ROLE = RP-ROLE(WS-RX)
                           AND ENT-PERSON = RP-PERSON(WS-RX)
                           AND ENT-GUEST-LINK = RP-LINK(WS-RX)
                           MOVE SPACES TO ENT-GUEST-LINK
                           MOVE 'Y' TO WS-REPAIR-HIT
                       END-IF
                       MOVE ENT-RECORD TO ENT-TEMP-RECORD
                       WRITE ENT-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE ENT-FILE
           CLOSE ENT-TEMP
           IF WS-REPAIR-HIT NOT = 'Y'
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(WS-ENT-TEMP-PATH)
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENT-PATH TO WS-SWAP-PATH
           MOVE WS-ENT-TEMP-PATH TO WS-SWAP-TEMP-PATH
           MOVE "entourage.txt" TO WS-SWAP-NAME
           MOVE "entourage.bak" TO WS-SWAP-BAK-NAME
           PERFORM SWAP-FOLDER-FILE.

       SWAP-FOLDER-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-SWAP-PATH) " "
               FUNCTION TRIM(WS-SWAP-BAK-NAME)
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-SWAP-TEMP-PATH) " "
               FUNCTION TRIM(WS-SWAP-NAME)
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(FT-PATH(WS-FX)) "\"
                   FUNCTION TRIM(WS-SWAP-BAK-NAME)
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
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
           MOVE 'N' TO WS-RPT-ENABLED
           IF LS-RUN-MODE = "B"
               MOVE 'Y' TO WS-RPT-CONFIRM
           ELSE
               DISPLAY "Write this report to a file as well? (Y/N): "
               ACCEPT WS-RPT-CONFIRM
           END-IF
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
           IF LS-RUN-MODE NOT = "B"
               DISPLAY WS-RPT-LINE
           END-IF
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
               IF LS-RUN-MODE NOT = "B"
                   DISPLAY "Report written to "
                       FUNCTION TRIM(WS-RPT-PATH)
               END-IF
               MOVE "L" TO WS-CR-MODE
               MOVE "XREF-CHECK" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       END PROGRAM XREF-CHECK.
