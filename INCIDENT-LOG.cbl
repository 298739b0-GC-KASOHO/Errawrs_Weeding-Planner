       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INC-FILE ASSIGN TO WS-INC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT INC-TEMP ASSIGN TO WS-INC-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-INC-FILE ASSIGN TO WS-SORTED-INC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-INC-STATUS.
           SELECT INC-SORT-FILE ASSIGN TO "incsort.tmp".
           SELECT VENDOR-FILE ASSIGN TO "vendors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Problems on the day.  Severity L = low, M = moderate,
      * S = serious (shown in the startup digest until closed).
      * Status O = open, C = closed.
       FD INC-FILE.
       01 INC-RECORD.
           05 INC-ID           PIC 9(4).
           05 INC-DATE         PIC X(10).
           05 INC-TIME         PIC X(5).
           05 INC-SEVERITY     PIC X(1).
           05 INC-CATEGORY     PIC X(15).
           05 INC-VENDOR       PIC X(30).
           05 INC-DESC         PIC X(60).
           05 INC-ACTION       PIC X(60).
           05 INC-RESOLVED-BY  PIC X(20).
           05 INC-STATUS       PIC X(1).
           05 INC-CLOSED-DATE  PIC X(10).
           05 INC-OPERATOR     PIC X(8).

       FD INC-TEMP.
       01 INC-TEMP-RECORD      PIC X(224).

       FD SORTED-INC-FILE.
       01 SORTED-INC-RECORD.
           05 SI-ID            PIC 9(4).
           05 SI-DATE          PIC X(10).
           05 SI-TIME          PIC X(5).
           05 SI-SEVERITY      PIC X(1).
           05 SI-CATEGORY      PIC X(15).
           05 SI-VENDOR        PIC X(30).
           05 SI-DESC          PIC X(60).
           05 SI-ACTION        PIC X(60).
           05 SI-RESOLVED-BY   PIC X(20).
           05 SI-STATUS        PIC X(1).
           05 SI-CLOSED-DATE   PIC X(10).
           05 SI-OPERATOR      PIC X(8).

       SD INC-SORT-FILE.
       01 INC-SORT-RECORD.
           05 IS-ID            PIC 9(4).
           05 IS-DATE          PIC X(10).
           05 IS-TIME          PIC X(5).
           05 FILLER           PIC X(205).

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VEND-NAME       PIC X(30).
           05 VEND-CATEGORY   PIC X(20).
           05 VEND-CONTACT    PIC X(20).
           05 VEND-PHONE      PIC X(15).
           05 VEND-EMAIL      PIC X(30).
           05 VEND-NOTES      PIC X(40).
           05 VEND-RATING     PIC 9.
           05 VEND-NO-REBOOK  PIC X(1).
           05 VEND-COMM-RATE  PIC 9(2)V99.

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INC-STATUS        PIC X(2).
       01 WS-SORTED-INC-STATUS PIC X(2).
       01 WS-VENDOR-STATUS     PIC X(2).
       01 WS-INC-PATH          PIC X(150).
       01 WS-INC-TEMP-PATH     PIC X(150).
       01 WS-SORTED-INC-PATH   PIC X(150).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-NEXT-ID           PIC 9(4).
       01 WS-PICK-ID           PIC 9(4).
       01 WS-FIELD-IN          PIC X(60).
       01 WS-CLOSE-CONFIRM     PIC X.
       01 WS-CAT-PICK          PIC 9.
       01 WS-VENDOR-COUNT      PIC 9(3).
       01 WS-VENDOR-IDX        PIC 9(3).
       01 WS-VENDOR-PICK       PIC 9(3).
       01 WS-NOW-STAMP         PIC X(12).
       01 WS-TODAY-TEXT        PIC X(10).
       01 WS-SEV-TEXT          PIC X(8).
       01 WS-STATUS-TEXT       PIC X(6).
       01 WS-INC-COUNT         PIC 9(4).
       01 WS-INC-SERIOUS       PIC 9(4).
       01 WS-INC-OPEN          PIC 9(4).
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

       PROCEDURE DIVISION USING LS-WEDDING-FOLDER LS-OPERATOR-ID.
       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

       BUILD-FILE-PATHS.
           MOVE SPACES TO WS-INC-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\incidents.txt"
               DELIMITED BY SIZE INTO WS-INC-PATH
           MOVE SPACES TO WS-INC-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\incidents.tmp"
               DELIMITED BY SIZE INTO WS-INC-TEMP-PATH
           MOVE SPACES TO WS-SORTED-INC-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\incidents_sorted.tmp"
               DELIMITED BY SIZE INTO WS-SORTED-INC-PATH.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           DISPLAY "          WEDDING-DAY INCIDENT LOG".
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. List Incidents".
           DISPLAY "2. Log an Incident".
           DISPLAY "3. Update / Close an Incident".
           DISPLAY "4. Incident Report (for the client file)".
           DISPLAY "5. Back to Wedding Plan Management".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM LIST-INCIDENTS
               WHEN 2 PERFORM LOG-INCIDENT
               WHEN 3 PERFORM UPDATE-INCIDENT
               WHEN 4 PERFORM INCIDENT-REPORT
               WHEN 5 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

       LIST-INCIDENTS.
           OPEN INPUT INC-FILE.
           IF WS-INC-STATUS = "35"
               DISPLAY "No incidents logged for this wedding."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM SET-INCIDENT-TEXTS
                           DISPLAY "#" INC-ID "  " INC-DATE " "
                               INC-TIME "  " WS-SEV-TEXT "  "
                               INC-CATEGORY "  " WS-STATUS-TEXT
                           IF INC-VENDOR NOT = SPACES
                               DISPLAY "     Vendor: " INC-VENDOR
                           END-IF
                           DISPLAY "     " INC-DESC
                           DISPLAY "------------------------"
                   END-READ
               END-PERFORM
               CLOSE INC-FILE
           END-IF.
           PERFORM PAUSE-SCREEN.

       SET-INCIDENT-TEXTS.
           EVALUATE INC-SEVERITY
               WHEN "S" MOVE "SERIOUS " TO WS-SEV-TEXT
               WHEN "M" MOVE "MODERATE" TO WS-SEV-TEXT
               WHEN OTHER MOVE "LOW     " TO WS-SEV-TEXT
           END-EVALUATE
           IF INC-STATUS = "C"
               MOVE "CLOSED" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN  " TO WS-STATUS-TEXT
           END-IF.

       FIND-NEXT-INCIDENT-ID.
           MOVE 1 TO WS-NEXT-ID
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF INC-ID >= WS-NEXT-ID
                               COMPUTE WS-NEXT-ID = INC-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INC-FILE
           END-IF.

      * Date and time default to now, since most entries are made
      * as the problem is being handled.
       LOG-INCIDENT.
           PERFORM FIND-NEXT-INCIDENT-ID.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP.
           MOVE SPACES TO WS-TODAY-TEXT.
           STRING WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2) "-"
               WS-NOW-STAMP(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT.
           MOVE SPACES TO INC-RECORD.
           MOVE WS-NEXT-ID TO INC-ID.
           DISPLAY "Date (YYYY-MM-DD, blank = " WS-TODAY-TEXT "): ".
           ACCEPT INC-DATE.
           IF INC-DATE = SPACES
               MOVE WS-TODAY-TEXT TO INC-DATE
           END-IF.
           DISPLAY "Time (HH:MM, blank = now): ".
           ACCEPT INC-TIME.
           IF INC-TIME = SPACES
               STRING WS-NOW-STAMP(9:2) ":" WS-NOW-STAMP(11:2)
                   DELIMITED BY SIZE INTO INC-TIME
           END-IF.
           PERFORM ASK-SEVERITY.
           PERFORM ASK-CATEGORY.
           PERFORM ASK-INCIDENT-VENDOR.
           DISPLAY "What happened: ".
           ACCEPT INC-DESC.
           DISPLAY "Action taken: ".
           ACCEPT INC-ACTION.
           DISPLAY "Resolved by (blank if still open): ".
           ACCEPT INC-RESOLVED-BY.
           MOVE "O" TO INC-STATUS.
           IF INC-RESOLVED-BY NOT = SPACES
               DISPLAY "Close this incident now? (Y/N): "
               ACCEPT WS-CLOSE-CONFIRM
               IF WS-CLOSE-CONFIRM = 'Y' OR WS-CLOSE-CONFIRM = 'y'
                   MOVE "C" TO INC-STATUS
                   MOVE WS-TODAY-TEXT TO INC-CLOSED-DATE
               END-IF
           END-IF.
           MOVE LS-OPERATOR-ID TO INC-OPERATOR.

           OPEN EXTEND INC-FILE.
           IF WS-INC-STATUS = "35"
               OPEN OUTPUT INC-FILE
           END-IF.
           WRITE INC-RECORD.
           CLOSE INC-FILE.
           DISPLAY "Incident #" WS-NEXT-ID " logged.".
           IF INC-SEVERITY = "S" AND INC-STATUS = "O"
               DISPLAY "Serious incidents stay on the startup alerts "
                   "until closed."
           END-IF.
           PERFORM PAUSE-SCREEN.

       ASK-SEVERITY.
           MOVE SPACE TO INC-SEVERITY.
           PERFORM UNTIL INC-SEVERITY = "L" OR INC-SEVERITY = "M"
               OR INC-SEVERITY = "S"
               DISPLAY "Severity (L = low, M = moderate, S = serious): "
               ACCEPT INC-SEVERITY
               MOVE FUNCTION UPPER-CASE(INC-SEVERITY) TO INC-SEVERITY
           END-PERFORM.

       ASK-CATEGORY.
           DISPLAY "Category: 1 Vendor  2 Equipment  3 Guest  "
               "4 Venue  5 Weather  6 Other".
           DISPLAY "Enter category number: ".
           ACCEPT WS-CAT-PICK.
           EVALUATE WS-CAT-PICK
               WHEN 1 MOVE "Vendor" TO INC-CATEGORY
               WHEN 2 MOVE "Equipment" TO INC-CATEGORY
               WHEN 3 MOVE "Guest" TO INC-CATEGORY
               WHEN 4 MOVE "Venue" TO INC-CATEGORY
               WHEN 5 MOVE "Weather" TO INC-CATEGORY
               WHEN OTHER MOVE "Other" TO INC-CATEGORY
           END-EVALUATE.

      * The vendor is picked from the directory so that the name
      * matches exactly when the evaluation is recorded.
       ASK-INCIDENT-VENDOR.
           MOVE SPACES TO INC-VENDOR.
           MOVE 0 TO WS-VENDOR-COUNT.
           OPEN INPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-VENDOR-COUNT
                       DISPLAY WS-VENDOR-COUNT ". " VEND-NAME
                           " (" FUNCTION TRIM(VEND-CATEGORY) ")"
               END-READ
           END-PERFORM.
           CLOSE VENDOR-FILE.
           DISPLAY "Vendor involved (number, 0 = none): ".
           ACCEPT WS-VENDOR-PICK.
           IF WS-VENDOR-PICK = 0 OR WS-VENDOR-PICK > WS-VENDOR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-VENDOR-IDX.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDOR-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-VENDOR-IDX
                       IF WS-VENDOR-IDX = WS-VENDOR-PICK
                           MOVE VEND-NAME TO INC-VENDOR
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDOR-FILE.
           DISPLAY "Vendor selected: " INC-VENDOR.

       UPDATE-INCIDENT.
           DISPLAY "Enter the incident number to update: ".
           ACCEPT WS-PICK-ID.
           OPEN INPUT INC-FILE.
           IF WS-INC-STATUS = "35"
               DISPLAY "No incidents logged for this wedding."
           ELSE
               OPEN OUTPUT INC-TEMP
               MOVE 'N' TO WS-EOF
               MOVE 'N' TO WS-FOUND
               PERFORM UPDATE-INCIDENT-PROCESS UNTIL WS-EOF = 'Y'
               CLOSE INC-FILE
               CLOSE INC-TEMP
               PERFORM SWAP-INC-FILE
               IF WS-FOUND = 'N'
                   DISPLAY "Incident not found."
               ELSE
                   DISPLAY "Incident updated."
               END-IF
           END-IF.
           PERFORM PAUSE-SCREEN.

       UPDATE-INCIDENT-PROCESS.
           READ INC-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF INC-ID = WS-PICK-ID
                       MOVE 'Y' TO WS-FOUND
                       PERFORM SET-INCIDENT-TEXTS
                       DISPLAY "#" INC-ID "  " INC-DATE " " INC-TIME
                           "  " WS-SEV-TEXT "  " WS-STATUS-TEXT
                       DISPLAY "  " INC-DESC
                       DISPLAY "Press Enter on any field to keep "
                           "its value."
                       DISPLAY "Severity L/M/S [" INC-SEVERITY "]: "
                       MOVE SPACES TO WS-FIELD-IN
                       ACCEPT WS-FIELD-IN
                       MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:1))
                           TO WS-FIELD-IN(1:1)
                       IF WS-FIELD-IN(1:1) = "L" OR "M" OR "S"
                           MOVE WS-FIELD-IN(1:1) TO INC-SEVERITY
                       END-IF
                       DISPLAY "Action taken [" INC-ACTION "]: "
                       MOVE SPACES TO WS-FIELD-IN
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO INC-ACTION
                       END-IF
                       DISPLAY "Resolved by [" INC-RESOLVED-BY "]: "
                       MOVE SPACES TO WS-FIELD-IN
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO INC-RESOLVED-BY
                       END-IF
                       IF INC-STATUS = "C"
                           DISPLAY "Reopen this incident? (Y/N): "
                           ACCEPT WS-CLOSE-CONFIRM
                           IF WS-CLOSE-CONFIRM = 'Y'
                               OR WS-CLOSE-CONFIRM = 'y'
                               MOVE "O" TO INC-STATUS
                               MOVE SPACES TO INC-CLOSED-DATE
                           END-IF
                       ELSE
                           DISPLAY "Close this incident? (Y/N): "
                           ACCEPT WS-CLOSE-CONFIRM
                           IF WS-CLOSE-CONFIRM = 'Y'
                               OR WS-CLOSE-CONFIRM = 'y'
                               PERFORM CLOSE-PICKED-INCIDENT
                           END-IF
                       END-IF
                   END-IF
                   WRITE INC-TEMP-RECORD FROM INC-RECORD
           END-READ.

       CLOSE-PICKED-INCIDENT.
           IF INC-RESOLVED-BY = SPACES
               DISPLAY "Who resolved it? "
               ACCEPT INC-RESOLVED-BY
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-STAMP
           MOVE SPACES TO INC-CLOSED-DATE
           STRING WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2) "-"
               WS-NOW-STAMP(7:2)
               DELIMITED BY SIZE INTO INC-CLOSED-DATE
           MOVE "C" TO INC-STATUS.

       SWAP-INC-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-INC-PATH)
               " incidents.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-INC-TEMP-PATH)
               " incidents.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(LS-WEDDING-FOLDER)
                   "\incidents.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace incident file; "
                   "original kept as incidents.bak"
           END-IF.

      * The client copy runs in the order things happened on the
      * day, whatever order they were typed in.
       INCIDENT-REPORT.
           OPEN INPUT INC-FILE.
           IF WS-INC-STATUS = "35"
               DISPLAY "No incidents logged for this wedding."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           CLOSE INC-FILE.

           SORT INC-SORT-FILE
               ON ASCENDING KEY IS-DATE IS-TIME IS-ID
               USING INC-FILE
               GIVING SORTED-INC-FILE.

           MOVE "incident-report.txt" TO WS-RPT-NAME.
           MOVE "WEDDING-DAY INCIDENT REPORT" TO WS-RPT-TITLE.
           PERFORM ASK-REPORT-TO-FILE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE "      WEDDING-DAY INCIDENT REPORT" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.

           MOVE 0 TO WS-INC-COUNT WS-INC-SERIOUS WS-INC-OPEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SORTED-INC-FILE.
           PERFORM EMIT-INCIDENT-DETAIL UNTIL WS-EOF = 'Y'.
           CLOSE SORTED-INC-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "Incidents: " WS-INC-COUNT
               "   Serious: " WS-INC-SERIOUS
               "   Still open: " WS-INC-OPEN
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           PERFORM CLOSE-REPORT-FILE.
           MOVE SPACES TO WS-OS-CMD.
           STRING "del " FUNCTION TRIM(WS-SORTED-INC-PATH)
               DELIMITED BY SIZE INTO WS-OS-CMD.
           CALL "SYSTEM" USING WS-OS-CMD.
           PERFORM PAUSE-SCREEN.

       EMIT-INCIDENT-DETAIL.
           READ SORTED-INC-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SORTED-INC-RECORD TO INC-RECORD
                   PERFORM SET-INCIDENT-TEXTS
                   ADD 1 TO WS-INC-COUNT
                   IF INC-SEVERITY = "S"
                       ADD 1 TO WS-INC-SERIOUS
                   END-IF
                   IF INC-STATUS NOT = "C"
                       ADD 1 TO WS-INC-OPEN
                   END-IF
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "#" INC-ID "  " INC-DATE " " INC-TIME "  "
                       WS-SEV-TEXT "  " INC-CATEGORY "  "
                       WS-STATUS-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
                   IF INC-VENDOR NOT = SPACES
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "   Vendor:        " INC-VENDOR
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM EMIT-LINE
                   END-IF
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "   What happened: " INC-DESC
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "   Action taken:  " INC-ACTION
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   IF INC-STATUS = "C"
                       STRING "   Resolved by:   " INC-RESOLVED-BY
                           "  on " INC-CLOSED-DATE
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   ELSE
                       STRING "   Resolved by:   " INC-RESOLVED-BY
                           "  (still open)"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-IF
                   PERFORM EMIT-LINE
                   MOVE ALL "-" TO WS-RPT-LINE
                   PERFORM EMIT-LINE
           END-READ.

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
               MOVE "INCIDENT-LOG" TO WS-CR-PROGRAM
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

       END PROGRAM INCIDENT-LOG.
