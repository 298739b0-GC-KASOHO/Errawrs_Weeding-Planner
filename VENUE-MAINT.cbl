       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENUE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENUE-FILE ASSIGN TO "venues.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEMP-FILE ASSIGN TO "venues.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Curfew is held as HHMM on a 24-hour clock, 0000 for none.
      * Open flame: Y = candles/fireworks allowed, N = not allowed.
       FD VENUE-FILE.
       01 VENUE-RECORD.
           05 VN-CODE          PIC X(6).
           05 VN-NAME          PIC X(40).
           05 VN-SEATED        PIC 9(4).
           05 VN-COCKTAIL      PIC 9(4).
           05 VN-CURFEW        PIC 9(4).
           05 VN-NOISE-RULE    PIC X(40).
           05 VN-OPEN-FLAME    PIC X(1).
           05 VN-CORKAGE       PIC 9(5)V99.
           05 VN-OUTSIDE-CATER PIC 9(6)V99.
           05 VN-CONTACT       PIC X(20).
           05 VN-PHONE         PIC X(15).
           05 VN-EMAIL         PIC X(30).

       FD TEMP-FILE.
       01 TEMP-RECORD.
           05 TEMP-CODE        PIC X(6).
           05 TEMP-NAME        PIC X(40).
           05 TEMP-SEATED      PIC 9(4).
           05 TEMP-COCKTAIL    PIC 9(4).
           05 TEMP-CURFEW      PIC 9(4).
           05 TEMP-NOISE-RULE  PIC X(40).
           05 TEMP-OPEN-FLAME  PIC X(1).
           05 TEMP-CORKAGE     PIC 9(5)V99.
           05 TEMP-OUTSIDE-CATER PIC 9(6)V99.
           05 TEMP-CONTACT     PIC X(20).
           05 TEMP-PHONE       PIC X(15).
           05 TEMP-EMAIL       PIC X(30).

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

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-PROFILE-STATUS    PIC X(2).
       01 WS-VENUE-RECORD.
           05 WS-VN-CODE       PIC X(6).
           05 WS-VN-NAME       PIC X(40).
           05 WS-VN-SEATED     PIC 9(4).
           05 WS-VN-COCKTAIL   PIC 9(4).
           05 WS-VN-CURFEW     PIC 9(4).
           05 WS-VN-NOISE-RULE PIC X(40).
           05 WS-VN-OPEN-FLAME PIC X(1).
           05 WS-VN-CORKAGE    PIC 9(5)V99.
           05 WS-VN-OUTSIDE-CATER PIC 9(6)V99.
           05 WS-VN-CONTACT    PIC X(20).
           05 WS-VN-PHONE      PIC X(15).
           05 WS-VN-EMAIL      PIC X(30).
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-DIR-EOF           PIC X VALUE 'N'.
       01 WS-FOUND             PIC X VALUE 'N'.
       01 WS-DUP-FLAG          PIC X VALUE 'N'.
       01 WS-PAUSE             PIC X.
       01 WS-OS-CMD            PIC X(200).
       01 WS-EDIT-CODE         PIC X(6).
       01 WS-FIELD-IN          PIC X(60).
       01 WS-FEE-DISP          PIC Z(5)9.99.
       01 WS-CURFEW-DISP       PIC X(5).
       01 WS-SCAN-BASE         PIC X(30).
       01 WS-DIR-LINE          PIC X(255).
       01 WS-PROFILE-PATH      PIC X(200).
       01 WS-SCAN-KIND         PIC X.
       01 WS-VU-COUNT          PIC 9(3) VALUE 0.
       01 WS-VU-IDX            PIC 9(3).
       01 WS-VU-HIT            PIC 9(3).
       01 WS-VU-TABLE.
           05 WS-VU-ENTRY OCCURS 200 TIMES.
               10 VU-NAME      PIC X(40).
               10 VU-IN-MASTER PIC X.
               10 VU-HELD      PIC 9(4).
               10 VU-UPCOMING  PIC 9(4).
               10 VU-CANCELLED PIC 9(4).
               10 VU-GUESTS    PIC 9(7).
       01 WS-VU-AVG            PIC 9(5).
       01 WS-VU-CNT-DISP       PIC ZZZ9.
       01 WS-VU-AVG-DISP       PIC ZZZZ9.
       01 WS-VU-TOTAL          PIC 9(5).
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
       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           DISPLAY "          VENUE MASTER".
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. List Venues".
           DISPLAY "2. Add Venue".
           DISPLAY "3. Edit Venue".
           DISPLAY "4. Remove Venue".
           DISPLAY "5. Weddings Held at Each Venue".
           DISPLAY "6. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM LIST-VENUES
               WHEN 2 PERFORM ADD-VENUE
               WHEN 3 PERFORM EDIT-VENUE
               WHEN 4 PERFORM REMOVE-VENUE
               WHEN 5 PERFORM VENUE-USAGE-REPORT
               WHEN 6 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

       LIST-VENUES.
           PERFORM CLEAR-SCREEN.
           OPEN INPUT VENUE-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "No venues have been set up yet."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VENUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM SHOW-VENUE-DETAIL
                   END-READ
               END-PERFORM
               CLOSE VENUE-FILE
           END-IF.
           PERFORM PAUSE-SCREEN.

       SHOW-VENUE-DETAIL.
           DISPLAY "Code: " VN-CODE "  " VN-NAME
           DISPLAY "  Capacity: " VN-SEATED " seated, "
               VN-COCKTAIL " cocktail"
           IF VN-CURFEW = 0
               DISPLAY "  Curfew: none"
           ELSE
               MOVE SPACES TO WS-CURFEW-DISP
               STRING VN-CURFEW(1:2) ":" VN-CURFEW(3:2)
                   DELIMITED BY SIZE INTO WS-CURFEW-DISP
               DISPLAY "  Curfew: " WS-CURFEW-DISP
           END-IF
           DISPLAY "  Noise: " VN-NOISE-RULE
           IF VN-OPEN-FLAME = 'Y'
               DISPLAY "  Open flame: allowed"
           ELSE
               DISPLAY "  Open flame: NOT allowed"
           END-IF
           MOVE VN-CORKAGE TO WS-FEE-DISP
           DISPLAY "  Corkage PHP " WS-FEE-DISP
               WITH NO ADVANCING
           MOVE VN-OUTSIDE-CATER TO WS-FEE-DISP
           DISPLAY "  Outside catering PHP " WS-FEE-DISP
           DISPLAY "  Contact: " FUNCTION TRIM(VN-CONTACT) "  "
               FUNCTION TRIM(VN-PHONE) "  " FUNCTION TRIM(VN-EMAIL)
           DISPLAY "------------------------".

       ADD-VENUE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Enter Venue Code (max 6 chars): ".
           ACCEPT WS-VN-CODE.
           PERFORM CHECK-DUPLICATE-CODE.
           IF WS-DUP-FLAG = 'Y'
               DISPLAY "A venue with code " WS-VN-CODE
                   " already exists."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Venue Name: ".
           ACCEPT WS-VN-NAME.
           DISPLAY "Enter Seated Capacity: ".
           ACCEPT WS-VN-SEATED.
           DISPLAY "Enter Cocktail (standing) Capacity: ".
           ACCEPT WS-VN-COCKTAIL.
           DISPLAY "Enter Curfew (HHMM, 24-hour; 0000 if none): ".
           ACCEPT WS-VN-CURFEW.
           DISPLAY "Enter Noise Rule (e.g. music off 22:00): ".
           ACCEPT WS-VN-NOISE-RULE.
           DISPLAY "Open flame allowed? (Y/N): ".
           ACCEPT WS-VN-OPEN-FLAME.
           IF WS-VN-OPEN-FLAME = 'y'
               MOVE 'Y' TO WS-VN-OPEN-FLAME
           END-IF.
           IF WS-VN-OPEN-FLAME NOT = 'Y'
               MOVE 'N' TO WS-VN-OPEN-FLAME
           END-IF.
           DISPLAY "Enter Corkage Fee (PHP): ".
           ACCEPT WS-FIELD-IN.
           MOVE FUNCTION NUMVAL(WS-FIELD-IN) TO WS-VN-CORKAGE.
           DISPLAY "Enter Outside-Catering Fee (PHP): ".
           ACCEPT WS-FIELD-IN.
           MOVE FUNCTION NUMVAL(WS-FIELD-IN) TO WS-VN-OUTSIDE-CATER.
           DISPLAY "Enter Venue Contact Person: ".
           ACCEPT WS-VN-CONTACT.
           DISPLAY "Enter Venue Phone: ".
           ACCEPT WS-VN-PHONE.
           DISPLAY "Enter Venue Email: ".
           ACCEPT WS-VN-EMAIL.

           MOVE WS-VENUE-RECORD TO VENUE-RECORD.
           OPEN EXTEND VENUE-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT VENUE-FILE
           END-IF.
           WRITE VENUE-RECORD.
           CLOSE VENUE-FILE.
           DISPLAY "Venue added.".
           PERFORM PAUSE-SCREEN.

       CHECK-DUPLICATE-CODE.
           MOVE 'N' TO WS-DUP-FLAG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENUE-FILE.
           IF WS-FILE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VENUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF VN-CODE = WS-VN-CODE
                               MOVE 'Y' TO WS-DUP-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENUE-FILE
           END-IF.

       EDIT-VENUE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Enter Venue Code to edit: ".
           ACCEPT WS-EDIT-CODE.

           OPEN INPUT VENUE-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "No venues have been set up yet."
           ELSE
               OPEN OUTPUT TEMP-FILE
               MOVE 'N' TO WS-EOF
               MOVE 'N' TO WS-FOUND
               PERFORM EDIT-VENUE-PROCESS UNTIL WS-EOF = 'Y'
               CLOSE VENUE-FILE
               CLOSE TEMP-FILE
               PERFORM SWAP-IN-TEMP-FILE
               IF WS-FOUND = 'N'
                   DISPLAY "Venue not found."
               ELSE
                   DISPLAY "Venue updated."
               END-IF
           END-IF.
           PERFORM PAUSE-SCREEN.

       EDIT-VENUE-PROCESS.
           READ VENUE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE VENUE-RECORD TO TEMP-RECORD
                   IF VN-CODE = WS-EDIT-CODE
                       MOVE 'Y' TO WS-FOUND
                       PERFORM SHOW-VENUE-DETAIL
                       DISPLAY "Press Enter on any field to keep "
                           "its value."
                       DISPLAY "Venue Name [" VN-NAME "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO TEMP-NAME
                       END-IF
                       DISPLAY "Seated Capacity [" VN-SEATED "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-FIELD-IN)
                               TO TEMP-SEATED
                       END-IF
                       DISPLAY "Cocktail Capacity [" VN-COCKTAIL "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-FIELD-IN)
                               TO TEMP-COCKTAIL
                       END-IF
                       DISPLAY "Curfew HHMM [" VN-CURFEW "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-FIELD-IN)
                               TO TEMP-CURFEW
                       END-IF
                       DISPLAY "Noise Rule [" VN-NOISE-RULE "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO TEMP-NOISE-RULE
                       END-IF
                       DISPLAY "Open Flame Y/N [" VN-OPEN-FLAME "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN(1:1) = 'Y'
                           OR WS-FIELD-IN(1:1) = 'y'
                           MOVE 'Y' TO TEMP-OPEN-FLAME
                       END-IF
                       IF WS-FIELD-IN(1:1) = 'N'
                           OR WS-FIELD-IN(1:1) = 'n'
                           MOVE 'N' TO TEMP-OPEN-FLAME
                       END-IF
                       DISPLAY "Corkage Fee [" VN-CORKAGE "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-FIELD-IN)
                               TO TEMP-CORKAGE
                       END-IF
                       DISPLAY "Outside-Catering Fee ["
                           VN-OUTSIDE-CATER "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-FIELD-IN)
                               TO TEMP-OUTSIDE-CATER
                       END-IF
                       DISPLAY "Contact [" VN-CONTACT "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO TEMP-CONTACT
                       END-IF
                       DISPLAY "Phone [" VN-PHONE "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO TEMP-PHONE
                       END-IF
                       DISPLAY "Email [" VN-EMAIL "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO TEMP-EMAIL
                       END-IF
                   END-IF
                   WRITE TEMP-RECORD
           END-READ.

       REMOVE-VENUE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Enter Venue Code to remove: ".
           ACCEPT WS-EDIT-CODE.

           OPEN INPUT VENUE-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "No venues have been set up yet."
           ELSE
               OPEN OUTPUT TEMP-FILE
               MOVE 'N' TO WS-EOF
               MOVE 'N' TO WS-FOUND
               PERFORM REMOVE-VENUE-PROCESS UNTIL WS-EOF = 'Y'
               CLOSE VENUE-FILE
               CLOSE TEMP-FILE
               PERFORM SWAP-IN-TEMP-FILE
               IF WS-FOUND = 'N'
                   DISPLAY "Venue not found."
               ELSE
                   DISPLAY "Venue removed."
               END-IF
           END-IF.
           PERFORM PAUSE-SCREEN.

       REMOVE-VENUE-PROCESS.
           READ VENUE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF VN-CODE = WS-EDIT-CODE
                       MOVE 'Y' TO WS-FOUND
                   ELSE
                       MOVE VENUE-RECORD TO TEMP-RECORD
                       WRITE TEMP-RECORD
                   END-IF
           END-READ.

      * Counts every wedding by the venue on its profile: completed
      * folders are weddings held, active ones are upcoming. Venues
      * typed before the master existed are listed too, so misspelt
      * names stand out for clean-up.
       VENUE-USAGE-REPORT.
           PERFORM CLEAR-SCREEN.
           MOVE 0 TO WS-VU-COUNT.
           OPEN INPUT VENUE-FILE.
           IF WS-FILE-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VENUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-VU-COUNT < 200
                               ADD 1 TO WS-VU-COUNT
                               MOVE VN-NAME TO VU-NAME(WS-VU-COUNT)
                               MOVE 'Y' TO VU-IN-MASTER(WS-VU-COUNT)
                               MOVE 0 TO VU-HELD(WS-VU-COUNT)
                                   VU-UPCOMING(WS-VU-COUNT)
                                   VU-CANCELLED(WS-VU-COUNT)
                                   VU-GUESTS(WS-VU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENUE-FILE
           END-IF.

           MOVE "Archives" TO WS-SCAN-BASE.
           MOVE 'U' TO WS-SCAN-KIND.
           PERFORM SCAN-BASE-FOR-VENUES.
           MOVE "Archives\Completed" TO WS-SCAN-BASE.
           MOVE 'H' TO WS-SCAN-KIND.
           PERFORM SCAN-BASE-FOR-VENUES.
           MOVE "Archives\Cancelled" TO WS-SCAN-BASE.
           MOVE 'C' TO WS-SCAN-KIND.
           PERFORM SCAN-BASE-FOR-VENUES.

           MOVE "venue-usage.txt" TO WS-RPT-NAME.
           MOVE "WEDDINGS BY VENUE" TO WS-RPT-TITLE.
           PERFORM ASK-REPORT-TO-FILE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE "Venue                                     Held  Upcmg"
               TO WS-RPT-LINE.
           MOVE "Cxl  Avg Guests" TO WS-RPT-LINE(56:15).
           PERFORM EMIT-LINE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           IF WS-VU-COUNT = 0
               MOVE "No venues in the master and no weddings on file."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF.
           PERFORM EMIT-VENUE-USAGE-LINE
               VARYING WS-VU-IDX FROM 1 BY 1
               UNTIL WS-VU-IDX > WS-VU-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE "* = venue text not in the venue master" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           PERFORM CLOSE-REPORT-FILE.
           PERFORM PAUSE-SCREEN.

       SCAN-BASE-FOR-VENUES.
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
                               PERFORM TALLY-FOLDER-VENUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       TALLY-FOLDER-VENUE.
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(WS-SCAN-BASE) "\"
               FUNCTION TRIM(WS-DIR-LINE) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PROFILE-FILE
               AT END
                   MOVE SPACES TO PROF-VENUE
           END-READ
           CLOSE PROFILE-FILE
           IF PROF-VENUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VU-HIT
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
               UNTIL WS-VU-IDX > WS-VU-COUNT OR WS-VU-HIT > 0
               IF VU-NAME(WS-VU-IDX) = PROF-VENUE
                   MOVE WS-VU-IDX TO WS-VU-HIT
               END-IF
           END-PERFORM
           IF WS-VU-HIT = 0
               IF WS-VU-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VU-COUNT
               MOVE WS-VU-COUNT TO WS-VU-HIT
               MOVE PROF-VENUE TO VU-NAME(WS-VU-HIT)
               MOVE 'N' TO VU-IN-MASTER(WS-VU-HIT)
               MOVE 0 TO VU-HELD(WS-VU-HIT) VU-UPCOMING(WS-VU-HIT)
                   VU-CANCELLED(WS-VU-HIT) VU-GUESTS(WS-VU-HIT)
           END-IF
           EVALUATE WS-SCAN-KIND
               WHEN 'H'
                   ADD 1 TO VU-HELD(WS-VU-HIT)
                   IF PROF-GUEST-EST NUMERIC
                       ADD PROF-GUEST-EST TO VU-GUESTS(WS-VU-HIT)
                   END-IF
               WHEN 'U'
                   ADD 1 TO VU-UPCOMING(WS-VU-HIT)
               WHEN OTHER
                   ADD 1 TO VU-CANCELLED(WS-VU-HIT)
           END-EVALUATE.

       EMIT-VENUE-USAGE-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE VU-NAME(WS-VU-IDX) TO WS-RPT-LINE(1:40)
           IF VU-IN-MASTER(WS-VU-IDX) = 'N'
               MOVE "*" TO WS-RPT-LINE(41:1)
           END-IF
           MOVE VU-HELD(WS-VU-IDX) TO WS-VU-CNT-DISP
           MOVE WS-VU-CNT-DISP TO WS-RPT-LINE(43:4)
           MOVE VU-UPCOMING(WS-VU-IDX) TO WS-VU-CNT-DISP
           MOVE WS-VU-CNT-DISP TO WS-RPT-LINE(49:4)
           MOVE VU-CANCELLED(WS-VU-IDX) TO WS-VU-CNT-DISP
           MOVE WS-VU-CNT-DISP TO WS-RPT-LINE(54:4)
           IF VU-HELD(WS-VU-IDX) > 0
               COMPUTE WS-VU-AVG ROUNDED =
                   VU-GUESTS(WS-VU-IDX) / VU-HELD(WS-VU-IDX)
               MOVE WS-VU-AVG TO WS-VU-AVG-DISP
               MOVE WS-VU-AVG-DISP TO WS-RPT-LINE(61:5)
           END-IF
           PERFORM EMIT-LINE.

       SWAP-IN-TEMP-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren venues.txt venues.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren venues.tmp venues.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del venues.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace venue file; "
                   "original kept as venues.bak"
           END-IF.

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
               MOVE "VENUE-MAINT" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM VENUE-MAINT.
