       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-AVAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLACKOUT-FILE ASSIGN TO "blackout-dates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEMP-FILE ASSIGN TO "blackout-dates.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPACITY-FILE ASSIGN TO "shop-capacity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-STATUS.
           SELECT STAFF-FILE ASSIGN TO "staff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per date the shop limits or closes. Capacity is
      * the most weddings taken that day; 00 closes the date.
       FD BLACKOUT-FILE.
       01 BLACKOUT-RECORD.
           05 BO-DATE          PIC X(10).
           05 BO-CAPACITY      PIC 9(2).
           05 BO-REASON        PIC X(30).

       FD TEMP-FILE.
       01 TEMP-RECORD.
           05 TEMP-DATE        PIC X(10).
           05 TEMP-CAPACITY    PIC 9(2).
           05 TEMP-REASON      PIC X(30).

      * Most weddings the shop will take on any one day.
       FD CAPACITY-FILE.
       01 CAPACITY-RECORD      PIC 9(2).

       FD STAFF-FILE.
       01 STAFF-RECORD.
           05 STAFF-ID         PIC X(5).
           05 STAFF-NAME       PIC X(20).
           05 STAFF-ROLE       PIC X(15).
           05 STAFF-CONTACT    PIC X(20).
           05 STAFF-ACTIVE     PIC X(1).
           05 STAFF-PAY-BASIS  PIC X(1).
           05 STAFF-RATE       PIC 9(5)V99.

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

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC X(2).
       01 WS-CAPACITY-STATUS   PIC X(2).
       01 WS-STAFF-STATUS      PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-OS-CMD            PIC X(200).
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-DIR-EOF           PIC X VALUE 'N'.
       01 WS-FOUND             PIC X VALUE 'N'.
       01 WS-PAUSE             PIC X.
       01 WS-DIR-LINE          PIC X(255).
       01 WS-FOLDER-PATH       PIC X(60).
       01 WS-FIELD-IN          PIC X(30).

       01 WS-SHOP-CAPACITY     PIC 9(2) VALUE 2.
       01 WS-COORD-COUNT       PIC 9(3).
       01 WS-COORD-HITS        PIC 9(2).
       01 WS-ROLE-UPPER        PIC X(15).

      * Weddings already on the books, one entry per active folder
      * that carries a wedding date and has not been cancelled.
       01 WS-BK-COUNT          PIC 9(3) VALUE 0.
       01 WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 600 TIMES.
               10 BK-DATE      PIC X(10).
               10 BK-FOLDER    PIC X(60).
       01 WS-BK-IDX            PIC 9(3).
       01 WS-BK-UPPER-STATUS   PIC X(10).

       01 WS-BO-COUNT          PIC 9(3) VALUE 0.
       01 WS-BO-TABLE.
           05 WS-BO-ENTRY OCCURS 300 TIMES.
               10 BOT-DATE     PIC X(10).
               10 BOT-CAPACITY PIC 9(2).
               10 BOT-REASON   PIC X(30).
       01 WS-BO-IDX            PIC 9(3).
       01 WS-NEW-BLACKOUT.
           05 WS-NB-DATE       PIC X(10).
           05 WS-NB-CAPACITY   PIC 9(2).
           05 WS-NB-REASON     PIC X(30).
       01 WS-EXCLUDE-FOLDER    PIC X(50).

      * Evaluation of a single date.
       01 WS-EVAL-DATE         PIC X(10).
       01 WS-EVAL-NUM          PIC 9(8).
       01 WS-EVAL-VALID        PIC X.
       01 WS-EVAL-BOOKED       PIC 9(3).
       01 WS-EVAL-CAPACITY     PIC 9(3).
       01 WS-EVAL-RESULT       PIC X(9).
       01 WS-EVAL-BO-HIT       PIC 9(3).
       01 WS-EVAL-DOW          PIC 9.
       01 WS-DOW-NAMES.
           05 FILLER           PIC X(9) VALUE "Monday".
           05 FILLER           PIC X(9) VALUE "Tuesday".
           05 FILLER           PIC X(9) VALUE "Wednesday".
           05 FILLER           PIC X(9) VALUE "Thursday".
           05 FILLER           PIC X(9) VALUE "Friday".
           05 FILLER           PIC X(9) VALUE "Saturday".
           05 FILLER           PIC X(9) VALUE "Sunday".
       01 WS-DOW-TABLE REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME      PIC X(9) OCCURS 7 TIMES.

       01 WS-BASE-DATE         PIC X(10).
       01 WS-BASE-JULIAN       PIC 9(7).
       01 WS-TRY-JULIAN        PIC 9(7).
       01 WS-TODAY-JULIAN      PIC 9(7).
       01 WS-TODAY-NUM         PIC 9(8).
       01 WS-DATE-WORK         PIC 9(8).
       01 WS-OFFSET            PIC 9(2).
       01 WS-SIDE              PIC 9.
       01 WS-SUGGEST-COUNT     PIC 9.
       01 WS-SUGGEST-MAX       PIC 9 VALUE 4.
       01 WS-SUGGEST-WINDOW    PIC 9(2) VALUE 14.
       01 WS-MONTH-YEAR        PIC 9(4).
       01 WS-MONTH-MONTH       PIC 9(2).
       01 WS-MONTH-DAY         PIC 9(2).
       01 WS-CAP-DISP          PIC Z9.
       01 WS-BOOKED-DISP       PIC ZZ9.
       01 WS-COORD-DISP        PIC ZZ9.

       LINKAGE SECTION.
      * Mode M runs the menu; mode C checks LS-AV-DATE, reports on
      * screen and hands back AVAILABLE, TIGHT or FULL (blank when
      * the date is not a real date). A plan being re-dated passes
      * its own folder in LS-AV-EXCLUDE so it is not counted twice.
       01 LS-AVAIL-REQUEST.
           05 LS-AV-MODE       PIC X.
           05 LS-AV-DATE       PIC X(10).
           05 LS-AV-EXCLUDE    PIC X(50).
           05 LS-AV-RESULT     PIC X(9).

       PROCEDURE DIVISION USING LS-AVAIL-REQUEST.
       AVAIL-START.
           MOVE SPACES TO WS-EXCLUDE-FOLDER
           IF LS-AV-MODE = 'C'
               MOVE LS-AV-EXCLUDE TO WS-EXCLUDE-FOLDER
               PERFORM LOAD-AVAILABILITY-DATA
               MOVE LS-AV-DATE TO WS-BASE-DATE
               PERFORM REPORT-ONE-DATE
               MOVE WS-EVAL-RESULT TO LS-AV-RESULT
               GO TO RETURN-TO-CALLER
           END-IF.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           DISPLAY "       DATE AVAILABILITY & BLACKOUT CALENDAR".
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Check a Date".
           DISPLAY "2. Month at a Glance".
           DISPLAY "3. List Blackout / Holiday Dates".
           DISPLAY "4. Add or Change a Blackout / Holiday Date".
           DISPLAY "5. Remove a Blackout / Holiday Date".
           DISPLAY "6. Set Shop Capacity (Weddings per Day)".
           DISPLAY "7. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM CHECK-A-DATE
               WHEN 2 PERFORM MONTH-AT-A-GLANCE
               WHEN 3 PERFORM LIST-BLACKOUTS
               WHEN 4 PERFORM SET-BLACKOUT
               WHEN 5 PERFORM REMOVE-BLACKOUT
               WHEN 6 PERFORM SET-SHOP-CAPACITY
               WHEN 7 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

       CHECK-A-DATE.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Wedding Date to check (YYYY-MM-DD): "
           ACCEPT WS-BASE-DATE
           PERFORM LOAD-AVAILABILITY-DATA
           PERFORM REPORT-ONE-DATE
           PERFORM PAUSE-SCREEN.

      * Everything a date check needs is read once up front: the
      * shop capacity, the active coordinators on the roster, the
      * blackout calendar and the wedding date of every active
      * plan. Each date is then judged from the tables.
       LOAD-AVAILABILITY-DATA.
           PERFORM LOAD-SHOP-CAPACITY
           PERFORM COUNT-ACTIVE-COORDINATORS
           PERFORM LOAD-BLACKOUT-TABLE
           PERFORM LOAD-BOOKED-DATES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

       LOAD-SHOP-CAPACITY.
           MOVE 2 TO WS-SHOP-CAPACITY
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-STATUS = "00"
               READ CAPACITY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAPACITY-RECORD NUMERIC
                           AND CAPACITY-RECORD > 0
                           MOVE CAPACITY-RECORD TO WS-SHOP-CAPACITY
                       END-IF
               END-READ
               CLOSE CAPACITY-FILE
           END-IF.

      * Every wedding needs its own lead coordinator on the day, so
      * the active coordinators on the roster cap the day as well.
      * A roster with no coordinators on it is not used as a limit.
       COUNT-ACTIVE-COORDINATORS.
           MOVE 0 TO WS-COORD-COUNT
           OPEN INPUT STAFF-FILE
           IF WS-STAFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAFF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STAFF-ACTIVE = 'Y' OR STAFF-ACTIVE = 'y'
                           MOVE FUNCTION UPPER-CASE(STAFF-ROLE)
                               TO WS-ROLE-UPPER
                           MOVE 0 TO WS-COORD-HITS
                           INSPECT WS-ROLE-UPPER TALLYING
                               WS-COORD-HITS FOR ALL "COORD"
                           IF WS-COORD-HITS > 0
                               ADD 1 TO WS-COORD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAFF-FILE.

       LOAD-BLACKOUT-TABLE.
           MOVE 0 TO WS-BO-COUNT
           OPEN INPUT BLACKOUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BLACKOUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BO-COUNT < 300
                           ADD 1 TO WS-BO-COUNT
                           MOVE BO-DATE TO BOT-DATE(WS-BO-COUNT)
                           MOVE BO-CAPACITY
                               TO BOT-CAPACITY(WS-BO-COUNT)
                           MOVE BO-REASON TO BOT-REASON(WS-BO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLACKOUT-FILE.

       LOAD-BOOKED-DATES.
           MOVE 0 TO WS-BK-COUNT
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE 'N' TO WS-DIR-EOF
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = "Archives"
                               MOVE RG-FOLDER TO WS-DIR-LINE
                               PERFORM TAKE-FOLDER-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       TAKE-FOLDER-DATE.
           MOVE SPACES TO WS-FOLDER-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               DELIMITED BY SIZE INTO WS-FOLDER-PATH
           IF WS-EXCLUDE-FOLDER NOT = SPACES
               AND WS-FOLDER-PATH = WS-EXCLUDE-FOLDER
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(RG-STATUS) TO WS-BK-UPPER-STATUS
           IF RG-WEDDING-DATE NOT = SPACES
               AND WS-BK-UPPER-STATUS(1:6) NOT = "CANCEL"
               AND WS-BK-COUNT < 600
               ADD 1 TO WS-BK-COUNT
               MOVE RG-WEDDING-DATE TO BK-DATE(WS-BK-COUNT)
               MOVE WS-DIR-LINE TO BK-FOLDER(WS-BK-COUNT)
           END-IF.

       VALIDATE-EVAL-DATE.
           MOVE 'N' TO WS-EVAL-VALID
           IF WS-EVAL-DATE(5:1) NOT = "-" OR WS-EVAL-DATE(8:1)
               NOT = "-" OR WS-EVAL-DATE(1:4) NOT NUMERIC
               OR WS-EVAL-DATE(6:2) NOT NUMERIC
               OR WS-EVAL-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-EVAL-DATE(1:4) WS-EVAL-DATE(6:2)
               WS-EVAL-DATE(9:2)
               DELIMITED BY SIZE INTO WS-EVAL-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVAL-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EVAL-VALID.

      * Judges WS-EVAL-DATE: capacity is the smallest of the shop
      * setting, the active coordinators and any blackout/holiday
      * limit for the day. The last free slot makes a date TIGHT.
       EVALUATE-DATE.
           MOVE SPACES TO WS-EVAL-RESULT
           MOVE 0 TO WS-EVAL-BOOKED WS-EVAL-BO-HIT WS-EVAL-CAPACITY
           PERFORM VALIDATE-EVAL-DATE
           IF WS-EVAL-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EVAL-DOW = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-EVAL-NUM) - 1, 7) + 1

           MOVE WS-SHOP-CAPACITY TO WS-EVAL-CAPACITY
           IF WS-COORD-COUNT > 0
               AND WS-COORD-COUNT < WS-EVAL-CAPACITY
               MOVE WS-COORD-COUNT TO WS-EVAL-CAPACITY
           END-IF
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-COUNT
               IF BOT-DATE(WS-BO-IDX) = WS-EVAL-DATE
                   MOVE WS-BO-IDX TO WS-EVAL-BO-HIT
                   IF BOT-CAPACITY(WS-BO-IDX) < WS-EVAL-CAPACITY
                       MOVE BOT-CAPACITY(WS-BO-IDX)
                           TO WS-EVAL-CAPACITY
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF BK-DATE(WS-BK-IDX) = WS-EVAL-DATE
                   ADD 1 TO WS-EVAL-BOOKED
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-EVAL-BOOKED >= WS-EVAL-CAPACITY
                   MOVE "FULL" TO WS-EVAL-RESULT
               WHEN WS-EVAL-BOOKED + 1 = WS-EVAL-CAPACITY
                   MOVE "TIGHT" TO WS-EVAL-RESULT
               WHEN OTHER
                   MOVE "AVAILABLE" TO WS-EVAL-RESULT
           END-EVALUATE.

       REPORT-ONE-DATE.
           MOVE WS-BASE-DATE TO WS-EVAL-DATE
           PERFORM EVALUATE-DATE
           IF WS-EVAL-VALID = 'N'
               DISPLAY "Date " WS-BASE-DATE " is not a valid "
                   "YYYY-MM-DD date - availability not checked."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVAL-BOOKED TO WS-BOOKED-DISP
           MOVE WS-EVAL-CAPACITY TO WS-CAP-DISP
           DISPLAY "--------------------------------------------------"
           DISPLAY "Availability for " WS-EVAL-DATE " ("
               FUNCTION TRIM(WS-DOW-NAME(WS-EVAL-DOW)) "): "
               FUNCTION TRIM(WS-EVAL-RESULT)
           DISPLAY "  Weddings booked: " WS-BOOKED-DISP
               "   Day capacity: " WS-CAP-DISP
           MOVE WS-SHOP-CAPACITY TO WS-CAP-DISP
           MOVE WS-COORD-COUNT TO WS-COORD-DISP
           DISPLAY "  Shop capacity " WS-CAP-DISP
               ", active coordinators " WS-COORD-DISP
           IF WS-EVAL-BO-HIT > 0
               MOVE BOT-CAPACITY(WS-EVAL-BO-HIT) TO WS-CAP-DISP
               IF BOT-CAPACITY(WS-EVAL-BO-HIT) = 0
                   DISPLAY "  BLACKOUT: "
                       FUNCTION TRIM(BOT-REASON(WS-EVAL-BO-HIT))
                       " - no weddings taken"
               ELSE
                   DISPLAY "  Holiday/limited day: "
                       FUNCTION TRIM(BOT-REASON(WS-EVAL-BO-HIT))
                       " - at most " WS-CAP-DISP
               END-IF
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF BK-DATE(WS-BK-IDX) = WS-EVAL-DATE
                   DISPLAY "    Booked: "
                       FUNCTION TRIM(BK-FOLDER(WS-BK-IDX))
               END-IF
           END-PERFORM
           IF WS-EVAL-RESULT NOT = "AVAILABLE"
               PERFORM SUGGEST-NEARBY-DATES
           END-IF
           MOVE WS-BASE-DATE TO WS-EVAL-DATE
           PERFORM EVALUATE-DATE.

      * Offers the nearest dates either side (closest first, never
      * in the past) that still have room.
       SUGGEST-NEARBY-DATES.
           MOVE 0 TO WS-SUGGEST-COUNT
           COMPUTE WS-BASE-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-EVAL-NUM)
           DISPLAY "  Nearby dates with room:"
           PERFORM VARYING WS-OFFSET FROM 1 BY 1
                   UNTIL WS-OFFSET > WS-SUGGEST-WINDOW
                   OR WS-SUGGEST-COUNT >= WS-SUGGEST-MAX
               PERFORM VARYING WS-SIDE FROM 1 BY 1
                       UNTIL WS-SIDE > 2
                       OR WS-SUGGEST-COUNT >= WS-SUGGEST-MAX
                   IF WS-SIDE = 1
                       COMPUTE WS-TRY-JULIAN =
                           WS-BASE-JULIAN - WS-OFFSET
                   ELSE
                       COMPUTE WS-TRY-JULIAN =
                           WS-BASE-JULIAN + WS-OFFSET
                   END-IF
                   IF WS-TRY-JULIAN >= WS-TODAY-JULIAN
                       PERFORM TRY-SUGGESTION
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SUGGEST-COUNT = 0
               DISPLAY "    none within " WS-SUGGEST-WINDOW " days"
           END-IF.

       TRY-SUGGESTION.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TRY-JULIAN)
               TO WS-DATE-WORK
           MOVE SPACES TO WS-EVAL-DATE
           STRING WS-DATE-WORK(1:4) "-" WS-DATE-WORK(5:2) "-"
               WS-DATE-WORK(7:2)
               DELIMITED BY SIZE INTO WS-EVAL-DATE
           PERFORM EVALUATE-DATE
           IF WS-EVAL-RESULT = "AVAILABLE" OR WS-EVAL-RESULT = "TIGHT"
               ADD 1 TO WS-SUGGEST-COUNT
               MOVE WS-EVAL-BOOKED TO WS-BOOKED-DISP
               MOVE WS-EVAL-CAPACITY TO WS-CAP-DISP
               DISPLAY "    " WS-EVAL-DATE " "
                   WS-DOW-NAME(WS-EVAL-DOW) " "
                   WS-EVAL-RESULT " (" WS-BOOKED-DISP " of "
                   WS-CAP-DISP " booked)"
           END-IF.

       MONTH-AT-A-GLANCE.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Year (YYYY): "
           ACCEPT WS-MONTH-YEAR
           DISPLAY "Enter Month (MM): "
           ACCEPT WS-MONTH-MONTH
           PERFORM LOAD-AVAILABILITY-DATA
           DISPLAY "--------------------------------------------------"
           DISPLAY "Date        Day        Booked  Cap  Status"
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WS-MONTH-DAY FROM 1 BY 1
                   UNTIL WS-MONTH-DAY > 31
               MOVE SPACES TO WS-EVAL-DATE
               STRING WS-MONTH-YEAR "-" WS-MONTH-MONTH "-"
                   WS-MONTH-DAY
                   DELIMITED BY SIZE INTO WS-EVAL-DATE
               PERFORM EVALUATE-DATE
               IF WS-EVAL-VALID = 'Y'
                   MOVE WS-EVAL-BOOKED TO WS-BOOKED-DISP
                   MOVE WS-EVAL-CAPACITY TO WS-CAP-DISP
                   IF WS-EVAL-BO-HIT > 0
                       DISPLAY WS-EVAL-DATE "  "
                           WS-DOW-NAME(WS-EVAL-DOW) "  "
                           WS-BOOKED-DISP "    " WS-CAP-DISP "   "
                           WS-EVAL-RESULT " "
                           BOT-REASON(WS-EVAL-BO-HIT)
                   ELSE
                       DISPLAY WS-EVAL-DATE "  "
                           WS-DOW-NAME(WS-EVAL-DOW) "  "
                           WS-BOOKED-DISP "    " WS-CAP-DISP "   "
                           WS-EVAL-RESULT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM PAUSE-SCREEN.

       LIST-BLACKOUTS.
           PERFORM CLEAR-SCREEN
           PERFORM LOAD-BLACKOUT-TABLE
           IF WS-BO-COUNT = 0
               DISPLAY "No blackout or holiday dates have been set."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date        Cap  Reason"
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-COUNT
               IF BOT-CAPACITY(WS-BO-IDX) = 0
                   DISPLAY BOT-DATE(WS-BO-IDX) "  --  "
                       BOT-REASON(WS-BO-IDX) " (closed)"
               ELSE
                   MOVE BOT-CAPACITY(WS-BO-IDX) TO WS-CAP-DISP
                   DISPLAY BOT-DATE(WS-BO-IDX) "  " WS-CAP-DISP
                       "  " BOT-REASON(WS-BO-IDX)
               END-IF
           END-PERFORM
           PERFORM PAUSE-SCREEN.

      * Adding a date that is already on the calendar replaces it,
      * so each date carries one limit and one reason.
       SET-BLACKOUT.
           PERFORM CLEAR-SCREEN
           DISPLAY "Date to block or limit (YYYY-MM-DD): "
           ACCEPT WS-EVAL-DATE
           PERFORM VALIDATE-EVAL-DATE
           IF WS-EVAL-VALID = 'N'
               DISPLAY "That is not a valid YYYY-MM-DD date."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Weddings allowed that day (0 = closed): "
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN = SPACES
               MOVE 0 TO WS-NB-CAPACITY
           ELSE
               MOVE FUNCTION NUMVAL(WS-FIELD-IN) TO WS-NB-CAPACITY
           END-IF
           DISPLAY "Reason (e.g. Holy Week, office closed): "
           ACCEPT WS-NB-REASON
           MOVE WS-EVAL-DATE TO WS-NB-DATE

           OPEN OUTPUT TEMP-FILE
           OPEN INPUT BLACKOUT-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BLACKOUT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BO-DATE NOT = WS-NB-DATE
                               MOVE BLACKOUT-RECORD TO TEMP-RECORD
                               WRITE TEMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLACKOUT-FILE
           END-IF
           MOVE WS-NEW-BLACKOUT TO TEMP-RECORD
           WRITE TEMP-RECORD
           CLOSE TEMP-FILE
           PERFORM SWAP-IN-TEMP-FILE
           DISPLAY "Calendar updated for " WS-NB-DATE "."
           PERFORM PAUSE-SCREEN.

       REMOVE-BLACKOUT.
           PERFORM CLEAR-SCREEN
           DISPLAY "Date to remove from the calendar (YYYY-MM-DD): "
           ACCEPT WS-EVAL-DATE
           OPEN INPUT BLACKOUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No blackout or holiday dates have been set."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-FILE
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BLACKOUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BO-DATE = WS-EVAL-DATE
                           MOVE 'Y' TO WS-FOUND
                       ELSE
                           MOVE BLACKOUT-RECORD TO TEMP-RECORD
                           WRITE TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLACKOUT-FILE
           CLOSE TEMP-FILE
           PERFORM SWAP-IN-TEMP-FILE
           IF WS-FOUND = 'Y'
               DISPLAY "Date removed."
           ELSE
               DISPLAY "That date was not on the calendar."
           END-IF
           PERFORM PAUSE-SCREEN.

       SET-SHOP-CAPACITY.
           PERFORM CLEAR-SCREEN
           PERFORM LOAD-SHOP-CAPACITY
           MOVE WS-SHOP-CAPACITY TO WS-CAP-DISP
           DISPLAY "Weddings the shop takes on one day ["
               WS-CAP-DISP "]: "
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-FIELD-IN) < 1
               OR FUNCTION NUMVAL(WS-FIELD-IN) > 99
               DISPLAY "Capacity must be from 1 to 99."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD-IN) TO WS-SHOP-CAPACITY
           OPEN OUTPUT CAPACITY-FILE
           MOVE WS-SHOP-CAPACITY TO CAPACITY-RECORD
           WRITE CAPACITY-RECORD
           CLOSE CAPACITY-FILE
           DISPLAY "Shop capacity saved."
           PERFORM PAUSE-SCREEN.

       SWAP-IN-TEMP-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren blackout-dates.txt blackout-dates.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "ren blackout-dates.tmp blackout-dates.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del blackout-dates.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace the calendar "
                   "file; original kept as blackout-dates.bak"
           END-IF.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM DATE-AVAIL.
