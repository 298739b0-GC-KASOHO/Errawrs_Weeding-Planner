       IDENTIFICATION DIVISION.
       PROGRAM-ID. COORD-WORKLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT TASK-FILE ASSIGN TO WS-TASK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASK-STATUS.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT STAFF-FILE ASSIGN TO "staff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
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

       FD TASK-FILE.
       01 TASK-REC             PIC X(200).

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-OPERATOR    PIC X(8).
           05 LOCK-TIME        PIC X(5).

       FD STAFF-FILE.
       01 STAFF-RECORD.
           05 STAFF-ID         PIC X(5).
           05 STAFF-NAME       PIC X(20).
           05 STAFF-ROLE       PIC X(15).
           05 STAFF-CONTACT    PIC X(20).
           05 STAFF-ACTIVE     PIC X(1).
           05 STAFF-PAY-BASIS  PIC X(1).
           05 STAFF-RATE       PIC 9(5)V99.

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-PROFILE-STATUS    PIC X(2).
       01 WS-TASK-STATUS       PIC X(2).
       01 WS-LOCK-STATUS       PIC X(2).
       01 WS-STAFF-STATUS      PIC X(2).
       01 WS-PROFILE-PATH      PIC X(150).
       01 WS-TASK-PATH         PIC X(150).
       01 WS-LOCK-PATH         PIC X(150).
       01 WS-AUDIT-PATH        PIC X(150).
       01 WS-OS-CMD            PIC X(200).
       01 WS-DIR-LINE          PIC X(255).
       01 WS-DIR-EOF           PIC X.
       01 WS-EOF               PIC X.
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-PAUSE             PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-TODAY-DATE-NUM    PIC 9(8).
       01 WS-TODAY-JULIAN      PIC 9(7).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-DAYS-UNTIL        PIC S9(7).
       01 WS-SOON-DAYS         PIC 9(3) VALUE 60.
       01 WS-UPPER-STATUS      PIC X(10).
       01 WS-CSV               PIC X(200).
       01 WS-TASK.
           05 T-ID             PIC X(5).
           05 T-NAME           PIC X(15).
           05 T-DESC           PIC X(20).
           05 T-YEAR           PIC X(4).
           05 T-MON            PIC X(2).
           05 T-DAY            PIC X(2).
           05 T-HOUR           PIC X(2).
           05 T-MIN            PIC X(2).
           05 T-STATUS         PIC X(1).
           05 T-PRIORITY       PIC X(1).
           05 T-ASSIGNED-TO    PIC X(15).

      * Every active wedding, with its coordinator and task load.
       01 WS-WD-COUNT          PIC 9(3) VALUE 0.
       01 WS-WD-TABLE.
           05 WS-WD-ENTRY OCCURS 600 TIMES.
               10 WD-KEY       PIC X(20).
               10 WD-COORD     PIC X(20).
               10 WD-DATE      PIC X(10).
               10 WD-FOLDER    PIC X(60).
               10 WD-OPEN      PIC 9(4).
               10 WD-OVERDUE   PIC 9(4).
               10 WD-SOON      PIC X.
       01 WS-WD-HOLD           PIC X(100).
       01 WS-WD-IDX            PIC 9(3).
       01 WS-WD-IDX2           PIC 9(3).
       01 WS-WD-SWAPPED        PIC X.

      * One entry per coordinator seen on a profile or on the roster.
       01 WS-CO-COUNT          PIC 9(3) VALUE 0.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 200 TIMES.
               10 CO-KEY       PIC X(20).
               10 CO-NAME      PIC X(20).
               10 CO-ON-ROSTER PIC X.
       01 WS-CO-IDX            PIC 9(3).
       01 WS-CO-HIT            PIC 9(3).
       01 WS-CO-KEY-IN         PIC X(20).
       01 WS-CO-NAME-IN        PIC X(20).
       01 WS-ROLE-UPPER        PIC X(15).
       01 WS-COORD-HITS        PIC 9(2).

       01 WS-PICK-NAME         PIC X(20).
       01 WS-PICK-KEY          PIC X(20).
       01 WS-NEW-NAME          PIC X(20).
       01 WS-NEW-KEY           PIC X(20).
       01 WS-FROM-DATE         PIC X(10).
       01 WS-TO-DATE           PIC X(10).
       01 WS-IN-WINDOW         PIC X.
       01 WS-MOVE-COUNT        PIC 9(3).
       01 WS-MOVED-COUNT       PIC 9(3).
       01 WS-LOCKED-COUNT      PIC 9(3).
       01 WS-FOLDER-PATH       PIC X(60).

       01 WS-TOT-WEDDINGS      PIC 9(4).
       01 WS-TOT-OPEN          PIC 9(5).
       01 WS-TOT-OVERDUE       PIC 9(5).
       01 WS-TOT-SOON          PIC 9(4).
       01 WS-CNT-DISP          PIC ZZZ9.
       01 WS-CNT2-DISP         PIC ZZZZ9.
       01 WS-CNT3-DISP         PIC ZZZZ9.
       01 WS-CNT4-DISP         PIC ZZZ9.
       01 WS-WD-HEAD.
           05 FILLER           PIC X(14) VALUE "  Date".
           05 FILLER           PIC X(40) VALUE "Wedding".
           05 FILLER           PIC X(13) VALUE "Open  Overdue".
       01 WS-WD-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-DATE          PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-FOLDER        PIC X(40).
           05 WL-OPEN          PIC ZZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 WL-OVERDUE       PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-SOON          PIC X(9).

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
       01 WS-RPT-NAME          PIC X(40).
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

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-ROLE.
       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           DISPLAY "          COORDINATOR WORKLOAD".
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Workload Report".
           DISPLAY "2. Reassign a Coordinator's Weddings".
           DISPLAY "3. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM WORKLOAD-REPORT
               WHEN 2 PERFORM BULK-REASSIGN
               WHEN 3 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

      * One block per coordinator: each active wedding with its
      * date, open and overdue tasks, and whether the wedding day
      * falls in the next 60 days. Coordinators on the roster with
      * nothing assigned are listed too, so spare capacity shows.
       WORKLOAD-REPORT.
           PERFORM CLEAR-SCREEN
           DISPLAY "Coordinator to report on (Enter = all): "
           ACCEPT WS-PICK-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PICK-NAME))
               TO WS-PICK-KEY
           PERFORM LOAD-WORKLOAD

           MOVE SPACES TO WS-RPT-NAME
           STRING "coord-workload-" WS-TODAY-DATE-NUM ".txt"
               DELIMITED BY SIZE INTO WS-RPT-NAME
           MOVE "COORDINATOR WORKLOAD" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE

           MOVE 0 TO WS-CNT-DISP
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-PICK-KEY = SPACES
                   OR CO-KEY(WS-CO-IDX) = WS-PICK-KEY
                   PERFORM REPORT-ONE-COORDINATOR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "* = not an active coordinator on the staff roster"
               TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE
           PERFORM PAUSE-SCREEN.

       REPORT-ONE-COORDINATOR.
           MOVE 0 TO WS-TOT-WEDDINGS WS-TOT-OPEN WS-TOT-OVERDUE
               WS-TOT-SOON
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF CO-KEY(WS-CO-IDX) = SPACES
               MOVE "COORDINATOR: (none assigned)" TO WS-RPT-LINE
           ELSE
               IF CO-ON-ROSTER(WS-CO-IDX) = 'Y'
                   STRING "COORDINATOR: " CO-NAME(WS-CO-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "COORDINATOR: "
                       FUNCTION TRIM(CO-NAME(WS-CO-IDX)) " *"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF
           PERFORM EMIT-LINE
           MOVE WS-WD-HEAD TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-COUNT
               IF WD-KEY(WS-WD-IDX) = CO-KEY(WS-CO-IDX)
                   ADD 1 TO WS-TOT-WEDDINGS
                   ADD WD-OPEN(WS-WD-IDX) TO WS-TOT-OPEN
                   ADD WD-OVERDUE(WS-WD-IDX) TO WS-TOT-OVERDUE
                   MOVE WD-DATE(WS-WD-IDX) TO WL-DATE
                   MOVE WD-FOLDER(WS-WD-IDX) TO WL-FOLDER
                   MOVE WD-OPEN(WS-WD-IDX) TO WL-OPEN
                   MOVE WD-OVERDUE(WS-WD-IDX) TO WL-OVERDUE
                   MOVE SPACES TO WL-SOON
                   IF WD-SOON(WS-WD-IDX) = 'Y'
                       ADD 1 TO WS-TOT-SOON
                       MOVE "< 60 DAYS" TO WL-SOON
                   END-IF
                   MOVE WS-WD-LINE TO WS-RPT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-TOT-WEDDINGS = 0
               MOVE "  No active weddings." TO WS-RPT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOT-WEDDINGS TO WS-CNT-DISP
           MOVE WS-TOT-OPEN TO WS-CNT2-DISP
           MOVE WS-TOT-OVERDUE TO WS-CNT3-DISP
           MOVE WS-TOT-SOON TO WS-CNT4-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "  Weddings:" WS-CNT-DISP "  Open tasks:"
               WS-CNT2-DISP "  Overdue:" WS-CNT3-DISP
               "  Next 60 days:" WS-CNT4-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE.

      * Builds both tables from the active Archives folders (plans
      * already moved to Completed or Cancelled carry no workload)
      * and the staff roster, then orders the weddings by
      * coordinator and date.
       LOAD-WORKLOAD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           MOVE 0 TO WS-WD-COUNT WS-CO-COUNT
           PERFORM LOAD-ROSTER-COORDINATORS

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
                               PERFORM LOAD-ONE-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           PERFORM SORT-WEDDING-TABLE.

       LOAD-ROSTER-COORDINATORS.
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
                       MOVE FUNCTION UPPER-CASE(STAFF-ROLE)
                           TO WS-ROLE-UPPER
                       MOVE 0 TO WS-COORD-HITS
                       INSPECT WS-ROLE-UPPER TALLYING
                           WS-COORD-HITS FOR ALL "COORD"
                       IF WS-COORD-HITS > 0
                           AND (STAFF-ACTIVE = 'Y' OR
                                STAFF-ACTIVE = 'y')
                           MOVE STAFF-NAME TO WS-CO-NAME-IN
                           PERFORM FIND-OR-ADD-COORDINATOR
                           IF WS-CO-HIT > 0
                               MOVE 'Y' TO CO-ON-ROSTER(WS-CO-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAFF-FILE.

      * Profiles hold the coordinator as typed, so names are matched
      * without regard to case or surrounding spaces.
       FIND-OR-ADD-COORDINATOR.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME-IN))
               TO WS-CO-KEY-IN
           MOVE 0 TO WS-CO-HIT
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT OR WS-CO-HIT > 0
               IF CO-KEY(WS-CO-IDX) = WS-CO-KEY-IN
                   MOVE WS-CO-IDX TO WS-CO-HIT
               END-IF
           END-PERFORM
           IF WS-CO-HIT = 0 AND WS-CO-COUNT < 200
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-HIT
               MOVE WS-CO-KEY-IN TO CO-KEY(WS-CO-HIT)
               MOVE FUNCTION TRIM(WS-CO-NAME-IN) TO CO-NAME(WS-CO-HIT)
               MOVE 'N' TO CO-ON-ROSTER(WS-CO-HIT)
           END-IF.

       LOAD-ONE-WEDDING.
           MOVE SPACES TO WS-FOLDER-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               DELIMITED BY SIZE INTO WS-FOLDER-PATH
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PROFILE-FILE
               AT END
                   MOVE "10" TO WS-PROFILE-STATUS
           END-READ
           CLOSE PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(PROF-STATUS) TO WS-UPPER-STATUS
           IF WS-UPPER-STATUS(1:6) = "CANCEL" OR WS-WD-COUNT >= 600
               EXIT PARAGRAPH
           END-IF
           MOVE PROF-COORDINATOR TO WS-CO-NAME-IN
           PERFORM FIND-OR-ADD-COORDINATOR
           ADD 1 TO WS-WD-COUNT
           MOVE WS-CO-KEY-IN TO WD-KEY(WS-WD-COUNT)
           MOVE PROF-COORDINATOR TO WD-COORD(WS-WD-COUNT)
           MOVE PROF-WEDDING-DATE TO WD-DATE(WS-WD-COUNT)
           MOVE WS-DIR-LINE TO WD-FOLDER(WS-WD-COUNT)
           MOVE 0 TO WD-OPEN(WS-WD-COUNT) WD-OVERDUE(WS-WD-COUNT)
           MOVE 'N' TO WD-SOON(WS-WD-COUNT)
           IF PROF-WEDDING-DATE(1:4) NUMERIC
               AND PROF-WEDDING-DATE(6:2) NUMERIC
               AND PROF-WEDDING-DATE(9:2) NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(PROF-WEDDING-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(PROF-WEDDING-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(PROF-WEDDING-DATE(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DAYS-UNTIL =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       - WS-TODAY-JULIAN
                   IF WS-DAYS-UNTIL >= 0
                       AND WS-DAYS-UNTIL <= WS-SOON-DAYS
                       MOVE 'Y' TO WD-SOON(WS-WD-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM COUNT-FOLDER-TASKS.

      * Open = not completed; overdue = open and due before today.
       COUNT-FOLDER-TASKS.
           MOVE SPACES TO WS-TASK-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\tasks.txt"
               DELIMITED BY SIZE INTO WS-TASK-PATH
           OPEN INPUT TASK-FILE
           IF WS-TASK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM SKIP-TASK-HEADER-LINE
           PERFORM SKIP-TASK-HEADER-LINE
           PERFORM SKIP-TASK-HEADER-LINE
           PERFORM UNTIL WS-EOF = 'Y'
               READ TASK-FILE INTO WS-CSV
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-TASK
               END-READ
           END-PERFORM
           CLOSE TASK-FILE.

       SKIP-TASK-HEADER-LINE.
           IF WS-EOF = 'N'
               READ TASK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

       TALLY-ONE-TASK.
           IF WS-CSV = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TASK
           UNSTRING WS-CSV DELIMITED BY ","
               INTO T-ID T-NAME T-DESC T-YEAR T-MON T-DAY
                    T-HOUR T-MIN T-STATUS T-PRIORITY T-ASSIGNED-TO
           IF T-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WD-OPEN(WS-WD-COUNT)
           IF T-YEAR NUMERIC AND T-MON NUMERIC AND T-DAY NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(T-YEAR) * 10000
                   + FUNCTION NUMVAL(T-MON) * 100
                   + FUNCTION NUMVAL(T-DAY)
               IF WS-DATE-NUM < WS-TODAY-DATE-NUM
                   ADD 1 TO WD-OVERDUE(WS-WD-COUNT)
               END-IF
           END-IF.

       SORT-WEDDING-TABLE.
           MOVE 'Y' TO WS-WD-SWAPPED
           PERFORM UNTIL WS-WD-SWAPPED = 'N'
               MOVE 'N' TO WS-WD-SWAPPED
               PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                       UNTIL WS-WD-IDX >= WS-WD-COUNT
                   COMPUTE WS-WD-IDX2 = WS-WD-IDX + 1
                   IF WD-KEY(WS-WD-IDX) > WD-KEY(WS-WD-IDX2)
                       OR (WD-KEY(WS-WD-IDX) = WD-KEY(WS-WD-IDX2)
                       AND WD-DATE(WS-WD-IDX) > WD-DATE(WS-WD-IDX2))
                       MOVE WS-WD-ENTRY(WS-WD-IDX) TO WS-WD-HOLD
                       MOVE WS-WD-ENTRY(WS-WD-IDX2)
                           TO WS-WD-ENTRY(WS-WD-IDX)
                       MOVE WS-WD-HOLD TO WS-WD-ENTRY(WS-WD-IDX2)
                       MOVE 'Y' TO WS-WD-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Moves every active wedding of one coordinator - or only those
      * in a date window, for leave - to another in a single pass.
      * Each profile changed gets its own audit entry. A plan open on
      * another workstation is skipped, since that session would
      * write its copy of the profile back over the change.
       BULK-REASSIGN.
           PERFORM CLEAR-SCREEN
           IF LS-OPERATOR-ROLE NOT = 'S' AND LS-OPERATOR-ROLE NOT = 'A'
               DISPLAY "Reassigning coordinators needs a supervisor "
                   "or administrator."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Coordinator leaving (as on the profiles): "
           ACCEPT WS-PICK-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PICK-NAME))
               TO WS-PICK-KEY
           IF WS-PICK-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Only weddings dated from (YYYY-MM-DD, Enter = "
               "all): "
           ACCEPT WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           IF WS-FROM-DATE NOT = SPACES
               DISPLAY "   up to (YYYY-MM-DD, Enter = no end): "
               ACCEPT WS-TO-DATE
           END-IF
           PERFORM LOAD-WORKLOAD

           MOVE 0 TO WS-MOVE-COUNT
           DISPLAY "Weddings to be reassigned:"
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-COUNT
               PERFORM CHECK-REASSIGN-WINDOW
               IF WS-IN-WINDOW = 'Y'
                   ADD 1 TO WS-MOVE-COUNT
                   DISPLAY "  " WD-DATE(WS-WD-IDX) "  "
                       FUNCTION TRIM(WD-FOLDER(WS-WD-IDX))
               END-IF
           END-PERFORM
           IF WS-MOVE-COUNT = 0
               DISPLAY "  none - no active weddings for that "
                   "coordinator in that window."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF

           DISPLAY "New coordinator: "
           ACCEPT WS-NEW-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-NAME))
               TO WS-NEW-KEY
           IF WS-NEW-KEY = SPACES OR WS-NEW-KEY = WS-PICK-KEY
               DISPLAY "Nothing reassigned."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-NAME TO WS-CO-NAME-IN
           PERFORM FIND-OR-ADD-COORDINATOR
           IF WS-CO-HIT > 0
               IF CO-ON-ROSTER(WS-CO-HIT) = 'Y'
                   MOVE CO-NAME(WS-CO-HIT) TO WS-NEW-NAME
               ELSE
                   DISPLAY FUNCTION TRIM(WS-NEW-NAME)
                       " is not an active coordinator on the staff "
                       "roster. Continue? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE WS-MOVE-COUNT TO WS-CNT-DISP
           DISPLAY "Reassign" WS-CNT-DISP " wedding(s) to "
               FUNCTION TRIM(WS-NEW-NAME) "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing reassigned."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MOVED-COUNT WS-LOCKED-COUNT
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-COUNT
               PERFORM CHECK-REASSIGN-WINDOW
               IF WS-IN-WINDOW = 'Y'
                   PERFORM REASSIGN-ONE-WEDDING
               END-IF
           END-PERFORM
           MOVE WS-MOVED-COUNT TO WS-CNT-DISP
           DISPLAY "Weddings reassigned:" WS-CNT-DISP
           IF WS-LOCKED-COUNT > 0
               MOVE WS-LOCKED-COUNT TO WS-CNT-DISP
               DISPLAY "Skipped (open on another workstation):"
                   WS-CNT-DISP " - rerun once they are closed."
           END-IF
           PERFORM PAUSE-SCREEN.

       CHECK-REASSIGN-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW
           IF WD-KEY(WS-WD-IDX) NOT = WS-PICK-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-DATE NOT = SPACES
               IF WD-DATE(WS-WD-IDX) = SPACES
                   OR WD-DATE(WS-WD-IDX) < WS-FROM-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TO-DATE NOT = SPACES
               IF WD-DATE(WS-WD-IDX) > WS-TO-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-IN-WINDOW.

       REASSIGN-ONE-WEDDING.
           MOVE SPACES TO WS-FOLDER-PATH
           STRING "Archives\" FUNCTION TRIM(WD-FOLDER(WS-WD-IDX))
               DELIMITED BY SIZE INTO WS-FOLDER-PATH
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\plan.lock"
               DELIMITED BY SIZE INTO WS-LOCK-PATH
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               CLOSE LOCK-FILE
               ADD 1 TO WS-LOCKED-COUNT
               DISPLAY "  In use, skipped: "
                   FUNCTION TRIM(WD-FOLDER(WS-WD-IDX))
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PROFILE-FILE
               AT END
                   MOVE "10" TO WS-PROFILE-STATUS
           END-READ
           CLOSE PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER
           STRING "Coordinator: " PROF-COORDINATOR
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           MOVE WS-NEW-NAME TO PROF-COORDINATOR
           OPEN OUTPUT PROFILE-FILE
           WRITE PROFILE-RECORD
           CLOSE PROFILE-FILE
           STRING "Coordinator: " FUNCTION TRIM(PROF-COORDINATOR)
               " (bulk reassignment)"
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           MOVE "COORDINATOR CHANGE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-AUDIT-PATH
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-MOVED-COUNT
           DISPLAY "  Reassigned: " FUNCTION TRIM(WD-FOLDER(WS-WD-IDX)).

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
               MOVE "COORD-WORKLOAD" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM COORD-WORKLOAD.
