           SELECT STAFF-FILE ASSIGN TO "staff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT OTHER-ASSIGN-FILE ASSIGN TO WS-OTHER-ASSIGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTHER-ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Time in/out are HH:MM on a 24-hour clock. Hours and pay
      * are worked out when the times are recorded, using the rate
      * on staff.txt that day, so later rate changes do not rewrite
      * history.
       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           05 SA-STAFF-ID      PIC X(5).
           05 SA-DATE          PIC X(10).
           05 SA-SHIFT         PIC X(10).
           05 SA-ROLE          PIC X(15).
           05 SA-TIME-IN       PIC X(5).
           05 SA-TIME-OUT      PIC X(5).
           05 SA-REG-HRS       PIC 9(2)V99.
           05 SA-OT-HRS        PIC 9(2)V99.
           05 SA-ND-HRS        PIC 9(2)V99.
           05 SA-PAY-BASIS     PIC X(1).
           05 SA-RATE          PIC 9(5)V99.
           05 SA-PAY           PIC 9(7)V99.

       FD ASSIGN-TEMP.
       01 ASSIGN-TEMP-RECORD.
           05 SAT-DATE         PIC X(10).
           05 SAT-SHIFT        PIC X(10).
           05 SAT-ROLE         PIC X(15).
           05 SAT-TIME-IN      PIC X(5).
           05 SAT-TIME-OUT     PIC X(5).
           05 SAT-REG-HRS      PIC 9(2)V99.
           05 SAT-OT-HRS       PIC 9(2)V99.
           05 SAT-ND-HRS       PIC 9(2)V99.
           05 SAT-PAY-BASIS    PIC X(1).
           05 SAT-RATE         PIC 9(5)V99.
           05 SAT-PAY          PIC 9(7)V99.

       FD STAFF-FILE.
       01 STAFF-RECORD.
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

       FD OTHER-ASSIGN-FILE.
       01 OTHER-ASSIGN-RECORD.
           05 OA-DATE          PIC X(10).
           05 OA-SHIFT         PIC X(10).
           05 OA-ROLE          PIC X(15).
           05 OA-TIME-IN       PIC X(5).
           05 OA-TIME-OUT      PIC X(5).
           05 OA-REG-HRS       PIC 9(2)V99.
           05 OA-OT-HRS        PIC 9(2)V99.
           05 OA-ND-HRS        PIC 9(2)V99.
           05 OA-PAY-BASIS     PIC X(1).
           05 OA-RATE          PIC 9(5)V99.
           05 OA-PAY           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-ASSIGN-STATUS     PIC X(2).
       01 WS-STAFF-STATUS      PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-OTHER-ASSIGN-STATUS PIC X(2).
       01 WS-ASSIGN-PATH       PIC X(200).
       01 WS-ASSIGN-TEMP-PATH  PIC X(200).
       01 WS-DIR-LINE          PIC X(255).
       01 WS-PICK-ID           PIC X(5).
       01 WS-PICK-DATE         PIC X(10).
       01 WS-PICK-SHIFT        PIC X(10).
       01 WS-SHIFT-COUNT       PIC 9(3).
       01 WS-CONFLICT-COUNT    PIC 9(3).
       01 WS-CONFLICT-CONFIRM  PIC X.
       01 WS-PAY-BASIS         PIC X.
       01 WS-PAY-RATE          PIC 9(5)V99.
       01 WS-TIME-IN           PIC X(5).
       01 WS-TIME-OUT          PIC X(5).
       01 WS-TIME-CHECK        PIC X(5).
       01 WS-TIME-OK           PIC X.
       01 WS-TIME-MIN          PIC 9(4).
       01 WS-IN-MIN            PIC 9(4).
       01 WS-OUT-MIN           PIC 9(4).
       01 WS-WORKED-MIN        PIC 9(4).
       01 WS-REG-MIN           PIC 9(4).
       01 WS-OT-MIN            PIC 9(4).
       01 WS-ND-MIN            PIC 9(4).
       01 WS-ND-FROM           PIC 9(4).
       01 WS-ND-TO             PIC 9(4).
       01 WS-OV-FROM           PIC 9(4).
       01 WS-OV-TO             PIC 9(4).
       01 WS-HOURLY            PIC 9(5)V9999.
       01 WS-REG-HRS           PIC 9(2)V99.
       01 WS-OT-HRS            PIC 9(2)V99.
       01 WS-ND-HRS            PIC 9(2)V99.
       01 WS-SHIFT-PAY         PIC 9(7)V99.
       01 WS-HRS-DISP          PIC Z9.99.
       01 WS-PAY-DISP          PIC Z(6)9.99.
      * Pay rules: the first 8 hours of a shift are regular time,
      * anything beyond is overtime at 125% of the hourly rate, and
      * every hour between 22:00 and 06:00 earns a further 10% night
      * differential. A day rate covers the regular hours; its
      * hourly equivalent is the day rate over 8.
       01 WS-REG-DAY-MIN       PIC 9(4) VALUE 480.
       01 WS-OT-PREMIUM        PIC 9V99 VALUE 1.25.
       01 WS-ND-PREMIUM        PIC 9V99 VALUE 0.10.

       LINKAGE SECTION.
       01 LS-WEDDING-FOLDER    PIC X(50).
           DISPLAY "1. List Assignments"
           DISPLAY "2. Add Assignment"
           DISPLAY "3. Remove Assignment"
           DISPLAY "4. Record Time In / Time Out"
           DISPLAY "5. Back to Wedding Plan Management"
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE.
               WHEN 1 PERFORM LIST-ASSIGNMENTS
               WHEN 2 PERFORM ADD-ASSIGNMENT
               WHEN 3 PERFORM REMOVE-ASSIGNMENT
               WHEN 4 PERFORM RECORD-TIME-WORKED
               WHEN 5 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.
                           DISPLAY "  " SA-DATE " " SA-SHIFT " "
                               SA-STAFF-ID " "
                               WS-STAFF-SHOW " as " SA-ROLE
                           IF SA-TIME-IN NOT = SPACES
                               AND SA-PAY NUMERIC
                               MOVE SA-PAY TO WS-PAY-DISP
                               DISPLAY "      worked " SA-TIME-IN
                                   "-" SA-TIME-OUT "  reg "
                                   SA-REG-HRS " OT " SA-OT-HRS
                                   " ND " SA-ND-HRS
                                   "  PHP " WS-PAY-DISP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
      * inventory sums allocations across every Archives folder.
       COUNT-CONFLICTS-ON-DATE.
           MOVE 0 TO WS-CONFLICT-COUNT
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
                               PERFORM COUNT-ONE-FOLDER-CONFLICTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       COUNT-ONE-FOLDER-CONFLICTS.
           MOVE SPACES TO WS-OTHER-ASSIGN-PATH
           ACCEPT SA-SHIFT
           DISPLAY "Enter Role that day: "
           ACCEPT SA-ROLE
           MOVE SPACES TO SA-TIME-IN SA-TIME-OUT SA-PAY-BASIS
           MOVE 0 TO SA-REG-HRS SA-OT-HRS SA-ND-HRS SA-RATE SA-PAY

           OPEN EXTEND ASSIGN-FILE
           IF WS-ASSIGN-STATUS = "35"
                   "file; original kept as staff-assign.bak"
           END-IF.

      * On-call staff clock in and out against their assignment;
      * the shift is costed on the spot so the payroll extract and
      * the profitability report read the same figure.  Someone on
      * more than one shift that day picks which one is being timed.
       RECORD-TIME-WORKED.
           DISPLAY "Enter Staff ID: "
           ACCEPT WS-PICK-ID
           DISPLAY "Enter Date of the assignment (YYYY-MM-DD): "
           ACCEPT WS-PICK-DATE
           PERFORM LIST-STAFF-SHIFTS
           IF WS-SHIFT-COUNT = 0
               DISPLAY "No assignment for that staff member on "
                   WS-PICK-DATE "."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SHIFT-COUNT > 1
               DISPLAY "Enter Shift being timed (as listed above): "
               ACCEPT WS-PICK-SHIFT
           END-IF
           DISPLAY "Enter Time In (HH:MM, 24-hour): "
           ACCEPT WS-TIME-IN
           MOVE WS-TIME-IN TO WS-TIME-CHECK
           PERFORM CHECK-TIME-ENTRY
           IF WS-TIME-OK = 'N'
               DISPLAY "Time In must be HH:MM, e.g. 14:30."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIME-MIN TO WS-IN-MIN
           DISPLAY "Enter Time Out (HH:MM, 24-hour): "
           ACCEPT WS-TIME-OUT
           MOVE WS-TIME-OUT TO WS-TIME-CHECK
           PERFORM CHECK-TIME-ENTRY
           IF WS-TIME-OK = 'N'
               DISPLAY "Time Out must be HH:MM, e.g. 23:45."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIME-MIN TO WS-OUT-MIN

           PERFORM LOOKUP-STAFF-PAY
           IF WS-PAY-RATE = 0
               DISPLAY "Note: no pay rate on the staff roster for "
                   WS-PICK-ID "; hours are kept, pay is zero."
           END-IF
           PERFORM COMPUTE-SHIFT-PAY

           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS = "35"
               DISPLAY "No day-of assignments yet."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ASSIGN-TEMP
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-FOUND
           PERFORM RECORD-TIME-PROCESS UNTIL WS-EOF = 'Y'
           CLOSE ASSIGN-FILE
           CLOSE ASSIGN-TEMP
           PERFORM SWAP-ASSIGN-FILE
           IF WS-FOUND = 'N'
               DISPLAY "No " FUNCTION TRIM(WS-PICK-SHIFT)
                   " shift for that staff member on "
                   WS-PICK-DATE "."
           ELSE
               MOVE WS-REG-HRS TO WS-HRS-DISP
               DISPLAY "Regular hours:        " WS-HRS-DISP
               MOVE WS-OT-HRS TO WS-HRS-DISP
               DISPLAY "Overtime hours:       " WS-HRS-DISP
               MOVE WS-ND-HRS TO WS-HRS-DISP
               DISPLAY "Night-diff hours:     " WS-HRS-DISP
               MOVE WS-SHIFT-PAY TO WS-PAY-DISP
               DISPLAY "Gross pay for shift:  PHP " WS-PAY-DISP
           END-IF
           PERFORM PAUSE-SCREEN.

       RECORD-TIME-PROCESS.
           READ ASSIGN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE ASSIGN-RECORD TO ASSIGN-TEMP-RECORD
                   IF SA-STAFF-ID = WS-PICK-ID
                       AND SA-DATE = WS-PICK-DATE
                       AND SA-SHIFT = WS-PICK-SHIFT
                       AND WS-FOUND = 'N'
                       MOVE 'Y' TO WS-FOUND
                       MOVE WS-TIME-IN TO SAT-TIME-IN
                       MOVE WS-TIME-OUT TO SAT-TIME-OUT
                       MOVE WS-REG-HRS TO SAT-REG-HRS
                       MOVE WS-OT-HRS TO SAT-OT-HRS
                       MOVE WS-ND-HRS TO SAT-ND-HRS
                       MOVE WS-PAY-BASIS TO SAT-PAY-BASIS
                       MOVE WS-PAY-RATE TO SAT-RATE
                       MOVE WS-SHIFT-PAY TO SAT-PAY
                   END-IF
                   WRITE ASSIGN-TEMP-RECORD
           END-READ.

      * Shows the staff member's shifts on the chosen date, with any
      * time already recorded, and keeps the shift when there is
      * only one.
       LIST-STAFF-SHIFTS.
           MOVE 0 TO WS-SHIFT-COUNT
           MOVE SPACES TO WS-PICK-SHIFT
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
                       IF SA-STAFF-ID = WS-PICK-ID
                           AND SA-DATE = WS-PICK-DATE
                           ADD 1 TO WS-SHIFT-COUNT
                           MOVE SA-SHIFT TO WS-PICK-SHIFT
                           IF SA-TIME-IN NOT = SPACES
                               DISPLAY "  " SA-SHIFT " as " SA-ROLE
                                   "  worked " SA-TIME-IN "-"
                                   SA-TIME-OUT
                           ELSE
                               DISPLAY "  " SA-SHIFT " as " SA-ROLE
                                   "  no time recorded"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE.

      * Accepts HH:MM and returns minutes after midnight.
       CHECK-TIME-ENTRY.
           MOVE 'N' TO WS-TIME-OK
           MOVE 0 TO WS-TIME-MIN
           IF WS-TIME-CHECK(1:2) NOT NUMERIC
               OR WS-TIME-CHECK(3:1) NOT = ":"
               OR WS-TIME-CHECK(4:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-TIME-CHECK(1:2) > "23" OR WS-TIME-CHECK(4:2) > "59"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TIME-MIN =
               FUNCTION NUMVAL(WS-TIME-CHECK(1:2)) * 60
               + FUNCTION NUMVAL(WS-TIME-CHECK(4:2))
           MOVE 'Y' TO WS-TIME-OK.

       LOOKUP-STAFF-PAY.
           MOVE 'H' TO WS-PAY-BASIS
           MOVE 0 TO WS-PAY-RATE
           MOVE 'N' TO WS-OTHER-EOF
           OPEN INPUT STAFF-FILE
           IF WS-STAFF-STATUS = "00"
               PERFORM UNTIL WS-OTHER-EOF = 'Y'
                   READ STAFF-FILE
                       AT END
                           MOVE 'Y' TO WS-OTHER-EOF
                       NOT AT END
                           IF STAFF-ID = WS-PICK-ID
                               IF STAFF-PAY-BASIS = 'D'
                                   MOVE 'D' TO WS-PAY-BASIS
                               END-IF
                               IF STAFF-RATE NUMERIC
                                   MOVE STAFF-RATE TO WS-PAY-RATE
                               END-IF
                               MOVE 'Y' TO WS-OTHER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           END-IF.

      * A time out earlier than the time in is a shift that ran past
      * midnight. Night-differential windows are laid out over the
      * two calendar days the shift can touch.
       COMPUTE-SHIFT-PAY.
           IF WS-OUT-MIN <= WS-IN-MIN
               ADD 1440 TO WS-OUT-MIN
           END-IF
           COMPUTE WS-WORKED-MIN = WS-OUT-MIN - WS-IN-MIN
           IF WS-WORKED-MIN > WS-REG-DAY-MIN
               MOVE WS-REG-DAY-MIN TO WS-REG-MIN
               COMPUTE WS-OT-MIN = WS-WORKED-MIN - WS-REG-DAY-MIN
           ELSE
               MOVE WS-WORKED-MIN TO WS-REG-MIN
               MOVE 0 TO WS-OT-MIN
           END-IF
           MOVE 0 TO WS-ND-MIN
           MOVE 0 TO WS-ND-FROM
           MOVE 360 TO WS-ND-TO
           PERFORM ADD-NIGHT-OVERLAP
           MOVE 1320 TO WS-ND-FROM
           MOVE 1800 TO WS-ND-TO
           PERFORM ADD-NIGHT-OVERLAP
           MOVE 2760 TO WS-ND-FROM
           MOVE 2880 TO WS-ND-TO
           PERFORM ADD-NIGHT-OVERLAP
           COMPUTE WS-REG-HRS ROUNDED = WS-REG-MIN / 60
           COMPUTE WS-OT-HRS ROUNDED = WS-OT-MIN / 60
           COMPUTE WS-ND-HRS ROUNDED = WS-ND-MIN / 60
           IF WS-PAY-BASIS = 'D'
               COMPUTE WS-HOURLY ROUNDED = WS-PAY-RATE / 8
               COMPUTE WS-SHIFT-PAY ROUNDED = WS-PAY-RATE
                   + (WS-OT-MIN / 60) * WS-HOURLY * WS-OT-PREMIUM
                   + (WS-ND-MIN / 60) * WS-HOURLY * WS-ND-PREMIUM
           ELSE
               MOVE WS-PAY-RATE TO WS-HOURLY
               COMPUTE WS-SHIFT-PAY ROUNDED =
                   (WS-REG-MIN / 60) * WS-HOURLY
                   + (WS-OT-MIN / 60) * WS-HOURLY * WS-OT-PREMIUM
                   + (WS-ND-MIN / 60) * WS-HOURLY * WS-ND-PREMIUM
           END-IF.

       ADD-NIGHT-OVERLAP.
           IF WS-IN-MIN > WS-ND-FROM
               MOVE WS-IN-MIN TO WS-OV-FROM
           ELSE
               MOVE WS-ND-FROM TO WS-OV-FROM
           END-IF
           IF WS-OUT-MIN < WS-ND-TO
               MOVE WS-OUT-MIN TO WS-OV-TO
           ELSE
               MOVE WS-ND-TO TO WS-OV-TO
           END-IF
           IF WS-OV-TO > WS-OV-FROM
               COMPUTE WS-ND-MIN = WS-ND-MIN + WS-OV-TO - WS-OV-FROM
           END-IF.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.
