               FILE STATUS IS WS-STAFF-STATUS.
           SELECT STAFF-TEMP ASSIGN TO "staff.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO WS-ASSIGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO WS-PAYROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Pay basis H = hourly rate, D = day rate.
       FD STAFF-FILE.
       01 STAFF-RECORD.
           05 STAFF-ID         PIC X(5).
           05 STAFF-ROLE       PIC X(15).
           05 STAFF-CONTACT    PIC X(20).
           05 STAFF-ACTIVE     PIC X(1).
           05 STAFF-PAY-BASIS  PIC X(1).
           05 STAFF-RATE       PIC 9(5)V99.

       FD STAFF-TEMP.
       01 STAFF-TEMP-RECORD.
           05 STT-ROLE         PIC X(15).
           05 STT-CONTACT      PIC X(20).
           05 STT-ACTIVE       PIC X(1).
           05 STT-PAY-BASIS    PIC X(1).
           05 STT-RATE         PIC 9(5)V99.

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

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
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

      * One line per costed shift in the cut-off period, in the
      * fixed layout the payroll provider loads.
       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
           05 PY-STAFF-ID      PIC X(5).
           05 PY-STAFF-NAME    PIC X(20).
           05 PY-WORK-DATE     PIC X(10).
           05 PY-ACCT          PIC X(4).
           05 PY-TIME-IN       PIC X(5).
           05 PY-TIME-OUT      PIC X(5).
           05 PY-REG-HRS       PIC 9(2)V99.
           05 PY-OT-HRS        PIC 9(2)V99.
           05 PY-ND-HRS        PIC 9(2)V99.
           05 PY-PAY-BASIS     PIC X(1).
           05 PY-RATE          PIC 9(5)V99.
           05 PY-GROSS         PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-STAFF-STATUS      PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-ASSIGN-STATUS     PIC X(2).
       01 WS-ASSIGN-PATH       PIC X(200).
       01 WS-OS-CMD            PIC X(200).
       01 WS-TODAY-DATE        PIC X(10).
       01 WS-RAW-DATE          PIC X(8).
       01 WS-UPCOMING-COUNT    PIC 9(4).
       01 WS-RATE-DISP         PIC Z(4)9.99.
       01 WS-PAYROLL-STATUS    PIC X(2).
       01 WS-PAYROLL-PATH      PIC X(200).
       01 WS-CUT-FROM          PIC X(10).
       01 WS-CUT-TO            PIC X(10).
       01 WS-SCAN-BASE         PIC X(30).
       01 WS-FOLDER-YEAR       PIC X(4).
       01 WS-FOLDER-ACCT       PIC X(4).
       01 WS-PY-LINES          PIC 9(5).
       01 WS-PY-TOTAL          PIC 9(9)V99.
       01 WS-PY-TOTAL-DISP     PIC Z(8)9.99.
       01 WS-PY-IDX            PIC 9(3).
       01 WS-PY-HIT            PIC 9(3).
       01 WS-PY-COUNT          PIC 9(3).
       01 WS-PY-TABLE.
           05 WS-PY-STAFF OCCURS 300 TIMES.
               10 PYT-ID           PIC X(5).
               10 PYT-NAME         PIC X(20).
               10 PYT-SHIFTS       PIC 9(4).
               10 PYT-HOURS        PIC 9(5)V99.
               10 PYT-GROSS        PIC 9(9)V99.
       01 WS-PY-HRS-DISP       PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       CLEAR-SCREEN.
           DISPLAY "3. Edit Staff Member".
           DISPLAY "4. Deactivate / Reactivate Staff Member".
           DISPLAY "5. Upcoming Assignments for a Staff Member".
           DISPLAY "6. Payroll Extract for a Cut-off Period".
           DISPLAY "7. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.
               WHEN 3 PERFORM EDIT-STAFF
               WHEN 4 PERFORM TOGGLE-STAFF
               WHEN 5 PERFORM UPCOMING-ASSIGNMENTS
               WHEN 6 PERFORM PAYROLL-EXTRACT
               WHEN 7 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
                                   " " STAFF-ROLE " "
                                   STAFF-CONTACT "  INACTIVE"
                           END-IF
                           IF STAFF-RATE NUMERIC
                               MOVE STAFF-RATE TO WS-RATE-DISP
                               IF STAFF-PAY-BASIS = 'D'
                                   DISPLAY "      PHP " WS-RATE-DISP
                                       " per day"
                               ELSE
                                   DISPLAY "      PHP " WS-RATE-DISP
                                       " per hour"
                               END-IF
                           ELSE
                               DISPLAY "      (no pay rate on file)"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           DISPLAY "Enter Contact Number: ".
           ACCEPT STAFF-CONTACT.
           MOVE 'Y' TO STAFF-ACTIVE.
           DISPLAY "Pay basis - (H)ourly or (D)ay rate: ".
           ACCEPT STAFF-PAY-BASIS.
           IF STAFF-PAY-BASIS = 'd'
               MOVE 'D' TO STAFF-PAY-BASIS
           END-IF.
           IF STAFF-PAY-BASIS NOT = 'D'
               MOVE 'H' TO STAFF-PAY-BASIS
           END-IF.
           DISPLAY "Enter Rate (PHP per hour or per day): ".
           ACCEPT WS-FIELD-IN.
           MOVE FUNCTION NUMVAL(WS-FIELD-IN) TO STAFF-RATE.

           OPEN EXTEND STAFF-FILE.
           IF WS-STAFF-STATUS = "35"
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE STAFF-RECORD TO STAFF-TEMP-RECORD
                   IF STAFF-RATE NOT NUMERIC
                       MOVE 0 TO STT-RATE
                   END-IF
                   IF STAFF-PAY-BASIS NOT = 'D'
                       MOVE 'H' TO STT-PAY-BASIS
                   END-IF
                   IF STAFF-ID = WS-PICK-ID
                       MOVE 'Y' TO WS-FOUND
                       DISPLAY "Press Enter on any field to keep "
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO STT-CONTACT
                       END-IF
                       DISPLAY "Pay Basis H/D [" STT-PAY-BASIS "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN(1:1) = 'H'
                           OR WS-FIELD-IN(1:1) = 'h'
                           MOVE 'H' TO STT-PAY-BASIS
                       END-IF
                       IF WS-FIELD-IN(1:1) = 'D'
                           OR WS-FIELD-IN(1:1) = 'd'
                           MOVE 'D' TO STT-PAY-BASIS
                       END-IF
                       MOVE STT-RATE TO WS-RATE-DISP
                       DISPLAY "Rate PHP [" WS-RATE-DISP "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-FIELD-IN)
                               TO STT-RATE
                       END-IF
                   END-IF
                   WRITE STAFF-TEMP-RECORD
           END-READ.
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE STAFF-RECORD TO STAFF-TEMP-RECORD
                   IF STAFF-RATE NOT NUMERIC
                       MOVE 0 TO STT-RATE
                   END-IF
                   IF STAFF-ID = WS-PICK-ID
                       MOVE 'Y' TO WS-FOUND
                       IF STAFF-ACTIVE = 'Y'
           DISPLAY "--------------------------------------------------"
           DISPLAY "   UPCOMING ASSIGNMENTS FOR STAFF " WS-PICK-ID
           DISPLAY "--------------------------------------------------"
           MOVE 'N' TO WS-DIR-EOF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = "Archives"
                               MOVE RG-FOLDER TO WS-DIR-LINE
                               PERFORM SCAN-FOLDER-ASSIGNMENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

           IF WS-UPCOMING-COUNT = 0
               DISPLAY "No upcoming assignments for that staff "
               CLOSE ASSIGN-FILE
           END-IF.

      * Freelancers used to be paid off a separate spreadsheet.
      * This pulls every costed shift dated inside the cut-off from
      * the active and completed weddings into one file for the
      * payroll provider, and totals each person on screen.
       PAYROLL-EXTRACT.
           DISPLAY "Cut-off period from (YYYY-MM-DD): ".
           ACCEPT WS-CUT-FROM.
           DISPLAY "Cut-off period to (YYYY-MM-DD): ".
           ACCEPT WS-CUT-TO.
           IF WS-CUT-TO < WS-CUT-FROM
               DISPLAY "The end of the period is before its start."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PY-COUNT.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STAFF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PY-COUNT < 300
                               ADD 1 TO WS-PY-COUNT
                               MOVE STAFF-ID TO PYT-ID(WS-PY-COUNT)
                               MOVE STAFF-NAME
                                   TO PYT-NAME(WS-PY-COUNT)
                               MOVE 0 TO PYT-SHIFTS(WS-PY-COUNT)
                                   PYT-HOURS(WS-PY-COUNT)
                                   PYT-GROSS(WS-PY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           END-IF.

           MOVE SPACES TO WS-PAYROLL-PATH.
           STRING "payroll-" WS-CUT-FROM(1:4) WS-CUT-FROM(6:2)
               WS-CUT-FROM(9:2) "-" WS-CUT-TO(1:4) WS-CUT-TO(6:2)
               WS-CUT-TO(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-PAYROLL-PATH.
           OPEN OUTPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "Could not create the payroll file. Status: "
                   WS-PAYROLL-STATUS
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PY-LINES.
           MOVE 0 TO WS-PY-TOTAL.
           MOVE "Archives" TO WS-SCAN-BASE.
           PERFORM PAYROLL-SCAN-BASE.
           MOVE "Archives\Completed" TO WS-SCAN-BASE.
           PERFORM PAYROLL-SCAN-BASE.
           CLOSE PAYROLL-FILE.

           DISPLAY "--------------------------------------------------"
           DISPLAY "  PAYROLL " WS-CUT-FROM " to " WS-CUT-TO
           DISPLAY "--------------------------------------------------"
           PERFORM SHOW-PAYROLL-TOTAL
               VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT.
           DISPLAY "--------------------------------------------------"
           MOVE WS-PY-TOTAL TO WS-PY-TOTAL-DISP.
           DISPLAY WS-PY-LINES " shift(s), gross PHP "
               WS-PY-TOTAL-DISP.
           DISPLAY "Extract written to " FUNCTION TRIM(WS-PAYROLL-PATH).
           PERFORM PAUSE-SCREEN.

       PAYROLL-SCAN-BASE.
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
                               PERFORM PAYROLL-ONE-FOLDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       PAYROLL-ONE-FOLDER.
           MOVE SPACES TO WS-FOLDER-YEAR WS-FOLDER-ACCT
           UNSTRING WS-DIR-LINE DELIMITED BY "-"
               INTO WS-FOLDER-YEAR WS-FOLDER-ACCT
           MOVE SPACES TO WS-ASSIGN-PATH
           STRING FUNCTION TRIM(WS-SCAN-BASE) "\"
               FUNCTION TRIM(WS-DIR-LINE) "\staff-assign.txt"
               DELIMITED BY SIZE INTO WS-ASSIGN-PATH
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ASSIGN-EOF
           PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
               READ ASSIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-ASSIGN-EOF
                   NOT AT END
                       IF SA-DATE >= WS-CUT-FROM
                           AND SA-DATE <= WS-CUT-TO
                           AND SA-TIME-IN NOT = SPACES
                           AND SA-PAY NUMERIC
                           PERFORM WRITE-PAYROLL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE.

       WRITE-PAYROLL-LINE.
           MOVE 0 TO WS-PY-HIT
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT OR WS-PY-HIT > 0
               IF PYT-ID(WS-PY-IDX) = SA-STAFF-ID
                   MOVE WS-PY-IDX TO WS-PY-HIT
               END-IF
           END-PERFORM
           MOVE SA-STAFF-ID TO PY-STAFF-ID
           MOVE SPACES TO PY-STAFF-NAME
           IF WS-PY-HIT > 0
               MOVE PYT-NAME(WS-PY-HIT) TO PY-STAFF-NAME
               ADD 1 TO PYT-SHIFTS(WS-PY-HIT)
               ADD SA-REG-HRS SA-OT-HRS TO PYT-HOURS(WS-PY-HIT)
               ADD SA-PAY TO PYT-GROSS(WS-PY-HIT)
           END-IF
           MOVE SA-DATE TO PY-WORK-DATE
           MOVE WS-FOLDER-ACCT TO PY-ACCT
           MOVE SA-TIME-IN TO PY-TIME-IN
           MOVE SA-TIME-OUT TO PY-TIME-OUT
           MOVE SA-REG-HRS TO PY-REG-HRS
           MOVE SA-OT-HRS TO PY-OT-HRS
           MOVE SA-ND-HRS TO PY-ND-HRS
           MOVE SA-PAY-BASIS TO PY-PAY-BASIS
           MOVE SA-RATE TO PY-RATE
           MOVE SA-PAY TO PY-GROSS
           WRITE PAYROLL-RECORD
           ADD 1 TO WS-PY-LINES
           ADD SA-PAY TO WS-PY-TOTAL.

       SHOW-PAYROLL-TOTAL.
           IF PYT-SHIFTS(WS-PY-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PYT-HOURS(WS-PY-IDX) TO WS-PY-HRS-DISP
           MOVE PYT-GROSS(WS-PY-IDX) TO WS-PY-TOTAL-DISP
           DISPLAY "  " PYT-ID(WS-PY-IDX) " " PYT-NAME(WS-PY-IDX)
               " " PYT-SHIFTS(WS-PY-IDX) " shift(s) "
               WS-PY-HRS-DISP " hrs  PHP " WS-PY-TOTAL-DISP.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.
