           SELECT BADSEEN-FILE ASSIGN TO WS-BADSEEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADSEEN-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO WS-ASSIGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT STAFF-FILE ASSIGN TO "staff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT EVTINV-FILE ASSIGN TO WS-EVTINV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVTINV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BADSEEN-FILE.
       01 BADSEEN-REC          PIC X(20).

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           05 SA-STAFF-ID      PIC X(5).
           05 SA-DATE          PIC X(10).
           05 FILLER           PIC X(64).

       FD STAFF-FILE.
       01 STAFF-RECORD.
           05 STAFF-ID         PIC X(5).
           05 STAFF-NAME       PIC X(20).
           05 STAFF-ROLE       PIC X(15).
           05 STAFF-CONTACT    PIC X(20).
           05 FILLER           PIC X(9).

      * Per-event invitation lists kept by Guest List Management.
       FD EVTINV-FILE.
       01 EVTINV-RECORD.
           05 EI-EVENT-ID      PIC 9(5).
           05 EI-GUEST-NAME    PIC X(30).
           05 EI-RSVP          PIC X(10).
           05 EI-MEAL          PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-FILE-PATH   PIC X(150).
       01 WS-GUEST-FILE-PATH   PIC X(150).
       01 WS-GUEST-EOF         PIC X.
       01 WS-CONTACT-EOF       PIC X.
       01 WS-LOOKAHEAD-DAYS    PIC 9(4).
       01 WS-LOOKFROM-DAYS     PIC 9(4).
       01 WS-TODAY-DATE-NUM    PIC 9(8).
       01 WS-TODAY-JULIAN      PIC 9(7).
       01 WS-EVENT-DATE-NUM    PIC 9(8).
           05 WS-ST-ID         PIC X(6).
           05 WS-ST-STATUS     PIC X(10).
       01 WS-SEARCH-CONTACT    PIC X(20).
       01 WS-ASSIGN-PATH       PIC X(150).
       01 WS-ASSIGN-STATUS     PIC X(2).
       01 WS-STAFF-STATUS      PIC X(2).
       01 WS-STAFF-EOF         PIC X.
       01 WS-CN-FOUND          PIC X.
       01 WS-CN-DATE           PIC X(10).
       01 WS-STAFF-MSG-COUNT   PIC 9(5).
       01 WS-SENT-COUNT        PIC 9(3).
       01 WS-SENT-IDX          PIC 9(3).
       01 WS-SENT-HIT          PIC X.
       01 WS-SENT-TABLE.
           05 WS-SENT-STAFF-ID OCCURS 100 TIMES PIC X(5).
       01 WS-EVTINV-PATH       PIC X(150).
       01 WS-EVTINV-STATUS     PIC X(2).
       01 WS-EVTINV-EOF        PIC X.
       01 WS-INV-EVENT-ID      PIC 9(5).
       01 WS-INV-HAS-LIST      PIC X.
       01 WS-INV-ATTENDING     PIC X.

       LINKAGE SECTION.
       01 LS-WEDDING-FOLDER    PIC X(50).
      * B = unattended run from the end-of-day stream: the extract
      * is written for tomorrow's events and tasks with no prompts.
      * C = change notice: an event has just been moved to another
      * location and everyone due there is told at once.
       01 LS-RUN-MODE          PIC X(1).
      * Passed with mode C only.
       01 LS-CHANGE-NOTICE.
           05 LS-CN-EVENT-ID       PIC 9(5).
           05 LS-CN-OLD-LOCATION   PIC X(50).
      * Passed with mode B only: the business date (YYYYMMDD) the
      * stream is running for, which stays the same when a run is
      * restarted after midnight.
       01 LS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION USING LS-WEDDING-FOLDER LS-RUN-MODE
           LS-CHANGE-NOTICE LS-BUSINESS-DATE.
       MAIN-PARA.
           PERFORM BUILD-FILE-PATHS.
           IF LS-RUN-MODE = "B"
               PERFORM BATCH-EXTRACT
               GO TO RETURN-TO-CALLER
           END-IF.
           IF LS-RUN-MODE = "C"
               PERFORM CHANGE-NOTICE-EXTRACT
               GO TO RETURN-TO-CALLER
           END-IF.

       MAIN-MENU.
           DISPLAY "=================================================="
           MOVE SPACES TO WS-BADSEEN-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\badcontact.tmp"
               DELIMITED BY SIZE INTO WS-BADSEEN-PATH
           MOVE SPACES TO WS-ASSIGN-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\staff-assign.txt"
               DELIMITED BY SIZE INTO WS-ASSIGN-PATH
           MOVE SPACES TO WS-EVTINV-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\event-invites.txt"
               DELIMITED BY SIZE INTO WS-EVTINV-PATH.

       GENERATE-EXTRACT.
           DISPLAY "Generate reminders for the next how many days? "
           ACCEPT WS-LOOKAHEAD-DAYS
           MOVE 0 TO WS-LOOKFROM-DAYS
           PERFORM WRITE-EXTRACT.

      * Run nightly, so only tomorrow is extracted - today's items
      * went out with last night's run.
      * RETURN-CODE 0 = extract written, 8 = file could not be made.
       BATCH-EXTRACT.
           MOVE 1 TO WS-LOOKFROM-DAYS WS-LOOKAHEAD-DAYS
           MOVE 'N' TO WS-MSG-STATUS
           PERFORM WRITE-EXTRACT
           IF WS-MSG-STATUS = "00"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-EXTRACT.
           IF LS-RUN-MODE = "B"
               MOVE LS-BUSINESS-DATE TO WS-TODAY-DATE-NUM
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           END-IF
           MOVE WS-TODAY-DATE-NUM TO WS-RUN-DATE
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
                                   (WS-EVENT-DATE-NUM)
                           COMPUTE WS-DAYS-UNTIL =
                               WS-EVENT-JULIAN - WS-TODAY-JULIAN
                           IF WS-DAYS-UNTIL >= WS-LOOKFROM-DAYS
                               AND WS-DAYS-UNTIL <=
                                   WS-LOOKAHEAD-DAYS
                               MOVE EVENT-ID TO WS-INV-EVENT-ID
                               PERFORM MESSAGE-CONFIRMED-GUESTS
                           END-IF
                   END-READ
               EVENT-TIME-MINUTES " at "
               FUNCTION TRIM(EVENT-LOCATION)
               DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
           PERFORM SEND-TO-CONFIRMED-GUESTS.

      * An event with its own invitation list (rehearsal dinner,
      * welcome party) only reaches the guests who confirmed for
      * that event; any other event goes to every Confirmed guest.
       SEND-TO-CONFIRMED-GUESTS.
           PERFORM CHECK-EVENT-HAS-LIST
           MOVE 'N' TO WS-GUEST-EOF
           OPEN INPUT GUEST-FILE
           IF WS-GUEST-STATUS = "00"
                       AT END
                           MOVE 'Y' TO WS-GUEST-EOF
                       NOT AT END
                           IF WS-INV-HAS-LIST = 'Y'
                               PERFORM CHECK-GUEST-ATTENDING
                           ELSE
                               IF FUNCTION TRIM(GUEST-STATUS)
                                   = "Confirmed"
                                   MOVE 'Y' TO WS-INV-ATTENDING
                               ELSE
                                   MOVE 'N' TO WS-INV-ATTENDING
                               END-IF
                           END-IF
                           IF WS-INV-ATTENDING = 'Y'
                               IF GUEST-CONTACT = SPACES
                                   ADD 1 TO WS-BLANK-COUNT
                                   DISPLAY "  No contact on file "
               CLOSE GUEST-FILE
           END-IF.

      * The notice is added to the outbound file straight away -
      * when the weather turns there is no waiting for the nightly
      * run.  RETURN-CODE 0 = queued, 8 = event or file not found.
       CHANGE-NOTICE-EXTRACT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE 0 TO WS-MSG-COUNT WS-BLANK-COUNT WS-NOCONTACT-COUNT
               WS-STAFF-MSG-COUNT
           MOVE 'N' TO WS-CN-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EVENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EVENT-ID = LS-CN-EVENT-ID
                               MOVE 'Y' TO WS-CN-FOUND
                               MOVE 'Y' TO WS-EOF
                               PERFORM BUILD-CHANGE-NOTICE-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF
           IF WS-CN-FOUND = 'N'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND MSG-FILE
           IF WS-MSG-STATUS = "35"
               OPEN OUTPUT MSG-FILE
           END-IF
           IF WS-MSG-STATUS NOT = "00"
               DISPLAY "Could not open the outbound message file."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CN-EVENT-ID TO WS-INV-EVENT-ID
           PERFORM SEND-TO-CONFIRMED-GUESTS
           PERFORM SEND-TO-ROSTERED-STAFF
           CLOSE MSG-FILE

           DISPLAY "--------------------------------------------------"
           DISPLAY "Change notice queued: " WS-MSG-COUNT " message(s)"
           DISPLAY "  of which to rostered staff: " WS-STAFF-MSG-COUNT
           DISPLAY "Guests skipped (blank contact): " WS-BLANK-COUNT
           DISPLAY "Staff skipped (no contact on staff.txt): "
               WS-NOCONTACT-COUNT
           DISPLAY "Outbound file: " FUNCTION TRIM(WS-MSG-FILE-PATH)
           DISPLAY "--------------------------------------------------"
           MOVE 0 TO RETURN-CODE.

       BUILD-CHANGE-NOTICE-TEXT.
           MOVE SPACES TO WS-CN-DATE
           STRING EVENT-DATE-YEAR "-" EVENT-DATE-MONTH "-"
               EVENT-DATE-DAY
               DELIMITED BY SIZE INTO WS-CN-DATE
           MOVE SPACES TO WS-MESSAGE-TEXT
           STRING "CHANGE: " FUNCTION TRIM(EVENT-NAME)
               " on " EVENT-DATE-YEAR "/" EVENT-DATE-MONTH "/"
               EVENT-DATE-DAY " " EVENT-TIME-HOUR ":"
               EVENT-TIME-MINUTES " is now at "
               FUNCTION TRIM(EVENT-LOCATION)
               " (not " FUNCTION TRIM(LS-CN-OLD-LOCATION) ")"
               DELIMITED BY SIZE INTO WS-MESSAGE-TEXT.

       CHECK-EVENT-HAS-LIST.
           MOVE 'N' TO WS-INV-HAS-LIST
           MOVE 'N' TO WS-EVTINV-EOF
           OPEN INPUT EVTINV-FILE
           IF WS-EVTINV-STATUS = "00"
               PERFORM UNTIL WS-EVTINV-EOF = 'Y'
                   READ EVTINV-FILE
                       AT END
                           MOVE 'Y' TO WS-EVTINV-EOF
                       NOT AT END
                           IF EI-EVENT-ID = WS-INV-EVENT-ID
                               MOVE 'Y' TO WS-INV-HAS-LIST
                               MOVE 'Y' TO WS-EVTINV-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVTINV-FILE
           END-IF.

       CHECK-GUEST-ATTENDING.
           MOVE 'N' TO WS-INV-ATTENDING
           MOVE 'N' TO WS-EVTINV-EOF
           OPEN INPUT EVTINV-FILE
           IF WS-EVTINV-STATUS = "00"
               PERFORM UNTIL WS-EVTINV-EOF = 'Y'
                   READ EVTINV-FILE
                       AT END
                           MOVE 'Y' TO WS-EVTINV-EOF
                       NOT AT END
                           IF EI-EVENT-ID = WS-INV-EVENT-ID
                               AND EI-GUEST-NAME = GUEST-NAME
                               IF FUNCTION TRIM(EI-RSVP)
                                   = "Confirmed"
                                   MOVE 'Y' TO WS-INV-ATTENDING
                               END-IF
                               MOVE 'Y' TO WS-EVTINV-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVTINV-FILE
           END-IF.

      * Staff rostered to this wedding on the day of the event, each
      * told once however many shifts they have that day.
       SEND-TO-ROSTERED-STAFF.
           MOVE 0 TO WS-SENT-COUNT
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
                       IF SA-DATE = WS-CN-DATE
                           PERFORM NOTIFY-ONE-STAFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE.

       NOTIFY-ONE-STAFF.
           MOVE 'N' TO WS-SENT-HIT
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-STAFF-ID(WS-SENT-IDX) = SA-STAFF-ID
                   MOVE 'Y' TO WS-SENT-HIT
               END-IF
           END-PERFORM
           IF WS-SENT-HIT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-SENT-COUNT < 100
               ADD 1 TO WS-SENT-COUNT
               MOVE SA-STAFF-ID TO WS-SENT-STAFF-ID(WS-SENT-COUNT)
           END-IF

           MOVE SPACES TO WS-ASSIGNEE-CONTACT
           MOVE 'N' TO WS-STAFF-EOF
           OPEN INPUT STAFF-FILE
           IF WS-STAFF-STATUS = "00"
               PERFORM UNTIL WS-STAFF-EOF = 'Y'
                   READ STAFF-FILE
                       AT END
                           MOVE 'Y' TO WS-STAFF-EOF
                       NOT AT END
                           IF STAFF-ID = SA-STAFF-ID
                               MOVE STAFF-CONTACT
                                   TO WS-ASSIGNEE-CONTACT
                               MOVE 'Y' TO WS-STAFF-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-FILE
           END-IF

           IF WS-ASSIGNEE-CONTACT = SPACES
               ADD 1 TO WS-NOCONTACT-COUNT
               DISPLAY "  No contact on file for staff " SA-STAFF-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-MSG-ID
           MOVE SPACES TO MSG-LINE
           STRING WS-MSG-ID ","
               FUNCTION TRIM(WS-ASSIGNEE-CONTACT) ","
               FUNCTION TRIM(WS-MESSAGE-TEXT)
               DELIMITED BY SIZE INTO MSG-LINE
           WRITE MSG-LINE
           MOVE WS-ASSIGNEE-CONTACT TO WS-LOG-CONTACT
           MOVE WS-MESSAGE-TEXT(1:80) TO WS-LOG-TEXT
           PERFORM LOG-OUTBOUND-MESSAGE
           ADD 1 TO WS-MSG-COUNT
           ADD 1 TO WS-STAFF-MSG-COUNT.

       EXTRACT-TASK-REMINDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TASK-FILE
               FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-NUM)
           COMPUTE WS-DAYS-UNTIL =
               WS-EVENT-JULIAN - WS-TODAY-JULIAN
           IF WS-DAYS-UNTIL < WS-LOOKFROM-DAYS
               OR WS-DAYS-UNTIL > WS-LOOKAHEAD-DAYS
               EXIT PARAGRAPH
           END-IF
