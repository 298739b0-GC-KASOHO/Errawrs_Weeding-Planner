           SELECT VENDOR-FILE ASSIGN TO "vendors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.
           SELECT VENUE-FILE ASSIGN TO "venues.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENUE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           SELECT TASKS-READ-FILE ASSIGN TO WS-TASKS-READ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TASKS-READ-STATUS.
           SELECT ACTUALS-FILE ASSIGN TO WS-ACTUALS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTUALS-STATUS.
           SELECT ACTUALS-TEMP ASSIGN TO WS-ACTUALS-TEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTUALS-TEMP-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT RAINPLAN-FILE ASSIGN TO WS-RAINPLAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAINPLAN-STATUS.
           SELECT RAINPLAN-TEMP ASSIGN TO WS-RAINPLAN-TEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAINPLAN-TEMP-STATUS.
           SELECT EVTINV-FILE ASSIGN TO WS-EVTINV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVTINV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 VEND-NOTES      PIC X(40).
           05 VEND-RATING     PIC 9.
           05 VEND-NO-REBOOK  PIC X(1).
           05 VEND-COMM-RATE  PIC 9(2)V99.

       FD VENUE-FILE.
       01 VENUE-RECORD.
           05 VN-CODE         PIC X(6).
           05 VN-NAME         PIC X(40).
           05 VN-SEATED       PIC 9(4).
           05 VN-COCKTAIL     PIC 9(4).
           05 VN-CURFEW       PIC 9(4).
           05 VN-NOISE-RULE   PIC X(40).
           05 VN-OPEN-FLAME   PIC X(1).
           05 VN-CORKAGE      PIC 9(5)V99.
           05 VN-OUTSIDE-CATER PIC 9(6)V99.
           05 VN-CONTACT      PIC X(20).
           05 VN-PHONE        PIC X(15).
           05 VN-EMAIL        PIC X(30).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD TASKS-READ-FILE.
       01 TASKS-READ-RECORD PIC X(200).

      * Times actually achieved on the day, one record per event,
      * stamped by the lead coordinator.  Times are HH:MM.
       FD ACTUALS-FILE.
       01 ACTUALS-RECORD.
           05 EA-EVENT-ID     PIC 9(5).
           05 EA-ACT-START    PIC X(5).
           05 EA-ACT-END      PIC X(5).
           05 EA-DELAY-REASON PIC X(40).
           05 EA-STAMPED-BY   PIC X(8).

       FD ACTUALS-TEMP.
       01 ACTUALS-TEMP-RECORD PIC X(63).

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

      * Rain plan for an outdoor event, one record per event that has
      * one.  RP-ACTIVE is P while the event stands at its own
      * location and C once it has been switched to the contingency;
      * the location it was moved from is kept so it can go back.
       FD RAINPLAN-FILE.
       01 RAINPLAN-RECORD.
           05 RP-EVENT-ID      PIC 9(5).
           05 RP-ALT-LOCATION  PIC X(50).
           05 RP-DECIDE-DATE   PIC X(10).
           05 RP-DECIDE-TIME   PIC X(5).
           05 RP-ACTIVE        PIC X(1).
           05 RP-PRIMARY-LOCATION PIC X(50).
           05 RP-SET-BY        PIC X(8).

       FD RAINPLAN-TEMP.
       01 RAINPLAN-TEMP-RECORD PIC X(129).

      * Per-event invitation lists kept by Guest List Management.
       FD EVTINV-FILE.
       01 EVTINV-RECORD.
           05 EI-EVENT-ID      PIC 9(5).
           05 EI-GUEST-NAME    PIC X(30).
           05 EI-RSVP          PIC X(10).
           05 EI-MEAL          PIC X(15).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-ID     PIC 9(5).
           05 SORT-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-USER-CHOICE PIC 99.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 WS-NEXT-EVENT-ID PIC 9(5) VALUE 1.
       01 WS-EVENT-ID PIC 9(5).
       01 WS-VENDOR-IDX PIC 9(3).
       01 WS-PICK-CONFIRM PIC X.
       01 WS-NO-REBOOK-FLAG PIC X.
       01 WS-VENUE-STATUS PIC XX.
       01 WS-VENUE-EOF PIC X.
       01 WS-VENUE-COUNT PIC 9(3).
       01 WS-VENUE-IDX PIC 9(3).
       01 WS-VENUE-PICK PIC 9(3).
       01 WS-CURFEW-FLAG PIC X VALUE 'N'.
       01 WS-CURFEW-FOUND PIC 9(4).
       01 WS-CURFEW-NOISE PIC X(40).
       01 WS-EVENT-HHMM PIC 9(4).
       01 WS-RPT-ENABLED PIC X VALUE 'N'.
       01 WS-RPT-CONFIRM PIC X.
       01 WS-RPT-STATUS PIC X(2).
       01 WS-RPT-LINE-COUNT PIC 9(3).
       01 WS-RPT-RUN-DATE PIC X(8).
       01 WS-AUDIT-FILE-PATH PIC X(150).
       01 WS-AUDIT-ACTION PIC X(20).
       01 WS-AUDIT-BEFORE PIC X(200).
       01 WS-AUDIT-AFTER PIC X(200).
       01 WS-AUDIT-STAMP PIC X(14).
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
       01 WS-TASKS-READ-PATH PIC X(150).
       01 WS-TASKS-READ-STATUS PIC X(2).
       01 WS-TASK-CSV PIC X(200).
       01 WS-TASK-EOF PIC X(1).
       01 WS-LINKED-OPEN PIC 9(4).
       01 WS-EVTINV-PATH PIC X(150).
       01 WS-EVTINV-STATUS PIC XX.
       01 WS-EVTINV-EOF PIC X.
       01 WS-INVITE-COUNT PIC 9(4).
       01 WS-LINKED-SHOWN PIC 9(4).
       01 WS-TASK-FIELDS.
           05 ET-ID       PIC X(5).
       01 WS-GEN-N             PIC 9.
       01 WS-GEN-D1            PIC 9.
       01 WS-GEN-D2            PIC 9.
       01 WS-ACTUALS-PATH PIC X(150).
       01 WS-ACTUALS-TEMP-PATH PIC X(150).
       01 WS-ACTUALS-BAK-PATH PIC X(150).
       01 WS-ACTUALS-STATUS PIC XX.
       01 WS-ACTUALS-TEMP-STATUS PIC XX.
       01 WS-ACTUALS-EOF PIC X.
       01 WS-STAMP-ID PIC 9(5).
       01 WS-STAMP-START PIC X(5).
       01 WS-STAMP-END PIC X(5).
       01 WS-STAMP-REASON PIC X(40).
       01 WS-STAMP-INPUT PIC X(5).
       01 WS-REASON-INPUT PIC X(40).
       01 WS-STAMP-HAD PIC X.
       01 WS-STAMP-NOW PIC X(4).
       01 WS-TODAY-TEXT PIC X(10).
       01 WS-TODAY-SHOWN PIC 9(3).
       01 WS-HHMM-TEXT PIC X(5).
       01 WS-HHMM-OK PIC X.
       01 WS-HHMM-HH PIC 99.
       01 WS-HHMM-MM PIC 99.
       01 WS-HHMM-MIN PIC 9(4).
       01 WS-TL-COUNT PIC 9(3).
       01 WS-TL-IDX PIC 9(3).
       01 WS-TL-NEXT PIC 9(3).
       01 WS-TL-TABLE.
           05 WS-TL-ENTRY OCCURS 300 TIMES.
               10 TL-ID         PIC 9(5).
               10 TL-NAME       PIC X(30).
               10 TL-DATE       PIC X(10).
               10 TL-PLAN-START PIC 9(4).
               10 TL-PLAN-END   PIC 9(4).
               10 TL-HAS-END    PIC X.
               10 TL-VENDOR     PIC X(30).
               10 TL-ACT-START  PIC X(5).
               10 TL-ACT-END    PIC X(5).
               10 TL-REASON     PIC X(40).
       01 WS-ACT-START-MIN PIC 9(4).
       01 WS-ACT-END-MIN PIC 9(4).
       01 WS-VAR-WORK PIC S9(5).
       01 WS-VAR-START PIC S9(4).
       01 WS-VAR-END PIC S9(4).
       01 WS-VAR-DUR PIC S9(4).
       01 WS-VAR-HAS-START PIC X.
       01 WS-VAR-HAS-END PIC X.
       01 WS-VAR-HAS-DUR PIC X.
       01 WS-VAR-DISP PIC +++9.
       01 WS-VAR-TXT-START PIC X(5).
       01 WS-VAR-TXT-END PIC X(5).
       01 WS-VAR-TXT-DUR PIC X(5).
       01 WS-PLAN-START-TXT PIC X(5).
       01 WS-PLAN-END-TXT PIC X(5).
       01 WS-TL-STAMPED PIC 9(3).
       01 WS-TL-RAN-LONG PIC 9(3).
       01 WS-TL-LONG-MIN PIC 9(5).
       01 WS-COUNT-DISP PIC ZZ9.
       01 WS-MIN-DISP PIC ZZZZ9.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-DIR-EOF PIC X.
       01 WS-DIR-LINE PIC X(100).
       01 WS-SCAN-BASE PIC X(30).
       01 WS-HIST-WEDDINGS PIC 9(4).
       01 WS-HIST-DISP PIC ZZZ9.
       01 WS-SEG-KEY PIC X(30).
       01 WS-SEG-COUNT PIC 9(3).
       01 WS-SEG-IDX PIC 9(3).
       01 WS-SEG-HIT PIC 9(3).
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 200 TIMES.
               10 SEG-NAME      PIC X(30).
               10 SEG-RUNS      PIC 9(4).
               10 SEG-LONG      PIC 9(4).
               10 SEG-NET-MIN   PIC S9(7).
               10 SEG-WORST     PIC S9(4).
       01 WS-VOV-COUNT PIC 9(3).
       01 WS-VOV-IDX PIC 9(3).
       01 WS-VOV-HIT PIC 9(3).
       01 WS-VOV-TABLE.
           05 WS-VOV-ENTRY OCCURS 200 TIMES.
               10 VOV-NAME      PIC X(30).
               10 VOV-SEGS      PIC 9(4).
               10 VOV-LONG      PIC 9(4).
               10 VOV-OVER-MIN  PIC 9(7).
       01 WS-SEG-AVG PIC S9(5)V9.
       01 WS-SEG-AVG-DISP PIC ++++9.9.
       01 WS-SEG-RUNS-DISP PIC ZZZ9.
       01 WS-SEG-LONG-DISP PIC ZZZ9.
       01 WS-SEG-FLAG PIC X.
       01 WS-VOV-MIN-DISP PIC ZZZZZZ9.
       01 WS-RAINPLAN-PATH PIC X(150).
       01 WS-RAINPLAN-TEMP-PATH PIC X(150).
       01 WS-RAINPLAN-BAK-PATH PIC X(150).
       01 WS-RAINPLAN-STATUS PIC XX.
       01 WS-RAINPLAN-TEMP-STATUS PIC XX.
       01 WS-RAINPLAN-EOF PIC X.
       01 WS-RP-CHOICE PIC 9.
       01 WS-RP-ID PIC 9(5).
       01 WS-RP-FOUND PIC X.
       01 WS-RP-HAD PIC X.
       01 WS-RP-DROP PIC X.
       01 WS-RP-PLAN.
           05 WS-RP-ALT PIC X(50).
           05 WS-RP-DATE PIC X(10).
           05 WS-RP-TIME PIC X(5).
           05 WS-RP-ACTIVE PIC X.
           05 WS-RP-PRIMARY PIC X(50).
       01 WS-RP-DATE-IN PIC X(10).
       01 WS-RP-DATE-NUM PIC 9(8).
       01 WS-RP-DATE-OK PIC X.
       01 WS-RP-TARGET PIC X(50).
       01 WS-RP-FROM PIC X(50).
       01 WS-RP-EVENT-DATE PIC X(10).
       01 WS-RP-SHOWN PIC 9(3).
       01 WS-RP-NOW PIC X(16).
       01 WS-RP-DEADLINE PIC X(16).
       01 WS-RP-SAVE-LOCATION PIC X(50).
       01 WS-SHOP-CONFLICTS PIC 9(3).
       01 WS-OWN-FOLDER PIC X(100).
       01 WS-OTHER-FOLDER PIC X(100).
       01 WS-NOTICE-MODE PIC X VALUE "C".
       01 WS-CHANGE-NOTICE.
           05 WS-CN-EVENT-ID PIC 9(5).
           05 WS-CN-OLD-LOCATION PIC X(50).

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
       01 LS-WEDDING-FOLDER PIC X(50).
               DISPLAY '5. View Events by Date'
               DISPLAY '6. Upcoming Events'
               DISPLAY '7. Tasks for an Event'
               DISPLAY '8. Stamp Actual Start/End (Wedding Day)'
               DISPLAY '9. Timeline Variance Report'
               DISPLAY '10. Segment Overruns Across Weddings'
               DISPLAY '11. Rain Plan / Contingency Location'
               DISPLAY '12. Back to Main Menu'
               DISPLAY '----------------------------------------------'
               DISPLAY 'Please select an option: ' WITH NO ADVANCING
               ACCEPT WS-USER-CHOICE
                   WHEN 7
                       PERFORM TASKS-FOR-EVENT-REPORT
                   WHEN 8
                       PERFORM STAMP-ACTUAL-TIMES
                   WHEN 9
                       PERFORM TIMELINE-VARIANCE-REPORT
                   WHEN 10
                       PERFORM SEGMENT-OVERRUN-HISTORY
                   WHEN 11
                       PERFORM RAIN-PLAN-MENU
                   WHEN 12
                       MOVE 'N' TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               DELIMITED BY SIZE INTO WS-AUDIT-FILE-PATH
           MOVE SPACES TO WS-TASKS-READ-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\tasks.txt"
               DELIMITED BY SIZE INTO WS-TASKS-READ-PATH
           MOVE SPACES TO WS-ACTUALS-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\event-actuals.txt"
               DELIMITED BY SIZE INTO WS-ACTUALS-PATH
           MOVE SPACES TO WS-ACTUALS-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\event-actuals.tmp"
               DELIMITED BY SIZE INTO WS-ACTUALS-TEMP-PATH
           MOVE SPACES TO WS-ACTUALS-BAK-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\event-actuals.bak"
               DELIMITED BY SIZE INTO WS-ACTUALS-BAK-PATH
           MOVE SPACES TO WS-RAINPLAN-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\event-rainplan.txt"
               DELIMITED BY SIZE INTO WS-RAINPLAN-PATH
           MOVE SPACES TO WS-RAINPLAN-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\event-rainplan.tmp"
               DELIMITED BY SIZE INTO WS-RAINPLAN-TEMP-PATH
           MOVE SPACES TO WS-RAINPLAN-BAK-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\event-rainplan.bak"
               DELIMITED BY SIZE INTO WS-RAINPLAN-BAK-PATH
           MOVE SPACES TO WS-EVTINV-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\event-invites.txt"
               DELIMITED BY SIZE INTO WS-EVTINV-PATH.

       INIT-NEXT-EVENT-ID.
           MOVE 1 TO WS-NEXT-EVENT-ID
                                       " open task(s) still link to "
                                       "this event."
                               END-IF
                               PERFORM COUNT-EVENT-INVITES
                               IF WS-INVITE-COUNT > 0
                                   DISPLAY "Warning: " WS-INVITE-COUNT
                                       " guest invitation(s) are on "
                                       "this event's list."
                               END-IF
                               DISPLAY "Delete this event? (Y/N)"
                               ACCEPT WS-CONFIRM-DELETE
                               IF WS-CONFIRM-DELETE NOT = 'N'
           ACCEPT WS-EVENT-TIME-HOUR
           DISPLAY "Enter Event Minutes: "
           ACCEPT WS-EVENT-TIME-MINUTES
           PERFORM SELECT-EVENT-LOCATION
           PERFORM SELECT-EVENT-VENDOR

           MOVE 0 TO WS-CONFLICT-EXCLUDE-ID
           PERFORM CHECK-EVENT-CONFLICT
           PERFORM CHECK-VENUE-CURFEW
           IF WS-CONFLICT-FLAG = 'Y'
               DISPLAY "Warning: another event is already booked at "
                   "this location on this date."
           END-IF
           IF WS-CONFLICT-FLAG = 'Y' OR WS-CURFEW-FLAG = 'Y'
               DISPLAY "Add this event anyway? (Y/N): "
               ACCEPT WS-CONFLICT-CONFIRM
           ELSE
               ELSE
                   MOVE WS-EDIT-ID TO WS-CONFLICT-EXCLUDE-ID
                   PERFORM CHECK-EVENT-CONFLICT
                   PERFORM CHECK-VENUE-CURFEW
                   IF WS-CONFLICT-FLAG = 'Y'
                       DISPLAY "Warning: another event is already "
                           "booked at this location on this date."
                   END-IF
                   IF WS-CONFLICT-FLAG = 'Y' OR WS-CURFEW-FLAG = 'Y'
                       DISPLAY "Save these changes anyway? (Y/N): "
                       ACCEPT WS-CONFLICT-CONFIRM
                   ELSE
                       ACCEPT WS-EVENT-TIME-HOUR
                       DISPLAY "Enter Event Minutes: "
                       ACCEPT WS-EVENT-TIME-MINUTES
                       PERFORM SELECT-EVENT-LOCATION
                       PERFORM SELECT-EVENT-VENDOR
                   END-IF
           END-READ.
               CLOSE TASKS-READ-FILE
           END-IF.

       COUNT-EVENT-INVITES.
           MOVE 0 TO WS-INVITE-COUNT
           MOVE 'N' TO WS-EVTINV-EOF
           OPEN INPUT EVTINV-FILE
           IF WS-EVTINV-STATUS = "00"
               PERFORM UNTIL WS-EVTINV-EOF = 'Y'
                   READ EVTINV-FILE
                       AT END
                           MOVE 'Y' TO WS-EVTINV-EOF
                       NOT AT END
                           IF EI-EVENT-ID = WS-EVT-PICK
                               ADD 1 TO WS-INVITE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVTINV-FILE
           END-IF.

       SKIP-TASK-HEADER-LINE.
           IF WS-TASK-EOF = 'N'
               READ TASKS-READ-FILE
           DISPLAY "----------------------------------------------"
           MOVE 'Y' TO WS-CONTINUE.

      * Event locations are picked from the venue master when one
      * exists so the curfew check below can find them; a church,
      * home or other one-off location can still be typed in.
       SELECT-EVENT-LOCATION.
           MOVE 0 TO WS-VENUE-COUNT
           OPEN INPUT VENUE-FILE
           IF WS-VENUE-STATUS = "00"
               MOVE 'N' TO WS-VENUE-EOF
               PERFORM UNTIL WS-VENUE-EOF = 'Y'
                   READ VENUE-FILE
                       AT END
                           MOVE 'Y' TO WS-VENUE-EOF
                       NOT AT END
                           ADD 1 TO WS-VENUE-COUNT
                           DISPLAY WS-VENUE-COUNT ". " VN-NAME
                   END-READ
               END-PERFORM
               CLOSE VENUE-FILE
           END-IF

           IF WS-VENUE-COUNT = 0
               DISPLAY "Enter Event Location: "
               ACCEPT WS-EVENT-LOCATION
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter venue number (0 to type the location): "
           ACCEPT WS-VENUE-PICK
           IF WS-VENUE-PICK = 0 OR WS-VENUE-PICK > WS-VENUE-COUNT
               DISPLAY "Enter Event Location: "
               ACCEPT WS-EVENT-LOCATION
           ELSE
               MOVE 0 TO WS-VENUE-IDX
               MOVE 'N' TO WS-VENUE-EOF
               OPEN INPUT VENUE-FILE
               PERFORM UNTIL WS-VENUE-EOF = 'Y'
                   READ VENUE-FILE
                       AT END
                           MOVE 'Y' TO WS-VENUE-EOF
                       NOT AT END
                           ADD 1 TO WS-VENUE-IDX
                           IF WS-VENUE-IDX = WS-VENUE-PICK
                               MOVE VN-NAME TO WS-EVENT-LOCATION
                               MOVE 'Y' TO WS-VENUE-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENUE-FILE
               DISPLAY "Location selected: " WS-EVENT-LOCATION
           END-IF.

      * Events carry a start time only, so an event starting at or
      * after the venue curfew is the one that runs past it. A
      * curfew before 06:00 is an after-midnight curfew and only
      * small-hours start times are measured against it.
       CHECK-VENUE-CURFEW.
           MOVE 'N' TO WS-CURFEW-FLAG
           MOVE 0 TO WS-CURFEW-FOUND
           OPEN INPUT VENUE-FILE
           IF WS-VENUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VENUE-EOF
           PERFORM UNTIL WS-VENUE-EOF = 'Y'
               READ VENUE-FILE
                   AT END
                       MOVE 'Y' TO WS-VENUE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(VN-NAME) =
                           FUNCTION TRIM(WS-EVENT-LOCATION)
                           MOVE VN-CURFEW TO WS-CURFEW-FOUND
                           MOVE VN-NOISE-RULE TO WS-CURFEW-NOISE
                           MOVE 'Y' TO WS-VENUE-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENUE-FILE
           IF WS-CURFEW-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EVENT-HHMM =
               WS-EVENT-TIME-HOUR * 100 + WS-EVENT-TIME-MINUTES
           IF WS-CURFEW-FOUND < 0600
               IF WS-EVENT-HHMM >= WS-CURFEW-FOUND
                   AND WS-EVENT-HHMM < 0600
                   MOVE 'Y' TO WS-CURFEW-FLAG
               END-IF
           ELSE
               IF WS-EVENT-HHMM >= WS-CURFEW-FOUND
                   OR WS-EVENT-HHMM < 0600
                   MOVE 'Y' TO WS-CURFEW-FLAG
               END-IF
           END-IF
           IF WS-CURFEW-FLAG = 'Y'
               DISPLAY "Warning: " FUNCTION TRIM(WS-EVENT-LOCATION)
                   " has a " WS-CURFEW-FOUND(1:2) ":"
                   WS-CURFEW-FOUND(3:2) " curfew; this event starts "
                   WS-EVENT-TIME-HOUR ":" WS-EVENT-TIME-MINUTES "."
               IF WS-CURFEW-NOISE NOT = SPACES
                   DISPLAY "  House rule: "
                       FUNCTION TRIM(WS-CURFEW-NOISE)
               END-IF
           END-IF.

       SELECT-EVENT-VENDOR.
           MOVE 0 TO WS-VENDOR-COUNT
           OPEN INPUT VENDOR-FILE
           CLOSE EVENT-FILE
           CLOSE TEMP-FILE.

      *---------------------------------------------------------------
      * Wedding-day stamping of the actual start and end of each
      * event.  N stamps the current clock time, blank keeps what
      * was stamped before.  One record per event is kept in
      * event-actuals.txt; re-stamping replaces the record.
      *---------------------------------------------------------------
       STAMP-ACTUAL-TIMES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-DATE-NUM(1:4) "-" WS-TODAY-DATE-NUM(5:2) "-"
               WS-TODAY-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           PERFORM LOAD-TIMELINE
           IF WS-TL-COUNT = 0
               DISPLAY "No events found. File does not exist yet."
               MOVE 'Y' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Events scheduled today (" WS-TODAY-TEXT "):"
           MOVE 0 TO WS-TODAY-SHOWN
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TL-COUNT
               IF TL-DATE(WS-TL-IDX) = WS-TODAY-TEXT
                   ADD 1 TO WS-TODAY-SHOWN
                   MOVE TL-PLAN-START(WS-TL-IDX) TO WS-HHMM-MIN
                   PERFORM MINUTES-TO-HHMM
                   DISPLAY "  " TL-ID(WS-TL-IDX) "  " WS-HHMM-TEXT
                       "  " TL-NAME(WS-TL-IDX)
                       "  actual " TL-ACT-START(WS-TL-IDX) "-"
                       TL-ACT-END(WS-TL-IDX)
               END-IF
           END-PERFORM
           IF WS-TODAY-SHOWN = 0
               DISPLAY "  (none today - any event ID may be stamped)"
           END-IF

           DISPLAY "Event ID to stamp (0 to cancel): "
           ACCEPT WS-STAMP-ID
           IF WS-STAMP-ID = 0
               MOVE 'Y' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TL-NEXT
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TL-COUNT OR WS-TL-NEXT > 0
               IF TL-ID(WS-TL-IDX) = WS-STAMP-ID
                   MOVE WS-TL-IDX TO WS-TL-NEXT
               END-IF
           END-PERFORM
           IF WS-TL-NEXT = 0
               DISPLAY "Event not found."
               MOVE 'Y' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE TL-ACT-START(WS-TL-NEXT) TO WS-STAMP-START
           MOVE TL-ACT-END(WS-TL-NEXT) TO WS-STAMP-END
           MOVE TL-REASON(WS-TL-NEXT) TO WS-STAMP-REASON
           MOVE 'N' TO WS-STAMP-HAD
           IF WS-STAMP-START NOT = SPACES OR WS-STAMP-END NOT = SPACES
               MOVE 'Y' TO WS-STAMP-HAD
           END-IF
           MOVE TL-PLAN-START(WS-TL-NEXT) TO WS-HHMM-MIN
           PERFORM MINUTES-TO-HHMM
           DISPLAY "Event: " TL-NAME(WS-TL-NEXT)
           DISPLAY "Planned start: " WS-HHMM-TEXT
               "   Stamped so far: " WS-STAMP-START "-" WS-STAMP-END

           MOVE 'N' TO WS-HHMM-OK
           PERFORM UNTIL WS-HHMM-OK = 'Y'
               DISPLAY "Actual start HH:MM (N = now, blank = keep): "
               ACCEPT WS-STAMP-INPUT
               MOVE WS-STAMP-START TO WS-HHMM-TEXT
               PERFORM RESOLVE-STAMP-INPUT
               IF WS-HHMM-OK = 'Y'
                   MOVE WS-HHMM-TEXT TO WS-STAMP-START
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HHMM-OK
           PERFORM UNTIL WS-HHMM-OK = 'Y'
               DISPLAY "Actual end HH:MM (N = now, blank = keep): "
               ACCEPT WS-STAMP-INPUT
               MOVE WS-STAMP-END TO WS-HHMM-TEXT
               PERFORM RESOLVE-STAMP-INPUT
               IF WS-HHMM-OK = 'Y'
                   MOVE WS-HHMM-TEXT TO WS-STAMP-END
               END-IF
           END-PERFORM
           DISPLAY "Delay reason (blank = keep): "
           MOVE SPACES TO WS-REASON-INPUT
           ACCEPT WS-REASON-INPUT
           IF WS-REASON-INPUT NOT = SPACES
               MOVE WS-REASON-INPUT TO WS-STAMP-REASON
           END-IF

           PERFORM SAVE-ACTUALS-RECORD

           MOVE "ACTUALS STAMP " TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER
           IF WS-STAMP-HAD = 'Y'
               STRING TL-ID(WS-TL-NEXT) " " TL-ACT-START(WS-TL-NEXT)
                   "-" TL-ACT-END(WS-TL-NEXT) " "
                   TL-REASON(WS-TL-NEXT)
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           ELSE
               MOVE "(none)" TO WS-AUDIT-BEFORE
           END-IF
           STRING WS-STAMP-ID " " WS-STAMP-START "-" WS-STAMP-END " "
               WS-STAMP-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Actual times recorded for event " WS-STAMP-ID "."
           MOVE 'Y' TO WS-CONTINUE.

       RESOLVE-STAMP-INPUT.
           MOVE 'N' TO WS-HHMM-OK
           IF WS-STAMP-INPUT = SPACES
               MOVE 'Y' TO WS-HHMM-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-STAMP-INPUT = "N" OR WS-STAMP-INPUT = "n"
               MOVE FUNCTION CURRENT-DATE(9:4) TO WS-STAMP-NOW
               MOVE SPACES TO WS-HHMM-TEXT
               STRING WS-STAMP-NOW(1:2) ":" WS-STAMP-NOW(3:2)
                   DELIMITED BY SIZE INTO WS-HHMM-TEXT
               MOVE 'Y' TO WS-HHMM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-INPUT TO WS-HHMM-TEXT
           PERFORM HHMM-TO-MINUTES
           IF WS-HHMM-OK NOT = 'Y'
               DISPLAY "Enter the time as HH:MM on the 24-hour clock."
           END-IF.

       SAVE-ACTUALS-RECORD.
           OPEN OUTPUT ACTUALS-TEMP
           OPEN INPUT ACTUALS-FILE
           IF WS-ACTUALS-STATUS = "00"
               MOVE 'N' TO WS-ACTUALS-EOF
               PERFORM UNTIL WS-ACTUALS-EOF = 'Y'
                   READ ACTUALS-FILE
                       AT END
                           MOVE 'Y' TO WS-ACTUALS-EOF
                       NOT AT END
                           IF EA-EVENT-ID NOT = WS-STAMP-ID
                               WRITE ACTUALS-TEMP-RECORD
                                   FROM ACTUALS-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTUALS-FILE
           END-IF
           MOVE WS-STAMP-ID TO EA-EVENT-ID
           MOVE WS-STAMP-START TO EA-ACT-START
           MOVE WS-STAMP-END TO EA-ACT-END
           MOVE WS-STAMP-REASON TO EA-DELAY-REASON
           MOVE LS-OPERATOR-ID TO EA-STAMPED-BY
           WRITE ACTUALS-TEMP-RECORD FROM ACTUALS-RECORD
           CLOSE ACTUALS-TEMP

           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-ACTUALS-PATH)
               " event-actuals.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-ACTUALS-TEMP-PATH)
               " event-actuals.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(WS-ACTUALS-BAK-PATH)
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace actuals file; "
                   "original kept as event-actuals.bak"
           END-IF.

      *---------------------------------------------------------------
      * Loads the events at WS-EVENT-FILE-PATH in date/time order,
      * with any stamped actuals from WS-ACTUALS-PATH.  An event's
      * planned end is taken as the planned start of the next event
      * on the same day; the last event of a day has no planned end.
      *---------------------------------------------------------------
       LOAD-TIMELINE.
           MOVE 0 TO WS-TL-COUNT
           OPEN INPUT EVENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE EVENT-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-DATE-YEAR SORT-DATE-MONTH
                   SORT-DATE-DAY SORT-TIME-HOUR SORT-TIME-MINUTES
               USING EVENT-FILE
               GIVING TEMP-FILE
           OPEN INPUT TEMP-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEMP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TL-COUNT < 300
                           ADD 1 TO WS-TL-COUNT
                           MOVE TEMP-ID TO TL-ID(WS-TL-COUNT)
                           MOVE TEMP-NAME TO TL-NAME(WS-TL-COUNT)
                           MOVE SPACES TO TL-DATE(WS-TL-COUNT)
                           STRING TEMP-DATE-YEAR "-" TEMP-DATE-MONTH
                               "-" TEMP-DATE-DAY
                               DELIMITED BY SIZE
                               INTO TL-DATE(WS-TL-COUNT)
                           COMPUTE TL-PLAN-START(WS-TL-COUNT) =
                               TEMP-TIME-HOUR * 60 + TEMP-TIME-MINUTES
                           MOVE 0 TO TL-PLAN-END(WS-TL-COUNT)
                           MOVE 'N' TO TL-HAS-END(WS-TL-COUNT)
                           MOVE TEMP-VENDOR TO TL-VENDOR(WS-TL-COUNT)
                           MOVE SPACES TO TL-ACT-START(WS-TL-COUNT)
                               TL-ACT-END(WS-TL-COUNT)
                               TL-REASON(WS-TL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMP-FILE

           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX >= WS-TL-COUNT
               COMPUTE WS-TL-NEXT = WS-TL-IDX + 1
               PERFORM UNTIL WS-TL-NEXT > WS-TL-COUNT
                   OR TL-DATE(WS-TL-NEXT) NOT = TL-DATE(WS-TL-IDX)
                   OR TL-PLAN-START(WS-TL-NEXT)
                       > TL-PLAN-START(WS-TL-IDX)
                   ADD 1 TO WS-TL-NEXT
               END-PERFORM
               IF WS-TL-NEXT <= WS-TL-COUNT
                   IF TL-DATE(WS-TL-NEXT) = TL-DATE(WS-TL-IDX)
                       MOVE TL-PLAN-START(WS-TL-NEXT)
                           TO TL-PLAN-END(WS-TL-IDX)
                       MOVE 'Y' TO TL-HAS-END(WS-TL-IDX)
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT ACTUALS-FILE
           IF WS-ACTUALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACTUALS-EOF
           PERFORM UNTIL WS-ACTUALS-EOF = 'Y'
               READ ACTUALS-FILE
                   AT END
                       MOVE 'Y' TO WS-ACTUALS-EOF
                   NOT AT END
                       PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                           UNTIL WS-TL-IDX > WS-TL-COUNT
                           IF TL-ID(WS-TL-IDX) = EA-EVENT-ID
                               MOVE EA-ACT-START
                                   TO TL-ACT-START(WS-TL-IDX)
                               MOVE EA-ACT-END
                                   TO TL-ACT-END(WS-TL-IDX)
                               MOVE EA-DELAY-REASON
                                   TO TL-REASON(WS-TL-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ACTUALS-FILE.

       HHMM-TO-MINUTES.
           MOVE 'N' TO WS-HHMM-OK
           MOVE 0 TO WS-HHMM-MIN
           IF WS-HHMM-TEXT(1:2) NOT NUMERIC
               OR WS-HHMM-TEXT(3:1) NOT = ":"
               OR WS-HHMM-TEXT(4:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HHMM-TEXT(1:2) TO WS-HHMM-HH
           MOVE WS-HHMM-TEXT(4:2) TO WS-HHMM-MM
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HHMM-MIN = WS-HHMM-HH * 60 + WS-HHMM-MM
           MOVE 'Y' TO WS-HHMM-OK.

       MINUTES-TO-HHMM.
           DIVIDE WS-HHMM-MIN BY 60 GIVING WS-HHMM-HH
               REMAINDER WS-HHMM-MM
           MOVE SPACES TO WS-HHMM-TEXT
           STRING WS-HHMM-HH ":" WS-HHMM-MM
               DELIMITED BY SIZE INTO WS-HHMM-TEXT.

      * A difference of more than twelve hours either way is taken
      * to have crossed midnight.
       WRAP-MIDNIGHT.
           IF WS-VAR-WORK > 720
               SUBTRACT 1440 FROM WS-VAR-WORK
           END-IF
           IF WS-VAR-WORK < -720
               ADD 1440 TO WS-VAR-WORK
           END-IF.

      * Start, end and length variance in minutes for WS-TL-IDX;
      * positive means late or longer than planned.
       COMPUTE-TL-VARIANCE.
           MOVE 'N' TO WS-VAR-HAS-START WS-VAR-HAS-END WS-VAR-HAS-DUR
           MOVE 0 TO WS-VAR-START WS-VAR-END WS-VAR-DUR
           MOVE TL-ACT-START(WS-TL-IDX) TO WS-HHMM-TEXT
           PERFORM HHMM-TO-MINUTES
           IF WS-HHMM-OK = 'Y'
               MOVE WS-HHMM-MIN TO WS-ACT-START-MIN
               COMPUTE WS-VAR-WORK =
                   WS-ACT-START-MIN - TL-PLAN-START(WS-TL-IDX)
               PERFORM WRAP-MIDNIGHT
               MOVE WS-VAR-WORK TO WS-VAR-START
               MOVE 'Y' TO WS-VAR-HAS-START
           END-IF
           IF TL-HAS-END(WS-TL-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE TL-ACT-END(WS-TL-IDX) TO WS-HHMM-TEXT
           PERFORM HHMM-TO-MINUTES
           IF WS-HHMM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HHMM-MIN TO WS-ACT-END-MIN
           COMPUTE WS-VAR-WORK =
               WS-ACT-END-MIN - TL-PLAN-END(WS-TL-IDX)
           PERFORM WRAP-MIDNIGHT
           MOVE WS-VAR-WORK TO WS-VAR-END
           MOVE 'Y' TO WS-VAR-HAS-END
           IF WS-VAR-HAS-START = 'Y'
               COMPUTE WS-VAR-WORK = WS-ACT-END-MIN - WS-ACT-START-MIN
               IF WS-VAR-WORK < 0
                   ADD 1440 TO WS-VAR-WORK
               END-IF
               COMPUTE WS-VAR-DUR = WS-VAR-WORK
                   - (TL-PLAN-END(WS-TL-IDX) - TL-PLAN-START(WS-TL-IDX))
               MOVE 'Y' TO WS-VAR-HAS-DUR
           END-IF.

      *---------------------------------------------------------------
      * Planned-versus-actual report for this wedding: how early or
      * late each segment started and finished, how much longer or
      * shorter it ran, the vendor running it and the delay reason.
      *---------------------------------------------------------------
       TIMELINE-VARIANCE-REPORT.
           PERFORM LOAD-TIMELINE
           IF WS-TL-COUNT = 0
               DISPLAY "No events found. File does not exist yet."
               MOVE 'Y' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE "timeline-variance.txt" TO WS-RPT-NAME
           MOVE "TIMELINE VARIANCE (PLANNED VS ACTUAL)"
               TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "      TIMELINE VARIANCE (PLANNED VS ACTUAL, MINUTES)"
               TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO WS-TL-STAMPED WS-TL-RAN-LONG WS-TL-LONG-MIN
           PERFORM EMIT-TIMELINE-VARIANCE
               VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TL-COUNT
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TL-STAMPED TO WS-COUNT-DISP
           MOVE WS-TL-COUNT TO WS-HIST-DISP
           STRING "Events stamped: " WS-COUNT-DISP " of " WS-HIST-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TL-RAN-LONG TO WS-COUNT-DISP
           MOVE WS-TL-LONG-MIN TO WS-MIN-DISP
           STRING "Segments that ran long: " WS-COUNT-DISP
               "   Minutes over: " WS-MIN-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE
           MOVE 'Y' TO WS-CONTINUE.

       EMIT-TIMELINE-VARIANCE.
           PERFORM COMPUTE-TL-VARIANCE
           MOVE TL-PLAN-START(WS-TL-IDX) TO WS-HHMM-MIN
           PERFORM MINUTES-TO-HHMM
           MOVE WS-HHMM-TEXT TO WS-PLAN-START-TXT
           MOVE "--:--" TO WS-PLAN-END-TXT
           IF TL-HAS-END(WS-TL-IDX) = 'Y'
               MOVE TL-PLAN-END(WS-TL-IDX) TO WS-HHMM-MIN
               PERFORM MINUTES-TO-HHMM
               MOVE WS-HHMM-TEXT TO WS-PLAN-END-TXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING TL-DATE(WS-TL-IDX) " " TL-NAME(WS-TL-IDX)
               " Plan " WS-PLAN-START-TXT "-" WS-PLAN-END-TXT
               " Act " TL-ACT-START(WS-TL-IDX) "-"
               TL-ACT-END(WS-TL-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF TL-ACT-START(WS-TL-IDX) = SPACES
               AND TL-ACT-END(WS-TL-IDX) = SPACES
               MOVE "    Not stamped" TO WS-RPT-LINE
               PERFORM EMIT-LINE
           ELSE
               ADD 1 TO WS-TL-STAMPED
               MOVE "  n/a" TO WS-VAR-TXT-START WS-VAR-TXT-END
                   WS-VAR-TXT-DUR
               IF WS-VAR-HAS-START = 'Y'
                   MOVE WS-VAR-START TO WS-VAR-DISP
                   MOVE WS-VAR-DISP TO WS-VAR-TXT-START
               END-IF
               IF WS-VAR-HAS-END = 'Y'
                   MOVE WS-VAR-END TO WS-VAR-DISP
                   MOVE WS-VAR-DISP TO WS-VAR-TXT-END
               END-IF
               IF WS-VAR-HAS-DUR = 'Y'
                   MOVE WS-VAR-DUR TO WS-VAR-DISP
                   MOVE WS-VAR-DISP TO WS-VAR-TXT-DUR
                   IF WS-VAR-DUR > 0
                       ADD 1 TO WS-TL-RAN-LONG
                       ADD WS-VAR-DUR TO WS-TL-LONG-MIN
                   END-IF
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING "  Start " WS-VAR-TXT-START
                   "  End " WS-VAR-TXT-END
                   "  Length " WS-VAR-TXT-DUR
                   "  Vendor: " TL-VENDOR(WS-TL-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               IF TL-REASON(WS-TL-IDX) NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "    Reason: " TL-REASON(WS-TL-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Segment history across every active and completed wedding.
      * Segments are grouped by event name; a segment counts as run
      * long when its actual length exceeded the planned gap to the
      * next event.  Overrun minutes are also totalled by vendor.
      *---------------------------------------------------------------
       SEGMENT-OVERRUN-HISTORY.
           MOVE 0 TO WS-SEG-COUNT WS-VOV-COUNT WS-HIST-WEDDINGS
           MOVE "Archives" TO WS-SCAN-BASE
           PERFORM HISTORY-SCAN-BASE
           MOVE "Archives\Completed" TO WS-SCAN-BASE
           PERFORM HISTORY-SCAN-BASE
           PERFORM BUILD-FILE-PATHS

           IF WS-SEG-COUNT = 0
               DISPLAY "No stamped segments found in any wedding."
               MOVE 'Y' TO WS-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE "segment-overruns.txt" TO WS-RPT-NAME
           MOVE "SEGMENT OVERRUNS - ALL WEDDINGS" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-HIST-WEDDINGS TO WS-HIST-DISP
           STRING "  SEGMENT OVERRUNS (MINUTES) - " WS-HIST-DISP
               " WEDDING(S) WITH STAMPED TIMES"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE " Segment" TO WS-RPT-LINE(1:8)
           MOVE "Runs  Long  Avg Over  Worst" TO WS-RPT-LINE(33:27)
           PERFORM EMIT-LINE
           PERFORM EMIT-SEGMENT-LINE
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-COUNT
           MOVE "* ran long in more than half of its runs"
               TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE " Vendor" TO WS-RPT-LINE(1:7)
           MOVE "Segs  Long  Minutes Over" TO WS-RPT-LINE(33:24)
           PERFORM EMIT-LINE
           PERFORM EMIT-VENDOR-OVERRUN-LINE
               VARYING WS-VOV-IDX FROM 1 BY 1
               UNTIL WS-VOV-IDX > WS-VOV-COUNT
           PERFORM CLOSE-REPORT-FILE
           MOVE 'Y' TO WS-CONTINUE.

       HISTORY-SCAN-BASE.
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
                               PERFORM HISTORY-ONE-FOLDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       HISTORY-ONE-FOLDER.
           MOVE SPACES TO WS-EVENT-FILE-PATH
           STRING FUNCTION TRIM(WS-SCAN-BASE) "\"
               FUNCTION TRIM(WS-DIR-LINE) "\events.txt"
               DELIMITED BY SIZE INTO WS-EVENT-FILE-PATH
           MOVE SPACES TO WS-TEMP-FILE-PATH
           STRING FUNCTION TRIM(WS-SCAN-BASE) "\"
               FUNCTION TRIM(WS-DIR-LINE) "\temp.txt"
               DELIMITED BY SIZE INTO WS-TEMP-FILE-PATH
           MOVE SPACES TO WS-ACTUALS-PATH
           STRING FUNCTION TRIM(WS-SCAN-BASE) "\"
               FUNCTION TRIM(WS-DIR-LINE) "\event-actuals.txt"
               DELIMITED BY SIZE INTO WS-ACTUALS-PATH
           OPEN INPUT ACTUALS-FILE
           IF WS-ACTUALS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE ACTUALS-FILE
           PERFORM LOAD-TIMELINE
           IF WS-TL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-WEDDINGS
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TL-COUNT
               PERFORM COMPUTE-TL-VARIANCE
               IF WS-VAR-HAS-DUR = 'Y'
                   PERFORM ADD-SEGMENT-HISTORY
               END-IF
           END-PERFORM.

       ADD-SEGMENT-HISTORY.
           MOVE FUNCTION UPPER-CASE(TL-NAME(WS-TL-IDX)) TO WS-SEG-KEY
           MOVE 0 TO WS-SEG-HIT
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-COUNT OR WS-SEG-HIT > 0
               IF SEG-NAME(WS-SEG-IDX) = WS-SEG-KEY
                   MOVE WS-SEG-IDX TO WS-SEG-HIT
               END-IF
           END-PERFORM
           IF WS-SEG-HIT = 0 AND WS-SEG-COUNT < 200
               ADD 1 TO WS-SEG-COUNT
               MOVE WS-SEG-COUNT TO WS-SEG-HIT
               MOVE WS-SEG-KEY TO SEG-NAME(WS-SEG-HIT)
               MOVE 0 TO SEG-RUNS(WS-SEG-HIT) SEG-LONG(WS-SEG-HIT)
                   SEG-NET-MIN(WS-SEG-HIT)
               MOVE WS-VAR-DUR TO SEG-WORST(WS-SEG-HIT)
           END-IF
           IF WS-SEG-HIT > 0
               ADD 1 TO SEG-RUNS(WS-SEG-HIT)
               ADD WS-VAR-DUR TO SEG-NET-MIN(WS-SEG-HIT)
               IF WS-VAR-DUR > 0
                   ADD 1 TO SEG-LONG(WS-SEG-HIT)
               END-IF
               IF WS-VAR-DUR > SEG-WORST(WS-SEG-HIT)
                   MOVE WS-VAR-DUR TO SEG-WORST(WS-SEG-HIT)
               END-IF
           END-IF

           IF TL-VENDOR(WS-TL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VOV-HIT
           PERFORM VARYING WS-VOV-IDX FROM 1 BY 1
               UNTIL WS-VOV-IDX > WS-VOV-COUNT OR WS-VOV-HIT > 0
               IF VOV-NAME(WS-VOV-IDX) = TL-VENDOR(WS-TL-IDX)
                   MOVE WS-VOV-IDX TO WS-VOV-HIT
               END-IF
           END-PERFORM
           IF WS-VOV-HIT = 0 AND WS-VOV-COUNT < 200
               ADD 1 TO WS-VOV-COUNT
               MOVE WS-VOV-COUNT TO WS-VOV-HIT
               MOVE TL-VENDOR(WS-TL-IDX) TO VOV-NAME(WS-VOV-HIT)
               MOVE 0 TO VOV-SEGS(WS-VOV-HIT) VOV-LONG(WS-VOV-HIT)
                   VOV-OVER-MIN(WS-VOV-HIT)
           END-IF
           IF WS-VOV-HIT > 0
               ADD 1 TO VOV-SEGS(WS-VOV-HIT)
               IF WS-VAR-DUR > 0
                   ADD 1 TO VOV-LONG(WS-VOV-HIT)
                   ADD WS-VAR-DUR TO VOV-OVER-MIN(WS-VOV-HIT)
               END-IF
           END-IF.

       EMIT-SEGMENT-LINE.
           COMPUTE WS-SEG-AVG ROUNDED =
               SEG-NET-MIN(WS-SEG-IDX) / SEG-RUNS(WS-SEG-IDX)
           MOVE WS-SEG-AVG TO WS-SEG-AVG-DISP
           MOVE SEG-RUNS(WS-SEG-IDX) TO WS-SEG-RUNS-DISP
           MOVE SEG-LONG(WS-SEG-IDX) TO WS-SEG-LONG-DISP
           MOVE SEG-WORST(WS-SEG-IDX) TO WS-VAR-DISP
           MOVE SPACE TO WS-SEG-FLAG
           IF SEG-LONG(WS-SEG-IDX) * 2 > SEG-RUNS(WS-SEG-IDX)
               MOVE "*" TO WS-SEG-FLAG
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SEG-FLAG SEG-NAME(WS-SEG-IDX) " "
               WS-SEG-RUNS-DISP "  " WS-SEG-LONG-DISP "  "
               WS-SEG-AVG-DISP "    " WS-VAR-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE.

       EMIT-VENDOR-OVERRUN-LINE.
           MOVE VOV-SEGS(WS-VOV-IDX) TO WS-SEG-RUNS-DISP
           MOVE VOV-LONG(WS-VOV-IDX) TO WS-SEG-LONG-DISP
           MOVE VOV-OVER-MIN(WS-VOV-IDX) TO WS-VOV-MIN-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING " " VOV-NAME(WS-VOV-IDX) " "
               WS-SEG-RUNS-DISP "  " WS-SEG-LONG-DISP "  "
               WS-VOV-MIN-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE.

      *---------------------------------------------------------------
      * Rain plans.  An outdoor event may carry a contingency
      * location and a time by which the call has to be made.  The
      * switch-over moves the event to the contingency location (or
      * back again), re-checks the new location for other events on
      * that date here and in every other active wedding, and queues
      * a change notice to the confirmed guests and the staff rostered
      * that day through the reminder extract.
      *---------------------------------------------------------------
       RAIN-PLAN-MENU.
           PERFORM LIST-RAIN-PLANS
           DISPLAY '----------------------------------------------'
           DISPLAY '1. Set / Change Contingency Location'
           DISPLAY '2. Remove Contingency Location'
           DISPLAY '3. Switch to Contingency Location'
           DISPLAY '4. Switch Back to Original Location'
           DISPLAY '5. Back'
           DISPLAY '----------------------------------------------'
           DISPLAY 'Please select an option: ' WITH NO ADVANCING
           ACCEPT WS-RP-CHOICE
           EVALUATE WS-RP-CHOICE
               WHEN 1
                   PERFORM SET-RAIN-PLAN
               WHEN 2
                   PERFORM REMOVE-RAIN-PLAN
               WHEN 3
                   PERFORM SWITCH-TO-RAIN-PLAN
               WHEN 4
                   PERFORM SWITCH-BACK-FROM-RAIN-PLAN
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid option. Please try again.'
           END-EVALUATE
           MOVE 'Y' TO WS-CONTINUE.

       LIST-RAIN-PLANS.
           PERFORM SET-RAIN-NOW
           MOVE 0 TO WS-RP-SHOWN
           MOVE 'N' TO WS-EOF
           OPEN INPUT EVENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No events found. File does not exist yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY '----------------------------------------------'
           DISPLAY '          Rain Plans by Event'
           DISPLAY '----------------------------------------------'
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RP-SHOWN
                       MOVE EVENT-ID TO WS-RP-ID
                       PERFORM LOAD-RAIN-PLAN
                       DISPLAY EVENT-ID "  " EVENT-DATE-YEAR "/"
                           EVENT-DATE-MONTH "/" EVENT-DATE-DAY " "
                           EVENT-TIME-HOUR ":" EVENT-TIME-MINUTES
                           "  " EVENT-NAME
                       DISPLAY "       At: " EVENT-LOCATION
                       PERFORM SHOW-RAIN-PLAN-STATE
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE
           IF WS-RP-SHOWN = 0
               DISPLAY "No events found."
           END-IF.

       SHOW-RAIN-PLAN-STATE.
           IF WS-RP-HAD = 'N'
               DISPLAY "       Rain plan: (none)"
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-ACTIVE = 'C'
               DISPLAY "       ** RAIN PLAN ACTIVE ** moved from "
                   FUNCTION TRIM(WS-RP-PRIMARY)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "       Rain plan: " FUNCTION TRIM(WS-RP-ALT)
           IF WS-RP-DATE NOT = SPACES
               MOVE SPACES TO WS-RP-DEADLINE
               STRING WS-RP-DATE " " WS-RP-TIME
                   DELIMITED BY SIZE INTO WS-RP-DEADLINE
               IF WS-RP-DEADLINE < WS-RP-NOW
                   DISPLAY "       Decide by " WS-RP-DATE " "
                       WS-RP-TIME "  ** DECISION OVERDUE **"
               ELSE
                   DISPLAY "       Decide by " WS-RP-DATE " "
                       WS-RP-TIME
               END-IF
           END-IF.

       SET-RAIN-NOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RP-DATE-NUM
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-STAMP-NOW
           MOVE SPACES TO WS-RP-NOW
           STRING WS-RP-DATE-NUM(1:4) "-" WS-RP-DATE-NUM(5:2) "-"
               WS-RP-DATE-NUM(7:2) " " WS-STAMP-NOW(1:2) ":"
               WS-STAMP-NOW(3:2)
               DELIMITED BY SIZE INTO WS-RP-NOW.

      * Finds event WS-RP-ID and leaves its details in the WS-EVENT
      * fields, WS-RP-FOUND = Y when it is on file.
       LOAD-RAIN-EVENT.
           MOVE 'N' TO WS-RP-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT EVENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EVENT-ID = WS-RP-ID
                           MOVE 'Y' TO WS-RP-FOUND
                           MOVE 'Y' TO WS-EOF
                           MOVE EVENT-NAME TO WS-EVENT-NAME
                           MOVE EVENT-DATE-YEAR TO WS-EVENT-DATE-YEAR
                           MOVE EVENT-DATE-MONTH
                               TO WS-EVENT-DATE-MONTH
                           MOVE EVENT-DATE-DAY TO WS-EVENT-DATE-DAY
                           MOVE EVENT-TIME-HOUR TO WS-EVENT-TIME-HOUR
                           MOVE EVENT-TIME-MINUTES
                               TO WS-EVENT-TIME-MINUTES
                           MOVE EVENT-LOCATION TO WS-EVENT-LOCATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE
           MOVE SPACES TO WS-RP-EVENT-DATE
           STRING WS-EVENT-DATE-YEAR "-" WS-EVENT-DATE-MONTH "-"
               WS-EVENT-DATE-DAY
               DELIMITED BY SIZE INTO WS-RP-EVENT-DATE.

      * Rain plan for WS-RP-ID into WS-RP-PLAN; WS-RP-HAD = Y when
      * the event has one.
       LOAD-RAIN-PLAN.
           MOVE 'N' TO WS-RP-HAD
           MOVE SPACES TO WS-RP-PLAN
           MOVE 'P' TO WS-RP-ACTIVE
           OPEN INPUT RAINPLAN-FILE
           IF WS-RAINPLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RAINPLAN-EOF
           PERFORM UNTIL WS-RAINPLAN-EOF = 'Y'
               READ RAINPLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-RAINPLAN-EOF
                   NOT AT END
                       IF RP-EVENT-ID = WS-RP-ID
                           MOVE 'Y' TO WS-RP-HAD
                           MOVE 'Y' TO WS-RAINPLAN-EOF
                           MOVE RP-ALT-LOCATION TO WS-RP-ALT
                           MOVE RP-DECIDE-DATE TO WS-RP-DATE
                           MOVE RP-DECIDE-TIME TO WS-RP-TIME
                           MOVE RP-ACTIVE TO WS-RP-ACTIVE
                           MOVE RP-PRIMARY-LOCATION TO WS-RP-PRIMARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAINPLAN-FILE.

       ASK-RAIN-EVENT.
           DISPLAY "Enter the ID of the event: "
           ACCEPT WS-RP-ID
           PERFORM LOAD-RAIN-EVENT
           IF WS-RP-FOUND = 'N'
               DISPLAY "Event not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RAIN-PLAN
           DISPLAY "Event: " FUNCTION TRIM(WS-EVENT-NAME) "  "
               WS-RP-EVENT-DATE " " WS-EVENT-TIME-HOUR ":"
               WS-EVENT-TIME-MINUTES
           DISPLAY "At:    " FUNCTION TRIM(WS-EVENT-LOCATION).

       SET-RAIN-PLAN.
           PERFORM ASK-RAIN-EVENT
           IF WS-RP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-ACTIVE = 'C'
               DISPLAY "The rain plan is already in effect for this "
                   "event - switch back before changing it."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVENT-LOCATION TO WS-RP-SAVE-LOCATION
           DISPLAY "Contingency location:"
           PERFORM SELECT-EVENT-LOCATION
           IF WS-EVENT-LOCATION = SPACES
               OR WS-EVENT-LOCATION = WS-RP-SAVE-LOCATION
               DISPLAY "The contingency must be a different location."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RP-DATE-OK
           PERFORM UNTIL WS-RP-DATE-OK = 'Y'
               DISPLAY "Decide by date YYYY-MM-DD (blank = none): "
               MOVE SPACES TO WS-RP-DATE-IN
               ACCEPT WS-RP-DATE-IN
               PERFORM CHECK-RAIN-DECIDE-DATE
           END-PERFORM
           MOVE SPACES TO WS-HHMM-TEXT
           IF WS-RP-DATE-IN NOT = SPACES
               MOVE 'N' TO WS-HHMM-OK
               PERFORM UNTIL WS-HHMM-OK = 'Y'
                   DISPLAY "Decide by time HH:MM: "
                   ACCEPT WS-STAMP-INPUT
                   MOVE WS-STAMP-INPUT TO WS-HHMM-TEXT
                   PERFORM HHMM-TO-MINUTES
                   IF WS-HHMM-OK NOT = 'Y'
                       DISPLAY "Enter the time as HH:MM on the 24-hour"
                           " clock."
                   END-IF
               END-PERFORM
           END-IF

           MOVE "RAIN PLAN SET" TO WS-AUDIT-ACTION
           IF WS-RP-HAD = 'Y'
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING WS-RP-ID " " FUNCTION TRIM(WS-RP-ALT) " by "
                   WS-RP-DATE " " WS-RP-TIME
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           ELSE
               MOVE "(none)" TO WS-AUDIT-BEFORE
           END-IF
           MOVE WS-EVENT-LOCATION TO WS-RP-ALT
           MOVE WS-RP-DATE-IN TO WS-RP-DATE
           MOVE WS-HHMM-TEXT TO WS-RP-TIME
           MOVE 'P' TO WS-RP-ACTIVE
           MOVE SPACES TO WS-RP-PRIMARY
           MOVE 'N' TO WS-RP-DROP
           PERFORM SAVE-RAIN-PLAN
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING WS-RP-ID " " FUNCTION TRIM(WS-RP-ALT) " by "
               WS-RP-DATE " " WS-RP-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Rain plan recorded for event " WS-RP-ID ".".

       CHECK-RAIN-DECIDE-DATE.
           MOVE 'Y' TO WS-RP-DATE-OK
           IF WS-RP-DATE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-DATE-IN(1:4) NOT NUMERIC
               OR WS-RP-DATE-IN(5:1) NOT = "-"
               OR WS-RP-DATE-IN(6:2) NOT NUMERIC
               OR WS-RP-DATE-IN(8:1) NOT = "-"
               OR WS-RP-DATE-IN(9:2) NOT NUMERIC
               MOVE 'N' TO WS-RP-DATE-OK
           ELSE
               MOVE WS-RP-DATE-IN(1:4) TO WS-RP-DATE-NUM(1:4)
               MOVE WS-RP-DATE-IN(6:2) TO WS-RP-DATE-NUM(5:2)
               MOVE WS-RP-DATE-IN(9:2) TO WS-RP-DATE-NUM(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RP-DATE-NUM) NOT = 0
                   MOVE 'N' TO WS-RP-DATE-OK
               END-IF
           END-IF
           IF WS-RP-DATE-OK = 'N'
               DISPLAY "Enter a real date as YYYY-MM-DD."
           ELSE
               IF WS-RP-DATE-IN > WS-RP-EVENT-DATE
                   MOVE 'N' TO WS-RP-DATE-OK
                   DISPLAY "The decision has to be made by the day of "
                       "the event (" WS-RP-EVENT-DATE ")."
               END-IF
           END-IF.

       REMOVE-RAIN-PLAN.
           PERFORM ASK-RAIN-EVENT
           IF WS-RP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-HAD = 'N'
               DISPLAY "This event has no rain plan."
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-ACTIVE = 'C'
               DISPLAY "The rain plan is in effect for this event - "
                   "switch back before removing it."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Remove rain plan " FUNCTION TRIM(WS-RP-ALT)
               "? (Y/N)"
           ACCEPT WS-CONFIRM-DELETE
           IF WS-CONFIRM-DELETE NOT = 'Y'
               AND WS-CONFIRM-DELETE NOT = 'y'
               DISPLAY "Rain plan kept."
               EXIT PARAGRAPH
           END-IF
           MOVE "RAIN PLAN REMOVE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING WS-RP-ID " " FUNCTION TRIM(WS-RP-ALT) " by "
               WS-RP-DATE " " WS-RP-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           MOVE "(none)" TO WS-AUDIT-AFTER
           MOVE 'Y' TO WS-RP-DROP
           PERFORM SAVE-RAIN-PLAN
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Rain plan removed.".

       SWITCH-TO-RAIN-PLAN.
           PERFORM ASK-RAIN-EVENT
           IF WS-RP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-HAD = 'N'
               DISPLAY "This event has no rain plan."
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-ACTIVE = 'C'
               DISPLAY "The rain plan is already in effect."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVENT-LOCATION TO WS-RP-FROM
           MOVE WS-RP-ALT TO WS-RP-TARGET
           PERFORM RAIN-PLAN-SWITCH-OVER
           IF WS-CONFLICT-CONFIRM = 'Y'
               MOVE 'C' TO WS-RP-ACTIVE
               MOVE WS-RP-FROM TO WS-RP-PRIMARY
               MOVE 'N' TO WS-RP-DROP
               PERFORM SAVE-RAIN-PLAN
               PERFORM QUEUE-CHANGE-NOTICE
           END-IF.

       SWITCH-BACK-FROM-RAIN-PLAN.
           PERFORM ASK-RAIN-EVENT
           IF WS-RP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-HAD = 'N' OR WS-RP-ACTIVE NOT = 'C'
               DISPLAY "The rain plan is not in effect for this event."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVENT-LOCATION TO WS-RP-FROM
           MOVE WS-RP-PRIMARY TO WS-RP-TARGET
           PERFORM RAIN-PLAN-SWITCH-OVER
           IF WS-CONFLICT-CONFIRM = 'Y'
               MOVE 'P' TO WS-RP-ACTIVE
               MOVE SPACES TO WS-RP-PRIMARY
               MOVE 'N' TO WS-RP-DROP
               PERFORM SAVE-RAIN-PLAN
               PERFORM QUEUE-CHANGE-NOTICE
           END-IF.

      * Moves event WS-RP-ID from WS-RP-FROM to WS-RP-TARGET once the
      * new location has been checked and the move confirmed;
      * WS-CONFLICT-CONFIRM comes back Y when the event was moved.
       RAIN-PLAN-SWITCH-OVER.
           DISPLAY "Move to: " FUNCTION TRIM(WS-RP-TARGET)
           MOVE WS-RP-TARGET TO WS-EVENT-LOCATION
           MOVE WS-RP-ID TO WS-CONFLICT-EXCLUDE-ID
           PERFORM CHECK-EVENT-CONFLICT
           IF WS-CONFLICT-FLAG = 'Y'
               DISPLAY "Warning: another event of this wedding is "
                   "already at this location on this date."
           END-IF
           PERFORM COUNT-SHOP-VENUE-CONFLICTS
           IF WS-SHOP-CONFLICTS > 0
               DISPLAY "Warning: " WS-SHOP-CONFLICTS " event(s) of "
                   "other weddings at this location on "
                   WS-RP-EVENT-DATE " (listed above)."
           END-IF
           PERFORM CHECK-VENUE-CURFEW
           IF WS-CONFLICT-FLAG = 'Y' OR WS-SHOP-CONFLICTS > 0
               OR WS-CURFEW-FLAG = 'Y'
               DISPLAY "Switch over anyway? (Y/N): "
           ELSE
               DISPLAY "No conflicts found. Switch over now? (Y/N): "
           END-IF
           ACCEPT WS-CONFLICT-CONFIRM
           IF WS-CONFLICT-CONFIRM = 'y'
               MOVE 'Y' TO WS-CONFLICT-CONFIRM
           END-IF
           IF WS-CONFLICT-CONFIRM NOT = 'Y'
               DISPLAY "Event left at " FUNCTION TRIM(WS-RP-FROM) "."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EVENT-FILE
           OPEN OUTPUT TEMP-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE EVENT-RECORD TO TEMP-RECORD
                       IF EVENT-ID = WS-RP-ID
                           MOVE WS-RP-TARGET TO TEMP-LOCATION
                           MOVE LS-OPERATOR-ID TO TEMP-OPERATOR
                       END-IF
                       WRITE TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE
           CLOSE TEMP-FILE
           PERFORM REPLACE-FILE

           MOVE "RAIN PLAN SWITCH" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER
           STRING WS-RP-ID " " FUNCTION TRIM(WS-EVENT-NAME) " at "
               FUNCTION TRIM(WS-RP-FROM)
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           STRING WS-RP-ID " " FUNCTION TRIM(WS-EVENT-NAME) " at "
               FUNCTION TRIM(WS-RP-TARGET)
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "Event " WS-RP-ID " is now at "
               FUNCTION TRIM(WS-RP-TARGET) ".".

      * Other active weddings with an event at WS-EVENT-LOCATION on
      * the event's date, the same scan STAFF-ASSIGN makes for
      * double-booked staff.
       COUNT-SHOP-VENUE-CONFLICTS.
           MOVE 0 TO WS-SHOP-CONFLICTS
           MOVE FUNCTION TRIM(LS-WEDDING-FOLDER) TO WS-OWN-FOLDER
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
                               PERFORM SHOP-VENUE-ONE-FOLDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           PERFORM BUILD-FILE-PATHS.

       SHOP-VENUE-ONE-FOLDER.
           MOVE SPACES TO WS-OTHER-FOLDER
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               DELIMITED BY SIZE INTO WS-OTHER-FOLDER
           IF WS-OTHER-FOLDER = WS-OWN-FOLDER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EVENT-FILE-PATH
           STRING FUNCTION TRIM(WS-OTHER-FOLDER) "\events.txt"
               DELIMITED BY SIZE INTO WS-EVENT-FILE-PATH
           OPEN INPUT EVENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EVENT-LOCATION = WS-EVENT-LOCATION
                           AND EVENT-DATE-YEAR = WS-EVENT-DATE-YEAR
                           AND EVENT-DATE-MONTH = WS-EVENT-DATE-MONTH
                           AND EVENT-DATE-DAY = WS-EVENT-DATE-DAY
                           ADD 1 TO WS-SHOP-CONFLICTS
                           DISPLAY "  " EVENT-TIME-HOUR ":"
                               EVENT-TIME-MINUTES " "
                               FUNCTION TRIM(EVENT-NAME) " - "
                               FUNCTION TRIM(WS-DIR-LINE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE.

       QUEUE-CHANGE-NOTICE.
           MOVE WS-RP-ID TO WS-CN-EVENT-ID
           MOVE WS-RP-FROM TO WS-CN-OLD-LOCATION
           CALL "REMINDER-EXTRACT" USING LS-WEDDING-FOLDER
               WS-NOTICE-MODE WS-CHANGE-NOTICE
           IF RETURN-CODE NOT = 0
               DISPLAY "Warning: the change notice could not be "
                   "queued - phone the guests and staff."
           END-IF.

       SAVE-RAIN-PLAN.
           OPEN OUTPUT RAINPLAN-TEMP
           OPEN INPUT RAINPLAN-FILE
           IF WS-RAINPLAN-STATUS = "00"
               MOVE 'N' TO WS-RAINPLAN-EOF
               PERFORM UNTIL WS-RAINPLAN-EOF = 'Y'
                   READ RAINPLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-RAINPLAN-EOF
                       NOT AT END
                           IF RP-EVENT-ID NOT = WS-RP-ID
                               WRITE RAINPLAN-TEMP-RECORD
                                   FROM RAINPLAN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAINPLAN-FILE
           END-IF
           IF WS-RP-DROP NOT = 'Y'
               MOVE WS-RP-ID TO RP-EVENT-ID
               MOVE WS-RP-ALT TO RP-ALT-LOCATION
               MOVE WS-RP-DATE TO RP-DECIDE-DATE
               MOVE WS-RP-TIME TO RP-DECIDE-TIME
               MOVE WS-RP-ACTIVE TO RP-ACTIVE
               MOVE WS-RP-PRIMARY TO RP-PRIMARY-LOCATION
               MOVE LS-OPERATOR-ID TO RP-SET-BY
               WRITE RAINPLAN-TEMP-RECORD FROM RAINPLAN-RECORD
           END-IF
           CLOSE RAINPLAN-TEMP

           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-RAINPLAN-PATH)
               " event-rainplan.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-RAINPLAN-TEMP-PATH)
               " event-rainplan.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(WS-RAINPLAN-BAK-PATH)
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace rain plan file; "
                   "original kept as event-rainplan.bak"
           END-IF.

       ROTATE-EVENT-GENERATIONS.
           MOVE SPACES TO WS-OS-CMD
           STRING "del " FUNCTION TRIM(WS-BACKUP-FILE-PATH) "5"
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE WS-AUDIT-FILE-PATH TO WS-SQ-PATH
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
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "EVENT-SCHEDULE2" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.
