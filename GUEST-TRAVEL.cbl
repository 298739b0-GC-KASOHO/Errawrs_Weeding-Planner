           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EVTINV-FILE ASSIGN TO WS-EVTINV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVTINV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

      * Per-event invitation lists kept by Guest List Management.
       FD EVTINV-FILE.
       01 EVTINV-RECORD.
           05 EI-EVENT-ID      PIC 9(5).
           05 EI-GUEST-NAME    PIC X(30).
           05 EI-RSVP          PIC X(10).
           05 EI-MEAL          PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-TRAVEL-STATUS     PIC X(2).
       01 WS-BLOCK-STATUS      PIC X(2).
       01 WS-RPT-PAGE-DISP     PIC ZZ9.
       01 WS-RPT-LINE-COUNT    PIC 9(3).
       01 WS-RPT-RUN-DATE      PIC X(8).
       01 WS-EVTINV-PATH       PIC X(150).
       01 WS-EVTINV-STATUS     PIC X(2).
       01 WS-EVTINV-EOF        PIC X.
       01 WS-RUN-EVENT         PIC 9(5).
       01 WS-INV-HAS-LIST      PIC X.
       01 WS-INV-ATTENDING     PIC X.
       01 WS-LEFT-OFF-COUNT    PIC 9(3).

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
               DELIMITED BY SIZE INTO WS-BLOCK-TEMP-PATH
           MOVE SPACES TO WS-GUEST-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\guests.txt"
               DELIMITED BY SIZE INTO WS-GUEST-PATH
           MOVE SPACES TO WS-EVTINV-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\event-invites.txt"
               DELIMITED BY SIZE INTO WS-EVTINV-PATH.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
               CLOSE TRAVEL-FILE
           END-IF.

      * A run laid on for one event (rehearsal dinner, after-party)
      * carries only the guests confirmed for that event when the
      * event has its own invitation list.
       SHUTTLE-MANIFEST.
           DISPLAY "Enter Shuttle Run Number: ".
           ACCEPT WS-RUN-PICK.
           DISPLAY "Event ID this run serves (0 = not tied to one "
               "event): ".
           ACCEPT WS-RUN-EVENT.
           MOVE 'N' TO WS-INV-HAS-LIST.
           IF WS-RUN-EVENT NOT = 0
               PERFORM CHECK-EVENT-HAS-LIST
           END-IF.
           MOVE "shuttle-manifest.txt" TO WS-RPT-NAME.
           MOVE "SHUTTLE MANIFEST" TO WS-RPT-TITLE.
           PERFORM ASK-REPORT-TO-FILE.
           STRING "      SHUTTLE MANIFEST - RUN " WS-RUN-PICK
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           IF WS-INV-HAS-LIST = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               STRING "      Guests confirmed for event " WS-RUN-EVENT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-MANIFEST-COUNT.
           MOVE 0 TO WS-LEFT-OFF-COUNT.
           OPEN INPUT TRAVEL-FILE.
           IF WS-TRAVEL-STATUS = "35"
               DISPLAY "No travel records yet."
           STRING "Passengers on this run: " WS-MANIFEST-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           IF WS-LEFT-OFF-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "Booked on this run but not confirmed for "
                   "the event: " WS-LEFT-OFF-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF.
           PERFORM CLOSE-REPORT-FILE.
           PERFORM PAUSE-SCREEN.

               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE 'Y' TO WS-INV-ATTENDING
                   IF TRV-SHUTTLE = WS-RUN-PICK
                       AND WS-INV-HAS-LIST = 'Y'
                       PERFORM CHECK-GUEST-ATTENDING
                       IF WS-INV-ATTENDING = 'N'
                           ADD 1 TO WS-LEFT-OFF-COUNT
                       END-IF
                   END-IF
                   IF TRV-SHUTTLE = WS-RUN-PICK
                       AND WS-INV-ATTENDING = 'Y'
                       ADD 1 TO WS-MANIFEST-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  [ ] " TRV-GUEST " pickup "
                   END-IF
           END-READ.

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
                           IF EI-EVENT-ID = WS-RUN-EVENT
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
                           IF EI-EVENT-ID = WS-RUN-EVENT
                               AND EI-GUEST-NAME = TRV-GUEST
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

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED.
           DISPLAY "Write this report to a file as well? (Y/N): ".
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "GUEST-TRAVEL" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

