           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT MEAL-FILE ASSIGN TO WS-MEAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-STATUS.
           SELECT PROP-FILE ASSIGN TO WS-PROP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           SELECT EVTINV-FILE ASSIGN TO WS-EVTINV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVTINV-STATUS.
           SELECT EVTINV-TEMP ASSIGN TO WS-EVTINV-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-FILE ASSIGN TO WS-EVENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD MEAL-FILE.
       01 MEAL-REC PIC X(15).

           05 PROP-TABLE      PIC X(5).
           05 PROP-HEADS      PIC 9(2).

      * Guests invited to one particular event on the schedule, each
      * with their own RSVP and meal for that event.  An event with
      * no lines here is open to the whole guest list.
       FD EVTINV-FILE.
       01 EVTINV-RECORD.
           05 EI-EVENT-ID     PIC 9(5).
           05 EI-GUEST-NAME   PIC X(30).
           05 EI-RSVP         PIC X(10).
           05 EI-MEAL         PIC X(15).

       FD EVTINV-TEMP.
       01 EVTINV-TEMP-RECORD.
           05 EIT-EVENT-ID    PIC 9(5).
           05 EIT-GUEST-NAME  PIC X(30).
           05 EIT-RSVP        PIC X(10).
           05 EIT-MEAL        PIC X(15).

       FD EVENT-FILE.
       01 EVENT-RECORD.
           05 EVENT-ID             PIC 9(5).
           05 EVENT-NAME           PIC X(30).
           05 EVENT-DATE-YEAR      PIC 9(4).
           05 EVENT-DATE-MONTH     PIC 9(2).
           05 EVENT-DATE-DAY       PIC 9(2).
           05 EVENT-TIME-HOUR      PIC 9(2).
           05 EVENT-TIME-MINUTES   PIC 9(2).
           05 EVENT-LOCATION       PIC X(50).
           05 EVENT-VENDOR         PIC X(30).
           05 EVENT-VENDOR-CONTACT PIC X(20).
           05 EVENT-OPERATOR       PIC X(8).

       FD GUEST-COUNT-FILE.
       01 GC-RECORD.
           05 GC-NAME        PIC X(30).
       01 WS-RPT-RUN-DATE      PIC X(8).
       01 WS-CNT-DISP          PIC ZZZZ9.
       01 WS-AUDIT-FILE-PATH   PIC X(150).
       01 WS-AUDIT-ACTION      PIC X(20).
       01 WS-AUDIT-BEFORE      PIC X(210).
       01 WS-AUDIT-AFTER       PIC X(210).
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
       01 WS-MEAL-FILE-PATH    PIC X(150).
       01 WS-MEAL-STATUS       PIC X(2).
       01 WS-MEAL-EOF          PIC X VALUE 'N'.
       01 WS-VIOL-COUNT        PIC 9(4).
       01 WS-SEAT-CONFIRM      PIC X.
       01 WS-SEAT-EOF          PIC X.
       01 WS-EVTINV-PATH       PIC X(150).
       01 WS-EVTINV-TEMP-PATH  PIC X(150).
       01 WS-EVTINV-BAK-PATH   PIC X(150).
       01 WS-EVTINV-STATUS     PIC X(2).
       01 WS-EVTINV-EOF        PIC X.
       01 WS-EVENT-PATH        PIC X(150).
       01 WS-EVENT-STATUS      PIC X(2).
       01 WS-EVENT-EOF         PIC X.
       01 WS-EI-CHOICE         PIC 9.
       01 WS-EI-EVENT-ID       PIC 9(5).
       01 WS-EI-EVENT-NAME     PIC X(30).
       01 WS-EI-EVENT-FOUND    PIC X.
       01 WS-EI-HAS-LIST       PIC X.
       01 WS-EI-GUEST          PIC X(30).
       01 WS-EI-GUEST-EOF      PIC X.
       01 WS-EI-GUEST-MEAL     PIC X(15).
       01 WS-EI-DIETARY        PIC X(40).
       01 WS-EI-ON-LIST        PIC X.
       01 WS-EI-RSVP           PIC X(10).
       01 WS-EI-MEAL           PIC X(15).
       01 WS-EI-HH             PIC X(5).
       01 WS-EI-COUNT          PIC 9(4).
       01 WS-EI-REPORT-ID      PIC 9(5).
       01 WS-EI-BLOCKS         PIC 9(4).
       01 WS-EI-INVITED-HEADS  PIC 9(5).
       01 WS-EI-CONF-HEADS     PIC 9(5).
       01 WS-EI-DECL-HEADS     PIC 9(5).
       01 WS-EI-PEND-HEADS     PIC 9(5).

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
           MOVE SPACES TO WS-PROP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\proposed-seating.tmp"
               DELIMITED BY SIZE INTO WS-PROP-PATH
           MOVE SPACES TO WS-EVTINV-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\event-invites.txt"
               DELIMITED BY SIZE INTO WS-EVTINV-PATH
           MOVE SPACES TO WS-EVTINV-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\event-invites.tmp"
               DELIMITED BY SIZE INTO WS-EVTINV-TEMP-PATH
           MOVE SPACES TO WS-EVTINV-BAK-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\event-invites.bak"
               DELIMITED BY SIZE INTO WS-EVTINV-BAK-PATH
           MOVE SPACES TO WS-EVENT-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\events.txt"
               DELIMITED BY SIZE INTO WS-EVENT-PATH.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "15. Gift Registry".
           DISPLAY "16. Invitation Mailing".
           DISPLAY "17. Auto-Seating Assistant".
           DISPLAY "18. Event Invitations (per-event lists)".
           DISPLAY "19. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.
               WHEN 15 PERFORM GIFT-REGISTRY-MENU
               WHEN 16 PERFORM INVITATION-MAILING-MENU
               WHEN 17 PERFORM AUTO-SEATING-MENU
               WHEN 18 PERFORM EVENT-INVITE-MENU
               WHEN 19 GO TO RETURN-TO-MAIN-MENU
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
                   DISPLAY "Guest information updated successfully."
                   IF WS-GUEST-NAME NOT = WS-EDIT-NAME
                       PERFORM RENAME-GIFT-ENTRIES
                       PERFORM RENAME-INVITE-ENTRIES
                   END-IF
               END-IF
           END-IF.
                   DISPLAY "Guest not found."
               ELSE
                   DISPLAY "Guest removed successfully."
                   PERFORM DROP-INVITE-ENTRIES
               END-IF
           END-IF.

               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.

       EVENT-INVITE-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           DISPLAY "             EVENT INVITATIONS".
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. List Invitations for an Event".
           DISPLAY "2. Invite a Guest to an Event".
           DISPLAY "3. Invite a Whole Household to an Event".
           DISPLAY "4. Remove a Guest from an Event".
           DISPLAY "5. Record Event RSVP / Meal".
           DISPLAY "6. Event Headcount and Meal Count".
           DISPLAY "7. Back to Guest List Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-EI-CHOICE.

           EVALUATE WS-EI-CHOICE
               WHEN 1 PERFORM LIST-EVENT-INVITES
               WHEN 2 PERFORM INVITE-GUEST-TO-EVENT
               WHEN 3 PERFORM INVITE-HOUSEHOLD-TO-EVENT
               WHEN 4 PERFORM UNINVITE-GUEST-FROM-EVENT
               WHEN 5 PERFORM RECORD-EVENT-RSVP
               WHEN 6 PERFORM EVENT-HEADCOUNT-REPORT
               WHEN 7 GO TO MAIN-MENU
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO EVENT-INVITE-MENU.

      * The event must already be on this wedding's schedule.
       ASK-INVITE-EVENT.
           DISPLAY "Enter Event ID (as shown on the Event Schedule): ".
           ACCEPT WS-EI-EVENT-ID.
           MOVE 'N' TO WS-EI-EVENT-FOUND.
           MOVE SPACES TO WS-EI-EVENT-NAME.
           MOVE 'N' TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-STATUS = "00"
               PERFORM UNTIL WS-EVENT-EOF = 'Y'
                   READ EVENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EVENT-EOF
                       NOT AT END
                           IF EVENT-ID = WS-EI-EVENT-ID
                               MOVE 'Y' TO WS-EI-EVENT-FOUND
                               MOVE EVENT-NAME TO WS-EI-EVENT-NAME
                               MOVE 'Y' TO WS-EVENT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.
           IF WS-EI-EVENT-FOUND = 'N'
               DISPLAY "No event with that ID is on this wedding's "
                   "schedule."
           ELSE
               DISPLAY "Event: " WS-EI-EVENT-NAME
           END-IF.

      * Party size, usual meal and dietary notes of WS-EI-GUEST.
       LOOKUP-INVITE-GUEST.
           MOVE 'N' TO WS-FOUND.
           MOVE 1 TO WS-HEADS.
           MOVE SPACES TO WS-EI-GUEST-MEAL.
           MOVE SPACES TO WS-EI-DIETARY.
           MOVE 'N' TO WS-EI-GUEST-EOF.
           OPEN INPUT GUEST-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EI-GUEST-EOF = 'Y'
                   READ GUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EI-GUEST-EOF
                       NOT AT END
                           IF GUEST-NAME = WS-EI-GUEST
                               MOVE 'Y' TO WS-FOUND
                               PERFORM COMPUTE-PARTY-HEADS
                               MOVE GUEST-MEAL TO WS-EI-GUEST-MEAL
                               MOVE GUEST-DIETARY TO WS-EI-DIETARY
                               MOVE 'Y' TO WS-EI-GUEST-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-FILE
           END-IF.

      * Is WS-EI-GUEST already on WS-EI-EVENT-ID's list?  If so the
      * RSVP and meal on that line are handed back.
       CHECK-GUEST-INVITED.
           MOVE 'N' TO WS-EI-ON-LIST.
           MOVE 'N' TO WS-EVTINV-EOF.
           OPEN INPUT EVTINV-FILE.
           IF WS-EVTINV-STATUS = "00"
               PERFORM UNTIL WS-EVTINV-EOF = 'Y'
                   READ EVTINV-FILE
                       AT END
                           MOVE 'Y' TO WS-EVTINV-EOF
                       NOT AT END
                           IF EI-EVENT-ID = WS-EI-EVENT-ID
                               AND EI-GUEST-NAME = WS-EI-GUEST
                               MOVE 'Y' TO WS-EI-ON-LIST
                               MOVE EI-RSVP TO WS-EI-RSVP
                               MOVE EI-MEAL TO WS-EI-MEAL
                               MOVE 'Y' TO WS-EVTINV-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVTINV-FILE
           END-IF.

       CHECK-EVENT-HAS-LIST.
           MOVE 'N' TO WS-EI-HAS-LIST.
           MOVE 'N' TO WS-EVTINV-EOF.
           OPEN INPUT EVTINV-FILE.
           IF WS-EVTINV-STATUS = "00"
               PERFORM UNTIL WS-EVTINV-EOF = 'Y'
                   READ EVTINV-FILE
                       AT END
                           MOVE 'Y' TO WS-EVTINV-EOF
                       NOT AT END
                           IF EI-EVENT-ID = WS-EI-EVENT-ID
                               MOVE 'Y' TO WS-EI-HAS-LIST
                               MOVE 'Y' TO WS-EVTINV-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVTINV-FILE
           END-IF.

       APPEND-INVITATION.
           MOVE WS-EI-EVENT-ID TO EI-EVENT-ID.
           MOVE WS-EI-GUEST TO EI-GUEST-NAME.
           MOVE WS-EI-RSVP TO EI-RSVP.
           MOVE WS-EI-MEAL TO EI-MEAL.
           MOVE "INVITE ADD" TO WS-AUDIT-ACTION.
           MOVE "(none)" TO WS-AUDIT-BEFORE.
           MOVE EVTINV-RECORD TO WS-AUDIT-AFTER.
           OPEN EXTEND EVTINV-FILE.
           IF WS-EVTINV-STATUS = "35"
               OPEN OUTPUT EVTINV-FILE
           END-IF.
           WRITE EVTINV-RECORD.
           CLOSE EVTINV-FILE.
           PERFORM WRITE-AUDIT-ENTRY.

       LIST-EVENT-INVITES.
           PERFORM ASK-INVITE-EVENT.
           IF WS-EI-EVENT-FOUND = 'N'
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EI-COUNT.
           MOVE 'N' TO WS-EVTINV-EOF.
           OPEN INPUT EVTINV-FILE.
           IF WS-EVTINV-STATUS = "00"
               PERFORM UNTIL WS-EVTINV-EOF = 'Y'
                   READ EVTINV-FILE
                       AT END
                           MOVE 'Y' TO WS-EVTINV-EOF
                       NOT AT END
                           IF EI-EVENT-ID = WS-EI-EVENT-ID
                               MOVE EI-GUEST-NAME TO WS-EI-GUEST
                               PERFORM LOOKUP-INVITE-GUEST
                               ADD 1 TO WS-EI-COUNT
                               DISPLAY "  " EI-GUEST-NAME " "
                                   EI-RSVP " " EI-MEAL " x"
                                   WS-HEADS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVTINV-FILE
           END-IF.
           IF WS-EI-COUNT = 0
               DISPLAY "No invitation list for this event - the "
                   "whole guest list is invited."
           ELSE
               DISPLAY WS-EI-COUNT " guest(s) invited."
           END-IF.
           PERFORM PAUSE-SCREEN.

       INVITE-GUEST-TO-EVENT.
           PERFORM ASK-INVITE-EVENT.
           IF WS-EI-EVENT-FOUND = 'N'
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Guest Name: ".
           ACCEPT WS-EI-GUEST.
           PERFORM LOOKUP-INVITE-GUEST.
           IF WS-FOUND = 'N'
               DISPLAY "No guest by that name is on the guest list."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-GUEST-INVITED.
           IF WS-EI-ON-LIST = 'Y'
               DISPLAY "That guest is already invited to this event."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Meal for this event (blank = "
               FUNCTION TRIM(WS-EI-GUEST-MEAL) "): ".
           ACCEPT WS-EI-MEAL.
           IF WS-EI-MEAL = SPACES
               MOVE WS-EI-GUEST-MEAL TO WS-EI-MEAL
           END-IF.
           MOVE "Pending" TO WS-EI-RSVP.
           PERFORM APPEND-INVITATION.
           DISPLAY "Guest invited to " FUNCTION TRIM(WS-EI-EVENT-NAME)
               ".".
           PERFORM PAUSE-SCREEN.

      * Every guest sharing the household ID goes on the list; those
      * already on it are left as they are.
       INVITE-HOUSEHOLD-TO-EVENT.
           PERFORM ASK-INVITE-EVENT.
           IF WS-EI-EVENT-FOUND = 'N'
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Household/Party ID: ".
           ACCEPT WS-EI-HH.
           IF WS-EI-HH = SPACES
               DISPLAY "No household given."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT GUEST-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "No guests have been added yet."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EI-COUNT.
           MOVE 'N' TO WS-EOF.
           PERFORM INVITE-HH-PROCESS UNTIL WS-EOF = 'Y'.
           CLOSE GUEST-FILE.
           IF WS-EI-COUNT = 0
               DISPLAY "Nobody added - household not found or "
                   "already invited."
           ELSE
               DISPLAY WS-EI-COUNT " member(s) of household "
                   WS-EI-HH " invited to "
                   FUNCTION TRIM(WS-EI-EVENT-NAME) "."
           END-IF.
           PERFORM PAUSE-SCREEN.

       INVITE-HH-PROCESS.
           READ GUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GUEST-HOUSEHOLD = WS-EI-HH
                       MOVE GUEST-NAME TO WS-EI-GUEST
                       PERFORM CHECK-GUEST-INVITED
                       IF WS-EI-ON-LIST = 'N'
                           MOVE GUEST-MEAL TO WS-EI-MEAL
                           MOVE "Pending" TO WS-EI-RSVP
                           PERFORM APPEND-INVITATION
                           ADD 1 TO WS-EI-COUNT
                       END-IF
                   END-IF
           END-READ.

       UNINVITE-GUEST-FROM-EVENT.
           PERFORM ASK-INVITE-EVENT.
           IF WS-EI-EVENT-FOUND = 'N'
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Guest Name to take off this event: ".
           ACCEPT WS-EI-GUEST.
           OPEN INPUT EVTINV-FILE.
           IF WS-EVTINV-STATUS = "35"
               DISPLAY "No event invitations have been recorded yet."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EVTINV-TEMP.
           MOVE 'N' TO WS-EVTINV-EOF.
           MOVE 'N' TO WS-FOUND.
           PERFORM UNINVITE-PROCESS UNTIL WS-EVTINV-EOF = 'Y'.
           CLOSE EVTINV-FILE.
           CLOSE EVTINV-TEMP.
           PERFORM SWAP-EVTINV-FILE.
           IF WS-FOUND = 'N'
               DISPLAY "That guest is not invited to this event."
           ELSE
               DISPLAY "Guest removed from this event's list."
           END-IF.
           PERFORM PAUSE-SCREEN.

       UNINVITE-PROCESS.
           READ EVTINV-FILE
               AT END
                   MOVE 'Y' TO WS-EVTINV-EOF
               NOT AT END
                   IF EI-EVENT-ID = WS-EI-EVENT-ID
                       AND EI-GUEST-NAME = WS-EI-GUEST
                       MOVE 'Y' TO WS-FOUND
                       MOVE "INVITE REMOVE" TO WS-AUDIT-ACTION
                       MOVE EVTINV-RECORD TO WS-AUDIT-BEFORE
                       MOVE "(deleted)" TO WS-AUDIT-AFTER
                       PERFORM WRITE-AUDIT-ENTRY
                   ELSE
                       MOVE EVTINV-RECORD TO EVTINV-TEMP-RECORD
                       WRITE EVTINV-TEMP-RECORD
                   END-IF
           END-READ.

       RECORD-EVENT-RSVP.
           PERFORM ASK-INVITE-EVENT.
           IF WS-EI-EVENT-FOUND = 'N'
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Guest Name: ".
           ACCEPT WS-EI-GUEST.
           PERFORM CHECK-GUEST-INVITED.
           IF WS-EI-ON-LIST = 'N'
               DISPLAY "That guest is not invited to this event."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Current RSVP: " WS-EI-RSVP "  Meal: " WS-EI-MEAL.
           DISPLAY "Enter RSVP (Confirmed/Declined/Pending, "
               "blank = keep): ".
           ACCEPT WS-EI-RSVP.
           IF WS-EI-RSVP NOT = SPACES
               AND WS-EI-RSVP NOT = "Confirmed"
               AND WS-EI-RSVP NOT = "Declined"
               AND WS-EI-RSVP NOT = "Pending"
               DISPLAY "RSVP must be Confirmed, Declined or Pending."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Meal for this event (blank = keep): ".
           ACCEPT WS-EI-MEAL.
           OPEN INPUT EVTINV-FILE.
           OPEN OUTPUT EVTINV-TEMP.
           MOVE 'N' TO WS-EVTINV-EOF.
           PERFORM EVENT-RSVP-PROCESS UNTIL WS-EVTINV-EOF = 'Y'.
           CLOSE EVTINV-FILE.
           CLOSE EVTINV-TEMP.
           PERFORM SWAP-EVTINV-FILE.
           DISPLAY "Event RSVP recorded.".
           PERFORM PAUSE-SCREEN.

       EVENT-RSVP-PROCESS.
           READ EVTINV-FILE
               AT END
                   MOVE 'Y' TO WS-EVTINV-EOF
               NOT AT END
                   MOVE EVTINV-RECORD TO EVTINV-TEMP-RECORD
                   IF EI-EVENT-ID = WS-EI-EVENT-ID
                       AND EI-GUEST-NAME = WS-EI-GUEST
                       IF WS-EI-RSVP NOT = SPACES
                           MOVE WS-EI-RSVP TO EIT-RSVP
                       END-IF
                       IF WS-EI-MEAL NOT = SPACES
                           MOVE WS-EI-MEAL TO EIT-MEAL
                       END-IF
                       MOVE "INVITE RSVP" TO WS-AUDIT-ACTION
                       MOVE EVTINV-RECORD TO WS-AUDIT-BEFORE
                       MOVE EVTINV-TEMP-RECORD TO WS-AUDIT-AFTER
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
                   WRITE EVTINV-TEMP-RECORD
           END-READ.

      * Keep a renamed guest on the events they were invited to.
       RENAME-INVITE-ENTRIES.
           OPEN INPUT EVTINV-FILE.
           IF WS-EVTINV-STATUS = "00"
               OPEN OUTPUT EVTINV-TEMP
               MOVE 'N' TO WS-EVTINV-EOF
               PERFORM RENAME-INVITE-PROCESS
                   UNTIL WS-EVTINV-EOF = 'Y'
               CLOSE EVTINV-FILE
               CLOSE EVTINV-TEMP
               PERFORM SWAP-EVTINV-FILE
           END-IF.

       RENAME-INVITE-PROCESS.
           READ EVTINV-FILE
               AT END
                   MOVE 'Y' TO WS-EVTINV-EOF
               NOT AT END
                   MOVE EVTINV-RECORD TO EVTINV-TEMP-RECORD
                   IF EI-GUEST-NAME = WS-EDIT-NAME
                       MOVE WS-GUEST-NAME TO EIT-GUEST-NAME
                   END-IF
                   WRITE EVTINV-TEMP-RECORD
           END-READ.

      * A guest taken off the wedding comes off every event too, so
      * the headcounts never carry someone who is no longer coming.
       DROP-INVITE-ENTRIES.
           OPEN INPUT EVTINV-FILE.
           IF WS-EVTINV-STATUS = "00"
               OPEN OUTPUT EVTINV-TEMP
               MOVE 'N' TO WS-EVTINV-EOF
               MOVE 0 TO WS-EI-COUNT
               PERFORM DROP-INVITE-PROCESS
                   UNTIL WS-EVTINV-EOF = 'Y'
               CLOSE EVTINV-FILE
               CLOSE EVTINV-TEMP
               PERFORM SWAP-EVTINV-FILE
               IF WS-EI-COUNT > 0
                   DISPLAY "Also removed from " WS-EI-COUNT
                       " event invitation list(s)."
               END-IF
           END-IF.

       DROP-INVITE-PROCESS.
           READ EVTINV-FILE
               AT END
                   MOVE 'Y' TO WS-EVTINV-EOF
               NOT AT END
                   IF EI-GUEST-NAME = WS-EDIT-NAME
                       ADD 1 TO WS-EI-COUNT
                   ELSE
                       MOVE EVTINV-RECORD TO EVTINV-TEMP-RECORD
                       WRITE EVTINV-TEMP-RECORD
                   END-IF
           END-READ.

       SWAP-EVTINV-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-EVTINV-PATH)
               " event-invites.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-EVTINV-TEMP-PATH)
               " event-invites.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(WS-EVTINV-BAK-PATH)
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace invitation file; "
                   "original kept as event-invites.bak"
           END-IF.

      * For the caterer: heads invited, confirmed, declined and still
      * pending for each event that has its own list, then the meal
      * count and dietary notes of the confirmed heads.
       EVENT-HEADCOUNT-REPORT.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Enter Event ID (0 = every event with an "
               "invitation list): ".
           ACCEPT WS-EI-REPORT-ID.
           MOVE "event-headcount.txt" TO WS-RPT-NAME.
           MOVE "EVENT HEADCOUNT AND MEAL COUNT" TO WS-RPT-TITLE.
           PERFORM ASK-REPORT-TO-FILE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE "           EVENT HEADCOUNT AND MEAL COUNT"
               TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-EI-BLOCKS.
           MOVE 'N' TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-STATUS = "00"
               PERFORM EMIT-EVENT-HEADCOUNT UNTIL WS-EVENT-EOF = 'Y'
               CLOSE EVENT-FILE
           END-IF.
           IF WS-EI-BLOCKS = 0
               MOVE "No event with its own invitation list - the "
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
               MOVE "whole guest list is invited (see Catering Report)."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           PERFORM CLOSE-REPORT-FILE.
           PERFORM PAUSE-SCREEN.

       EMIT-EVENT-HEADCOUNT.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EVENT-EOF
               NOT AT END
                   IF WS-EI-REPORT-ID = 0
                       OR EVENT-ID = WS-EI-REPORT-ID
                       MOVE EVENT-ID TO WS-EI-EVENT-ID
                       PERFORM CHECK-EVENT-HAS-LIST
                       IF WS-EI-HAS-LIST = 'Y'
                           ADD 1 TO WS-EI-BLOCKS
                           PERFORM EMIT-ONE-EVENT-BLOCK
                       END-IF
                   END-IF
           END-READ.

       EMIT-ONE-EVENT-BLOCK.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "Event " EVENT-ID "  " EVENT-NAME " "
               EVENT-DATE-YEAR "/" EVENT-DATE-MONTH "/"
               EVENT-DATE-DAY " " EVENT-TIME-HOUR ":"
               EVENT-TIME-MINUTES
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-EI-COUNT WS-EI-INVITED-HEADS WS-EI-CONF-HEADS
               WS-EI-DECL-HEADS WS-EI-PEND-HEADS.
           MOVE 'N' TO WS-EVTINV-EOF.
           OPEN INPUT EVTINV-FILE.
           PERFORM TALLY-EVENT-INVITE UNTIL WS-EVTINV-EOF = 'Y'.
           CLOSE EVTINV-FILE.
           MOVE WS-EI-INVITED-HEADS TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  Invited:   " WS-CNT-DISP " head(s) on "
               WS-EI-COUNT " invitation(s)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-EI-CONF-HEADS TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  Confirmed: " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-EI-DECL-HEADS TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  Declined:  " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-EI-PEND-HEADS TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  Pending:   " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.

           OPEN OUTPUT MEAL-FILE.
           CLOSE MEAL-FILE.
           MOVE 'N' TO WS-EVTINV-EOF.
           OPEN INPUT EVTINV-FILE.
           PERFORM BUILD-EVENT-MEAL-LIST UNTIL WS-EVTINV-EOF = 'Y'.
           CLOSE EVTINV-FILE.
           MOVE "  Meal counts (Confirmed heads only):" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE 'N' TO WS-MEAL-EOF.
           OPEN INPUT MEAL-FILE.
           PERFORM EMIT-EVENT-MEAL-COUNT UNTIL WS-MEAL-EOF = 'Y'.
           CLOSE MEAL-FILE.
           MOVE SPACES TO WS-OS-CMD.
           STRING "del " FUNCTION TRIM(WS-MEAL-FILE-PATH)
               DELIMITED BY SIZE INTO WS-OS-CMD.
           CALL "SYSTEM" USING WS-OS-CMD.

           MOVE "  Dietary notes and allergies:" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE 'N' TO WS-EVTINV-EOF.
           OPEN INPUT EVTINV-FILE.
           PERFORM EMIT-EVENT-DIETARY UNTIL WS-EVTINV-EOF = 'Y'.
           CLOSE EVTINV-FILE.

       TALLY-EVENT-INVITE.
           READ EVTINV-FILE
               AT END
                   MOVE 'Y' TO WS-EVTINV-EOF
               NOT AT END
                   IF EI-EVENT-ID = WS-EI-EVENT-ID
                       MOVE EI-GUEST-NAME TO WS-EI-GUEST
                       PERFORM LOOKUP-INVITE-GUEST
                       ADD 1 TO WS-EI-COUNT
                       ADD WS-HEADS TO WS-EI-INVITED-HEADS
                       EVALUATE FUNCTION TRIM(EI-RSVP)
                           WHEN "Confirmed"
                               ADD WS-HEADS TO WS-EI-CONF-HEADS
                           WHEN "Declined"
                               ADD WS-HEADS TO WS-EI-DECL-HEADS
                           WHEN OTHER
                               ADD WS-HEADS TO WS-EI-PEND-HEADS
                       END-EVALUATE
                   END-IF
           END-READ.

       BUILD-EVENT-MEAL-LIST.
           READ EVTINV-FILE
               AT END
                   MOVE 'Y' TO WS-EVTINV-EOF
               NOT AT END
                   IF EI-EVENT-ID = WS-EI-EVENT-ID
                       AND FUNCTION TRIM(EI-RSVP) = "Confirmed"
                       AND EI-MEAL NOT = SPACES
                       MOVE EI-MEAL TO WS-SEARCH-MEAL
                       PERFORM CHECK-MEAL-SEEN
                       IF WS-MEAL-FOUND = 'N'
                           PERFORM RECORD-MEAL-SEEN
                       END-IF
                   END-IF
           END-READ.

       EMIT-EVENT-MEAL-COUNT.
           READ MEAL-FILE
               AT END
                   MOVE 'Y' TO WS-MEAL-EOF
               NOT AT END
                   MOVE MEAL-REC TO WS-SEARCH-MEAL
                   MOVE 0 TO WS-MEAL-COUNT
                   MOVE 'N' TO WS-EVTINV-EOF
                   OPEN INPUT EVTINV-FILE
                   PERFORM COUNT-EVENT-MEAL-CHOICE
                       UNTIL WS-EVTINV-EOF = 'Y'
                   CLOSE EVTINV-FILE
                   MOVE WS-MEAL-COUNT TO WS-CNT-DISP
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "    " WS-SEARCH-MEAL "  " WS-CNT-DISP
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
           END-READ.

       COUNT-EVENT-MEAL-CHOICE.
           READ EVTINV-FILE
               AT END
                   MOVE 'Y' TO WS-EVTINV-EOF
               NOT AT END
                   IF EI-EVENT-ID = WS-EI-EVENT-ID
                       AND FUNCTION TRIM(EI-RSVP) = "Confirmed"
                       AND EI-MEAL = WS-SEARCH-MEAL
                       MOVE EI-GUEST-NAME TO WS-EI-GUEST
                       PERFORM LOOKUP-INVITE-GUEST
                       ADD WS-HEADS TO WS-MEAL-COUNT
                   END-IF
           END-READ.

       EMIT-EVENT-DIETARY.
           READ EVTINV-FILE
               AT END
                   MOVE 'Y' TO WS-EVTINV-EOF
               NOT AT END
                   IF EI-EVENT-ID = WS-EI-EVENT-ID
                       AND FUNCTION TRIM(EI-RSVP) = "Confirmed"
                       MOVE EI-GUEST-NAME TO WS-EI-GUEST
                       PERFORM LOOKUP-INVITE-GUEST
                       IF WS-EI-DIETARY NOT = SPACES
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "    " EI-GUEST-NAME " "
                               WS-EI-DIETARY
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM EMIT-LINE
                       END-IF
                   END-IF
           END-READ.

       CHECK-IN-MODE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           END-READ.

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-STAMP.
           MOVE SPACES TO WS-SEAL-REQUEST.
           MOVE "A" TO WS-SQ-MODE.
           MOVE WS-AUDIT-FILE-PATH TO WS-SQ-PATH.
           MOVE 3 TO WS-SQ-LINE-COUNT.
           STRING WS-AUDIT-STAMP(1:4) "-" WS-AUDIT-STAMP(5:2) "-"
               WS-AUDIT-STAMP(7:2) " " WS-AUDIT-STAMP(9:2) ":"
               WS-AUDIT-STAMP(11:2) ":" WS-AUDIT-STAMP(13:2)
               "  " WS-AUDIT-ACTION "BY " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SQ-LINE(1).
           STRING "  BEFORE: " WS-AUDIT-BEFORE
               DELIMITED BY SIZE INTO WS-SQ-LINE(2).
           STRING "  AFTER:  " WS-AUDIT-AFTER
               DELIMITED BY SIZE INTO WS-SQ-LINE(3).
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST.

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED.
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "GUEST-LIST-MANAGEMENT" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

