       01 WS-FILE-CHOICE       PIC 9.
       01 WS-RESTORED-NAME     PIC X(30).

      * The seal check made before anything is replayed. Each entry
      * is gathered in the form AUDIT-SEAL works from.
       01 WS-SEAL-REQUEST.
           05 WS-SQ-MODE            PIC X.
           05 WS-SQ-PATH            PIC X(200).
           05 WS-SQ-LINE-COUNT      PIC 9(1).
           05 WS-SQ-LINE            PIC X(220) OCCURS 3 TIMES.
           05 WS-SQ-SEQ             PIC 9(7).
           05 WS-SQ-PREV-CHECK      PIC 9(9).
           05 WS-SQ-CHECK           PIC 9(9).
       01 WS-SEAL-ENTRY-OPEN   PIC X.
       01 WS-SEAL-BROKEN       PIC X.
       01 WS-SEAL-WHY          PIC X(40).
       01 WS-SEAL-ENTRY-NO     PIC 9(7).
       01 WS-SEAL-SEQ          PIC 9(7).
       01 WS-SEAL-CHECK        PIC 9(9).
       01 WS-SEAL-LAST-SEQ     PIC 9(7).
       01 WS-SEAL-LAST-CHECK   PIC 9(9).
       01 WS-SEAL-STARTED      PIC X.

       LINKAGE SECTION.
       01 LS-WEDDING-FOLDER    PIC X(50).

           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\replay.tmp"
               DELIMITED BY SIZE INTO WS-TARGET-TEMP-PATH

           PERFORM CHECK-LOG-SEALS
           IF WS-SEAL-BROKEN = 'Y'
               DISPLAY "AUDIT LOG FAILS ITS SEAL CHECK at entry "
                   WS-SEAL-ENTRY-NO ": " FUNCTION TRIM(WS-SEAL-WHY)
               DISPLAY "The log has been edited since it was written;"
               DISPLAY "nothing replayed. Run Verify Audit Logs and "
                   "re-key the work by hand."
               PERFORM PAUSE-AND-EXIT
           END-IF

           MOVE 0 TO WS-APPLIED-COUNT WS-SKIPPED-COUNT
               WS-OTHER-COUNT
           MOVE 'N' TO WS-STOP-FLAG
               END-READ
           END-IF.

      * Replay trusts the before and after images, so the whole log
      * must still chain before any of it is applied: sealed entries
      * numbered 1, 2, 3 ... each with a check that works out again,
      * and no unsealed entry after the first sealed one. Entries
      * from before sealing began are taken as they are.
       CHECK-LOG-SEALS.
           MOVE 'N' TO WS-SEAL-BROKEN WS-SEAL-ENTRY-OPEN
               WS-SEAL-STARTED
           MOVE 0 TO WS-SEAL-ENTRY-NO WS-SEAL-LAST-SEQ
               WS-SEAL-LAST-CHECK
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUDIT-EOF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               OR WS-SEAL-BROKEN = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       PERFORM TAKE-SEAL-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-SEAL-ENTRY-OPEN = 'Y' AND WS-SEAL-BROKEN = 'N'
               PERFORM CHECK-SEAL-ENTRY
           END-IF.

       TAKE-SEAL-LINE.
           IF AUDIT-LINE(1:4) NUMERIC AND AUDIT-LINE(5:1) = "-"
               IF WS-SEAL-ENTRY-OPEN = 'Y'
                   PERFORM CHECK-SEAL-ENTRY
               END-IF
               MOVE SPACES TO WS-SEAL-REQUEST
               MOVE 1 TO WS-SQ-LINE-COUNT
               MOVE AUDIT-LINE TO WS-SQ-LINE(1)
               MOVE 'Y' TO WS-SEAL-ENTRY-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SEAL-ENTRY-OPEN = 'Y' AND WS-SQ-LINE-COUNT < 3
               ADD 1 TO WS-SQ-LINE-COUNT
               MOVE AUDIT-LINE TO WS-SQ-LINE(WS-SQ-LINE-COUNT)
           ELSE
               IF WS-SEAL-STARTED = 'Y'
                   MOVE 'Y' TO WS-SEAL-BROKEN
                   MOVE "line added under an entry" TO WS-SEAL-WHY
               END-IF
           END-IF.

       CHECK-SEAL-ENTRY.
           MOVE 'N' TO WS-SEAL-ENTRY-OPEN
           ADD 1 TO WS-SEAL-ENTRY-NO
           IF WS-SQ-LINE(1)(76:4) NOT = "SEQ "
               IF WS-SEAL-STARTED = 'Y'
                   MOVE 'Y' TO WS-SEAL-BROKEN
                   MOVE "unsealed entry added" TO WS-SEAL-WHY
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SEAL-STARTED
           IF WS-SQ-LINE(1)(80:7) NOT NUMERIC
               OR WS-SQ-LINE(1)(92:9) NOT NUMERIC
               MOVE 'Y' TO WS-SEAL-BROKEN
               MOVE "seal damaged" TO WS-SEAL-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SQ-LINE(1)(80:7) TO WS-SEAL-SEQ
           MOVE WS-SQ-LINE(1)(92:9) TO WS-SEAL-CHECK
           IF WS-SEAL-SEQ NOT = WS-SEAL-LAST-SEQ + 1
               MOVE 'Y' TO WS-SEAL-BROKEN
               MOVE "entry missing or out of order" TO WS-SEAL-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-SQ-MODE
           MOVE WS-SEAL-SEQ TO WS-SQ-SEQ
           MOVE WS-SEAL-LAST-CHECK TO WS-SQ-PREV-CHECK
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST
           IF WS-SQ-CHECK NOT = WS-SEAL-CHECK
               MOVE 'Y' TO WS-SEAL-BROKEN
               MOVE "entry altered" TO WS-SEAL-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEAL-SEQ TO WS-SEAL-LAST-SEQ
           MOVE WS-SEAL-CHECK TO WS-SEAL-LAST-CHECK.

      * The action's first word names the subsystem, which names
      * the file; the before/after images say whether it was an
      * add, an edit or a delete.
