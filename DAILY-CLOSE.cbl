           SELECT CLOSE-LOG-FILE ASSIGN TO "daily-close-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-LOG-FILE.
       01 CLOSE-LOG-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLOSE-STATUS      PIC X(2).
       01 WS-LOG-STATUS        PIC X(2).
       01 WS-CONFIRM           PIC X.
       01 WS-STAMP             PIC X(14).
       01 WS-STAMP-TEXT        PIC X(21).
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

       LINKAGE SECTION.
       01 LS-OPERATOR-ID       PIC X(8).
       01 LS-OPERATOR-ROLE     PIC X(1).
      * Spaces from the menu. The end-of-day stream passes the
      * business date to close and gets no prompts.
       01 LS-BATCH-CLOSE-DATE  PIC X(10).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-ROLE
           LS-BATCH-CLOSE-DATE.
       CHECK-RUN-MODE.
           IF LS-BATCH-CLOSE-DATE NOT = SPACES
               PERFORM BATCH-CLOSE
               GO TO RETURN-TO-CALLER
           END-IF.

       MAIN-MENU.
           PERFORM LOAD-CLOSE-DATE.
           DISPLAY "--------------------------------------------------"
           DISPLAY "Books closed through " WS-NEW-DATE ".".
           PERFORM PAUSE-SCREEN.

      * Unattended close: a date the cutoff already covers is left
      * alone, so a rerun of the stream changes nothing.
      * RETURN-CODE 0 = closed or already closed, 8 = not saved.
       BATCH-CLOSE.
           PERFORM LOAD-CLOSE-DATE
           MOVE LS-BATCH-CLOSE-DATE TO WS-NEW-DATE
           MOVE 0 TO RETURN-CODE
           IF WS-CLOSE-DATE NOT = SPACES
               AND WS-NEW-DATE <= WS-CLOSE-DATE
               DISPLAY "Books already closed through " WS-CLOSE-DATE
                   "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-CLOSE-DATE
           IF WS-CLOSE-STATUS NOT = "00"
               DISPLAY "Could not save the close date. Status: "
                   WS-CLOSE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-LOG-STAMP
           MOVE SPACES TO CLOSE-LOG-LINE
           STRING WS-STAMP-TEXT "CLOSED through "
               WS-NEW-DATE " BY " LS-OPERATOR-ID " (END OF DAY)"
               DELIMITED BY SIZE INTO CLOSE-LOG-LINE
           PERFORM APPEND-CLOSE-LOG
           DISPLAY "Books closed through " WS-NEW-DATE "."
           MOVE 0 TO RETURN-CODE.

      * Moving the cutoff backwards unlocks closed days, so it is a
      * supervisor action and always leaves a log entry behind.
       REOPEN-BOOKS.

       WRITE-SECURITY-LOG.
           PERFORM BUILD-LOG-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE "security-audit.txt" TO WS-SQ-PATH
           MOVE 1 TO WS-SQ-LINE-COUNT
           STRING WS-STAMP-TEXT "DENIED CLOSE REOPEN BY "
               LS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SQ-LINE(1)
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST.

       APPEND-CLOSE-LOG.
           OPEN EXTEND CLOSE-LOG-FILE
