
       LINKAGE SECTION.
       01 LS-WEDDING-FOLDER    PIC X(50).
      * B = unattended run from the end-of-day stream: no pause,
      * RETURN-CODE 0 = clean, 4 = problems found.
       01 LS-RUN-MODE          PIC X(1).

       PROCEDURE DIVISION USING LS-WEDDING-FOLDER LS-RUN-MODE.
       MAIN-PARA.
           MOVE 0 TO WS-ERROR-COUNT
           MOVE SPACES TO WS-SEEN-PATH
                   "dashboard totals."
           END-IF
           DISPLAY "=================================================="
           IF LS-RUN-MODE = "B"
               IF WS-ERROR-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PROGRAM
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE
           EXIT PROGRAM.
