       01 WS-GEN-DELETE        PIC 9(4) VALUE 0.
       01 WS-GEN-DONE          PIC 9(4) VALUE 0.

       LINKAGE SECTION.
      * Mode F backs up every active folder and prunes, as from the
      * menu. The end-of-day stream backs up one folder per call
      * (mode 1) into the generation named by LS-BACKUP-STAMP, so a
      * restart only copies the folders still to do, and prunes
      * once the last folder is done (mode P). RETURN-CODE is 0
      * when everything copied and 8 when a copy failed.
       01 LS-BACKUP-MODE       PIC X(1).
       01 LS-BACKUP-FOLDER     PIC X(50).
       01 LS-BACKUP-STAMP      PIC X(8).

       PROCEDURE DIVISION USING LS-BACKUP-MODE LS-BACKUP-FOLDER
           LS-BACKUP-STAMP.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           MOVE 0 TO WS-BACKUP-COUNT WS-FAIL-COUNT
           PERFORM LOAD-KEEP-GENS
           EVALUATE LS-BACKUP-MODE
               WHEN "1"
                   PERFORM BACKUP-NAMED-FOLDER
               WHEN "P"
                   PERFORM PRUNE-OLD-GENERATIONS
               WHEN OTHER
                   PERFORM PREPARE-BACKUP-FOLDER
                   PERFORM BACKUP-ACTIVE-FOLDERS
                   PERFORM WRITE-RUN-SUMMARY
                   PERFORM PRUNE-OLD-GENERATIONS
                   DISPLAY "Backup run complete. Folders backed up: "
                       WS-BACKUP-COUNT "  Failures: " WS-FAIL-COUNT
           END-EVALUATE
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-KEEP-GENS.
           END-IF.

       PREPARE-BACKUP-FOLDER.
           PERFORM MAKE-GENERATION-FOLDER
           OPEN OUTPUT LOG-FILE
           PERFORM WRITE-LOG-HEADING.

      * The generation folder may already hold folders copied
      * before a restart; the log is added to, not replaced.
       BACKUP-NAMED-FOLDER.
           IF LS-BACKUP-STAMP NOT = SPACES
               MOVE LS-BACKUP-STAMP TO WS-RUN-STAMP
           END-IF
           PERFORM MAKE-GENERATION-FOLDER
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
               PERFORM WRITE-LOG-HEADING
           END-IF
           MOVE LS-BACKUP-FOLDER TO WS-DIR-LINE
           PERFORM BACKUP-ONE-FOLDER
           CLOSE LOG-FILE.

       MAKE-GENERATION-FOLDER.
           MOVE "mkdir Backups" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-LOG-PATH
           STRING "Backups\" WS-RUN-STAMP "\backup.log"
               DELIMITED BY SIZE INTO WS-LOG-PATH.

       WRITE-LOG-HEADING.
      * The full run timestamp is logged so the audit roll-forward
      * can be given an exact cutoff after a restore.
           MOVE SPACES TO LOG-LINE
