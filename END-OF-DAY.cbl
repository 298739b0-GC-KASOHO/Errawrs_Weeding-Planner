       IDENTIFICATION DIVISION.
       PROGRAM-ID. END-OF-DAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CKPT-FILE ASSIGN TO "eod-checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * One record per unit of work finished by the stream: a step
      * for one wedding folder, or "*STEP COMPLETE*" once a whole
      * step is done. The first record (step 0) carries the
      * business date being run. The file is removed when the
      * stream finishes, so finding one means a run was cut short.
       FD CKPT-FILE.
       01 CKPT-RECORD.
           05 CK-STEP          PIC 9(1).
           05 CK-FOLDER        PIC X(50).
           05 CK-RC            PIC 9(2).
           05 CK-STAMP         PIC X(14).

       FD RUN-LOG-FILE.
       01 RUN-LOG-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-CKPT-STATUS       PIC X(2).
       01 WS-RUN-LOG-STATUS    PIC X(2).
       01 WS-RUN-LOG-PATH      PIC X(150).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-DIR-LINE          PIC X(255).
       01 WS-DIR-EOF           PIC X.
       01 WS-CK-EOF            PIC X.
       01 WS-RESUMING          PIC X.
       01 WS-STAMP             PIC X(14).
       01 WS-STAMP-TEXT        PIC X(19).
       01 WS-EOD-RUN-DATE      PIC X(8).
       01 WS-EOD-CLOSE-DATE    PIC X(10).
       01 WS-EOD-FOLDER-PATH   PIC X(50).
       01 WS-STEP-DONE-MARK    PIC X(50) VALUE "*STEP COMPLETE*".
       01 WS-UNATTENDED        PIC X(1) VALUE "B".
      * REMINDER-EXTRACT's change-notice slot, unused in mode B.
       01 WS-NO-CHANGE-NOTICE  PIC X(55) VALUE SPACES.
       01 WS-BACKUP-ONE        PIC X(1) VALUE "1".
       01 WS-BACKUP-PRUNE      PIC X(1) VALUE "P".
       01 WS-NO-FOLDER         PIC X(50) VALUE SPACES.
       01 WS-FOLDER-TABLE.
           05 WS-FOLDER-COUNT  PIC 9(4) VALUE 0.
           05 WS-FOLDER-ENTRY  PIC X(50) OCCURS 2000 TIMES.
       01 WS-FX                PIC 9(4).
      * Set when the registry cannot be read or holds more active
      * weddings than the table; every per-folder step then ends
      * RC 8 so the run cannot report clean.
       01 WS-FOLDER-PROBLEM    PIC X VALUE 'N'.
       01 WS-FOLDER-DROPPED    PIC 9(4) VALUE 0.
       01 WS-CK-TABLE.
           05 WS-CK-COUNT      PIC 9(4) VALUE 0.
           05 WS-CK-ENTRY OCCURS 7000 TIMES.
               10 CKT-STEP     PIC 9(1).
               10 CKT-FOLDER   PIC X(50).
       01 WS-CX                PIC 9(4).
       01 WS-CK-LAST           PIC X(67).
       01 WS-CK-FIND-STEP      PIC 9(1).
       01 WS-CK-FIND-FOLDER    PIC X(50).
       01 WS-CK-FOUND          PIC X.
       01 WS-STEP-NO           PIC 9(1).
       01 WS-STEP-RC           PIC 9(2).
       01 WS-STEP-NAMES.
           05 FILLER           PIC X(12) VALUE "BACKUP".
           05 FILLER           PIC X(12) VALUE "DAILY CLOSE".
           05 FILLER           PIC X(12) VALUE "REMINDERS".
           05 FILLER           PIC X(12) VALUE "DATA CHECK".
           05 FILLER           PIC X(12) VALUE "AGING".
           05 FILLER           PIC X(12) VALUE "XREF CHECK".
           05 FILLER           PIC X(12) VALUE "AUDIT VERIFY".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-STEP-NAME     PIC X(12) OCCURS 7 TIMES.
       01 WS-STEP-RESULTS.
           05 WS-STEP-RESULT OCCURS 7 TIMES.
               10 SR-MAX-RC    PIC 9(2).
               10 SR-RUN       PIC 9(4).
               10 SR-SKIPPED   PIC 9(4).
               10 SR-STATE     PIC X(10).
       01 WS-RUN-MAX-RC        PIC 9(2).

      * Passed to RPT-CATALOG as the run log is closed.
       01 WS-CATALOG-REQUEST.
           05 WS-CR-MODE            PIC X.
           05 WS-CR-PROGRAM         PIC X(20).
           05 WS-CR-TITLE           PIC X(45).
           05 WS-CR-FOLDER          PIC X(50).
           05 WS-CR-OPERATOR        PIC X(8).
           05 WS-CR-ROLE            PIC X.
           05 WS-CR-PATH            PIC X(200).

       LINKAGE SECTION.
       01 LS-OPERATOR-ID       PIC X(8).
       01 LS-OPERATOR-ROLE     PIC X(1).

      * The nightly stream, run over every active wedding folder:
      *   1 BACKUP       BACKUP-RUN, one folder at a time, then prune
      *   2 DAILY CLOSE  DAILY-CLOSE through the business date
      *   3 REMINDERS    REMINDER-EXTRACT for each folder
      *   4 DATA CHECK   DATA-CHECK for each folder
      *   5 AGING        RECEIVABLES-AGING to Reports
      *   6 XREF CHECK   XREF-CHECK orphan report to Reports
      *   7 AUDIT VERIFY AUDIT-VERIFY seal check of the audit logs
      * Each program hands back RETURN-CODE 0 (ok), 4 (finished
      * with warnings) or 8 (failed). Every result goes to the run
      * log, Reports\eod-run-YYYYMMDD.txt, and to the checkpoint
      * file, so a restart carries on after the last unit done
      * instead of backing up or sending reminders a second time.
       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-ROLE.
       MAIN-PARA.
           DISPLAY "=================================================="
           DISPLAY "            END-OF-DAY BATCH STREAM"
           DISPLAY "=================================================="
           MOVE 'N' TO WS-RESUMING
           PERFORM LOAD-CHECKPOINT
           IF WS-CK-COUNT > 0
               PERFORM OFFER-RESTART
               IF WS-CONFIRM = 'Q'
                   GO TO RETURN-TO-CALLER
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EOD-RUN-DATE
               DISPLAY "Runs backup, daily close, reminders, data "
                   "check, aging, xref check and audit verify"
               DISPLAY "across all active weddings for "
                   WS-EOD-RUN-DATE(1:4) "-" WS-EOD-RUN-DATE(5:2) "-"
                   WS-EOD-RUN-DATE(7:2) "."
               DISPLAY "Start the run now? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   GO TO RETURN-TO-CALLER
               END-IF
           END-IF
           IF WS-RESUMING NOT = 'Y'
               PERFORM START-CHECKPOINT
           END-IF
           MOVE SPACES TO WS-EOD-CLOSE-DATE
           STRING WS-EOD-RUN-DATE(1:4) "-" WS-EOD-RUN-DATE(5:2) "-"
               WS-EOD-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO WS-EOD-CLOSE-DATE

           PERFORM OPEN-RUN-LOG
           PERFORM BUILD-LOG-STAMP
           MOVE SPACES TO RUN-LOG-LINE
           IF WS-RESUMING = 'Y'
               STRING WS-STAMP-TEXT "  RUN RESUMED for "
                   WS-EOD-CLOSE-DATE " BY " LS-OPERATOR-ID
                   DELIMITED BY SIZE INTO RUN-LOG-LINE
           ELSE
               STRING WS-STAMP-TEXT "  RUN STARTED for "
                   WS-EOD-CLOSE-DATE " BY " LS-OPERATOR-ID
                   DELIMITED BY SIZE INTO RUN-LOG-LINE
           END-IF
           PERFORM WRITE-RUN-LOG
           PERFORM LIST-ACTIVE-FOLDERS

           MOVE 0 TO WS-RUN-MAX-RC
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1 UNTIL WS-STEP-NO > 7
               MOVE 0 TO SR-MAX-RC(WS-STEP-NO) SR-RUN(WS-STEP-NO)
                   SR-SKIPPED(WS-STEP-NO)
               MOVE SPACES TO SR-STATE(WS-STEP-NO)
           END-PERFORM
           MOVE 1 TO WS-STEP-NO
           PERFORM RUN-FOLDER-STEP
           MOVE 2 TO WS-STEP-NO
           PERFORM RUN-SHOP-STEP
           MOVE 3 TO WS-STEP-NO
           PERFORM RUN-FOLDER-STEP
           MOVE 4 TO WS-STEP-NO
           PERFORM RUN-FOLDER-STEP
           MOVE 5 TO WS-STEP-NO
           PERFORM RUN-SHOP-STEP
           MOVE 6 TO WS-STEP-NO
           PERFORM RUN-SHOP-STEP
           MOVE 7 TO WS-STEP-NO
           PERFORM RUN-SHOP-STEP

           PERFORM SHOW-RUN-SUMMARY
           PERFORM BUILD-LOG-STAMP
           MOVE SPACES TO RUN-LOG-LINE
           STRING WS-STAMP-TEXT "  RUN COMPLETE  highest RC="
               WS-RUN-MAX-RC
               DELIMITED BY SIZE INTO RUN-LOG-LINE
           PERFORM WRITE-RUN-LOG
           CLOSE RUN-LOG-FILE
           MOVE "L" TO WS-CR-MODE
           MOVE "END-OF-DAY" TO WS-CR-PROGRAM
           MOVE "END-OF-DAY RUN LOG" TO WS-CR-TITLE
           MOVE WS-RUN-LOG-PATH TO WS-CR-PATH
           MOVE SPACES TO WS-CR-FOLDER
           MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
           CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
           MOVE "del eod-checkpoint.txt" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           DISPLAY "Run log: " FUNCTION TRIM(WS-RUN-LOG-PATH)
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE
           GO TO RETURN-TO-CALLER.

      * A checkpoint file left behind means the last run stopped
      * part-way. Resuming keeps its business date and skips every
      * unit it already finished; starting over repeats them.
       OFFER-RESTART.
           DISPLAY "The end-of-day run for " WS-EOD-RUN-DATE(1:4) "-"
               WS-EOD-RUN-DATE(5:2) "-" WS-EOD-RUN-DATE(7:2)
               " did not finish."
           DISPLAY "Last checkpoint: " WS-CK-LAST
           DISPLAY "R = resume from the checkpoint, "
               "S = start over, Q = quit: "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           EVALUATE WS-CONFIRM
               WHEN 'R'
                   MOVE 'Y' TO WS-RESUMING
               WHEN 'S'
                   DISPLAY "Starting over repeats the backups and "
                       "reminders already done."
                   DISPLAY "Start over anyway? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       MOVE 0 TO WS-CK-COUNT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-EOD-RUN-DATE
                   ELSE
                       MOVE 'Q' TO WS-CONFIRM
                   END-IF
               WHEN OTHER
                   MOVE 'Q' TO WS-CONFIRM
           END-EVALUATE.

       LOAD-CHECKPOINT.
           MOVE 0 TO WS-CK-COUNT
           MOVE SPACES TO WS-CK-LAST
           MOVE 'N' TO WS-CK-EOF
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CK-EOF = 'Y'
               READ CKPT-FILE
                   AT END
                       MOVE 'Y' TO WS-CK-EOF
                   NOT AT END
                       IF CK-STEP = 0
                           MOVE CK-FOLDER(1:8) TO WS-EOD-RUN-DATE
                       END-IF
                       IF WS-CK-COUNT < 7000
                           ADD 1 TO WS-CK-COUNT
                           MOVE CK-STEP TO CKT-STEP(WS-CK-COUNT)
                           MOVE CK-FOLDER TO CKT-FOLDER(WS-CK-COUNT)
                       END-IF
                       MOVE SPACES TO WS-CK-LAST
                       IF CK-STEP = 0
                           STRING "run started " CK-STAMP
                               DELIMITED BY SIZE INTO WS-CK-LAST
                       ELSE
                           STRING "step " CK-STEP " "
                               FUNCTION TRIM(CK-FOLDER) "  RC=" CK-RC
                               DELIMITED BY SIZE INTO WS-CK-LAST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CKPT-FILE.

       START-CHECKPOINT.
           MOVE 0 TO WS-CK-COUNT
           OPEN OUTPUT CKPT-FILE
           MOVE 0 TO CK-STEP CK-RC
           MOVE WS-EOD-RUN-DATE TO CK-FOLDER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CK-STAMP
           WRITE CKPT-RECORD
           CLOSE CKPT-FILE.

      * Written and closed straight away so the record survives a
      * power cut on the very next unit.
       WRITE-CHECKPOINT.
           OPEN EXTEND CKPT-FILE
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CKPT-FILE
           END-IF
           MOVE WS-STEP-NO TO CK-STEP
           MOVE WS-CK-FIND-FOLDER TO CK-FOLDER
           MOVE WS-STEP-RC TO CK-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO CK-STAMP
           WRITE CKPT-RECORD
           CLOSE CKPT-FILE.

       FIND-CHECKPOINT.
           MOVE 'N' TO WS-CK-FOUND
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CK-COUNT OR WS-CK-FOUND = 'Y'
               IF CKT-STEP(WS-CX) = WS-CK-FIND-STEP
                   AND CKT-FOLDER(WS-CX) = WS-CK-FIND-FOLDER
                   MOVE 'Y' TO WS-CK-FOUND
               END-IF
           END-PERFORM.

      * The active weddings come from the registry.  A registry that
      * cannot be read, or more folders than the table holds, is
      * logged and fails the per-folder steps rather than letting
      * weddings go without a backup unnoticed.
       LIST-ACTIVE-FOLDERS.
           MOVE 0 TO WS-FOLDER-COUNT WS-FOLDER-DROPPED
           MOVE 'N' TO WS-DIR-EOF WS-FOLDER-PROBLEM
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               MOVE 'Y' TO WS-FOLDER-PROBLEM
               DISPLAY "wedding-registry.txt could not be read. "
                   "Status: " WS-REGISTRY-STATUS
               PERFORM BUILD-LOG-STAMP
               MOVE SPACES TO RUN-LOG-LINE
               STRING WS-STAMP-TEXT "  REGISTRY NOT READ  status "
                   WS-REGISTRY-STATUS "  no wedding folders processed"
                   DELIMITED BY SIZE INTO RUN-LOG-LINE
               PERFORM WRITE-RUN-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DIR-EOF = 'Y'
               READ REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-DIR-EOF
                   NOT AT END
                       MOVE RG-FOLDER TO WS-DIR-LINE
                       IF RG-BASE = "Archives"
                           IF WS-FOLDER-COUNT < 2000
                               ADD 1 TO WS-FOLDER-COUNT
                               MOVE WS-DIR-LINE
                                   TO WS-FOLDER-ENTRY(WS-FOLDER-COUNT)
                           ELSE
                               ADD 1 TO WS-FOLDER-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           IF WS-FOLDER-DROPPED > 0
               MOVE 'Y' TO WS-FOLDER-PROBLEM
               DISPLAY WS-FOLDER-DROPPED " active folder(s) past the "
                   "first 2000 will not be processed."
               PERFORM BUILD-LOG-STAMP
               MOVE SPACES TO RUN-LOG-LINE
               STRING WS-STAMP-TEXT "  FOLDER TABLE FULL  "
                   WS-FOLDER-DROPPED " active folder(s) not processed"
                   DELIMITED BY SIZE INTO RUN-LOG-LINE
               PERFORM WRITE-RUN-LOG
           END-IF.

      * A step run once per wedding folder. The folders it already
      * did before a restart are passed over.
       RUN-FOLDER-STEP.
           MOVE WS-STEP-NO TO WS-CK-FIND-STEP
           MOVE WS-STEP-DONE-MARK TO WS-CK-FIND-FOLDER
           PERFORM FIND-CHECKPOINT
           IF WS-CK-FOUND = 'Y'
               PERFORM LOG-STEP-SKIPPED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Step " WS-STEP-NO " " WS-STEP-NAME(WS-STEP-NO)
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FOLDER-COUNT
               PERFORM RUN-STEP-FOR-FOLDER
           END-PERFORM
           IF WS-FOLDER-PROBLEM = 'Y'
               MOVE 8 TO SR-MAX-RC(WS-STEP-NO)
           END-IF
           IF WS-STEP-NO = 1
               CALL "BACKUP-RUN" USING WS-BACKUP-PRUNE WS-NO-FOLDER
                   WS-EOD-RUN-DATE
           END-IF
           PERFORM MARK-STEP-COMPLETE.

       RUN-STEP-FOR-FOLDER.
           MOVE WS-STEP-NO TO WS-CK-FIND-STEP
           MOVE WS-FOLDER-ENTRY(WS-FX) TO WS-CK-FIND-FOLDER
           PERFORM FIND-CHECKPOINT
           IF WS-CK-FOUND = 'Y'
               ADD 1 TO SR-SKIPPED(WS-STEP-NO)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EOD-FOLDER-PATH
           STRING "Archives\" WS-FOLDER-ENTRY(WS-FX)
               DELIMITED BY SIZE INTO WS-EOD-FOLDER-PATH
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-STEP-NO
               WHEN 1
                   CALL "BACKUP-RUN" USING WS-BACKUP-ONE
                       WS-FOLDER-ENTRY(WS-FX) WS-EOD-RUN-DATE
               WHEN 3
                   CALL "REMINDER-EXTRACT" USING WS-EOD-FOLDER-PATH
                       WS-UNATTENDED WS-NO-CHANGE-NOTICE WS-EOD-RUN-DATE
               WHEN 4
                   CALL "DATA-CHECK" USING WS-EOD-FOLDER-PATH
                       WS-UNATTENDED
           END-EVALUATE
           MOVE RETURN-CODE TO WS-STEP-RC
           ADD 1 TO SR-RUN(WS-STEP-NO)
           IF WS-STEP-RC > SR-MAX-RC(WS-STEP-NO)
               MOVE WS-STEP-RC TO SR-MAX-RC(WS-STEP-NO)
           END-IF
           PERFORM LOG-UNIT-RESULT
           PERFORM WRITE-CHECKPOINT.

      * A step run once for the whole shop.
       RUN-SHOP-STEP.
           MOVE WS-STEP-NO TO WS-CK-FIND-STEP
           MOVE WS-STEP-DONE-MARK TO WS-CK-FIND-FOLDER
           PERFORM FIND-CHECKPOINT
           IF WS-CK-FOUND = 'Y'
               PERFORM LOG-STEP-SKIPPED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Step " WS-STEP-NO " " WS-STEP-NAME(WS-STEP-NO)
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-STEP-NO
               WHEN 2
                   CALL "DAILY-CLOSE" USING LS-OPERATOR-ID
                       LS-OPERATOR-ROLE WS-EOD-CLOSE-DATE
               WHEN 5
                   CALL "RECEIVABLES-AGING" USING WS-UNATTENDED
               WHEN 6
                   CALL "XREF-CHECK" USING LS-OPERATOR-ID
                       LS-OPERATOR-ROLE WS-UNATTENDED
               WHEN 7
                   CALL "AUDIT-VERIFY" USING LS-OPERATOR-ID
                       LS-OPERATOR-ROLE WS-UNATTENDED
           END-EVALUATE
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 1 TO SR-RUN(WS-STEP-NO)
           MOVE WS-STEP-RC TO SR-MAX-RC(WS-STEP-NO)
           PERFORM MARK-STEP-COMPLETE.

       MARK-STEP-COMPLETE.
           MOVE SR-MAX-RC(WS-STEP-NO) TO WS-STEP-RC
           MOVE WS-STEP-DONE-MARK TO WS-CK-FIND-FOLDER
           IF WS-STEP-RC > WS-RUN-MAX-RC
               MOVE WS-STEP-RC TO WS-RUN-MAX-RC
           END-IF
           MOVE "COMPLETED" TO SR-STATE(WS-STEP-NO)
           PERFORM BUILD-LOG-STAMP
           MOVE SPACES TO RUN-LOG-LINE
           STRING WS-STAMP-TEXT "  STEP " WS-STEP-NO " "
               WS-STEP-NAME(WS-STEP-NO) " COMPLETED  RC="
               WS-STEP-RC "  run " SR-RUN(WS-STEP-NO)
               "  skipped " SR-SKIPPED(WS-STEP-NO)
               DELIMITED BY SIZE INTO RUN-LOG-LINE
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-CHECKPOINT.

       LOG-UNIT-RESULT.
           PERFORM BUILD-LOG-STAMP
           MOVE SPACES TO RUN-LOG-LINE
           STRING WS-STAMP-TEXT "  STEP " WS-STEP-NO " "
               WS-STEP-NAME(WS-STEP-NO) " "
               WS-FOLDER-ENTRY(WS-FX) "  RC=" WS-STEP-RC
               DELIMITED BY SIZE INTO RUN-LOG-LINE
           PERFORM WRITE-RUN-LOG.

       LOG-STEP-SKIPPED.
           MOVE "PRIOR RUN" TO SR-STATE(WS-STEP-NO)
           PERFORM BUILD-LOG-STAMP
           MOVE SPACES TO RUN-LOG-LINE
           STRING WS-STAMP-TEXT "  STEP " WS-STEP-NO " "
               WS-STEP-NAME(WS-STEP-NO)
               " SKIPPED - completed before the restart"
               DELIMITED BY SIZE INTO RUN-LOG-LINE
           PERFORM WRITE-RUN-LOG.

       SHOW-RUN-SUMMARY.
           DISPLAY "--------------------------------------------------"
           DISPLAY "Step             Result       RC   Run  Skipped"
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1 UNTIL WS-STEP-NO > 7
               DISPLAY WS-STEP-NO " " WS-STEP-NAME(WS-STEP-NO) "    "
                   SR-STATE(WS-STEP-NO) "   " SR-MAX-RC(WS-STEP-NO)
                   "   " SR-RUN(WS-STEP-NO) "  "
                   SR-SKIPPED(WS-STEP-NO)
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           EVALUATE TRUE
               WHEN WS-RUN-MAX-RC = 0
                   DISPLAY "End-of-day run finished cleanly."
               WHEN WS-RUN-MAX-RC < 8
                   DISPLAY "End-of-day run finished with warnings - "
                       "see the run log."
               WHEN OTHER
                   DISPLAY "End-of-day run finished with FAILURES - "
                       "see the run log."
           END-EVALUATE.

       OPEN-RUN-LOG.
           MOVE "mkdir Reports" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-RUN-LOG-PATH
           STRING "Reports\eod-run-" WS-EOD-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RUN-LOG-PATH
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.

       WRITE-RUN-LOG.
           IF WS-RUN-LOG-STATUS = "00"
               WRITE RUN-LOG-LINE
           END-IF.

       BUILD-LOG-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-STAMP(1:4) "-" WS-STAMP(5:2) "-"
               WS-STAMP(7:2) " " WS-STAMP(9:2) ":"
               WS-STAMP(11:2) ":" WS-STAMP(13:2)
               DELIMITED BY SIZE INTO WS-STAMP-TEXT.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM END-OF-DAY.
