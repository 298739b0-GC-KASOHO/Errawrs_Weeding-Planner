       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.

      * Checks the seals AUDIT-SEAL puts on every audit entry.
      * Every wedding folder on the registry (active, completed,
      * cancelled and transferred) has its audit-log.txt read end
      * to end, then the shop-wide security-audit.txt.  Within one
      * log the sealed entries must run 1, 2, 3 ... with no number
      * missing or out of place, and each entry's check must match
      * the one worked out again from the entry before it and the
      * entry's own text.  Entries written before sealing began are
      * counted but cannot be checked; an unsealed entry after the
      * first sealed one was put there by hand.
      * audit-seal-index.txt keeps, for each log, the highest entry
      * number and its check as of the last run, so entries cut off
      * the end of a log, or a tail rewritten with new seals, show
      * up on the next run even though what is left still chains.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT LOG-FILE ASSIGN TO WS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT INDEX-FILE ASSIGN TO "audit-seal-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

       FD LOG-FILE.
       01 LOG-LINE             PIC X(220).

      * One line per log: the wedding folder name (the log's name
      * for the security log), the highest entry number seen so far
      * and that entry's check.
       FD INDEX-FILE.
       01 INDEX-RECORD.
           05 IX-KEY           PIC X(60).
           05 IX-SEQ           PIC 9(7).
           05 IX-CHECK         PIC 9(9).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-LOG-STATUS        PIC X(2).
       01 WS-INDEX-STATUS      PIC X(2).
       01 WS-LOG-PATH          PIC X(200).
       01 WS-LOG-KEY           PIC X(60).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-EOF               PIC X.
       01 WS-DIR-EOF           PIC X.

      * The index as read at the start of the run; updated in place
      * as each log is checked and written back at the end.  Rows
      * that do not fit are never dropped: an index too big to load
      * is left as it is on disk, and both cases are findings.
       01 WS-INDEX-TABLE.
           05 WS-INDEX-COUNT   PIC 9(4) VALUE 0.
           05 WS-INDEX-ENTRY OCCURS 5000 TIMES.
               10 XT-KEY       PIC X(60).
               10 XT-SEQ       PIC 9(7).
               10 XT-CHECK     PIC 9(9).
       01 WS-XX                PIC 9(4).
       01 WS-INDEX-HIT         PIC 9(4).
       01 WS-INDEX-NOT-LOADED  PIC 9(5).

      * The entry being gathered: its first line and up to two
      * continuation lines, in the form AUDIT-SEAL works from.
       01 WS-SEAL-REQUEST.
           05 WS-SQ-MODE            PIC X.
           05 WS-SQ-PATH            PIC X(200).
           05 WS-SQ-LINE-COUNT      PIC 9(1).
           05 WS-SQ-LINE            PIC X(220) OCCURS 3 TIMES.
           05 WS-SQ-SEQ             PIC 9(7).
           05 WS-SQ-PREV-CHECK      PIC 9(9).
           05 WS-SQ-CHECK           PIC 9(9).
       01 WS-ENTRY-OPEN        PIC X.
       01 WS-EXTRA-LINES       PIC 9(4).

      * Where the walk through one log has got to.
       01 WS-ENTRY-NO          PIC 9(7).
       01 WS-ENTRY-SEQ         PIC 9(7).
       01 WS-ENTRY-CHECK       PIC 9(9).
       01 WS-CHAIN-STARTED     PIC X.
       01 WS-LAST-SEQ          PIC 9(7).
       01 WS-LAST-CHECK        PIC 9(9).
       01 WS-HIGH-SEQ          PIC 9(7).
       01 WS-HIGH-CHECK        PIC 9(9).
       01 WS-IX-SEEN-CHECK     PIC 9(9).
       01 WS-IX-SEEN           PIC X.
       01 WS-GAP-FROM          PIC 9(7).
       01 WS-GAP-TO            PIC 9(7).

      * One finding as it goes on the report.
       01 WS-FINDING-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "Entry ".
           05 FL-ENTRY         PIC Z(6)9.
           05 FILLER           PIC X(6) VALUE "  Seq ".
           05 FL-SEQ           PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FL-PROBLEM       PIC X(50).
       01 WS-SEQ-TEXT          PIC Z(6)9.
       01 WS-FROM-TEXT         PIC Z(6)9.
       01 WS-TO-TEXT           PIC Z(6)9.
       01 WS-HEADER-TEXT       PIC X(80).
       01 WS-HEADER-SHOWN      PIC X.

       01 WS-LOG-COUNT         PIC 9(5).
       01 WS-ENTRY-COUNT       PIC 9(7).
       01 WS-SEALED-COUNT      PIC 9(7).
       01 WS-UNSEALED-COUNT    PIC 9(7).
       01 WS-FINDING-COUNT     PIC 9(5).
       01 WS-FLAGGED-COUNT     PIC 9(5).

       01 WS-RPT-ENABLED       PIC X VALUE 'N'.
       01 WS-RPT-CONFIRM       PIC X.
       01 WS-RPT-STATUS        PIC X(2).
       01 WS-RPT-PATH          PIC X(200).
       01 WS-RPT-NAME          PIC X(30).
       01 WS-RPT-TITLE         PIC X(45).
       01 WS-RPT-LINE          PIC X(80).
       01 WS-RPT-PAGE          PIC 9(3).
       01 WS-RPT-PAGE-DISP     PIC ZZ9.
       01 WS-RPT-LINE-COUNT    PIC 9(3).
       01 WS-RPT-RUN-DATE      PIC X(8).

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
       01 LS-OPERATOR-ID       PIC X(8).
       01 LS-OPERATOR-ROLE     PIC X(1).
      * B = unattended run from the end-of-day stream: report to
      * Reports and no prompts. RETURN-CODE 0 = every log intact,
      * 4 = problems listed, 8 = no report file.
       01 LS-RUN-MODE          PIC X(1).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-ROLE
           LS-RUN-MODE.
       MAIN-PARA.
           MOVE 0 TO WS-INDEX-COUNT WS-LOG-COUNT WS-ENTRY-COUNT
               WS-SEALED-COUNT WS-UNSEALED-COUNT WS-FINDING-COUNT
               WS-FLAGGED-COUNT WS-INDEX-NOT-LOADED

           MOVE "audit-verify.txt" TO WS-RPT-NAME
           MOVE "AUDIT LOG VERIFICATION" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE

           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "   AUDIT TRAIL SEALS - ALL FOLDERS AND SECURITY LOG"
               TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE

           PERFORM LOAD-SEAL-INDEX

           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           PERFORM CHECK-FOLDER-LOG
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           ELSE
               MOVE "Registry not found - wedding folders not checked."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE "security-audit.txt" TO WS-LOG-PATH WS-LOG-KEY
           MOVE "Security log (security-audit.txt)" TO WS-HEADER-TEXT
           PERFORM CHECK-ONE-LOG

           PERFORM SAVE-SEAL-INDEX

           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-FINDING-COUNT = 0
               MOVE "No gaps, reordering or altered entries found."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "Logs checked: " WS-LOG-COUNT
               "   With problems: " WS-FLAGGED-COUNT
               "   Problems: " WS-FINDING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Entries: " WS-ENTRY-COUNT
               "   Sealed: " WS-SEALED-COUNT
               "   Written before sealing: " WS-UNSEALED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE

           IF LS-RUN-MODE = "B"
               IF WS-RPT-STATUS NOT = "00"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-FINDING-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
               EXIT PROGRAM
           END-IF

           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE
           EXIT PROGRAM.

       CHECK-FOLDER-LOG.
           MOVE SPACES TO WS-LOG-PATH WS-HEADER-TEXT
           STRING FUNCTION TRIM(RG-BASE) "\" FUNCTION TRIM(RG-FOLDER)
               "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-LOG-PATH
           MOVE RG-FOLDER TO WS-LOG-KEY
           STRING FUNCTION TRIM(RG-FOLDER) " ("
               FUNCTION TRIM(RG-STATUS) ")"
               DELIMITED BY SIZE INTO WS-HEADER-TEXT
           PERFORM CHECK-ONE-LOG.

      * One log, start to finish. A line starting with the date
      * stamp opens a new entry; the lines after it, up to the next
      * such line, belong to it.
       CHECK-ONE-LOG.
           MOVE 'N' TO WS-HEADER-SHOWN WS-CHAIN-STARTED WS-ENTRY-OPEN
               WS-IX-SEEN
           MOVE 0 TO WS-ENTRY-NO WS-LAST-SEQ WS-LAST-CHECK
               WS-HIGH-SEQ WS-HIGH-CHECK WS-EXTRA-LINES
           PERFORM FIND-INDEX-ENTRY

           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               IF WS-INDEX-HIT > 0
                   AND XT-SEQ(WS-INDEX-HIT) > 0
                   MOVE SPACES TO FL-SEQ
                   MOVE 0 TO FL-ENTRY
                   MOVE "AUDIT LOG MISSING - sealed entries on file"
                       TO FL-PROBLEM
                   PERFORM LIST-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOG-COUNT

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           IF WS-ENTRY-OPEN = 'Y'
               PERFORM CHECK-ENTRY
           END-IF

           PERFORM CHECK-AGAINST-INDEX.

       TAKE-LOG-LINE.
           IF LOG-LINE(1:4) NUMERIC AND LOG-LINE(5:1) = "-"
               IF WS-ENTRY-OPEN = 'Y'
                   PERFORM CHECK-ENTRY
               END-IF
               MOVE SPACES TO WS-SEAL-REQUEST
               MOVE 1 TO WS-SQ-LINE-COUNT
               MOVE LOG-LINE TO WS-SQ-LINE(1)
               MOVE 0 TO WS-EXTRA-LINES
               MOVE 'Y' TO WS-ENTRY-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-OPEN = 'Y' AND WS-SQ-LINE-COUNT < 3
               ADD 1 TO WS-SQ-LINE-COUNT
               MOVE LOG-LINE TO WS-SQ-LINE(WS-SQ-LINE-COUNT)
           ELSE
               ADD 1 TO WS-EXTRA-LINES
           END-IF.

      * No program writes more than three lines to an entry, so a
      * fourth line under a sealed entry was put there by hand.
       CHECK-ENTRY.
           MOVE 'N' TO WS-ENTRY-OPEN
           ADD 1 TO WS-ENTRY-NO WS-ENTRY-COUNT
           MOVE WS-ENTRY-NO TO FL-ENTRY
           IF WS-SQ-LINE(1)(76:4) NOT = "SEQ "
               IF WS-CHAIN-STARTED = 'Y'
                   MOVE SPACES TO FL-SEQ
                   MOVE "UNSEALED ENTRY ADDED AFTER SEALING BEGAN"
                       TO FL-PROBLEM
                   PERFORM LIST-FINDING
               ELSE
                   ADD 1 TO WS-UNSEALED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SQ-LINE(1)(80:7) NOT NUMERIC
               OR WS-SQ-LINE(1)(87:5) NOT = " CHK "
               OR WS-SQ-LINE(1)(92:9) NOT NUMERIC
               MOVE WS-SQ-LINE(1)(80:7) TO FL-SEQ
               MOVE "SEAL DAMAGED - entry altered" TO FL-PROBLEM
               PERFORM LIST-FINDING
               MOVE 'Y' TO WS-CHAIN-STARTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEALED-COUNT
           MOVE WS-SQ-LINE(1)(80:7) TO WS-ENTRY-SEQ
           MOVE WS-SQ-LINE(1)(92:9) TO WS-ENTRY-CHECK
           MOVE WS-ENTRY-SEQ TO WS-SEQ-TEXT
           MOVE WS-SEQ-TEXT TO FL-SEQ

           EVALUATE TRUE
               WHEN WS-ENTRY-SEQ > WS-HIGH-SEQ + 1
                   COMPUTE WS-GAP-FROM = WS-HIGH-SEQ + 1
                   COMPUTE WS-GAP-TO = WS-ENTRY-SEQ - 1
                   PERFORM LIST-GAP
               WHEN WS-ENTRY-SEQ NOT > WS-HIGH-SEQ
                   MOVE "OUT OF ORDER OR REPEATED SEQUENCE NUMBER"
                       TO FL-PROBLEM
                   PERFORM LIST-FINDING
               WHEN WS-CHAIN-STARTED = 'Y'
                   AND WS-LAST-SEQ NOT = WS-ENTRY-SEQ - 1
                   CONTINUE
               WHEN OTHER
                   PERFORM CHECK-ENTRY-SEAL
           END-EVALUATE
           IF WS-EXTRA-LINES > 0
               MOVE "LINES ADDED UNDER THIS ENTRY" TO FL-PROBLEM
               PERFORM LIST-FINDING
           END-IF

           MOVE 'Y' TO WS-CHAIN-STARTED
           MOVE WS-ENTRY-SEQ TO WS-LAST-SEQ
           MOVE WS-ENTRY-CHECK TO WS-LAST-CHECK
           IF WS-ENTRY-SEQ > WS-HIGH-SEQ
               MOVE WS-ENTRY-SEQ TO WS-HIGH-SEQ
               MOVE WS-ENTRY-CHECK TO WS-HIGH-CHECK
           END-IF
           IF WS-INDEX-HIT > 0
               AND WS-ENTRY-SEQ = XT-SEQ(WS-INDEX-HIT)
               MOVE 'Y' TO WS-IX-SEEN
               MOVE WS-ENTRY-CHECK TO WS-IX-SEEN-CHECK
           END-IF.

      * The entry follows straight on from the one before it, so
      * its check can be worked out again and compared.
       CHECK-ENTRY-SEAL.
           MOVE "C" TO WS-SQ-MODE
           MOVE WS-ENTRY-SEQ TO WS-SQ-SEQ
           MOVE WS-LAST-CHECK TO WS-SQ-PREV-CHECK
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST
           IF WS-SQ-CHECK NOT = WS-ENTRY-CHECK
               MOVE "ALTERED - check does not match entry"
                   TO FL-PROBLEM
               PERFORM LIST-FINDING
           END-IF.

       LIST-GAP.
           MOVE WS-GAP-FROM TO WS-FROM-TEXT
           MOVE WS-GAP-TO TO WS-TO-TEXT
           MOVE SPACES TO FL-PROBLEM
           IF WS-GAP-FROM = WS-GAP-TO
               STRING "GAP - entry " FUNCTION TRIM(WS-FROM-TEXT)
                   " missing"
                   DELIMITED BY SIZE INTO FL-PROBLEM
           ELSE
               STRING "GAP - entries " FUNCTION TRIM(WS-FROM-TEXT)
                   " to " FUNCTION TRIM(WS-TO-TEXT) " missing"
                   DELIMITED BY SIZE INTO FL-PROBLEM
           END-IF
           PERFORM LIST-FINDING.

      * Against the last run: the log must still reach the highest
      * entry seen then, and that entry must carry the same check.
      * Either finding leaves the index as it was, so it is reported
      * again on every run until the log is put right.
       CHECK-AGAINST-INDEX.
           IF WS-INDEX-HIT = 0
               PERFORM ADD-INDEX-ENTRY
           END-IF
           IF WS-INDEX-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FL-SEQ
           MOVE WS-ENTRY-NO TO FL-ENTRY
           IF WS-HIGH-SEQ < XT-SEQ(WS-INDEX-HIT)
               COMPUTE WS-GAP-FROM = WS-HIGH-SEQ + 1
               MOVE XT-SEQ(WS-INDEX-HIT) TO WS-GAP-TO
               MOVE WS-GAP-FROM TO WS-FROM-TEXT
               MOVE WS-GAP-TO TO WS-TO-TEXT
               MOVE SPACES TO FL-PROBLEM
               IF WS-GAP-FROM = WS-GAP-TO
                   STRING "CUT FROM END - entry "
                       FUNCTION TRIM(WS-FROM-TEXT) " gone"
                       DELIMITED BY SIZE INTO FL-PROBLEM
               ELSE
                   STRING "CUT FROM END - entries "
                       FUNCTION TRIM(WS-FROM-TEXT) " to "
                       FUNCTION TRIM(WS-TO-TEXT) " gone"
                       DELIMITED BY SIZE INTO FL-PROBLEM
               END-IF
               PERFORM LIST-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-IX-SEEN = 'Y'
               AND WS-IX-SEEN-CHECK NOT = XT-CHECK(WS-INDEX-HIT)
               MOVE XT-SEQ(WS-INDEX-HIT) TO WS-SEQ-TEXT
               MOVE WS-SEQ-TEXT TO FL-SEQ
               MOVE "RESEALED SINCE LAST RUN - check has changed"
                   TO FL-PROBLEM
               PERFORM LIST-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIGH-SEQ TO XT-SEQ(WS-INDEX-HIT)
           MOVE WS-HIGH-CHECK TO XT-CHECK(WS-INDEX-HIT).

       LIST-FINDING.
           IF WS-HEADER-SHOWN NOT = 'Y'
               MOVE 'Y' TO WS-HEADER-SHOWN
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-HEADER-TEXT TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-FINDING-LINE TO WS-RPT-LINE
           PERFORM EMIT-LINE.

       LOAD-SEAL-INDEX.
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INDEX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-INDEX-COUNT < 5000
                           ADD 1 TO WS-INDEX-COUNT
                           MOVE IX-KEY TO XT-KEY(WS-INDEX-COUNT)
                           MOVE IX-SEQ TO XT-SEQ(WS-INDEX-COUNT)
                           MOVE IX-CHECK TO XT-CHECK(WS-INDEX-COUNT)
                       ELSE
                           ADD 1 TO WS-INDEX-NOT-LOADED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       FIND-INDEX-ENTRY.
           MOVE 0 TO WS-INDEX-HIT
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-INDEX-COUNT OR WS-INDEX-HIT > 0
               IF XT-KEY(WS-XX) = WS-LOG-KEY
                   MOVE WS-XX TO WS-INDEX-HIT
               END-IF
           END-PERFORM.

       ADD-INDEX-ENTRY.
           IF WS-HIGH-SEQ = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INDEX-COUNT < 5000
               ADD 1 TO WS-INDEX-COUNT
               MOVE WS-INDEX-COUNT TO WS-INDEX-HIT
               MOVE WS-LOG-KEY TO XT-KEY(WS-INDEX-HIT)
               MOVE 0 TO XT-SEQ(WS-INDEX-HIT) XT-CHECK(WS-INDEX-HIT)
           ELSE
               MOVE SPACES TO FL-SEQ
               MOVE 0 TO FL-ENTRY
               MOVE "NOT INDEXED - seal index full, tail not tracked"
                   TO FL-PROBLEM
               PERFORM LIST-FINDING
           END-IF.

      * Logs no longer on the registry keep their line, so a folder
      * that comes back from a restore is still held to it.
       SAVE-SEAL-INDEX.
           IF WS-INDEX-NOT-LOADED > 0
               MOVE "Seal index (audit-seal-index.txt)"
                   TO WS-HEADER-TEXT
               MOVE 'N' TO WS-HEADER-SHOWN
               MOVE SPACES TO FL-SEQ FL-PROBLEM
               MOVE 0 TO FL-ENTRY
               MOVE WS-INDEX-NOT-LOADED TO WS-SEQ-TEXT
               STRING "INDEX FULL - " FUNCTION TRIM(WS-SEQ-TEXT)
                   " rows not loaded, index kept"
                   DELIMITED BY SIZE INTO FL-PROBLEM
               PERFORM LIST-FINDING
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               MOVE "audit-seal-index.txt could not be written."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-INDEX-COUNT
               MOVE XT-KEY(WS-XX) TO IX-KEY
               MOVE XT-SEQ(WS-XX) TO IX-SEQ
               MOVE XT-CHECK(WS-XX) TO IX-CHECK
               WRITE INDEX-RECORD
           END-PERFORM
           CLOSE INDEX-FILE.

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED
           IF LS-RUN-MODE = "B"
               MOVE 'Y' TO WS-RPT-CONFIRM
           ELSE
               DISPLAY "Write this report to a file as well? (Y/N): "
               ACCEPT WS-RPT-CONFIRM
           END-IF
           IF WS-RPT-CONFIRM = 'Y' OR WS-RPT-CONFIRM = 'y'
               MOVE "mkdir Reports" TO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
               MOVE SPACES TO WS-RPT-PATH
               STRING "Reports\" FUNCTION TRIM(WS-RPT-NAME)
                   DELIMITED BY SIZE INTO WS-RPT-PATH
               OPEN OUTPUT REPORT-FILE
               IF WS-RPT-STATUS = "00"
                   MOVE 'Y' TO WS-RPT-ENABLED
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-RUN-DATE
                   MOVE 0 TO WS-RPT-PAGE
                   PERFORM RPT-PAGE-HEADING
               ELSE
                   DISPLAY "Could not create report file. Status: "
                       WS-RPT-STATUS
               END-IF
           END-IF.

       RPT-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-DISP
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-RPT-TITLE "  Page " WS-RPT-PAGE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run Date: " WS-RPT-RUN-DATE(1:4) "-"
               WS-RPT-RUN-DATE(5:2) "-" WS-RPT-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-RPT-LINE-COUNT.

       EMIT-LINE.
           IF LS-RUN-MODE NOT = "B"
               DISPLAY WS-RPT-LINE
           END-IF
           IF WS-RPT-ENABLED = 'Y'
               IF WS-RPT-LINE-COUNT >= 55
                   PERFORM RPT-PAGE-HEADING
               END-IF
               WRITE REPORT-LINE FROM WS-RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-IF.

       CLOSE-REPORT-FILE.
           IF WS-RPT-ENABLED = 'Y'
               CLOSE REPORT-FILE
               IF LS-RUN-MODE NOT = "B"
                   DISPLAY "Report written to "
                       FUNCTION TRIM(WS-RPT-PATH)
               END-IF
               MOVE "L" TO WS-CR-MODE
               MOVE "AUDIT-VERIFY" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       END PROGRAM AUDIT-VERIFY.
