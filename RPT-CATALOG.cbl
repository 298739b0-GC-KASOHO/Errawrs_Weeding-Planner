       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-CATALOG.

      * The report catalog and spool library.  Every program that
      * writes a report file calls here as it closes the file (mode
      * L); the report is copied into Spool\RPT-<nnnnnn>.txt so a
      * later run of the same report cannot overwrite it, and one
      * line goes on report-catalog.txt saying what was produced,
      * for which wedding, by whom and when.  Mode S records the
      * signed-on operator for programs that do not carry one.
      * Mode M is the catalog menu: browse, search, reprint, and
      * the retention setting that clears old spool copies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "report-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT CATALOG-TEMP ASSIGN TO "report-catalog.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT RETENTION-FILE ASSIGN TO "report-retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.
           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
           SELECT REPRINT-FILE ASSIGN TO WS-REPRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per report produced.  State A = spool copy on
      * file, P = spool copy cleared by retention (the line stays so
      * the catalog still answers what was produced), M = the copy
      * into the spool library failed.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 RC-SEQ           PIC 9(6).
           05 RC-DATE          PIC X(10).
           05 RC-TIME          PIC X(8).
           05 RC-PROGRAM       PIC X(20).
           05 RC-TITLE         PIC X(45).
           05 RC-ACCOUNT       PIC X(4).
           05 RC-OPERATOR      PIC X(8).
           05 RC-STATE         PIC X(1).
           05 RC-PURGE-DATE    PIC X(10).
           05 RC-SPOOL         PIC X(30).
           05 RC-PATH          PIC X(200).

       FD CATALOG-TEMP.
       01 CATALOG-TEMP-RECORD  PIC X(342).

      * Days a spool copy is kept, hand-maintained or set from the
      * catalog menu.
       FD RETENTION-FILE.
       01 RETENTION-RECORD     PIC 9(4).

       FD SPOOL-FILE.
       01 SPOOL-LINE           PIC X(200).

       FD REPRINT-FILE.
       01 REPRINT-LINE         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS    PIC X(2).
       01 WS-TEMP-STATUS       PIC X(2).
       01 WS-RETENTION-STATUS  PIC X(2).
       01 WS-SPOOL-STATUS      PIC X(2).
       01 WS-REPRINT-STATUS    PIC X(2).
       01 WS-SPOOL-PATH        PIC X(200).
       01 WS-REPRINT-PATH      PIC X(200).
       01 WS-OS-CMD            PIC X(255).
       01 WS-PAUSE             PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X.
       01 WS-SESSION-OPERATOR  PIC X(8) VALUE SPACES.
       01 WS-LAST-SEQ          PIC 9(6).
       01 WS-NEW-SEQ           PIC 9(6).
       01 WS-STAMP             PIC X(14).
       01 WS-FX                PIC 9(3).
       01 WS-ACCOUNT           PIC X(4).
       01 WS-SHOWN             PIC 9(6).
       01 WS-MATCHED           PIC 9(6).
       01 WS-PAGE-LINES        PIC 9(2).
       01 WS-STOP-LIST         PIC X.
       01 WS-MATCH             PIC X.
       01 WS-STATE-TEXT        PIC X(7).
       01 WS-LIST-LINE         PIC X(80).

      * Search keys; a blank key matches everything.
       01 WS-SEARCH.
           05 WS-FROM-DATE     PIC X(10).
           05 WS-TO-DATE       PIC X(10).
           05 WS-FIND-ACCOUNT  PIC X(4).
           05 WS-FIND-PROGRAM  PIC X(20).
           05 WS-FIND-OPERATOR PIC X(8).
           05 WS-FIND-WORD     PIC X(30).
       01 WS-FIND-UPPER        PIC X(30).
       01 WS-FIND-LEN          PIC 9(2).
       01 WS-TITLE-UPPER       PIC X(45).
       01 WS-WORD-HITS         PIC 9(3).
       01 WS-DATE-CHECK        PIC X(10).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-DATE-OK           PIC X.

      * Reprint.
       01 WS-PICK-SEQ          PIC 9(6).
       01 WS-PICK-TEXT         PIC X(6).
       01 WS-PICK-FOUND        PIC X.
       01 WS-PICK-RECORD       PIC X(342).
       01 WS-SPOOL-LINES       PIC 9(6).

      * Retention.
       01 WS-RETAIN-DAYS       PIC 9(4).
       01 WS-RETAIN-TEXT       PIC X(4).
       01 WS-TODAY-NUM         PIC 9(8).
       01 WS-TODAY-TEXT        PIC X(10).
       01 WS-TODAY-JUL         PIC 9(7).
       01 WS-CUTOFF-JUL        PIC 9(7).
       01 WS-ENTRY-JUL         PIC 9(7).
       01 WS-PURGE-DUE         PIC 9(6).
       01 WS-PURGED            PIC 9(6).

       LINKAGE SECTION.
       01 LS-CATALOG-REQUEST.
           05 LS-CAT-MODE      PIC X.
           05 LS-CAT-PROGRAM   PIC X(20).
           05 LS-CAT-TITLE     PIC X(45).
           05 LS-CAT-FOLDER    PIC X(50).
           05 LS-CAT-OPERATOR  PIC X(8).
           05 LS-CAT-ROLE      PIC X.
           05 LS-CAT-PATH      PIC X(200).

       PROCEDURE DIVISION USING LS-CATALOG-REQUEST.
       CATALOG-DISPATCH.
           EVALUATE LS-CAT-MODE
               WHEN "S"
                   MOVE LS-CAT-OPERATOR TO WS-SESSION-OPERATOR
               WHEN "L"
                   PERFORM LOG-REPORT
               WHEN "M"
                   PERFORM MAIN-MENU
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GO TO RETURN-TO-CALLER.

       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

      * Called as a report file is closed.  The catalog line is
      * written even when the spool copy fails, so the report is
      * never produced without a record of it.
       LOG-REPORT.
           IF LS-CAT-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-SEQ
           COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE SPACES TO CATALOG-RECORD
           MOVE WS-NEW-SEQ TO RC-SEQ
           STRING WS-STAMP(1:4) "-" WS-STAMP(5:2) "-" WS-STAMP(7:2)
               DELIMITED BY SIZE INTO RC-DATE
           STRING WS-STAMP(9:2) ":" WS-STAMP(11:2) ":" WS-STAMP(13:2)
               DELIMITED BY SIZE INTO RC-TIME
           MOVE LS-CAT-PROGRAM TO RC-PROGRAM
           MOVE LS-CAT-TITLE TO RC-TITLE
           PERFORM TAKE-FOLDER-ACCOUNT
           MOVE WS-ACCOUNT TO RC-ACCOUNT
           IF LS-CAT-OPERATOR = SPACES
               MOVE WS-SESSION-OPERATOR TO RC-OPERATOR
           ELSE
               MOVE LS-CAT-OPERATOR TO RC-OPERATOR
           END-IF
           MOVE LS-CAT-PATH TO RC-PATH
           STRING "Spool\RPT-" WS-NEW-SEQ ".txt"
               DELIMITED BY SIZE INTO RC-SPOOL

           MOVE "mkdir Spool" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "copy /Y " FUNCTION TRIM(LS-CAT-PATH) " "
               FUNCTION TRIM(RC-SPOOL)
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE "A" TO RC-STATE
           ELSE
               MOVE "M" TO RC-STATE
               DISPLAY "Warning: report could not be copied to the "
                   "spool library."
           END-IF

           OPEN EXTEND CATALOG-FILE
           IF WS-CATALOG-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE
           DISPLAY "Catalogued as report " WS-NEW-SEQ ".".

       FIND-LAST-SEQ.
           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RC-SEQ IS NUMERIC
                               AND RC-SEQ > WS-LAST-SEQ
                               MOVE RC-SEQ TO WS-LAST-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      * The account is the NNNN of a YYYY-NNNN-name folder anywhere
      * in the wedding path; shop-wide reports have none.
       TAKE-FOLDER-ACCOUNT.
           MOVE SPACES TO WS-ACCOUNT
           IF LS-CAT-FOLDER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > 41 OR WS-ACCOUNT NOT = SPACES
               IF LS-CAT-FOLDER(WS-FX:4) IS NUMERIC
                   AND LS-CAT-FOLDER(WS-FX + 4:1) = "-"
                   AND LS-CAT-FOLDER(WS-FX + 5:4) IS NUMERIC
                   AND LS-CAT-FOLDER(WS-FX + 9:1) = "-"
                   MOVE LS-CAT-FOLDER(WS-FX + 5:4) TO WS-ACCOUNT
               END-IF
           END-PERFORM.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           PERFORM LOAD-RETENTION.
           DISPLAY "--------------------------------------------------"
           DISPLAY "        REPORT CATALOG AND SPOOL LIBRARY"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Browse the Catalog".
           DISPLAY "2. Search the Catalog".
           DISPLAY "3. Reprint a Catalogued Report".
           DISPLAY "4. Retention Setting (now " WS-RETAIN-DAYS
               " days)".
           DISPLAY "5. Clear Spool Copies Past Retention".
           DISPLAY "6. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   MOVE SPACES TO WS-SEARCH
                   PERFORM LIST-CATALOG
               WHEN 2
                   PERFORM ASK-SEARCH-KEYS
                   IF WS-DATE-OK = "Y"
                       PERFORM LIST-CATALOG
                   END-IF
               WHEN 3 PERFORM REPRINT-REPORT
               WHEN 4 PERFORM SET-RETENTION
               WHEN 5 PERFORM PURGE-SPOOL
               WHEN 6 EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.
           PERFORM PAUSE-SCREEN.
           GO TO MAIN-MENU.

       ASK-SEARCH-KEYS.
           MOVE SPACES TO WS-SEARCH
           MOVE "Y" TO WS-DATE-OK
           DISPLAY "Leave any key blank to match everything."
           DISPLAY "Produced on or after (YYYY-MM-DD): "
           ACCEPT WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-DATE-CHECK
           PERFORM CHECK-SEARCH-DATE
           IF WS-DATE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Produced on or before (YYYY-MM-DD, blank = "
               "same as first date): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-DATE-CHECK
           PERFORM CHECK-SEARCH-DATE
           IF WS-DATE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Wedding account (4 digits): "
           ACCEPT WS-FIND-ACCOUNT
           DISPLAY "Program name (e.g. RECEIVABLES-AGING): "
           ACCEPT WS-FIND-PROGRAM
           MOVE FUNCTION UPPER-CASE(WS-FIND-PROGRAM) TO WS-FIND-PROGRAM
           DISPLAY "Operator ID: "
           ACCEPT WS-FIND-OPERATOR
           DISPLAY "Word in the report title (e.g. AGING): "
           ACCEPT WS-FIND-WORD
           MOVE FUNCTION UPPER-CASE(WS-FIND-WORD) TO WS-FIND-UPPER
           MOVE 0 TO WS-FIND-LEN
           IF WS-FIND-UPPER NOT = SPACES
               COMPUTE WS-FIND-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-FIND-UPPER))
           END-IF.

       CHECK-SEARCH-DATE.
           MOVE "Y" TO WS-DATE-OK
           IF WS-DATE-CHECK = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK(5:1) NOT = "-"
               OR WS-DATE-CHECK(8:1) NOT = "-"
               MOVE "N" TO WS-DATE-OK
           ELSE
               MOVE WS-DATE-CHECK(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-DATE-CHECK(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-DATE-CHECK(9:2) TO WS-DATE-NUM(7:2)
               IF WS-DATE-NUM IS NOT NUMERIC
                   MOVE "N" TO WS-DATE-OK
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                       MOVE "N" TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "Dates are entered as YYYY-MM-DD."
           END-IF.

      * Lists the catalog oldest first, fifteen lines a screen,
      * keeping only the lines that pass every search key.
       LIST-CATALOG.
           MOVE 0 TO WS-SHOWN WS-MATCHED WS-PAGE-LINES
           MOVE "N" TO WS-STOP-LIST
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "No reports have been catalogued yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LIST-HEADING
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-STOP-LIST = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-SEARCH-KEYS
                       IF WS-MATCH = "Y"
                           ADD 1 TO WS-MATCHED
                           PERFORM SHOW-CATALOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           DISPLAY "--------------------------------------------------"
           DISPLAY WS-MATCHED " report(s) listed."
           IF WS-MATCHED > 0
               DISPLAY "Use Reprint with the catalog number to see "
                   "a report again."
           END-IF.

       SHOW-LIST-HEADING.
           DISPLAY "NUMBER DATE       TIME  PROGRAM        "
               "TITLE              ACCT OPER     STATE".
           DISPLAY "------ ---------- ----- -------------- "
               "------------------ ---- -------- -------".

       MATCH-SEARCH-KEYS.
           MOVE "Y" TO WS-MATCH
           IF WS-FROM-DATE NOT = SPACES AND RC-DATE < WS-FROM-DATE
               MOVE "N" TO WS-MATCH
           END-IF
           IF WS-TO-DATE NOT = SPACES AND RC-DATE > WS-TO-DATE
               MOVE "N" TO WS-MATCH
           END-IF
           IF WS-FIND-ACCOUNT NOT = SPACES
               AND RC-ACCOUNT NOT = WS-FIND-ACCOUNT
               MOVE "N" TO WS-MATCH
           END-IF
           IF WS-FIND-PROGRAM NOT = SPACES
               AND RC-PROGRAM NOT = WS-FIND-PROGRAM
               MOVE "N" TO WS-MATCH
           END-IF
           IF WS-FIND-OPERATOR NOT = SPACES
               AND RC-OPERATOR NOT = WS-FIND-OPERATOR
               MOVE "N" TO WS-MATCH
           END-IF
           IF WS-FIND-LEN > 0 AND WS-MATCH = "Y"
               MOVE FUNCTION UPPER-CASE(RC-TITLE) TO WS-TITLE-UPPER
               MOVE 0 TO WS-WORD-HITS
               INSPECT WS-TITLE-UPPER TALLYING WS-WORD-HITS
                   FOR ALL WS-FIND-UPPER(1:WS-FIND-LEN)
               IF WS-WORD-HITS = 0
                   MOVE "N" TO WS-MATCH
               END-IF
           END-IF.

       SHOW-CATALOG-LINE.
           EVALUATE RC-STATE
               WHEN "A" MOVE "On file" TO WS-STATE-TEXT
               WHEN "P" MOVE "Cleared" TO WS-STATE-TEXT
               WHEN OTHER MOVE "No copy" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-LIST-LINE
           STRING RC-SEQ " " RC-DATE " " RC-TIME(1:5) " "
               RC-PROGRAM(1:14) " " RC-TITLE(1:18) " "
               RC-ACCOUNT " " RC-OPERATOR " " WS-STATE-TEXT
               DELIMITED BY SIZE INTO WS-LIST-LINE
           DISPLAY WS-LIST-LINE
           ADD 1 TO WS-SHOWN WS-PAGE-LINES
           IF WS-PAGE-LINES >= 15
               MOVE 0 TO WS-PAGE-LINES
               DISPLAY "Press Enter for more, Q to stop: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Q" OR WS-CONFIRM = "q"
                   MOVE "Y" TO WS-STOP-LIST
               ELSE
                   PERFORM SHOW-LIST-HEADING
               END-IF
           END-IF.

      * Shows a catalogued report from its spool copy and can write
      * a reprint under Reprints\, headed with what it reprints.
       REPRINT-REPORT.
           DISPLAY "Catalog number to reprint: "
           ACCEPT WS-PICK-TEXT
           IF FUNCTION TRIM(WS-PICK-TEXT) IS NOT NUMERIC
               DISPLAY "Enter the catalog number as listed."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PICK-TEXT) TO WS-PICK-SEQ
           MOVE "N" TO WS-PICK-FOUND
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y" OR WS-PICK-FOUND = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RC-SEQ = WS-PICK-SEQ
                               MOVE "Y" TO WS-PICK-FOUND
                               MOVE CATALOG-RECORD TO WS-PICK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           IF WS-PICK-FOUND NOT = "Y"
               DISPLAY "Report " WS-PICK-SEQ " is not in the catalog."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-RECORD TO CATALOG-RECORD

           DISPLAY "Report  : " RC-SEQ "  " FUNCTION TRIM(RC-TITLE)
           DISPLAY "Program : " FUNCTION TRIM(RC-PROGRAM)
               "   Account: " RC-ACCOUNT
           DISPLAY "Produced: " RC-DATE " " RC-TIME " by "
               RC-OPERATOR
           DISPLAY "Written : " FUNCTION TRIM(RC-PATH)
           IF RC-STATE = "P"
               DISPLAY "The spool copy was cleared by retention on "
                   RC-PURGE-DATE "; it can no longer be reprinted."
               EXIT PARAGRAPH
           END-IF
           IF RC-STATE NOT = "A"
               DISPLAY "No spool copy was kept of this report."
               EXIT PARAGRAPH
           END-IF

           MOVE RC-SPOOL TO WS-SPOOL-PATH
           OPEN INPUT SPOOL-FILE
           IF WS-SPOOL-STATUS NOT = "00"
               DISPLAY "The spool copy " FUNCTION TRIM(RC-SPOOL)
                   " is missing from the library."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=================================================="
           MOVE 0 TO WS-SPOOL-LINES
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SPOOL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY SPOOL-LINE(1:80)
                       ADD 1 TO WS-SPOOL-LINES
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE
           DISPLAY "=================================================="

           DISPLAY "Write a reprint file for printing? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM WRITE-REPRINT
           END-IF.

       WRITE-REPRINT.
           MOVE "mkdir Reprints" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-REPRINT-PATH
           STRING "Reprints\RPT-" RC-SEQ ".txt"
               DELIMITED BY SIZE INTO WS-REPRINT-PATH
           OPEN OUTPUT REPRINT-FILE
           IF WS-REPRINT-STATUS NOT = "00"
               DISPLAY "Could not create reprint file. Status: "
                   WS-REPRINT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE SPACES TO REPRINT-LINE
           STRING "REPRINT of report " RC-SEQ " produced " RC-DATE
               " " RC-TIME(1:5) " by " RC-OPERATOR
               DELIMITED BY SIZE INTO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           STRING "Reprinted " WS-STAMP(1:4) "-" WS-STAMP(5:2) "-"
               WS-STAMP(7:2) " " WS-STAMP(9:2) ":" WS-STAMP(11:2)
               " by " LS-CAT-OPERATOR
               DELIMITED BY SIZE INTO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE
           OPEN INPUT SPOOL-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SPOOL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPOOL-LINE TO REPRINT-LINE
                       WRITE REPRINT-LINE
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE
           CLOSE REPRINT-FILE
           DISPLAY "Reprint written to " FUNCTION TRIM(WS-REPRINT-PATH).

       LOAD-RETENTION.
           MOVE 365 TO WS-RETAIN-DAYS
           OPEN INPUT RETENTION-FILE
           IF WS-RETENTION-STATUS = "00"
               READ RETENTION-FILE
                   NOT AT END
                       IF RETENTION-RECORD IS NUMERIC
                           AND RETENTION-RECORD > 0
                           MOVE RETENTION-RECORD TO WS-RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE RETENTION-FILE
           END-IF.

       SET-RETENTION.
           IF LS-CAT-ROLE NOT = "S" AND LS-CAT-ROLE NOT = "A"
               DISPLAY "Changing retention needs a supervisor or "
                   "admin sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Spool copies are kept " WS-RETAIN-DAYS " days."
           DISPLAY "New number of days (blank = no change): "
           MOVE SPACES TO WS-RETAIN-TEXT
           ACCEPT WS-RETAIN-TEXT
           IF WS-RETAIN-TEXT = SPACES
               DISPLAY "No changes made."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-RETAIN-TEXT) IS NOT NUMERIC
               DISPLAY "Enter a number of days."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RETAIN-TEXT) TO WS-RETAIN-DAYS
           IF WS-RETAIN-DAYS < 30
               DISPLAY "Retention cannot be under 30 days."
               PERFORM LOAD-RETENTION
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETENTION-FILE
           MOVE WS-RETAIN-DAYS TO RETENTION-RECORD
           WRITE RETENTION-RECORD
           CLOSE RETENTION-FILE
           DISPLAY "Spool copies will now be kept " WS-RETAIN-DAYS
               " days.".

      * Deletes the spool copy of every report older than the
      * retention period and marks its catalog line cleared.  The
      * catalog lines themselves are never removed.
       PURGE-SPOOL.
           IF LS-CAT-ROLE NOT = "S" AND LS-CAT-ROLE NOT = "A"
               DISPLAY "Clearing the spool library needs a "
                   "supervisor or admin sign-on."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-NUM(1:4) "-" WS-TODAY-NUM(5:2) "-"
               WS-TODAY-NUM(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           COMPUTE WS-TODAY-JUL = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-CUTOFF-JUL = WS-TODAY-JUL - WS-RETAIN-DAYS

           MOVE 0 TO WS-PURGE-DUE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "No reports have been catalogued yet."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-PURGE-DUE
                       IF WS-MATCH = "Y"
                           ADD 1 TO WS-PURGE-DUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-PURGE-DUE = 0
               DISPLAY "No spool copies are older than "
                   WS-RETAIN-DAYS " days."
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-PURGE-DUE " spool copies are older than "
               WS-RETAIN-DAYS " days and will be deleted."
           DISPLAY "Their catalog lines are kept.  Continue? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "No changes made."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PURGED
           OPEN INPUT CATALOG-FILE
           OPEN OUTPUT CATALOG-TEMP
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-PURGE-DUE
                       IF WS-MATCH = "Y"
                           PERFORM PURGE-ONE-COPY
                       END-IF
                       WRITE CATALOG-TEMP-RECORD FROM CATALOG-RECORD
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           CLOSE CATALOG-TEMP

           MOVE "ren report-catalog.txt report-catalog.bak"
               TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE "ren report-catalog.tmp report-catalog.txt"
               TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE "del report-catalog.bak" TO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: the catalog could not be replaced; "
                   "the previous copy is report-catalog.bak."
           END-IF
           DISPLAY WS-PURGED " spool copies cleared.".

       CHECK-PURGE-DUE.
           MOVE "N" TO WS-MATCH
           IF RC-STATE NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE RC-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE RC-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE RC-DATE(9:2) TO WS-DATE-NUM(7:2)
           IF WS-DATE-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-JUL = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-ENTRY-JUL < WS-CUTOFF-JUL
               MOVE "Y" TO WS-MATCH
           END-IF.

       PURGE-ONE-COPY.
           MOVE SPACES TO WS-OS-CMD
           STRING "del " FUNCTION TRIM(RC-SPOOL)
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE "P" TO RC-STATE
           MOVE WS-TODAY-TEXT TO RC-PURGE-DATE
           ADD 1 TO WS-PURGED.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM RPT-CATALOG.
