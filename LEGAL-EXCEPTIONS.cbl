       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-EXCEPTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT LX-DOCS-FILE ASSIGN TO WS-LX-DOCS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LX-DOCS-STATUS.
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

       FD LX-DOCS-FILE.
       01 LX-DOCS-RECORD.
           05 LX-CODE          PIC X(6).
           05 LX-DESC          PIC X(30).
           05 LX-PARTY         PIC X(1).
           05 LX-REQUIRED      PIC X(1).
           05 LX-RECEIVED      PIC X(10).
           05 LX-EXPIRY        PIC X(10).
           05 LX-NOTES         PIC X(30).
           05 LX-OPERATOR      PIC X(8).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-LX-DOCS-STATUS    PIC X(2).
       01 WS-LX-DOCS-PATH      PIC X(200).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-DIR-LINE          PIC X(255).
       01 WS-DIR-EOF           PIC X.
       01 WS-DOCS-EOF          PIC X.
       01 WS-FOLDER-ACCT       PIC X(4).
       01 WS-FOLDER-YEAR       PIC X(4).
       01 WS-FOLDER-NAME       PIC X(60).
       01 WS-WEDDING-DATE      PIC X(10).
       01 WS-TODAY-JULIAN      PIC 9(7).
       01 WS-TODAY-DATE-NUM    PIC 9(8).
       01 WS-WED-DATE-NUM      PIC 9(8).
       01 WS-WED-JULIAN        PIC 9(7).
       01 WS-DAYS-TO-WED       PIC S9(5).
       01 WS-DAYS-DISP         PIC ZZZZ9-.
       01 WS-DATE-TEXT         PIC X(10).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-DATE-JULIAN       PIC 9(7).
       01 WS-LIC-FILED         PIC 9(7).
       01 WS-LIC-RELEASED      PIC 9(7).
       01 WS-LIC-EXPIRES       PIC 9(7).
       01 WS-LIC-WORK          PIC 9(7).
       01 WS-LIC-MSG           PIC X(80).
       01 WS-WEDDING-SHOWN     PIC X.
       01 WS-SCAN-COUNT        PIC 9(4).
       01 WS-FLAG-COUNT        PIC 9(4).
       01 WS-NO-LICENSE-COUNT  PIC 9(4).
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           MOVE 0 TO WS-SCAN-COUNT WS-FLAG-COUNT WS-NO-LICENSE-COUNT

           MOVE "legal-exceptions.txt" TO WS-RPT-NAME
           MOVE "MARRIAGE PAPERWORK EXCEPTIONS" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE

           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "   MARRIAGE PAPERWORK EXCEPTIONS - ALL ACTIVE WEDDINGS"
               TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE

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
                               PERFORM CHECK-ONE-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF

           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-FLAG-COUNT = 0
               MOVE "Every upcoming wedding has its paperwork in order."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "Upcoming weddings checked: " WS-SCAN-COUNT
               "   With exceptions: " WS-FLAG-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Without a valid license:   " WS-NO-LICENSE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE
           EXIT PROGRAM.

      * Weddings already past are left off; a wedding with no date
      * yet is still checked so a missing checklist shows up.
       CHECK-ONE-WEDDING.
           MOVE SPACES TO WS-FOLDER-YEAR WS-FOLDER-ACCT WS-FOLDER-NAME
           UNSTRING WS-DIR-LINE DELIMITED BY "-"
               INTO WS-FOLDER-YEAR WS-FOLDER-ACCT WS-FOLDER-NAME
           PERFORM LOAD-FOLDER-WEDDING-DATE
           MOVE 0 TO WS-WED-JULIAN
           IF WS-WEDDING-DATE NOT = SPACES
               AND WS-WEDDING-DATE(1:4) NUMERIC
               COMPUTE WS-WED-DATE-NUM =
                   FUNCTION NUMVAL(WS-WEDDING-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-WEDDING-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(WS-WEDDING-DATE(9:2))
               COMPUTE WS-WED-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-WED-DATE-NUM)
               IF WS-WED-JULIAN < WS-TODAY-JULIAN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-SCAN-COUNT
           MOVE 'N' TO WS-WEDDING-SHOWN
           MOVE 0 TO WS-LIC-FILED WS-LIC-RELEASED WS-LIC-EXPIRES

           MOVE SPACES TO WS-LX-DOCS-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\legal-docs.txt"
               DELIMITED BY SIZE INTO WS-LX-DOCS-PATH
           OPEN INPUT LX-DOCS-FILE
           IF WS-LX-DOCS-STATUS NOT = "00"
               PERFORM SHOW-WEDDING-HEADER
               MOVE "  ** NO PAPERWORK CHECKLIST SET UP **"
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
               ADD 1 TO WS-NO-LICENSE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DOCS-EOF
           PERFORM UNTIL WS-DOCS-EOF = 'Y'
               READ LX-DOCS-FILE
                   AT END
                       MOVE 'Y' TO WS-DOCS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-DOCUMENT
               END-READ
           END-PERFORM
           CLOSE LX-DOCS-FILE
           PERFORM CHECK-FOLDER-LICENSE.

       SHOW-WEDDING-HEADER.
           IF WS-WEDDING-SHOWN = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-WEDDING-SHOWN
           ADD 1 TO WS-FLAG-COUNT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-WED-JULIAN = 0
               STRING "Acct " WS-FOLDER-ACCT " "
                   FUNCTION TRIM(WS-FOLDER-NAME)
                   "  (no wedding date on the profile)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               COMPUTE WS-DAYS-TO-WED = WS-WED-JULIAN - WS-TODAY-JULIAN
               MOVE WS-DAYS-TO-WED TO WS-DAYS-DISP
               STRING "Acct " WS-FOLDER-ACCT " "
                   FUNCTION TRIM(WS-FOLDER-NAME)
                   "  wedding " WS-WEDDING-DATE
                   " in " WS-DAYS-DISP " day(s)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-LINE.

       CHECK-ONE-DOCUMENT.
           IF LX-CODE = "LICAPP"
               MOVE LX-RECEIVED TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-JULIAN
               MOVE WS-DATE-JULIAN TO WS-LIC-FILED
           END-IF
           IF LX-CODE = "LICENS"
               MOVE LX-RECEIVED TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-JULIAN
               MOVE WS-DATE-JULIAN TO WS-LIC-RELEASED
               MOVE LX-EXPIRY TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-JULIAN
               MOVE WS-DATE-JULIAN TO WS-LIC-EXPIRES
           END-IF
      *    The license lines are judged together below.
           IF LX-CODE = "LICAPP" OR LX-CODE = "LICENS"
               EXIT PARAGRAPH
           END-IF
           IF LX-RECEIVED = SPACES
               IF LX-REQUIRED NOT = "N"
                   PERFORM SHOW-WEDDING-HEADER
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  MISSING  " LX-DESC " (" LX-PARTY ")"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE LX-EXPIRY TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-JULIAN
           IF WS-DATE-JULIAN > 0 AND WS-WED-JULIAN > 0
               AND WS-DATE-JULIAN < WS-WED-JULIAN
               PERFORM SHOW-WEDDING-HEADER
               MOVE SPACES TO WS-RPT-LINE
               STRING "  LAPSES   " LX-DESC " (" LX-PARTY ") on "
                   LX-EXPIRY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF.

      * Same rules as the per-wedding checklist: 120 days of validity
      * from release, and release no sooner than 10 days from filing.
       CHECK-FOLDER-LICENSE.
           MOVE SPACES TO WS-LIC-MSG
           EVALUATE TRUE
               WHEN WS-LIC-RELEASED > 0
                   IF WS-LIC-EXPIRES = 0
                       COMPUTE WS-LIC-EXPIRES = WS-LIC-RELEASED + 120
                   END-IF
                   IF WS-WED-JULIAN > 0
                       AND WS-LIC-EXPIRES < WS-WED-JULIAN
                       MOVE WS-LIC-EXPIRES TO WS-DATE-JULIAN
                       PERFORM JULIAN-TO-DATE-TEXT
                       STRING "  ** LICENSE EXPIRES " WS-DATE-TEXT
                           " - BEFORE THE WEDDING **"
                           DELIMITED BY SIZE INTO WS-LIC-MSG
                   END-IF
               WHEN WS-LIC-FILED > 0
                   COMPUTE WS-LIC-WORK = WS-LIC-FILED + 10
                   MOVE WS-LIC-WORK TO WS-DATE-JULIAN
                   PERFORM JULIAN-TO-DATE-TEXT
                   IF WS-WED-JULIAN > 0
                       AND WS-LIC-WORK > WS-WED-JULIAN
                       STRING "  ** NO LICENSE - POSTING ENDS "
                           WS-DATE-TEXT " AFTER THE WEDDING **"
                           DELIMITED BY SIZE INTO WS-LIC-MSG
                   END-IF
                   IF WS-WED-JULIAN > 0
                       AND WS-LIC-WORK + 120 < WS-WED-JULIAN
                       STRING "  ** LICENSE FILED TOO EARLY - WOULD "
                           "LAPSE BEFORE THE WEDDING **"
                           DELIMITED BY SIZE INTO WS-LIC-MSG
                   END-IF
               WHEN OTHER
                   IF WS-WED-JULIAN = 0
                       MOVE "  ** NO LICENSE APPLICATION ON FILE **"
                           TO WS-LIC-MSG
                   ELSE
                       COMPUTE WS-LIC-WORK = WS-WED-JULIAN - 10
                       MOVE WS-LIC-WORK TO WS-DATE-JULIAN
                       PERFORM JULIAN-TO-DATE-TEXT
                       IF WS-LIC-WORK < WS-TODAY-JULIAN
                           STRING "  ** NO LICENSE - TOO LATE FOR "
                               "THE 10-DAY POSTING **"
                               DELIMITED BY SIZE INTO WS-LIC-MSG
                       ELSE
                           STRING "  ** NO LICENSE APPLICATION - "
                               "FILE BY " WS-DATE-TEXT " **"
                               DELIMITED BY SIZE INTO WS-LIC-MSG
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-LIC-MSG NOT = SPACES
               ADD 1 TO WS-NO-LICENSE-COUNT
               PERFORM SHOW-WEDDING-HEADER
               MOVE WS-LIC-MSG TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF.

       DATE-TEXT-TO-JULIAN.
           MOVE 0 TO WS-DATE-JULIAN
           IF WS-DATE-TEXT(1:4) NOT NUMERIC
               OR WS-DATE-TEXT(6:2) NOT NUMERIC
               OR WS-DATE-TEXT(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-NUM =
               FUNCTION NUMVAL(WS-DATE-TEXT(1:4)) * 10000
               + FUNCTION NUMVAL(WS-DATE-TEXT(6:2)) * 100
               + FUNCTION NUMVAL(WS-DATE-TEXT(9:2))
           IF WS-DATE-NUM(5:2) < "01" OR WS-DATE-NUM(5:2) > "12"
               OR WS-DATE-NUM(7:2) < "01" OR WS-DATE-NUM(7:2) > "31"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       JULIAN-TO-DATE-TEXT.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-JULIAN)
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
               WS-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-DATE-TEXT.

       LOAD-FOLDER-WEDDING-DATE.
           MOVE RG-WEDDING-DATE TO WS-WEDDING-DATE.

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED
           DISPLAY "Write this report to a file as well? (Y/N): "
           ACCEPT WS-RPT-CONFIRM
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
           DISPLAY WS-RPT-LINE
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
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "LEGAL-EXCEPTIONS" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       END PROGRAM LEGAL-EXCEPTIONS.
