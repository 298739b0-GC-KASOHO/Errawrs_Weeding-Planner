           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RAINPLAN-FILE ASSIGN TO WS-RAINPLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAINPLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MG-KIND              PIC X(1).
           05 MG-TEXT              PIC X(80).
           05 MG-EXTRA             PIC X(60).
           05 MG-PLAN              PIC X(1).
           05 MG-PLAN-LOC          PIC X(50).
           05 MG-PLAN-BY           PIC X(16).

       FD SORTED-FILE.
       01 SORTED-RECORD.
           05 SR-KIND              PIC X(1).
           05 SR-TEXT              PIC X(80).
           05 SR-EXTRA             PIC X(60).
           05 SR-PLAN              PIC X(1).
           05 SR-PLAN-LOC          PIC X(50).
           05 SR-PLAN-BY           PIC X(16).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-KIND            PIC X(1).
           05 SORT-TEXT            PIC X(80).
           05 SORT-EXTRA           PIC X(60).
           05 SORT-PLAN            PIC X(1).
           05 SORT-PLAN-LOC        PIC X(50).
           05 SORT-PLAN-BY         PIC X(16).

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).

      * Rain plans kept by the event schedule: P = event at its own
      * location, C = moved to the contingency location.
       FD RAINPLAN-FILE.
       01 RAINPLAN-RECORD.
           05 RP-EVENT-ID          PIC 9(5).
           05 RP-ALT-LOCATION      PIC X(50).
           05 RP-DECIDE-DATE       PIC X(10).
           05 RP-DECIDE-TIME       PIC X(5).
           05 RP-ACTIVE            PIC X(1).
           05 RP-PRIMARY-LOCATION  PIC X(50).
           05 RP-SET-BY            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-FILE-PATH   PIC X(150).
       01 WS-TASK-FILE-PATH    PIC X(150).
       01 WS-TASK-STATUS       PIC X(2).
       01 WS-MERGE-STATUS      PIC X(2).
       01 WS-SORTED-STATUS     PIC X(2).
       01 WS-RAINPLAN-PATH     PIC X(150).
       01 WS-RAINPLAN-STATUS   PIC X(2).
       01 WS-RAINPLAN-EOF      PIC X.
       01 WS-OS-CMD            PIC X(200).
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-PAUSE             PIC X.
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
       01 LS-WEDDING-FOLDER    PIC X(50).

               DELIMITED BY SIZE INTO WS-MERGE-FILE-PATH
           MOVE SPACES TO WS-SORTED-FILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\runsheet2.tmp"
               DELIMITED BY SIZE INTO WS-SORTED-FILE-PATH
           MOVE SPACES TO WS-RAINPLAN-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\event-rainplan.txt"
               DELIMITED BY SIZE INTO WS-RAINPLAN-PATH.

       ASK-SHEET-DATE.
           DISPLAY "Run sheet for which date?"
           STRING FUNCTION TRIM(EVENT-VENDOR) " "
               FUNCTION TRIM(EVENT-VENDOR-CONTACT)
               DELIMITED BY SIZE INTO MG-EXTRA
           PERFORM FIND-EVENT-RAIN-PLAN
           WRITE MERGE-RECORD
           ADD 1 TO WS-ITEM-COUNT.

       FIND-EVENT-RAIN-PLAN.
           MOVE SPACES TO MG-PLAN MG-PLAN-LOC MG-PLAN-BY
           OPEN INPUT RAINPLAN-FILE
           IF WS-RAINPLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RAINPLAN-EOF
           PERFORM UNTIL WS-RAINPLAN-EOF = 'Y'
               READ RAINPLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-RAINPLAN-EOF
                   NOT AT END
                       IF RP-EVENT-ID = EVENT-ID
                           MOVE 'Y' TO WS-RAINPLAN-EOF
                           MOVE RP-ACTIVE TO MG-PLAN
                           IF RP-ACTIVE = 'C'
                               MOVE RP-PRIMARY-LOCATION TO MG-PLAN-LOC
                           ELSE
                               MOVE RP-ALT-LOCATION TO MG-PLAN-LOC
                               IF RP-DECIDE-DATE NOT = SPACES
                                   STRING RP-DECIDE-DATE " "
                                       RP-DECIDE-TIME
                                       DELIMITED BY SIZE
                                       INTO MG-PLAN-BY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAINPLAN-FILE.

       ADD-TASK-TO-MERGE.
           COMPUTE MG-TIME = T-HOUR * 100 + T-MIN
           MOVE "T" TO MG-KIND
               " (" FUNCTION TRIM(T-ASSIGNED-TO) ")"
               DELIMITED BY SIZE INTO MG-TEXT
           MOVE SPACES TO MG-EXTRA
           MOVE SPACES TO MG-PLAN MG-PLAN-LOC MG-PLAN-BY
           WRITE MERGE-RECORD
           ADD 1 TO WS-ITEM-COUNT.

               STRING "              Vendor: " SR-EXTRA(1:55)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF SR-KIND = "E" AND SR-PLAN = "C"
               MOVE SPACES TO WS-RPT-LINE
               STRING "              Plan:   RAIN PLAN IN EFFECT"
                   " - moved from " FUNCTION TRIM(SR-PLAN-LOC)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF SR-KIND = "E" AND SR-PLAN = "P"
               MOVE SPACES TO WS-RPT-LINE
               STRING "              Plan:   Original location;"
                   " rain plan " FUNCTION TRIM(SR-PLAN-LOC)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               IF SR-PLAN-BY NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "                      call it by "
                       SR-PLAN-BY
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-IF.

       ASK-REPORT-TO-FILE.
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "RUN-SHEET" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

