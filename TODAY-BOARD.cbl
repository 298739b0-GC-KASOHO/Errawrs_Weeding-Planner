       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT BD-EVENT-FILE ASSIGN TO WS-BD-EVENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-EVENT-STATUS.
           SELECT BD-ALLOC-FILE ASSIGN TO WS-BD-ALLOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-ALLOC-STATUS.
           SELECT WORK-FILE ASSIGN TO "board_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

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

       FD BD-EVENT-FILE.
       01 BD-EVENT-RECORD.
           05 BL-LOST          PIC 9(4).
           05 BL-CLOSED        PIC X(1).

       FD WORK-FILE.
       01 WORK-RECORD.
           05 WK-ACCT          PIC X(4).
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-BD-EVENT-STATUS   PIC X(2).
       01 WS-BD-TASK-STATUS    PIC X(2).
       01 WS-BD-ASSIGN-STATUS  PIC X(2).
       01 WS-BD-ALLOC-STATUS   PIC X(2).
       01 WS-WORK-STATUS       PIC X(2).
       01 WS-SORTED-STATUS     PIC X(2).
       01 WS-BD-EVENT-PATH     PIC X(200).
       01 WS-BD-TASK-PATH      PIC X(200).
       01 WS-BD-ASSIGN-PATH    PIC X(200).
       01 WS-BD-ALLOC-PATH     PIC X(200).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-DIR-LINE          PIC X(255).
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
           DISPLAY "=================================================="

           MOVE 0 TO WS-ITEM-COUNT
           OPEN OUTPUT WORK-FILE
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
                               PERFORM COLLECT-ONE-FOLDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           CLOSE WORK-FILE

           IF WS-ITEM-COUNT = 0

       LOAD-COUPLE-NAMES.
           MOVE WS-FOLDER-NAME(1:40) TO WS-COUPLE
           IF RG-PARTNER1 NOT = SPACES OR RG-PARTNER2 NOT = SPACES
               MOVE SPACES TO WS-COUPLE
               STRING FUNCTION TRIM(RG-PARTNER1) " & "
                   FUNCTION TRIM(RG-PARTNER2)
                   DELIMITED BY SIZE INTO WS-COUPLE
           END-IF.

       COLLECT-FOLDER-EVENTS.
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "TODAY-BOARD" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

