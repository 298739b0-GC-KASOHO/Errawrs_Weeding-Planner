       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT SEARCH-GUEST-FILE ASSIGN TO WS-SEARCH-GUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-GUEST-STATUS.

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

       FD SEARCH-GUEST-FILE.
       01 SEARCH-GUEST-RECORD.
           05 SGST-INVITE-WAVE PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-SEARCH-GUEST-STATUS PIC X(2).
       01 WS-SEARCH-GUEST-PATH PIC X(200).
       01 WS-OS-CMD            PIC X(200).
               FUNCTION TRIM(WS-SEARCH-NAME))

           MOVE 0 TO WS-MATCH-COUNT
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
                               PERFORM SEARCH-FOLDER-GUESTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF

           DISPLAY "--------------------------------------------------"
           IF WS-MATCH-COUNT = 0
