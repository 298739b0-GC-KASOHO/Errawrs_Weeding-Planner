       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT FOLDER-FILE ASSIGN TO "ye_folders.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLDER-STATUS.

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

       FD FOLDER-FILE.
       01 FOLDER-RECORD        PIC X(255).
           05 YE-PAY-METHOD    PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-FOLDER-STATUS     PIC X(2).
       01 WS-CAT-STATUS        PIC X(2).
       01 WS-YE-BUDGET-STATUS  PIC X(2).
           EXIT PROGRAM.

       SCAN-ONE-BASE.
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           MOVE RG-FOLDER TO WS-DIR-LINE
                           IF RG-BASE = WS-SCAN-BASE
                               AND WS-DIR-LINE(1:4) NUMERIC
                               AND FUNCTION NUMVAL(WS-DIR-LINE(1:4))
                                   = WS-PICK-YEAR
                               PERFORM SUMMARISE-ONE-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       SUMMARISE-ONE-WEDDING.
           MOVE SPACES TO WS-FOLDER-PATH
