       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT ICS-EVENT-FILE ASSIGN TO WS-ICS-EVENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICS-EVENT-STATUS.

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

       FD ICS-EVENT-FILE.
       01 ICS-EVENT-RECORD.
       01 ICS-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-ICS-EVENT-STATUS  PIC X(2).
       01 WS-ICS-STATUS        PIC X(2).
       01 WS-ICS-EVENT-PATH    PIC X(200).
       EXPORT-ONE-WEDDING.
           DISPLAY "Enter account number: "
           ACCEPT WS-PICK-ACCT
           MOVE SPACES TO WS-DIR-LINE
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           IF RG-BASE = "Archives"
                               AND RG-ACCOUNT = WS-PICK-ACCT
                               MOVE RG-FOLDER TO WS-DIR-LINE
                               MOVE 'Y' TO WS-DIR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-DIR-LINE = SPACES
               DISPLAY "Account not found."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           MOVE 0 TO WS-EVENT-COUNT
           PERFORM WRITE-ICS-HEADER

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
                               PERFORM EXPORT-FOLDER-EVENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF

           PERFORM WRITE-ICS-FOOTER
           CLOSE ICS-FILE
