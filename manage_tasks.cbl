               ASSIGN TO WS-ASSN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSN-FS.
           SELECT PRED-FILE
               ASSIGN TO WS-TASK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  ASSN-REC       PIC X(15).

       FD  PRED-FILE
           RECORDING MODE IS F.
       01  PRED-REC.
           05 STAFF-ROLE        PIC X(15).
           05 STAFF-CONTACT     PIC X(20).
           05 STAFF-ACTIVE      PIC X(1).
           05 STAFF-PAY-BASIS   PIC X(1).
           05 STAFF-RATE        PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-TASK.
       01 WS-BACKUP-FILE-PATH PIC X(150).
       01 WS-OS-CMD       PIC X(200).
       01 WS-AUDIT-FILE-PATH PIC X(150).
       01 WS-AUDIT-ACTION PIC X(20).
       01 WS-AUDIT-BEFORE PIC X(200).
       01 WS-AUDIT-AFTER  PIC X(200).
       01 WS-AUDIT-STAMP  PIC X(14).
      * Passed to AUDIT-SEAL, which appends each audit entry and
      * seals it with its sequence number and chained check value.
       01 WS-SEAL-REQUEST.
           05 WS-SQ-MODE            PIC X.
           05 WS-SQ-PATH            PIC X(200).
           05 WS-SQ-LINE-COUNT      PIC 9(1).
           05 WS-SQ-LINE            PIC X(220) OCCURS 3 TIMES.
           05 WS-SQ-SEQ             PIC 9(7).
           05 WS-SQ-PREV-CHECK      PIC 9(9).
           05 WS-SQ-CHECK           PIC 9(9).
       01 WS-PRED-FS      PIC X(2).
       01 WS-PRED-CSV     PIC X(200).
       01 WS-PRED-EOF     PIC X(1).
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE WS-AUDIT-FILE-PATH TO WS-SQ-PATH
           MOVE 3 TO WS-SQ-LINE-COUNT
           STRING WS-AUDIT-STAMP(1:4) "-" WS-AUDIT-STAMP(5:2) "-"
               WS-AUDIT-STAMP(7:2) " " WS-AUDIT-STAMP(9:2) ":"
               WS-AUDIT-STAMP(11:2) ":" WS-AUDIT-STAMP(13:2)
               "  " WS-AUDIT-ACTION "BY " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SQ-LINE(1)
           STRING "  BEFORE: " WS-AUDIT-BEFORE
               DELIMITED BY SIZE INTO WS-SQ-LINE(2)
           STRING "  AFTER:  " WS-AUDIT-AFTER
               DELIMITED BY SIZE INTO WS-SQ-LINE(3)
           CALL "AUDIT-SEAL" USING WS-SEAL-REQUEST.

       ROTATE-TASK-GENERATIONS.
           MOVE SPACES TO WS-OS-CMD
