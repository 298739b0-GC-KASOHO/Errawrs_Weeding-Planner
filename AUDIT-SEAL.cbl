       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SEAL.

      * Seals the audit trails.  Every program that writes to a
      * wedding folder's audit-log.txt or to the shop-wide
      * security-audit.txt hands the entry here (mode A) instead of
      * writing it itself.  The entry goes on the end of the file
      * with the next sequence number and a check value worked from
      * the entry before it, both in columns 76-100 of the entry's
      * first line:
      *     SEQ nnnnnnn CHK nnnnnnnnn
      * The check covers the previous entry's check, the sequence
      * number and every character of the entry (the seal columns
      * themselves excepted), so an entry cannot be edited, taken
      * out or moved without the chain breaking at that point.
      * Mode C only works out the check for an entry already read
      * back, for AUDIT-VERIFY and AUDIT-REPLAY to compare.
      * Entries written before sealing began carry no seal; the
      * first sealed entry in a file is number 1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-FILE ASSIGN TO WS-SEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEAL-FILE.
       01 SEAL-LINE            PIC X(220).

       WORKING-STORAGE SECTION.
       01 WS-SEAL-STATUS       PIC X(2).
       01 WS-SEAL-PATH         PIC X(200).
       01 WS-EOF               PIC X.
       01 WS-LAST-SEQ          PIC 9(7).
       01 WS-LAST-CHECK        PIC 9(9).
       01 WS-HASH              PIC 9(12).
       01 WS-HASH-LINE         PIC X(220).
       01 WS-LX                PIC 9(1).
       01 WS-CX                PIC 9(3).
       01 WS-CHECK-MODULUS     PIC 9(9) VALUE 999999937.
       01 WS-CHECK-MULTIPLIER  PIC 9(3) VALUE 131.

      * The seal as it is laid into columns 76-100.
       01 WS-SEAL-TEXT.
           05 FILLER           PIC X(4) VALUE "SEQ ".
           05 WS-SEAL-SEQ      PIC 9(7).
           05 FILLER           PIC X(5) VALUE " CHK ".
           05 WS-SEAL-CHECK    PIC 9(9).

       LINKAGE SECTION.
       01 LS-SEAL-REQUEST.
      * A = append the entry to LS-SQ-PATH and seal it
      * C = work out LS-SQ-CHECK from LS-SQ-PREV-CHECK, LS-SQ-SEQ
      *     and the lines given
           05 LS-SQ-MODE       PIC X.
           05 LS-SQ-PATH       PIC X(200).
           05 LS-SQ-LINE-COUNT PIC 9(1).
           05 LS-SQ-LINE       PIC X(220) OCCURS 3 TIMES.
           05 LS-SQ-SEQ        PIC 9(7).
           05 LS-SQ-PREV-CHECK PIC 9(9).
           05 LS-SQ-CHECK      PIC 9(9).

       PROCEDURE DIVISION USING LS-SEAL-REQUEST.
       SEAL-DISPATCH.
           EVALUATE LS-SQ-MODE
               WHEN "A"
                   PERFORM APPEND-SEALED-ENTRY
               WHEN "C"
                   PERFORM COMPUTE-ENTRY-CHECK
           END-EVALUATE
           EXIT PROGRAM.

       APPEND-SEALED-ENTRY.
           MOVE LS-SQ-PATH TO WS-SEAL-PATH
           PERFORM FIND-LAST-SEAL
           COMPUTE LS-SQ-SEQ = WS-LAST-SEQ + 1
           MOVE WS-LAST-CHECK TO LS-SQ-PREV-CHECK
           PERFORM COMPUTE-ENTRY-CHECK
           MOVE LS-SQ-SEQ TO WS-SEAL-SEQ
           MOVE LS-SQ-CHECK TO WS-SEAL-CHECK
           MOVE WS-SEAL-TEXT TO LS-SQ-LINE(1)(76:25)

           OPEN EXTEND SEAL-FILE
           IF WS-SEAL-STATUS = "35"
               OPEN OUTPUT SEAL-FILE
           END-IF
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > LS-SQ-LINE-COUNT
               WRITE SEAL-LINE FROM LS-SQ-LINE(WS-LX)
           END-PERFORM
           CLOSE SEAL-FILE.

      * The last sealed entry in the file gives the sequence number
      * and check the new entry follows on from.  Only entry first
      * lines (those starting with the date stamp) are looked at.
       FIND-LAST-SEAL.
           MOVE 0 TO WS-LAST-SEQ WS-LAST-CHECK
           MOVE 'N' TO WS-EOF
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SEAL-LINE(1:4) NUMERIC
                           AND SEAL-LINE(5:1) = "-"
                           AND SEAL-LINE(76:4) = "SEQ "
                           AND SEAL-LINE(80:7) NUMERIC
                           AND SEAL-LINE(92:9) NUMERIC
                           MOVE SEAL-LINE(80:7) TO WS-LAST-SEQ
                           MOVE SEAL-LINE(92:9) TO WS-LAST-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEAL-FILE.

      * Each character folds into the running value: multiply by
      * 131, add the character's code, keep the remainder after
      * the prime 999999937.  The seal columns of the first line
      * are blanked first so a sealed line checks the same as the
      * line before it was sealed.
       COMPUTE-ENTRY-CHECK.
           COMPUTE WS-HASH = FUNCTION MOD(
               LS-SQ-PREV-CHECK * WS-CHECK-MULTIPLIER + LS-SQ-SEQ,
               WS-CHECK-MODULUS)
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > LS-SQ-LINE-COUNT
               MOVE LS-SQ-LINE(WS-LX) TO WS-HASH-LINE
               IF WS-LX = 1
                   MOVE SPACES TO WS-HASH-LINE(76:25)
               END-IF
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 220
                   COMPUTE WS-HASH = FUNCTION MOD(
                       WS-HASH * WS-CHECK-MULTIPLIER
                       + FUNCTION ORD(WS-HASH-LINE(WS-CX:1)),
                       WS-CHECK-MODULUS)
               END-PERFORM
           END-PERFORM
           MOVE WS-HASH TO LS-SQ-CHECK.

       END PROGRAM AUDIT-SEAL.
