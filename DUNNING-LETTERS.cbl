       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-LETTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT DUN-INST-FILE ASSIGN TO WS-DUN-INST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUN-INST-STATUS.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
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

       FD DUN-INST-FILE.
       01 DUN-INST-RECORD.
           05 DI-NO            PIC 9(2).
           05 DI-LABEL         PIC X(20).
           05 DI-DUE-DATE      PIC X(10).
           05 DI-AMOUNT        PIC 9(7)V99.
           05 DI-PAID          PIC 9(7)V99.
           05 DI-NOTICE-LEVEL  PIC 9(1).
           05 DI-NOTICE-DATE   PIC X(10).

       FD LETTER-FILE.
       01 LETTER-LINE          PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-DUN-INST-STATUS   PIC X(2).
       01 WS-LETTER-STATUS     PIC X(2).
       01 WS-DUN-INST-PATH     PIC X(200).
       01 WS-LETTER-PATH       PIC X(200).
       01 WS-DUN-AUDIT-PATH    PIC X(200).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-DIR-LINE          PIC X(255).
       01 WS-DIR-EOF           PIC X.
       01 WS-INST-EOF          PIC X.
       01 WS-FOLDER-ACCT       PIC X(4).
       01 WS-FOLDER-YEAR       PIC X(4).
       01 WS-FOLDER-NAME       PIC X(60).
       01 WS-COUPLE            PIC X(65).
       01 WS-WEDDING-DATE      PIC X(10).
       01 WS-PROF-STATUS       PIC X(10).
       01 WS-TODAY-DATE-NUM    PIC 9(8).
       01 WS-TODAY-JULIAN      PIC 9(7).
       01 WS-TODAY-TEXT        PIC X(10).
       01 WS-DUE-DATE-NUM      PIC 9(8).
       01 WS-DAYS-OVERDUE      PIC S9(5).
       01 WS-DAYS-DISP         PIC ZZZZ9.
       01 WS-NEW-LEVEL         PIC 9(1).
       01 WS-FOLDER-CHANGED    PIC X.
       01 WS-OPEN-AMOUNT       PIC 9(7)V99.
       01 WS-AMT-DISP          PIC Z(6)9.99.
       01 WS-LETTER-COUNT      PIC 9(5).
       01 WS-FIRST-COUNT       PIC 9(5).
       01 WS-SECOND-COUNT      PIC 9(5).
       01 WS-FINAL-COUNT       PIC 9(5).
       01 WS-NOTICE-NAME       PIC X(20).
       01 WS-AUDIT-STAMP       PIC X(14).
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
       01 WS-AUDIT-ACTION      PIC X(20).
       01 WS-AUDIT-BEFORE      PIC X(200).
       01 WS-AUDIT-AFTER       PIC X(200).
       01 WS-INST-TABLE.
           05 WS-INST-COUNT    PIC 99.
           05 WS-INST-ENTRY OCCURS 12 TIMES.
               10 IT-NO        PIC 9(2).
               10 IT-LABEL     PIC X(20).
               10 IT-DUE-DATE  PIC X(10).
               10 IT-AMOUNT    PIC 9(7)V99.
               10 IT-PAID      PIC 9(7)V99.
               10 IT-NOTICE-LEVEL PIC 9(1).
               10 IT-NOTICE-DATE PIC X(10).
       01 WS-INST-IX           PIC 99.
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

      * Overdue installment letters across every active wedding. An
      * installment one day past due gets a first reminder, fifteen
      * days a second notice and thirty days a final notice. Each
      * letter is written once: the notice level on installments.txt
      * records how far the wedding has been chased.
       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-DATE-NUM(1:4) "-" WS-TODAY-DATE-NUM(5:2)
               "-" WS-TODAY-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           MOVE 0 TO WS-LETTER-COUNT WS-FIRST-COUNT WS-SECOND-COUNT
               WS-FINAL-COUNT

           MOVE "dunning-run.txt" TO WS-RPT-NAME
           MOVE "OVERDUE INSTALLMENT LETTERS" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE

           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "     OVERDUE INSTALLMENT LETTERS - ACTIVE WEDDINGS"
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
                               PERFORM DUN-ONE-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF

           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-LETTER-COUNT = 0
               MOVE "No installment needed a new letter today."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "First reminders:  " WS-FIRST-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "Second notices:   " WS-SECOND-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "Final notices:    " WS-FINAL-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "Letters written:  " WS-LETTER-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE
           EXIT PROGRAM.

       DUN-ONE-WEDDING.
           MOVE SPACES TO WS-FOLDER-YEAR WS-FOLDER-ACCT WS-FOLDER-NAME
           UNSTRING WS-DIR-LINE DELIMITED BY "-"
               INTO WS-FOLDER-YEAR WS-FOLDER-ACCT WS-FOLDER-NAME
           PERFORM LOAD-FOLDER-PROFILE
           IF FUNCTION TRIM(WS-PROF-STATUS) = "Cancelled"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FOLDER-INSTALLMENTS
           IF WS-INST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOLDER-CHANGED
           PERFORM VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > WS-INST-COUNT
               PERFORM CHECK-ONE-INSTALLMENT
           END-PERFORM
           IF WS-FOLDER-CHANGED = 'Y'
               PERFORM SAVE-FOLDER-INSTALLMENTS
           END-IF.

       CHECK-ONE-INSTALLMENT.
           IF IT-PAID(WS-INST-IX) >= IT-AMOUNT(WS-INST-IX)
               EXIT PARAGRAPH
           END-IF
           IF IT-DUE-DATE(WS-INST-IX)(1:4) NOT NUMERIC
               OR IT-DUE-DATE(WS-INST-IX)(6:2) NOT NUMERIC
               OR IT-DUE-DATE(WS-INST-IX)(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION NUMVAL(IT-DUE-DATE(WS-INST-IX)(1:4)) * 10000
               + FUNCTION NUMVAL(IT-DUE-DATE(WS-INST-IX)(6:2)) * 100
               + FUNCTION NUMVAL(IT-DUE-DATE(WS-INST-IX)(9:2))
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-JULIAN
               - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDUE >= 30
                   MOVE 3 TO WS-NEW-LEVEL
               WHEN WS-DAYS-OVERDUE >= 15
                   MOVE 2 TO WS-NEW-LEVEL
               WHEN WS-DAYS-OVERDUE >= 1
                   MOVE 1 TO WS-NEW-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-NEW-LEVEL
           END-EVALUATE
           IF WS-NEW-LEVEL <= IT-NOTICE-LEVEL(WS-INST-IX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OPEN-AMOUNT = IT-AMOUNT(WS-INST-IX)
               - IT-PAID(WS-INST-IX)
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   MOVE "FIRST REMINDER" TO WS-NOTICE-NAME
                   ADD 1 TO WS-FIRST-COUNT
               WHEN 2
                   MOVE "SECOND NOTICE" TO WS-NOTICE-NAME
                   ADD 1 TO WS-SECOND-COUNT
               WHEN OTHER
                   MOVE "FINAL NOTICE" TO WS-NOTICE-NAME
                   ADD 1 TO WS-FINAL-COUNT
           END-EVALUATE
           PERFORM WRITE-DUNNING-LETTER
           PERFORM WRITE-DUNNING-AUDIT
           MOVE WS-NEW-LEVEL TO IT-NOTICE-LEVEL(WS-INST-IX)
           MOVE WS-TODAY-TEXT TO IT-NOTICE-DATE(WS-INST-IX)
           MOVE 'Y' TO WS-FOLDER-CHANGED
           ADD 1 TO WS-LETTER-COUNT

           MOVE WS-DAYS-OVERDUE TO WS-DAYS-DISP
           MOVE WS-OPEN-AMOUNT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Acct " WS-FOLDER-ACCT " "
               FUNCTION TRIM(WS-FOLDER-NAME)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-NOTICE-NAME " #" IT-NO(WS-INST-IX) " "
               FUNCTION TRIM(IT-LABEL(WS-INST-IX))
               " due " IT-DUE-DATE(WS-INST-IX)
               " (" WS-DAYS-DISP "d) PHP " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE.

       WRITE-DUNNING-LETTER.
           MOVE SPACES TO WS-OS-CMD
           STRING "mkdir Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\Letters"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-LETTER-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\Letters\DUN-" IT-NO(WS-INST-IX) "-" WS-NEW-LEVEL
               "-" WS-TODAY-DATE-NUM ".txt"
               DELIMITED BY SIZE INTO WS-LETTER-PATH
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "Could not create letter "
                   FUNCTION TRIM(WS-LETTER-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-AMOUNT TO WS-AMT-DISP
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-DISP
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "                 PAYMENT " WS-NOTICE-NAME
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Date:     " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Account:  " WS-FOLDER-ACCT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "To:       " FUNCTION TRIM(WS-COUPLE)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Wedding:  " WS-WEDDING-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Installment " IT-NO(WS-INST-IX) " ("
               FUNCTION TRIM(IT-LABEL(WS-INST-IX)) ") fell due on "
               IT-DUE-DATE(WS-INST-IX) "."
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Amount still outstanding: PHP " WS-AMT-DISP
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Days overdue:             " WS-DAYS-DISP
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   MOVE "This is a friendly reminder that the above"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "installment has not yet been received. If"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "you have already paid, please disregard this."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN 2
                   MOVE "Our records show the above installment is"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "still unpaid after our first reminder. Please"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "settle it or call us to arrange payment."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN OTHER
                   MOVE "FINAL NOTICE: the above installment remains"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "unpaid. Unless it is settled within seven (7)"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "days we may be unable to hold vendor bookings"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "for your wedding."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
           END-EVALUATE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Prepared By: " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE.

       WRITE-DUNNING-AUDIT.
           MOVE "DUNNING LETTER" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "Installment " IT-NO(WS-INST-IX) " notice level "
               IT-NOTICE-LEVEL(WS-INST-IX)
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING FUNCTION TRIM(WS-NOTICE-NAME) " sent, level "
               WS-NEW-LEVEL
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           MOVE SPACES TO WS-DUN-AUDIT-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-DUN-AUDIT-PATH
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE WS-DUN-AUDIT-PATH TO WS-SQ-PATH
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

       LOAD-FOLDER-PROFILE.
           MOVE SPACES TO WS-PROF-STATUS WS-WEDDING-DATE WS-COUPLE
           MOVE RG-STATUS TO WS-PROF-STATUS
           MOVE RG-WEDDING-DATE TO WS-WEDDING-DATE
           STRING FUNCTION TRIM(RG-PARTNER1) " & "
               FUNCTION TRIM(RG-PARTNER2)
               DELIMITED BY SIZE INTO WS-COUPLE.

       LOAD-FOLDER-INSTALLMENTS.
           MOVE 0 TO WS-INST-COUNT
           MOVE SPACES TO WS-DUN-INST-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\installments.txt"
               DELIMITED BY SIZE INTO WS-DUN-INST-PATH
           MOVE 'N' TO WS-INST-EOF
           OPEN INPUT DUN-INST-FILE
           IF WS-DUN-INST-STATUS = "00"
               PERFORM UNTIL WS-INST-EOF = 'Y'
                   READ DUN-INST-FILE
                       AT END
                           MOVE 'Y' TO WS-INST-EOF
                       NOT AT END
                           IF WS-INST-COUNT < 12
                               ADD 1 TO WS-INST-COUNT
                               MOVE DI-NO TO IT-NO(WS-INST-COUNT)
                               MOVE DI-LABEL TO IT-LABEL(WS-INST-COUNT)
                               MOVE DI-DUE-DATE
                                   TO IT-DUE-DATE(WS-INST-COUNT)
                               MOVE DI-AMOUNT
                                   TO IT-AMOUNT(WS-INST-COUNT)
                               MOVE DI-PAID TO IT-PAID(WS-INST-COUNT)
                               MOVE DI-NOTICE-LEVEL
                                   TO IT-NOTICE-LEVEL(WS-INST-COUNT)
                               MOVE DI-NOTICE-DATE
                                   TO IT-NOTICE-DATE(WS-INST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUN-INST-FILE
           END-IF.

       SAVE-FOLDER-INSTALLMENTS.
           OPEN OUTPUT DUN-INST-FILE
           IF WS-DUN-INST-STATUS NOT = "00"
               DISPLAY "Could not update "
                   FUNCTION TRIM(WS-DUN-INST-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > WS-INST-COUNT
               MOVE IT-NO(WS-INST-IX) TO DI-NO
               MOVE IT-LABEL(WS-INST-IX) TO DI-LABEL
               MOVE IT-DUE-DATE(WS-INST-IX) TO DI-DUE-DATE
               MOVE IT-AMOUNT(WS-INST-IX) TO DI-AMOUNT
               MOVE IT-PAID(WS-INST-IX) TO DI-PAID
               MOVE IT-NOTICE-LEVEL(WS-INST-IX) TO DI-NOTICE-LEVEL
               MOVE IT-NOTICE-DATE(WS-INST-IX) TO DI-NOTICE-DATE
               WRITE DUN-INST-RECORD
           END-PERFORM
           CLOSE DUN-INST-FILE.

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
               MOVE "DUNNING-LETTERS" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       END PROGRAM DUNNING-LETTERS.
