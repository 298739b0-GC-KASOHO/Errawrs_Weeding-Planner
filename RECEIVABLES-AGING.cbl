       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT AGE-BILLING-FILE ASSIGN TO WS-AGE-BILLING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-BILLING-STATUS.
           SELECT AGE-CONTRACT-FILE ASSIGN TO WS-AGE-CONTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-CONTRACT-STATUS.
           SELECT AGE-INST-FILE ASSIGN TO WS-AGE-INST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-INST-STATUS.
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

       FD AGE-BILLING-FILE.
       01 AGE-BILLING-RECORD.
       FD AGE-CONTRACT-FILE.
       01 AGE-CONTRACT-RECORD  PIC 9(10)V99.

       FD AGE-INST-FILE.
       01 AGE-INST-RECORD.
           05 AI-NO            PIC 9(2).
           05 AI-LABEL         PIC X(20).
           05 AI-DUE-DATE      PIC X(10).
           05 AI-AMOUNT        PIC 9(7)V99.
           05 AI-PAID          PIC 9(7)V99.
           05 AI-NOTICE-LEVEL  PIC 9(1).
           05 AI-NOTICE-DATE   PIC X(10).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-AGE-BILLING-STATUS PIC X(2).
       01 WS-AGE-CONTRACT-STATUS PIC X(2).
       01 WS-AGE-BILLING-PATH  PIC X(200).
       01 WS-AGE-CONTRACT-PATH PIC X(200).
       01 WS-AGE-INST-STATUS   PIC X(2).
       01 WS-AGE-INST-PATH     PIC X(200).
       01 WS-INST-EOF          PIC X.
       01 WS-TODAY-TEXT        PIC X(10).
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

       LINKAGE SECTION.
      * B = unattended run from the end-of-day stream: the report
      * always goes to Reports with no prompts. RETURN-CODE 0 =
      * written, 8 = the report file could not be made.
       01 LS-RUN-MODE          PIC X(1).

       PROCEDURE DIVISION USING LS-RUN-MODE.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-DATE-NUM(1:4) "-" WS-TODAY-DATE-NUM(5:2)
               "-" WS-TODAY-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           MOVE 0 TO WS-TOTAL-DUE-NOW WS-TOTAL-PASSED
               WS-TOTAL-NOT-DUE WS-TOTAL-ALL WS-OPEN-COUNT

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
                               PERFORM AGE-ONE-WEDDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF

           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE
           IF LS-RUN-MODE = "B"
               IF WS-RPT-STATUS = "00"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PROGRAM
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE
           EXIT PROGRAM.
               "  Balance PHP " WS-BAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM SHOW-MISSED-INSTALLMENT

           IF WS-WEDDING-DATE = SPACES
               OR WS-WEDDING-DATE(1:4) NOT NUMERIC
                   PERFORM EMIT-LINE
           END-EVALUATE.

      * A settled cancellation carries a refund (type R), which is
      * charged back like an add-on, and a cancellation credit
      * (type W), which offsets like a payment - the two net the
      * wedding to a zero balance so it drops off the aging.
       SUM-FOLDER-BILLING.
           MOVE 0 TO WS-CONTRACT WS-ADDONS WS-PAYMENTS
           MOVE SPACES TO WS-AGE-CONTRACT-PATH
                       AT END
                           MOVE 'Y' TO WS-BILL-EOF
                       NOT AT END
                           IF AB-TYPE = "P" OR AB-TYPE = "W"
                               ADD AB-AMOUNT TO WS-PAYMENTS
                           ELSE
                               ADD AB-AMOUNT TO WS-ADDONS
               CLOSE AGE-BILLING-FILE
           END-IF.

      * Names the oldest installment on the plan that is past due
      * and not fully paid, so a collections call knows which part
      * of the contract was missed.
       SHOW-MISSED-INSTALLMENT.
           MOVE SPACES TO WS-AGE-INST-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\installments.txt"
               DELIMITED BY SIZE INTO WS-AGE-INST-PATH
           MOVE 'N' TO WS-INST-EOF
           OPEN INPUT AGE-INST-FILE
           IF WS-AGE-INST-STATUS = "00"
               PERFORM UNTIL WS-INST-EOF = 'Y'
                   READ AGE-INST-FILE
                       AT END
                           MOVE 'Y' TO WS-INST-EOF
                       NOT AT END
                           IF AI-PAID < AI-AMOUNT
                               AND AI-DUE-DATE < WS-TODAY-TEXT
                               MOVE SPACES TO WS-RPT-LINE
                               STRING "  Missed installment #" AI-NO
                                   " " FUNCTION TRIM(AI-LABEL)
                                   " due " AI-DUE-DATE
                                   "  notices sent: " AI-NOTICE-LEVEL
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                               PERFORM EMIT-LINE
                               MOVE 'Y' TO WS-INST-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGE-INST-FILE
           END-IF.

       LOAD-FOLDER-WEDDING-DATE.
           MOVE RG-WEDDING-DATE TO WS-WEDDING-DATE.

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED
           IF LS-RUN-MODE = "B"
               MOVE 'Y' TO WS-RPT-CONFIRM
           ELSE
               DISPLAY "Write this report to a file as well? (Y/N): "
               ACCEPT WS-RPT-CONFIRM
           END-IF
           IF WS-RPT-CONFIRM = 'Y' OR WS-RPT-CONFIRM = 'y'
               MOVE "mkdir Reports" TO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "RECEIVABLES-AGING" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

