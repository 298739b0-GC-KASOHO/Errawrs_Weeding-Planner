           SELECT BANK-FILE ASSIGN TO WS-BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT BK-BILLING-FILE ASSIGN TO WS-BK-BILLING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-BILLING-STATUS.
           SELECT SCHED-TEMP-FILE ASSIGN TO WS-SCHED-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-TEMP-STATUS.
           SELECT INSTALLMENT-FILE ASSIGN TO WS-INST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.
           SELECT OR-NUMBER-FILE ASSIGN TO "or_number.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-STATUS.
       FD BANK-FILE.
       01 BANK-RECORD          PIC X(100).

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

       FD BK-BILLING-FILE.
       01 BK-BILLING-RECORD.
           05 ST-PAID-FLAG     PIC X(1).
           05 ST-PAID-DATE     PIC X(10).

      * The wedding's installment plan, kept by CLIENT-BILLING.
       FD INSTALLMENT-FILE.
       01 INSTALLMENT-RECORD.
           05 INST-NO          PIC 9(2).
           05 INST-LABEL       PIC X(20).
           05 INST-DUE-DATE    PIC X(10).
           05 INST-AMOUNT      PIC 9(7)V99.
           05 INST-PAID        PIC 9(7)V99.
           05 INST-NOTICE-LEVEL PIC 9(1).
           05 INST-NOTICE-DATE PIC X(10).

       FD OR-NUMBER-FILE.
       01 OR-NUMBER-RECORD     PIC 9(6).


       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS       PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-BK-BILLING-STATUS PIC X(2).
       01 WS-BK-CONTRACT-STATUS PIC X(2).
       01 WS-SCHED-STATUS      PIC X(2).
       01 WS-OR-NUMBER         PIC 9(6).
       01 WS-AMT-TEXT          PIC 9(7).99.
       01 WS-MATCH-KIND        PIC X(1).
       01 WS-INST-STATUS       PIC X(2).
       01 WS-INST-FILE-PATH    PIC X(200).
       01 WS-INST-EOF          PIC X.
       01 WS-INST-TABLE.
           05 WS-INST-COUNT    PIC 99 VALUE 0.
           05 WS-INST-ENTRY OCCURS 12 TIMES.
               10 IT-NO        PIC 9(2).
               10 IT-LABEL     PIC X(20).
               10 IT-DUE-DATE  PIC X(10).
               10 IT-AMOUNT    PIC 9(7)V99.
               10 IT-PAID      PIC 9(7)V99.
               10 IT-NOTICE-LEVEL PIC 9(1).
               10 IT-NOTICE-DATE PIC X(10).
       01 WS-INST-IX           PIC 99.
       01 WS-INST-TO-APPLY     PIC 9(10)V99.
       01 WS-INST-OPEN         PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
               PERFORM PAUSE-AND-EXIT
           END-IF

           OPEN OUTPUT UNMATCHED-FILE
           MOVE 0 TO WS-LINE-COUNT WS-MATCH-COUNT WS-UNMATCH-COUNT
           MOVE 'N' TO WS-BANK-EOF
           CLOSE BANK-FILE
           CLOSE UNMATCHED-FILE

           DISPLAY "--------------------------------------------------"
           DISPLAY "Statement lines read:   " WS-LINE-COUNT
           DISPLAY "Deposits auto-matched:  " WS-MATCH-COUNT

           MOVE 'N' TO WS-MATCHED
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
                               PERFORM TRY-MATCH-FOLDER
                               IF WS-MATCHED = 'Y'
                                   MOVE 'Y' TO WS-DIR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF

           IF WS-MATCHED = 'Y'
                       AT END
                           MOVE 'Y' TO WS-BILL-EOF
                       NOT AT END
                           IF BK-TYPE = "P" OR BK-TYPE = "W"
                               ADD BK-AMOUNT TO WS-PAYMENTS
                           ELSE
                               ADD BK-AMOUNT TO WS-ADDONS
           WRITE BK-BILLING-RECORD
           CLOSE BK-BILLING-FILE
           PERFORM APPEND-RECEIPT-REGISTER
           PERFORM APPLY-PAYMENT-TO-INSTALLMENTS
           DISPLAY "MATCHED:   " WS-BK-IN-DATE " PHP "
               FUNCTION TRIM(WS-BK-IN-AMOUNT-X)
               " -> Acct " WS-FOLDER-ACCT " ("
               FUNCTION TRIM(WS-FOLDER-NAME) ") OR "
               WS-OR-NUMBER.

      * The deposit is applied to the oldest installments still
      * open, as a payment keyed in CLIENT-BILLING is, so the
      * dunning run does not chase installments paid by transfer.
       APPLY-PAYMENT-TO-INSTALLMENTS.
           MOVE SPACES TO WS-INST-FILE-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\installments.txt"
               DELIMITED BY SIZE INTO WS-INST-FILE-PATH
           MOVE 0 TO WS-INST-COUNT
           MOVE 'N' TO WS-INST-EOF
           OPEN INPUT INSTALLMENT-FILE
           IF WS-INST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INST-EOF = 'Y'
               READ INSTALLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-INST-EOF
                   NOT AT END
                       IF WS-INST-COUNT < 12
                           ADD 1 TO WS-INST-COUNT
                           MOVE INST-NO TO IT-NO(WS-INST-COUNT)
                           MOVE INST-LABEL TO IT-LABEL(WS-INST-COUNT)
                           MOVE INST-DUE-DATE
                               TO IT-DUE-DATE(WS-INST-COUNT)
                           MOVE INST-AMOUNT TO IT-AMOUNT(WS-INST-COUNT)
                           MOVE INST-PAID TO IT-PAID(WS-INST-COUNT)
                           MOVE INST-NOTICE-LEVEL
                               TO IT-NOTICE-LEVEL(WS-INST-COUNT)
                           MOVE INST-NOTICE-DATE
                               TO IT-NOTICE-DATE(WS-INST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTALLMENT-FILE
           IF WS-INST-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BK-IN-AMOUNT TO WS-INST-TO-APPLY
           PERFORM VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > WS-INST-COUNT
                   OR WS-INST-TO-APPLY = 0
               IF IT-PAID(WS-INST-IX) < IT-AMOUNT(WS-INST-IX)
                   COMPUTE WS-INST-OPEN = IT-AMOUNT(WS-INST-IX)
                       - IT-PAID(WS-INST-IX)
                   IF WS-INST-TO-APPLY >= WS-INST-OPEN
                       ADD WS-INST-OPEN TO IT-PAID(WS-INST-IX)
                       SUBTRACT WS-INST-OPEN FROM WS-INST-TO-APPLY
                   ELSE
                       ADD WS-INST-TO-APPLY TO IT-PAID(WS-INST-IX)
                       MOVE 0 TO WS-INST-TO-APPLY
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT INSTALLMENT-FILE
           IF WS-INST-STATUS NOT = "00"
               DISPLAY "Could not update the installment plan for "
                   "Acct " WS-FOLDER-ACCT ". Status: " WS-INST-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INST-IX FROM 1 BY 1
               UNTIL WS-INST-IX > WS-INST-COUNT
               MOVE IT-NO(WS-INST-IX) TO INST-NO
               MOVE IT-LABEL(WS-INST-IX) TO INST-LABEL
               MOVE IT-DUE-DATE(WS-INST-IX) TO INST-DUE-DATE
               MOVE IT-AMOUNT(WS-INST-IX) TO INST-AMOUNT
               MOVE IT-PAID(WS-INST-IX) TO INST-PAID
               MOVE IT-NOTICE-LEVEL(WS-INST-IX) TO INST-NOTICE-LEVEL
               MOVE IT-NOTICE-DATE(WS-INST-IX) TO INST-NOTICE-DATE
               WRITE INSTALLMENT-RECORD
           END-PERFORM
           CLOSE INSTALLMENT-FILE.

       ASSIGN-OR-NUMBER.
           OPEN INPUT OR-NUMBER-FILE
           IF WS-OR-STATUS = "00"
