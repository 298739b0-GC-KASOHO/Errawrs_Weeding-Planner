       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-CONTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CST-FILE ASSIGN TO WS-CST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.
           SELECT DOC-FILE ASSIGN TO WS-DOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO WS-CONTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT INSTALLMENT-FILE ASSIGN TO WS-INST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.
           SELECT CO-FILE ASSIGN TO WS-CO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.
           SELECT PKG-FILE ASSIGN TO "packages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-STATUS.
           SELECT POLICY-FILE ASSIGN TO "cancel-policy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT CLAUSE-FILE ASSIGN TO "contract-clauses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAUSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per wedding: where the client contract stands.
      * The revision goes up whenever a new document replaces one
      * the client has already been sent.
       FD CST-FILE.
       01 CST-RECORD.
           05 CST-STATUS       PIC X(6).
           05 CST-REVISION     PIC 9(3).
           05 CST-DRAFT-DATE   PIC X(10).
           05 CST-SENT-DATE    PIC X(10).
           05 CST-SIGNED-DATE  PIC X(10).
           05 CST-PRICE        PIC 9(10)V99.
           05 CST-OPERATOR     PIC X(8).

       FD DOC-FILE.
       01 DOC-LINE             PIC X(80).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
           05 PROF-PARTNER1    PIC X(30).
           05 PROF-PARTNER2    PIC X(30).
           05 PROF-WEDDING-DATE PIC X(10).
           05 PROF-VENUE       PIC X(40).
           05 PROF-PACKAGE     PIC X(20).
           05 PROF-GUEST-EST   PIC 9(4).
           05 PROF-COORDINATOR PIC X(20).
           05 PROF-STATUS      PIC X(10).
           05 PROF-TIN         PIC X(15).
           05 PROF-TAX-CLASS   PIC X(1).
           05 PROF-BUS-STYLE   PIC X(40).

       FD CONTRACT-FILE.
       01 CONTRACT-RECORD      PIC 9(10)V99.

       FD INSTALLMENT-FILE.
       01 INSTALLMENT-RECORD.
           05 INST-NO          PIC 9(2).
           05 INST-LABEL       PIC X(20).
           05 INST-DUE-DATE    PIC X(10).
           05 INST-AMOUNT      PIC 9(7)V99.
           05 INST-PAID        PIC 9(7)V99.
           05 INST-NOTICE-LEVEL PIC 9(1).
           05 INST-NOTICE-DATE PIC X(10).

      * Change orders raised in Client Billing. Approved ones are
      * part of the contract: they move the price and each carries
      * the revision it was agreed under.
       FD CO-FILE.
       01 CO-RECORD.
           05 CO-NO            PIC 9(3).
           05 CO-DATE          PIC X(10).
           05 CO-DESC          PIC X(40).
           05 CO-EFFECT        PIC X(1).
           05 CO-AMOUNT        PIC 9(7)V99.
           05 CO-STATUS        PIC X(1).
           05 CO-DECIDED-DATE  PIC X(10).
           05 CO-APPROVED-BY   PIC X(30).
           05 CO-REVISION      PIC 9(3).
           05 CO-RAISED-BY     PIC X(8).
           05 CO-DECIDED-OP    PIC X(8).

       FD PKG-FILE.
       01 PKG-RECORD.
           05 PKG-CODE         PIC X(6).
           05 PKG-NAME         PIC X(20).
           05 PKG-PRICE        PIC 9(7)V99.
           05 PKG-INCLUSIONS   PIC X(60).
           05 PKG-MAX-GUESTS   PIC 9(4).

       FD POLICY-FILE.
       01 POLICY-RECORD        PIC X(20).

      * Standard contract wording, one printed line per record.
      * Kept by the office from the Standard Clauses option; a
      * line reading "@POLICY" is replaced by the refund schedule
      * from cancel-policy.txt so the contract always quotes the
      * tiers the cancellation settlement actually applies.
       FD CLAUSE-FILE.
       01 CLAUSE-RECORD        PIC X(76).

       WORKING-STORAGE SECTION.
       01 WS-CST-STATUS        PIC X(2).
       01 WS-DOC-STATUS        PIC X(2).
       01 WS-PROFILE-STATUS    PIC X(2).
       01 WS-CONTRACT-STATUS   PIC X(2).
       01 WS-INST-STATUS       PIC X(2).
       01 WS-PKG-STATUS        PIC X(2).
       01 WS-POLICY-STATUS     PIC X(2).
       01 WS-CLAUSE-STATUS     PIC X(2).
       01 WS-CO-STATUS         PIC X(2).
       01 WS-CST-PATH          PIC X(150).
       01 WS-DOC-PATH          PIC X(150).
       01 WS-PROFILE-PATH      PIC X(150).
       01 WS-CONTRACT-PATH     PIC X(150).
       01 WS-INST-PATH         PIC X(150).
       01 WS-AUDIT-PATH        PIC X(150).
       01 WS-CO-PATH           PIC X(150).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-DATE-IN           PIC X(10).
       01 WS-TODAY-NUM         PIC 9(8).
       01 WS-TODAY-TEXT        PIC X(10).
       01 WS-ACCT-NUM          PIC X(4).
       01 WS-FOLDER-PART1      PIC X(20).
       01 WS-FOLDER-REST       PIC X(60).
       01 WS-CST-FOUND         PIC X.
       01 WS-CST-SAVE.
           05 WS-CST-STAT      PIC X(6).
           05 WS-CST-REV       PIC 9(3).
           05 WS-CST-DRAFTED   PIC X(10).
           05 WS-CST-SENT      PIC X(10).
           05 WS-CST-SIGNED    PIC X(10).
           05 WS-CST-PRICE     PIC 9(10)V99.
           05 WS-CST-OP        PIC X(8).
       01 WS-CST-DESC          PIC X(120).
       01 WS-GUEST-DISP        PIC ZZZ9.
       01 WS-PROFILE-FOUND     PIC X.
       01 WS-COUPLE            PIC X(65).
       01 WS-PKG-FOUND         PIC X.
       01 WS-PKG-NAME          PIC X(20).
       01 WS-PKG-INCLUSIONS    PIC X(60).
       01 WS-PKG-PRICE         PIC 9(7)V99.
       01 WS-CONTRACT-PRICE    PIC 9(10)V99.
       01 WS-BASE-PRICE        PIC 9(10)V99.
       01 WS-CO-NET            PIC S9(10)V99.
       01 WS-CO-APPROVED       PIC 9(3).
       01 WS-CO-MAX-REV        PIC 9(3).
       01 WS-CO-SIGN           PIC X.
       01 WS-CO-AMT-DISP       PIC Z,ZZZ,ZZ9.99.
       01 WS-AMT-DISP          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-INST-COUNT        PIC 9(2).
       01 WS-DOC-FIELD.
           05 WS-DOC-LABEL     PIC X(24).
           05 WS-DOC-VALUE     PIC X(56).
       01 WS-AUDIT-ACTION      PIC X(20).
       01 WS-AUDIT-BEFORE      PIC X(200).
       01 WS-AUDIT-AFTER       PIC X(200).
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
       01 WS-POL-EOF           PIC X.
       01 WS-POLICY-TABLE.
           05 WS-POL-COUNT     PIC 99 VALUE 0.
           05 WS-POL-ENTRY OCCURS 10 TIMES.
               10 POL-MIN-DAYS PIC 9(4).
               10 POL-PCT      PIC 9(3).
       01 WS-POL-IX            PIC 99.
       01 WS-POL-FIELDS.
           05 WS-POL-DAYS-TXT  PIC X(6).
           05 WS-POL-PCT-TXT   PIC X(6).
       01 WS-POL-DAYS-DISP     PIC ZZZ9.
       01 WS-POL-PCT-DISP      PIC ZZ9.
       01 WS-CLAUSE-TABLE.
           05 WS-CLAUSE-COUNT  PIC 9(3) VALUE 0.
           05 WS-CLAUSE-LINE   PIC X(76) OCCURS 200 TIMES.
       01 WS-CLAUSE-IX         PIC 9(3).
       01 WS-CLAUSE-PICK       PIC 9(3).
       01 WS-CLAUSE-ACTION     PIC X.
       01 WS-CLAUSE-TEXT       PIC X(76).

       LINKAGE SECTION.
       01 LS-WEDDING-FOLDER    PIC X(50).
       01 LS-OPERATOR-ID       PIC X(8).

       PROCEDURE DIVISION USING LS-WEDDING-FOLDER LS-OPERATOR-ID.
       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

       BUILD-FILE-PATHS.
           MOVE SPACES TO WS-CST-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\contract-status.txt"
               DELIMITED BY SIZE INTO WS-CST-PATH
           MOVE SPACES TO WS-DOC-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\contract.txt"
               DELIMITED BY SIZE INTO WS-DOC-PATH
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH
           MOVE SPACES TO WS-CONTRACT-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\billing-contract.txt"
               DELIMITED BY SIZE INTO WS-CONTRACT-PATH
           MOVE SPACES TO WS-INST-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\installments.txt"
               DELIMITED BY SIZE INTO WS-INST-PATH
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-AUDIT-PATH
           MOVE SPACES TO WS-CO-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER)
               "\change-orders.txt"
               DELIMITED BY SIZE INTO WS-CO-PATH
           MOVE SPACES TO WS-FOLDER-PART1 WS-ACCT-NUM WS-FOLDER-REST
           UNSTRING LS-WEDDING-FOLDER DELIMITED BY "-"
               INTO WS-FOLDER-PART1 WS-ACCT-NUM WS-FOLDER-REST.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           PERFORM SET-TODAY-TEXT.
           PERFORM LOAD-CONTRACT-STATUS.
           DISPLAY "--------------------------------------------------"
           DISPLAY "              CLIENT CONTRACT".
           DISPLAY "--------------------------------------------------"
           PERFORM SHOW-CONTRACT-STATUS.
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Generate Contract Document".
           DISPLAY "2. Mark Contract Sent to Client".
           DISPLAY "3. Mark Contract Signed".
           DISPLAY "4. Maintain Standard Clauses".
           DISPLAY "5. Back to Wedding Plan Management".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM GENERATE-CONTRACT
               WHEN 2 PERFORM MARK-CONTRACT-SENT
               WHEN 3 PERFORM MARK-CONTRACT-SIGNED
               WHEN 4 PERFORM MAINTAIN-CLAUSES
               WHEN 5 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

       SET-TODAY-TEXT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-NUM(1:4) "-" WS-TODAY-NUM(5:2) "-"
               WS-TODAY-NUM(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT.

       LOAD-CONTRACT-STATUS.
           MOVE 'N' TO WS-CST-FOUND
           MOVE SPACES TO WS-CST-SAVE
           MOVE 0 TO WS-CST-REV WS-CST-PRICE
           OPEN INPUT CST-FILE
           IF WS-CST-STATUS = "00"
               READ CST-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-CST-FOUND
                       MOVE CST-RECORD TO WS-CST-SAVE
               END-READ
               CLOSE CST-FILE
           END-IF.

       SAVE-CONTRACT-STATUS.
           MOVE LS-OPERATOR-ID TO WS-CST-OP
           OPEN OUTPUT CST-FILE
           IF WS-CST-STATUS NOT = "00"
               DISPLAY "Could not save the contract status. Status: "
                   WS-CST-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CST-SAVE TO CST-RECORD
           WRITE CST-RECORD
           CLOSE CST-FILE
           MOVE 'Y' TO WS-CST-FOUND.

       DESCRIBE-CONTRACT-STATE.
           MOVE SPACES TO WS-CST-DESC
           IF WS-CST-FOUND NOT = 'Y'
               MOVE "No contract on file" TO WS-CST-DESC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CST-PRICE TO WS-AMT-DISP
           STRING "Rev " WS-CST-REV " " WS-CST-STAT
               " PHP " WS-AMT-DISP " drafted " WS-CST-DRAFTED
               " sent " WS-CST-SENT " signed " WS-CST-SIGNED
               DELIMITED BY SIZE INTO WS-CST-DESC.

       SHOW-CONTRACT-STATUS.
           IF WS-CST-FOUND NOT = 'Y'
               DISPLAY "Status: no contract has been generated yet."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CST-PRICE TO WS-AMT-DISP
           DISPLAY "Status: " WS-CST-STAT "   Revision " WS-CST-REV
               "   Contract price PHP " WS-AMT-DISP
           DISPLAY "Drafted " WS-CST-DRAFTED "   Sent " WS-CST-SENT
               "   Signed " WS-CST-SIGNED.

      * Re-generating an unsent draft keeps its revision number; a
      * new document after the client has seen one is the next
      * revision and goes back to Draft until it is signed again.
       GENERATE-CONTRACT.
           IF WS-CST-STAT = "SIGNED"
               DISPLAY "Revision " WS-CST-REV " was signed on "
                   WS-CST-SIGNED "."
               DISPLAY "A new revision will need the couple's "
                   "signature again. Continue? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM LOAD-PROFILE.
           IF WS-PROFILE-FOUND NOT = 'Y'
               DISPLAY "The wedding profile could not be read."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-PACKAGE.
           PERFORM LOAD-CONTRACT-PRICE.
           IF WS-CONTRACT-PRICE = 0
               MOVE WS-PKG-PRICE TO WS-CONTRACT-PRICE
           END-IF.
           IF WS-CONTRACT-PRICE = 0
               DISPLAY "No contract price is set and the package is "
                   "not in the price book."
               DISPLAY "Set the contract price in Client Billing "
                   "first."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTRACT-PRICE TO WS-BASE-PRICE.
           PERFORM SUM-APPROVED-CHANGES.
           COMPUTE WS-CONTRACT-PRICE = WS-BASE-PRICE + WS-CO-NET.

           PERFORM DESCRIBE-CONTRACT-STATE.
           MOVE WS-CST-DESC TO WS-AUDIT-BEFORE.
           IF WS-CST-FOUND NOT = 'Y'
               COMPUTE WS-CST-REV = WS-CO-MAX-REV + 1
           ELSE
               IF WS-CST-STAT NOT = "DRAFT"
                   ADD 1 TO WS-CST-REV
               END-IF
           END-IF.
           MOVE "DRAFT" TO WS-CST-STAT.
           MOVE WS-TODAY-TEXT TO WS-CST-DRAFTED.
           MOVE SPACES TO WS-CST-SENT WS-CST-SIGNED.
           MOVE WS-CONTRACT-PRICE TO WS-CST-PRICE.

           OPEN OUTPUT DOC-FILE.
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "Could not create the contract file. Status: "
                   WS-DOC-STATUS
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-CONTRACT-BODY.
           CLOSE DOC-FILE.
           PERFORM SAVE-CONTRACT-STATUS.

           MOVE "CONTRACT DRAFTED" TO WS-AUDIT-ACTION.
           PERFORM DESCRIBE-CONTRACT-STATE.
           MOVE WS-CST-DESC TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "Contract revision " WS-CST-REV " written to "
               FUNCTION TRIM(WS-DOC-PATH).
           PERFORM PAUSE-SCREEN.

       LOAD-PROFILE.
           MOVE 'N' TO WS-PROFILE-FOUND
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               READ PROFILE-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-PROFILE-FOUND
               END-READ
               CLOSE PROFILE-FILE
           END-IF
           MOVE SPACES TO WS-COUPLE
           STRING FUNCTION TRIM(PROF-PARTNER1) " & "
               FUNCTION TRIM(PROF-PARTNER2)
               DELIMITED BY SIZE INTO WS-COUPLE.

      * Same match the billing program uses: the profile names the
      * package by either its code or its name.
       LOOKUP-PACKAGE.
           MOVE 'N' TO WS-PKG-FOUND
           MOVE PROF-PACKAGE TO WS-PKG-NAME
           MOVE SPACES TO WS-PKG-INCLUSIONS
           MOVE 0 TO WS-PKG-PRICE
           IF PROF-PACKAGE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PKG-FILE
           IF WS-PKG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PKG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PKG-NAME) =
                           FUNCTION TRIM(PROF-PACKAGE)
                           OR FUNCTION TRIM(PKG-CODE) =
                               FUNCTION TRIM(PROF-PACKAGE)
                           MOVE 'Y' TO WS-PKG-FOUND
                           MOVE PKG-NAME TO WS-PKG-NAME
                           MOVE PKG-INCLUSIONS TO WS-PKG-INCLUSIONS
                           MOVE PKG-PRICE TO WS-PKG-PRICE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PKG-FILE.

       LOAD-CONTRACT-PRICE.
           MOVE 0 TO WS-CONTRACT-PRICE
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS = "00"
               READ CONTRACT-FILE
                   NOT AT END
                       MOVE CONTRACT-RECORD TO WS-CONTRACT-PRICE
               END-READ
               CLOSE CONTRACT-FILE
           END-IF.

      * Net effect of the change orders the couple has approved,
      * and the highest revision any of them was agreed under.
       SUM-APPROVED-CHANGES.
           MOVE 0 TO WS-CO-NET WS-CO-APPROVED WS-CO-MAX-REV
           OPEN INPUT CO-FILE
           IF WS-CO-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CO-STATUS = "A"
                               ADD 1 TO WS-CO-APPROVED
                               IF CO-EFFECT = "D"
                                   SUBTRACT CO-AMOUNT FROM WS-CO-NET
                               ELSE
                                   ADD CO-AMOUNT TO WS-CO-NET
                               END-IF
                               IF CO-REVISION > WS-CO-MAX-REV
                                   MOVE CO-REVISION TO WS-CO-MAX-REV
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-FILE
           END-IF.

       WRITE-APPROVED-CHANGES.
           MOVE WS-BASE-PRICE TO WS-AMT-DISP
           MOVE "  Original price:" TO WS-DOC-LABEL
           MOVE SPACES TO WS-DOC-VALUE
           STRING "PHP " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-DOC-VALUE
           PERFORM WRITE-DOC-FIELD
           MOVE "  Approved changes:" TO DOC-LINE
           WRITE DOC-LINE
           OPEN INPUT CO-FILE
           IF WS-CO-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CO-STATUS = "A"
                               IF CO-EFFECT = "D"
                                   MOVE "-" TO WS-CO-SIGN
                               ELSE
                                   MOVE "+" TO WS-CO-SIGN
                               END-IF
                               MOVE CO-AMOUNT TO WS-CO-AMT-DISP
                               MOVE SPACES TO DOC-LINE
                               STRING "    CO-" CO-NO " rev "
                                   CO-REVISION " " CO-DESC(1:30) " "
                                   WS-CO-SIGN WS-CO-AMT-DISP
                                   DELIMITED BY SIZE INTO DOC-LINE
                               WRITE DOC-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-FILE
           END-IF.

       WRITE-CONTRACT-BODY.
           MOVE ALL "=" TO DOC-LINE
           WRITE DOC-LINE
           MOVE "                   WEDDING SERVICES CONTRACT"
               TO DOC-LINE
           WRITE DOC-LINE
           MOVE ALL "=" TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Account No. " WS-ACCT-NUM "      Revision "
               WS-CST-REV "      Prepared " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE

           MOVE "THE CLIENTS" TO DOC-LINE
           WRITE DOC-LINE
           MOVE "  Couple:" TO WS-DOC-LABEL
           MOVE WS-COUPLE TO WS-DOC-VALUE
           PERFORM WRITE-DOC-FIELD
           IF PROF-TIN NOT = SPACES
               MOVE "  TIN:" TO WS-DOC-LABEL
               MOVE PROF-TIN TO WS-DOC-VALUE
               PERFORM WRITE-DOC-FIELD
           END-IF
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE

           MOVE "THE WEDDING" TO DOC-LINE
           WRITE DOC-LINE
           MOVE "  Date:" TO WS-DOC-LABEL
           MOVE PROF-WEDDING-DATE TO WS-DOC-VALUE
           PERFORM WRITE-DOC-FIELD
           MOVE "  Venue:" TO WS-DOC-LABEL
           MOVE PROF-VENUE TO WS-DOC-VALUE
           PERFORM WRITE-DOC-FIELD
           MOVE "  Estimated guests:" TO WS-DOC-LABEL
           MOVE PROF-GUEST-EST TO WS-GUEST-DISP
           MOVE FUNCTION TRIM(WS-GUEST-DISP) TO WS-DOC-VALUE
           PERFORM WRITE-DOC-FIELD
           MOVE "  Coordinator:" TO WS-DOC-LABEL
           MOVE PROF-COORDINATOR TO WS-DOC-VALUE
           PERFORM WRITE-DOC-FIELD
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE

           MOVE "PACKAGE AND PRICE" TO DOC-LINE
           WRITE DOC-LINE
           MOVE "  Package:" TO WS-DOC-LABEL
           MOVE WS-PKG-NAME TO WS-DOC-VALUE
           PERFORM WRITE-DOC-FIELD
           IF WS-PKG-FOUND = 'Y'
               MOVE "  Inclusions:" TO WS-DOC-LABEL
               MOVE WS-PKG-INCLUSIONS TO WS-DOC-VALUE
               PERFORM WRITE-DOC-FIELD
               MOVE WS-PKG-PRICE TO WS-AMT-DISP
               MOVE "  Package price:" TO WS-DOC-LABEL
               MOVE SPACES TO WS-DOC-VALUE
               STRING "PHP " WS-AMT-DISP
                   DELIMITED BY SIZE INTO WS-DOC-VALUE
               PERFORM WRITE-DOC-FIELD
           END-IF
           IF WS-CO-APPROVED > 0
               PERFORM WRITE-APPROVED-CHANGES
           END-IF
           MOVE WS-CONTRACT-PRICE TO WS-AMT-DISP
           MOVE "  CONTRACT PRICE:" TO WS-DOC-LABEL
           MOVE SPACES TO WS-DOC-VALUE
           STRING "PHP " WS-AMT-DISP " (VAT inclusive)"
               DELIMITED BY SIZE INTO WS-DOC-VALUE
           PERFORM WRITE-DOC-FIELD
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE

           PERFORM WRITE-PAYMENT-TERMS
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           PERFORM WRITE-CLAUSES
           PERFORM WRITE-SIGNATURE-BLOCK.

       WRITE-DOC-FIELD.
           MOVE WS-DOC-FIELD TO DOC-LINE
           WRITE DOC-LINE.

      * The agreed installment plan when one has been set up in
      * Client Billing, otherwise the standard 30/40/30 terms.
       WRITE-PAYMENT-TERMS.
           MOVE "PAYMENT TERMS" TO DOC-LINE
           WRITE DOC-LINE
           MOVE 0 TO WS-INST-COUNT
           OPEN INPUT INSTALLMENT-FILE
           IF WS-INST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INSTALLMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-INST-COUNT
                           MOVE INST-AMOUNT TO WS-AMT-DISP
                           MOVE SPACES TO DOC-LINE
                           STRING "  " INST-NO ". " INST-LABEL
                               " due " INST-DUE-DATE
                               "  PHP " WS-AMT-DISP
                               DELIMITED BY SIZE INTO DOC-LINE
                           WRITE DOC-LINE
                   END-READ
               END-PERFORM
               CLOSE INSTALLMENT-FILE
           END-IF
           IF WS-INST-COUNT = 0
               MOVE "  30% of the contract price on signing of this"
                   TO DOC-LINE
               WRITE DOC-LINE
               MOVE "  contract, 40% ninety (90) days before the"
                   TO DOC-LINE
               WRITE DOC-LINE
               MOVE "  wedding, and the balance thirty (30) days"
                   TO DOC-LINE
               WRITE DOC-LINE
               MOVE "  before the wedding." TO DOC-LINE
               WRITE DOC-LINE
           END-IF
           MOVE "  Changes after signing are made only by written"
               TO DOC-LINE
           WRITE DOC-LINE
           MOVE "  change order approved by the clients. Approved"
               TO DOC-LINE
           WRITE DOC-LINE
           MOVE "  additions are billed with the final installment."
               TO DOC-LINE
           WRITE DOC-LINE.

       WRITE-CLAUSES.
           MOVE "TERMS AND CONDITIONS" TO DOC-LINE
           WRITE DOC-LINE
           PERFORM LOAD-CLAUSES
           PERFORM VARYING WS-CLAUSE-IX FROM 1 BY 1
               UNTIL WS-CLAUSE-IX > WS-CLAUSE-COUNT
               IF WS-CLAUSE-LINE(WS-CLAUSE-IX)(1:7) = "@POLICY"
                   PERFORM WRITE-POLICY-SCHEDULE
               ELSE
                   MOVE SPACES TO DOC-LINE
                   STRING "  " WS-CLAUSE-LINE(WS-CLAUSE-IX)
                       DELIMITED BY SIZE INTO DOC-LINE
                   WRITE DOC-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE.

       WRITE-POLICY-SCHEDULE.
           PERFORM LOAD-CANCEL-POLICY
           PERFORM VARYING WS-POL-IX FROM 1 BY 1
               UNTIL WS-POL-IX > WS-POL-COUNT
               MOVE POL-MIN-DAYS(WS-POL-IX) TO WS-POL-DAYS-DISP
               MOVE POL-PCT(WS-POL-IX) TO WS-POL-PCT-DISP
               MOVE SPACES TO DOC-LINE
               STRING "     " WS-POL-DAYS-DISP
                   " or more days before the wedding: "
                   WS-POL-PCT-DISP "% of payments refunded"
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-LINE
           END-PERFORM.

       WRITE-SIGNATURE-BLOCK.
           MOVE "SIGNED AND ACCEPTED" TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           WRITE DOC-LINE
           MOVE "  ______________________________    "
               TO DOC-LINE
           MOVE "______________________________" TO DOC-LINE(39:30)
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           MOVE PROF-PARTNER1 TO DOC-LINE(3:30)
           MOVE PROF-PARTNER2 TO DOC-LINE(39:30)
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           MOVE "Date: ____________" TO DOC-LINE(3:18)
           MOVE "Date: ____________" TO DOC-LINE(39:18)
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           WRITE DOC-LINE
           MOVE "  ______________________________" TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "  For the company: " PROF-COORDINATOR
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE ALL "=" TO DOC-LINE
           WRITE DOC-LINE.

      * cancel-policy.txt holds "minimum days,refund percent" tiers;
      * without it the standard policy applies (as in billing).
       LOAD-CANCEL-POLICY.
           MOVE 0 TO WS-POL-COUNT
           MOVE 'N' TO WS-POL-EOF
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = "00"
               PERFORM UNTIL WS-POL-EOF = 'Y'
                   READ POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POL-EOF
                       NOT AT END
                           MOVE SPACES TO WS-POL-FIELDS
                           UNSTRING POLICY-RECORD DELIMITED BY ","
                               INTO WS-POL-DAYS-TXT WS-POL-PCT-TXT
                           IF WS-POL-DAYS-TXT NOT = SPACES
                               AND WS-POL-PCT-TXT NOT = SPACES
                               AND WS-POL-COUNT < 10
                               ADD 1 TO WS-POL-COUNT
                               MOVE FUNCTION NUMVAL(WS-POL-DAYS-TXT)
                                   TO POL-MIN-DAYS(WS-POL-COUNT)
                               MOVE FUNCTION NUMVAL(WS-POL-PCT-TXT)
                                   TO POL-PCT(WS-POL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF
           IF WS-POL-COUNT = 0
               MOVE 4 TO WS-POL-COUNT
               MOVE 180 TO POL-MIN-DAYS(1)
               MOVE 75 TO POL-PCT(1)
               MOVE 90 TO POL-MIN-DAYS(2)
               MOVE 50 TO POL-PCT(2)
               MOVE 30 TO POL-MIN-DAYS(3)
               MOVE 25 TO POL-PCT(3)
               MOVE 0 TO POL-MIN-DAYS(4)
               MOVE 0 TO POL-PCT(4)
           END-IF.

      * With no clause file on hand yet the standard wording below
      * is used, and saving from the maintenance screen creates
      * the file from it.
       LOAD-CLAUSES.
           MOVE 0 TO WS-CLAUSE-COUNT
           OPEN INPUT CLAUSE-FILE
           IF WS-CLAUSE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLAUSE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CLAUSE-COUNT < 200
                               ADD 1 TO WS-CLAUSE-COUNT
                               MOVE CLAUSE-RECORD
                                   TO WS-CLAUSE-LINE(WS-CLAUSE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAUSE-FILE
           END-IF
           IF WS-CLAUSE-COUNT = 0
               PERFORM LOAD-STANDARD-CLAUSES
           END-IF.

       LOAD-STANDARD-CLAUSES.
           MOVE 0 TO WS-CLAUSE-COUNT
           MOVE "1. CANCELLATION BY THE CLIENTS. Notice of cancellation"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   must be given in writing. Payments received are"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   refunded according to the days remaining before"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   the wedding when notice is received:"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "@POLICY" TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "2. SUPPLIER DEPOSITS. Deposits paid to suppliers on"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   the clients' behalf, and any cancellation fees"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   those suppliers charge, are deducted from any"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   refund."
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "3. POSTPONEMENT. One change of date is allowed without"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   charge, subject to venue and supplier availability."
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "4. CHANGES. Additions to this contract are binding"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   only when agreed in writing by the clients."
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "5. FORCE MAJEURE. Neither party is liable for failure"
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT
           MOVE "   caused by events beyond its reasonable control."
               TO WS-CLAUSE-TEXT
           PERFORM ADD-CLAUSE-TEXT.

       ADD-CLAUSE-TEXT.
           IF WS-CLAUSE-COUNT < 200
               ADD 1 TO WS-CLAUSE-COUNT
               MOVE WS-CLAUSE-TEXT TO WS-CLAUSE-LINE(WS-CLAUSE-COUNT)
           END-IF.

       SAVE-CLAUSES.
           OPEN OUTPUT CLAUSE-FILE
           IF WS-CLAUSE-STATUS NOT = "00"
               DISPLAY "Could not write the clause file. Status: "
                   WS-CLAUSE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CLAUSE-IX FROM 1 BY 1
               UNTIL WS-CLAUSE-IX > WS-CLAUSE-COUNT
               MOVE WS-CLAUSE-LINE(WS-CLAUSE-IX) TO CLAUSE-RECORD
               WRITE CLAUSE-RECORD
           END-PERFORM
           CLOSE CLAUSE-FILE
           DISPLAY "Standard clauses saved.".

      * The clause wording is shared by every wedding's contract.
      * Lines are edited one at a time; @POLICY on a line of its
      * own prints the refund schedule.
       MAINTAIN-CLAUSES.
           PERFORM LOAD-CLAUSES.
           PERFORM MAINTAIN-CLAUSES-LOOP.

       MAINTAIN-CLAUSES-LOOP.
           PERFORM CLEAR-SCREEN
           DISPLAY "Standard contract clauses (shared by all weddings)"
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WS-CLAUSE-IX FROM 1 BY 1
               UNTIL WS-CLAUSE-IX > WS-CLAUSE-COUNT
               DISPLAY WS-CLAUSE-IX " " WS-CLAUSE-LINE(WS-CLAUSE-IX)
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           DISPLAY "E = edit a line, I = insert before a line, "
               "A = add at end,"
           DISPLAY "D = delete a line, S = save and return, "
               "Q = quit without saving: "
           ACCEPT WS-CLAUSE-ACTION
           MOVE FUNCTION UPPER-CASE(WS-CLAUSE-ACTION)
               TO WS-CLAUSE-ACTION
           EVALUATE WS-CLAUSE-ACTION
               WHEN "E"
                   PERFORM ASK-CLAUSE-LINE
                   IF WS-CLAUSE-PICK > 0
                       DISPLAY "New text: "
                       MOVE SPACES TO WS-CLAUSE-TEXT
                       ACCEPT WS-CLAUSE-TEXT
                       MOVE WS-CLAUSE-TEXT
                           TO WS-CLAUSE-LINE(WS-CLAUSE-PICK)
                   END-IF
               WHEN "I"
                   PERFORM ASK-CLAUSE-LINE
                   IF WS-CLAUSE-PICK > 0 AND WS-CLAUSE-COUNT < 200
                       DISPLAY "Text: "
                       MOVE SPACES TO WS-CLAUSE-TEXT
                       ACCEPT WS-CLAUSE-TEXT
                       PERFORM VARYING WS-CLAUSE-IX
                           FROM WS-CLAUSE-COUNT BY -1
                           UNTIL WS-CLAUSE-IX < WS-CLAUSE-PICK
                           MOVE WS-CLAUSE-LINE(WS-CLAUSE-IX)
                               TO WS-CLAUSE-LINE(WS-CLAUSE-IX + 1)
                       END-PERFORM
                       MOVE WS-CLAUSE-TEXT
                           TO WS-CLAUSE-LINE(WS-CLAUSE-PICK)
                       ADD 1 TO WS-CLAUSE-COUNT
                   END-IF
               WHEN "A"
                   DISPLAY "Text: "
                   MOVE SPACES TO WS-CLAUSE-TEXT
                   ACCEPT WS-CLAUSE-TEXT
                   PERFORM ADD-CLAUSE-TEXT
               WHEN "D"
                   PERFORM ASK-CLAUSE-LINE
                   IF WS-CLAUSE-PICK > 0
                       PERFORM VARYING WS-CLAUSE-IX
                           FROM WS-CLAUSE-PICK BY 1
                           UNTIL WS-CLAUSE-IX >= WS-CLAUSE-COUNT
                           MOVE WS-CLAUSE-LINE(WS-CLAUSE-IX + 1)
                               TO WS-CLAUSE-LINE(WS-CLAUSE-IX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-CLAUSE-COUNT
                   END-IF
               WHEN "S"
                   PERFORM SAVE-CLAUSES
                   MOVE "CLAUSES UPDATED" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING WS-CLAUSE-COUNT " clause line(s) saved"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM PAUSE-SCREEN
                   EXIT PARAGRAPH
               WHEN "Q"
                   EXIT PARAGRAPH
           END-EVALUATE
           GO TO MAINTAIN-CLAUSES-LOOP.

       ASK-CLAUSE-LINE.
           DISPLAY "Line number: "
           ACCEPT WS-CLAUSE-PICK
           IF WS-CLAUSE-PICK > WS-CLAUSE-COUNT
               DISPLAY "No such line."
               MOVE 0 TO WS-CLAUSE-PICK
               PERFORM PAUSE-SCREEN
           END-IF.

       MARK-CONTRACT-SENT.
           IF WS-CST-FOUND NOT = 'Y'
               DISPLAY "Generate the contract document first."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CST-STAT = "SIGNED"
               DISPLAY "This revision is already signed."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date sent YYYY-MM-DD (Enter = today): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY-TEXT TO WS-DATE-IN
           END-IF.
           PERFORM DESCRIBE-CONTRACT-STATE.
           MOVE WS-CST-DESC TO WS-AUDIT-BEFORE.
           MOVE "SENT" TO WS-CST-STAT.
           MOVE WS-DATE-IN TO WS-CST-SENT.
           PERFORM SAVE-CONTRACT-STATUS.
           MOVE "CONTRACT SENT" TO WS-AUDIT-ACTION.
           PERFORM DESCRIBE-CONTRACT-STATE.
           MOVE WS-CST-DESC TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "Contract revision " WS-CST-REV " marked sent.".
           PERFORM PAUSE-SCREEN.

       MARK-CONTRACT-SIGNED.
           IF WS-CST-FOUND NOT = 'Y'
               DISPLAY "Generate the contract document first."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CST-STAT = "SIGNED"
               DISPLAY "This revision was signed on " WS-CST-SIGNED
                   "."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date signed YYYY-MM-DD (Enter = today): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY-TEXT TO WS-DATE-IN
           END-IF.
           PERFORM DESCRIBE-CONTRACT-STATE.
           MOVE WS-CST-DESC TO WS-AUDIT-BEFORE.
           IF WS-CST-SENT = SPACES
               MOVE WS-DATE-IN TO WS-CST-SENT
           END-IF.
           MOVE "SIGNED" TO WS-CST-STAT.
           MOVE WS-DATE-IN TO WS-CST-SIGNED.
           PERFORM SAVE-CONTRACT-STATUS.
           MOVE "CONTRACT SIGNED" TO WS-AUDIT-ACTION.
           PERFORM DESCRIBE-CONTRACT-STATE.
           MOVE WS-CST-DESC TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "Contract revision " WS-CST-REV " marked signed.".
           PERFORM PAUSE-SCREEN.

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-STAMP
           MOVE SPACES TO WS-SEAL-REQUEST
           MOVE "A" TO WS-SQ-MODE
           MOVE WS-AUDIT-PATH TO WS-SQ-PATH
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

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM CLIENT-CONTRACT.
