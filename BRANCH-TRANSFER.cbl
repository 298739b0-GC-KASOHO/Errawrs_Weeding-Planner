       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-TRANSFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT XFER-FILE ASSIGN TO WS-XFER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT FILE-NUMBER-FILE ASSIGN TO "file_number.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branch-code.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT XREG-FILE ASSIGN TO "transfers-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREG-STATUS.

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

      * One portable file per transferred wedding.  H = header (who,
      * from where, when); D = one line of a plan file, in file
      * order; C = control record closing each plan file with its
      * record count and money total; T = trailer with grand totals.
       FD XFER-FILE.
       01 XFER-RECORD.
           05 XF-TYPE          PIC X(1).
           05 XF-FILE          PIC X(24).
           05 XF-DATA          PIC X(400).

      * Any one file of a wedding folder, read or written a line at
      * a time.
       FD PLAN-FILE.
       01 PLAN-RECORD          PIC X(400).

       FD FILE-NUMBER-FILE.
       01 FILE-NUMBER-RECORD   PIC X(4).

      * This office's branch code, hand-maintained, one line.
       FD BRANCH-FILE.
       01 BRANCH-RECORD        PIC X(10).

       FD XREG-FILE.
       01 XREG-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-XFER-STATUS       PIC X(2).
       01 WS-PLAN-STATUS       PIC X(2).
       01 WS-NUMBER-STATUS     PIC X(2).
       01 WS-BRANCH-STATUS     PIC X(2).
       01 WS-XREG-STATUS       PIC X(2).
       01 WS-XFER-PATH         PIC X(200).
       01 WS-PLAN-PATH         PIC X(200).
       01 WS-AUDIT-PATH        PIC X(200).
       01 WS-OS-CMD            PIC X(255).
       01 WS-PAUSE             PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X.
       01 WS-PICK-ACCT         PIC X(4).
       01 WS-FOLDER            PIC X(60).
       01 WS-FOLDER-PATH       PIC X(80).
       01 WS-TODAY             PIC X(8).
       01 WS-TODAY-TEXT        PIC X(10).
       01 WS-THIS-BRANCH       PIC X(10).
       01 WS-XFER-NAME         PIC X(60).
       01 WS-XFER-OK           PIC X.
       01 WS-PROFILE-LINE      PIC X(400).
       01 WS-OLD-COUNTER       PIC X(4).
       01 WS-NEW-COUNTER       PIC 9(4).
       01 WS-NEW-ACCT          PIC X(4).
       01 WS-NEW-FOLDER        PIC X(60).
       01 WS-WEDDING-NAME      PIC X(50).
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
       01 WS-OPEN-FILE         PIC X(24).
       01 WS-OUT-OPEN          PIC X.
       01 WS-DUP-FOUND         PIC X.

      * The plan files that travel, and where each one's money total
      * is taken from: starting column and width of an unsigned
      * amount with two implied decimals (0 = no money on the file).
       01 WS-FILE-SPEC-VALUES.
           05 FILLER PIC X(29) VALUE "profile.txt             00000".
           05 FILLER PIC X(29) VALUE "guests.txt              00000".
           05 FILLER PIC X(29) VALUE "budget-tracker.txt      04009".
           05 FILLER PIC X(29) VALUE "events.txt              00000".
           05 FILLER PIC X(29) VALUE "event-rainplan.txt      00000".
           05 FILLER PIC X(29) VALUE "event-invites.txt       00000".
           05 FILLER PIC X(29) VALUE "tasks.txt               00000".
           05 FILLER PIC X(29) VALUE "billing.txt             01209".
           05 FILLER PIC X(29) VALUE "billing-contract.txt    00112".
           05 FILLER PIC X(29) VALUE "installments.txt        03309".
           05 FILLER PIC X(29) VALUE "payment-schedule.txt    03109".
           05 FILLER PIC X(29) VALUE "bookings.txt            06509".
           05 FILLER PIC X(29) VALUE "allocations.txt         00000".
           05 FILLER PIC X(29) VALUE "audit-log.txt           00000".
       01 WS-FILE-SPECS REDEFINES WS-FILE-SPEC-VALUES.
           05 WS-FILE-SPEC OCCURS 14 TIMES.
               10 FS-NAME      PIC X(24).
               10 FS-POS       PIC 9(3).
               10 FS-LEN       PIC 9(2).
       01 WS-FILE-SPEC-COUNT   PIC 9(2) VALUE 14.
       01 WS-FX                PIC 9(2).
       01 WS-FS-HIT            PIC 9(2).

      * Counts and totals per plan file: as exported or as found in
      * the transfer file (EXP), as claimed by its control record
      * (CTL), and as read back from the rebuilt folder (CHK).
       01 WS-FILE-TOTALS.
           05 WS-FILE-TOTAL OCCURS 14 TIMES.
               10 FT-EXP-COUNT PIC 9(6).
               10 FT-EXP-MONEY PIC 9(11)V99.
               10 FT-CTL-COUNT PIC 9(6).
               10 FT-CTL-MONEY PIC 9(11)V99.
               10 FT-CTL-SEEN  PIC X.
               10 FT-CHK-COUNT PIC 9(6).
               10 FT-CHK-MONEY PIC 9(11)V99.
       01 WS-LINE-MONEY        PIC 9(9)V99.
       01 WS-GRAND-COUNT       PIC 9(7).
       01 WS-GRAND-MONEY       PIC 9(11)V99.
       01 WS-COUNT-DISP        PIC ZZZZZ9.
       01 WS-MONEY-DISP        PIC Z(10)9.99.
       01 WS-FILES-SHIPPED     PIC 9(2).

       01 WS-XF-HEADER.
           05 XH-BRANCH        PIC X(10).
           05 XH-FOLDER        PIC X(60).
           05 XH-ACCT          PIC X(4).
           05 XH-DATE          PIC X(10).
           05 XH-OPERATOR      PIC X(8).
           05 XH-TO-BRANCH     PIC X(10).
       01 WS-XF-CONTROL.
           05 XC-COUNT         PIC 9(6).
           05 XC-MONEY         PIC 9(11)V99.
       01 WS-XF-TRAILER.
           05 XT-FILES         PIC 9(2).
           05 XT-COUNT         PIC 9(7).
           05 XT-MONEY         PIC 9(11)V99.
       01 WS-HDR-SEEN          PIC X.
       01 WS-TRL-SEEN          PIC X.
       01 WS-XF-PROBLEM        PIC X(60).

       01 WS-XREG-FIELDS.
           05 WS-XREG-DATE     PIC X(10).
           05 WS-XREG-DIR      PIC X(3).
           05 WS-XREG-ACCT     PIC X(4).
           05 WS-XREG-FOLDER   PIC X(60).
           05 WS-XREG-BRANCH   PIC X(10).
           05 WS-XREG-OTHER    PIC X(4).
           05 WS-XREG-XFILE    PIC X(60).

      * Passed to WEDDING-REGISTRY when a plan leaves or arrives.
       01 WS-REGISTRY-REQUEST.
           05 WS-RG-MODE       PIC X.
           05 WS-RG-PATH       PIC X(100).
           05 WS-RG-COUNT      PIC 9(5).

       LINKAGE SECTION.
       01 LS-OPERATOR-ID       PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           PERFORM LOAD-BRANCH-CODE.
           DISPLAY "--------------------------------------------------"
           DISPLAY "            BRANCH TRANSFER ("
               FUNCTION TRIM(WS-THIS-BRANCH) ")".
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Export a Wedding Plan to Another Branch".
           DISPLAY "2. Import a Wedding Plan from Another Branch".
           DISPLAY "3. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM EXPORT-PLAN
               WHEN 2 PERFORM IMPORT-PLAN
               WHEN 3 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

      * Export packs every travelling file of an active plan into
      * Transfers\XFER-<acct>-<date>.txt, then retires the plan here:
      * its status becomes Transfer and the folder moves under
      * Archives\Transferred, so receipts already issued against the
      * account can still be traced to it.
       EXPORT-PLAN.
           DISPLAY "Enter account number to transfer (4 digits): "
           ACCEPT WS-PICK-ACCT
           PERFORM FIND-ACTIVE-FOLDER
           IF WS-FOLDER = SPACES
               DISPLAY "No active plan with account " WS-PICK-ACCT "."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FOLDER-PATH
           STRING "Archives\" FUNCTION TRIM(WS-FOLDER)
               DELIMITED BY SIZE INTO WS-FOLDER-PATH
           MOVE SPACES TO WS-PLAN-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\plan.lock"
               DELIMITED BY SIZE INTO WS-PLAN-PATH
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS = "00"
               CLOSE PLAN-FILE
               DISPLAY "Someone has this plan open - it cannot be "
                   "transferred until they leave it."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plan: " FUNCTION TRIM(WS-FOLDER)
           DISPLAY "Enter destination branch code: "
           MOVE SPACES TO XH-TO-BRANCH
           ACCEPT XH-TO-BRANCH
           MOVE FUNCTION UPPER-CASE(XH-TO-BRANCH) TO XH-TO-BRANCH
           IF XH-TO-BRANCH = SPACES OR XH-TO-BRANCH = WS-THIS-BRANCH
               DISPLAY "Enter the code of the other branch."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "The plan will be closed here and marked "
               "Transferred. Proceed? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "No changes made."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-TODAY
           MOVE "mkdir Transfers" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-XFER-NAME
           STRING "XFER-" FUNCTION TRIM(WS-THIS-BRANCH) "-"
               WS-PICK-ACCT "-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-XFER-NAME
           MOVE SPACES TO WS-XFER-PATH
           STRING "Transfers\" FUNCTION TRIM(WS-XFER-NAME)
               DELIMITED BY SIZE INTO WS-XFER-PATH
           OPEN OUTPUT XFER-FILE
           IF WS-XFER-STATUS NOT = "00"
               DISPLAY "Could not create " FUNCTION TRIM(WS-XFER-PATH)
                   " Status: " WS-XFER-STATUS
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-THIS-BRANCH TO XH-BRANCH
           MOVE WS-FOLDER TO XH-FOLDER
           MOVE WS-PICK-ACCT TO XH-ACCT
           MOVE WS-TODAY-TEXT TO XH-DATE
           MOVE LS-OPERATOR-ID TO XH-OPERATOR
           MOVE SPACES TO XFER-RECORD
           MOVE "H" TO XF-TYPE
           MOVE "HEADER" TO XF-FILE
           MOVE WS-XF-HEADER TO XF-DATA
           WRITE XFER-RECORD

           MOVE 0 TO WS-GRAND-COUNT WS-GRAND-MONEY WS-FILES-SHIPPED
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-SPEC-COUNT
               PERFORM EXPORT-ONE-FILE
           END-PERFORM

           MOVE SPACES TO XFER-RECORD
           MOVE "T" TO XF-TYPE
           MOVE "TRAILER" TO XF-FILE
           MOVE WS-FILES-SHIPPED TO XT-FILES
           MOVE WS-GRAND-COUNT TO XT-COUNT
           MOVE WS-GRAND-MONEY TO XT-MONEY
           MOVE WS-XF-TRAILER TO XF-DATA
           WRITE XFER-RECORD
           CLOSE XFER-FILE

           MOVE "PLAN TRANSFER OUT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER
           STRING "Branch " FUNCTION TRIM(WS-THIS-BRANCH) " acct "
               WS-PICK-ACCT " " FUNCTION TRIM(WS-FOLDER)
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           STRING "To branch " FUNCTION TRIM(XH-TO-BRANCH) " in "
               FUNCTION TRIM(WS-XFER-NAME)
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-AUDIT-PATH
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM MARK-PROFILE-TRANSFERRED

           MOVE "mkdir Archives\Transferred" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "move " FUNCTION TRIM(WS-FOLDER-PATH)
               " Archives\Transferred\"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE "P" TO WS-RG-MODE
           MOVE SPACES TO WS-RG-PATH
           STRING "Archives\Transferred\" FUNCTION TRIM(WS-FOLDER)
               DELIMITED BY SIZE INTO WS-RG-PATH
           CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST

           MOVE SPACES TO WS-XREG-FIELDS
           MOVE WS-TODAY-TEXT TO WS-XREG-DATE
           MOVE "OUT" TO WS-XREG-DIR
           MOVE WS-PICK-ACCT TO WS-XREG-ACCT
           MOVE WS-FOLDER TO WS-XREG-FOLDER
           MOVE XH-TO-BRANCH TO WS-XREG-BRANCH
           MOVE SPACES TO WS-XREG-OTHER
           MOVE WS-XFER-NAME TO WS-XREG-XFILE
           PERFORM APPEND-TRANSFER-REGISTER

           PERFORM SHOW-FILE-TOTALS
           DISPLAY "Transfer file: " FUNCTION TRIM(WS-XFER-PATH)
           DISPLAY "Send it to branch " FUNCTION TRIM(XH-TO-BRANCH)
               ". The plan is now under Archives\Transferred."
           PERFORM PAUSE-SCREEN.

       EXPORT-ONE-FILE.
           MOVE 0 TO FT-EXP-COUNT(WS-FX) FT-EXP-MONEY(WS-FX)
           MOVE SPACES TO WS-PLAN-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\"
               FUNCTION TRIM(FS-NAME(WS-FX))
               DELIMITED BY SIZE INTO WS-PLAN-PATH
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO XFER-RECORD
                           MOVE "D" TO XF-TYPE
                           MOVE FS-NAME(WS-FX) TO XF-FILE
                           MOVE PLAN-RECORD TO XF-DATA
                           WRITE XFER-RECORD
                           MOVE WS-FX TO WS-FS-HIT
                           PERFORM TAKE-LINE-MONEY
                           ADD 1 TO FT-EXP-COUNT(WS-FX)
                           ADD WS-LINE-MONEY TO FT-EXP-MONEY(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
               ADD 1 TO WS-FILES-SHIPPED
           END-IF
           MOVE FT-EXP-COUNT(WS-FX) TO FT-CTL-COUNT(WS-FX) XC-COUNT
           MOVE FT-EXP-MONEY(WS-FX) TO FT-CTL-MONEY(WS-FX) XC-MONEY
           MOVE FT-EXP-COUNT(WS-FX) TO FT-CHK-COUNT(WS-FX)
           MOVE FT-EXP-MONEY(WS-FX) TO FT-CHK-MONEY(WS-FX)
           ADD FT-EXP-COUNT(WS-FX) TO WS-GRAND-COUNT
           ADD FT-EXP-MONEY(WS-FX) TO WS-GRAND-MONEY
           MOVE SPACES TO XFER-RECORD
           MOVE "C" TO XF-TYPE
           MOVE FS-NAME(WS-FX) TO XF-FILE
           MOVE WS-XF-CONTROL TO XF-DATA
           WRITE XFER-RECORD.

      * The money on one line of plan file WS-FS-HIT.  Header lines
      * and anything else not numeric in that column count as zero.
       TAKE-LINE-MONEY.
           MOVE 0 TO WS-LINE-MONEY
           IF FS-POS(WS-FS-HIT) = 0
               EXIT PARAGRAPH
           END-IF
           IF XF-TYPE = "D"
               IF XF-DATA(FS-POS(WS-FS-HIT):FS-LEN(WS-FS-HIT))
                   NUMERIC
                   COMPUTE WS-LINE-MONEY = FUNCTION NUMVAL(
                       XF-DATA(FS-POS(WS-FS-HIT):FS-LEN(WS-FS-HIT)))
                       / 100
               END-IF
           ELSE
               IF PLAN-RECORD(FS-POS(WS-FS-HIT):FS-LEN(WS-FS-HIT))
                   NUMERIC
                   COMPUTE WS-LINE-MONEY = FUNCTION NUMVAL(
                       PLAN-RECORD(FS-POS(WS-FS-HIT):
                       FS-LEN(WS-FS-HIT))) / 100
               END-IF
           END-IF.

       MARK-PROFILE-TRANSFERRED.
           MOVE SPACES TO WS-PLAN-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PLAN-PATH
           MOVE SPACES TO WS-PROFILE-LINE
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PLAN-FILE INTO WS-PROFILE-LINE
               AT END
                   CONTINUE
           END-READ
           CLOSE PLAN-FILE
           IF WS-PROFILE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Transfer" TO WS-PROFILE-LINE(155:10)
           OPEN OUTPUT PLAN-FILE
           WRITE PLAN-RECORD FROM WS-PROFILE-LINE
           CLOSE PLAN-FILE.

      * Import checks the whole transfer file against its own control
      * records before anything is written; only then does the plan
      * get a new local account number and folder, and the rebuilt
      * files are read back and checked once more.
       IMPORT-PLAN.
           DISPLAY "Transfer file name (in the Transfers folder): "
           ACCEPT WS-XFER-NAME
           MOVE SPACES TO WS-XFER-PATH
           STRING "Transfers\" FUNCTION TRIM(WS-XFER-NAME)
               DELIMITED BY SIZE INTO WS-XFER-PATH
           PERFORM VALIDATE-TRANSFER-FILE
           IF WS-XFER-OK = 'N'
               DISPLAY "** " FUNCTION TRIM(WS-XF-PROBLEM) " **"
               DISPLAY "Nothing was imported."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plan " FUNCTION TRIM(XH-FOLDER)
           DISPLAY "  from branch " FUNCTION TRIM(XH-BRANCH)
               " account " XH-ACCT ", exported " XH-DATE " by "
               XH-OPERATOR
           PERFORM SHOW-FILE-TOTALS
           PERFORM CHECK-ALREADY-IMPORTED
           IF WS-DUP-FOUND = 'Y'
               DISPLAY "** This transfer was already imported as "
                   "account " WS-XREG-ACCT " - nothing was imported. **"
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Control totals agree. Import this plan? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing was imported."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-TODAY
           PERFORM TAKE-NEXT-ACCOUNT
           MOVE SPACES TO WS-WEDDING-NAME
           IF XH-FOLDER(5:1) = "-" AND XH-FOLDER(10:1) = "-"
               MOVE XH-FOLDER(11:50) TO WS-WEDDING-NAME
           ELSE
               MOVE XH-FOLDER TO WS-WEDDING-NAME
           END-IF
           MOVE SPACES TO WS-NEW-FOLDER
           STRING WS-TODAY(1:4) "-" WS-NEW-ACCT "-"
               FUNCTION TRIM(WS-WEDDING-NAME)
               DELIMITED BY SIZE INTO WS-NEW-FOLDER
           MOVE SPACES TO WS-FOLDER-PATH
           STRING "Archives\" FUNCTION TRIM(WS-NEW-FOLDER)
               DELIMITED BY SIZE INTO WS-FOLDER-PATH
           MOVE SPACES TO WS-OS-CMD
           STRING "mkdir " FUNCTION TRIM(WS-FOLDER-PATH)
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD

           PERFORM REBUILD-PLAN-FILES
           PERFORM VERIFY-REBUILT-FILES
           MOVE "P" TO WS-RG-MODE
           MOVE WS-FOLDER-PATH TO WS-RG-PATH
           CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST

           MOVE "PLAN TRANSFER IN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER
           STRING "Branch " FUNCTION TRIM(XH-BRANCH) " acct "
               XH-ACCT " " FUNCTION TRIM(XH-FOLDER)
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           STRING "Branch " FUNCTION TRIM(WS-THIS-BRANCH) " acct "
               WS-NEW-ACCT " " FUNCTION TRIM(WS-NEW-FOLDER)
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(WS-FOLDER-PATH) "\audit-log.txt"
               DELIMITED BY SIZE INTO WS-AUDIT-PATH
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO WS-XREG-FIELDS
           MOVE WS-TODAY-TEXT TO WS-XREG-DATE
           MOVE "IN" TO WS-XREG-DIR
           MOVE WS-NEW-ACCT TO WS-XREG-ACCT
           MOVE WS-NEW-FOLDER TO WS-XREG-FOLDER
           MOVE XH-BRANCH TO WS-XREG-BRANCH
           MOVE XH-ACCT TO WS-XREG-OTHER
           MOVE WS-XFER-NAME TO WS-XREG-XFILE
           PERFORM APPEND-TRANSFER-REGISTER

           DISPLAY "--------------------------------------------------"
           IF WS-XFER-OK = 'Y'
               DISPLAY "Imported as account " WS-NEW-ACCT ": "
                   FUNCTION TRIM(WS-FOLDER-PATH)
               DISPLAY "Rebuilt files agree with the control totals."
           ELSE
               DISPLAY "** Imported as account " WS-NEW-ACCT
                   " but the rebuilt files do NOT agree with the "
                   "control totals - check the plan before use. **"
           END-IF
           PERFORM PAUSE-SCREEN.

       VALIDATE-TRANSFER-FILE.
           MOVE 'Y' TO WS-XFER-OK
           MOVE SPACES TO WS-XF-PROBLEM
           MOVE 'N' TO WS-HDR-SEEN WS-TRL-SEEN
           MOVE 0 TO WS-GRAND-COUNT WS-GRAND-MONEY WS-FILES-SHIPPED
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-SPEC-COUNT
               MOVE 0 TO FT-EXP-COUNT(WS-FX) FT-EXP-MONEY(WS-FX)
                   FT-CTL-COUNT(WS-FX) FT-CTL-MONEY(WS-FX)
                   FT-CHK-COUNT(WS-FX) FT-CHK-MONEY(WS-FX)
               MOVE 'N' TO FT-CTL-SEEN(WS-FX)
           END-PERFORM
           OPEN INPUT XFER-FILE
           IF WS-XFER-STATUS NOT = "00"
               MOVE 'N' TO WS-XFER-OK
               MOVE "Transfer file not found" TO WS-XF-PROBLEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XFER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VALIDATE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE XFER-FILE
           IF WS-XFER-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-SEEN = 'N' OR WS-TRL-SEEN = 'N'
               MOVE 'N' TO WS-XFER-OK
               MOVE "Transfer file is incomplete (no header/trailer)"
                   TO WS-XF-PROBLEM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-SPEC-COUNT
               IF FT-CTL-SEEN(WS-FX) = 'N'
                   OR FT-EXP-COUNT(WS-FX) NOT = FT-CTL-COUNT(WS-FX)
                   OR FT-EXP-MONEY(WS-FX) NOT = FT-CTL-MONEY(WS-FX)
                   MOVE 'N' TO WS-XFER-OK
                   MOVE SPACES TO WS-XF-PROBLEM
                   STRING "Control totals disagree for "
                       FUNCTION TRIM(FS-NAME(WS-FX))
                       DELIMITED BY SIZE INTO WS-XF-PROBLEM
               END-IF
               MOVE FT-EXP-COUNT(WS-FX) TO FT-CHK-COUNT(WS-FX)
               MOVE FT-EXP-MONEY(WS-FX) TO FT-CHK-MONEY(WS-FX)
           END-PERFORM
           IF WS-XFER-OK = 'Y'
               AND (XT-COUNT NOT = WS-GRAND-COUNT
                    OR XT-MONEY NOT = WS-GRAND-MONEY)
               MOVE 'N' TO WS-XFER-OK
               MOVE "Trailer totals disagree with the file contents"
                   TO WS-XF-PROBLEM
           END-IF.

       VALIDATE-ONE-RECORD.
           IF WS-TRL-SEEN = 'Y'
               MOVE 'N' TO WS-XFER-OK
               MOVE "Data found after the trailer" TO WS-XF-PROBLEM
               EXIT PARAGRAPH
           END-IF
           EVALUATE XF-TYPE
               WHEN "H"
                   MOVE 'Y' TO WS-HDR-SEEN
                   MOVE XF-DATA TO WS-XF-HEADER
               WHEN "D"
                   PERFORM FIND-FILE-SPEC
                   IF WS-FS-HIT = 0
                       MOVE 'N' TO WS-XFER-OK
                       MOVE SPACES TO WS-XF-PROBLEM
                       STRING "Unknown plan file "
                           FUNCTION TRIM(XF-FILE)
                           DELIMITED BY SIZE INTO WS-XF-PROBLEM
                   ELSE
                       PERFORM TAKE-LINE-MONEY
                       ADD 1 TO FT-EXP-COUNT(WS-FS-HIT)
                           WS-GRAND-COUNT
                       ADD WS-LINE-MONEY TO FT-EXP-MONEY(WS-FS-HIT)
                           WS-GRAND-MONEY
                   END-IF
               WHEN "C"
                   PERFORM FIND-FILE-SPEC
                   IF WS-FS-HIT > 0
                       MOVE XF-DATA TO WS-XF-CONTROL
                       MOVE 'Y' TO FT-CTL-SEEN(WS-FS-HIT)
                       MOVE XC-COUNT TO FT-CTL-COUNT(WS-FS-HIT)
                       MOVE XC-MONEY TO FT-CTL-MONEY(WS-FS-HIT)
                   END-IF
               WHEN "T"
                   MOVE 'Y' TO WS-TRL-SEEN
                   MOVE XF-DATA TO WS-XF-TRAILER
               WHEN OTHER
                   MOVE 'N' TO WS-XFER-OK
                   MOVE "Transfer file is damaged (bad record type)"
                       TO WS-XF-PROBLEM
           END-EVALUATE
           IF WS-HDR-SEEN = 'N'
               MOVE 'N' TO WS-XFER-OK
               MOVE "Transfer file does not start with its header"
                   TO WS-XF-PROBLEM
           END-IF.

       FIND-FILE-SPEC.
           MOVE 0 TO WS-FS-HIT
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-SPEC-COUNT OR WS-FS-HIT > 0
               IF FS-NAME(WS-FX) = XF-FILE
                   MOVE WS-FX TO WS-FS-HIT
               END-IF
           END-PERFORM.

       REBUILD-PLAN-FILES.
           MOVE 'N' TO WS-OUT-OPEN
           OPEN INPUT XFER-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XFER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE XF-TYPE
                           WHEN "D"
                               PERFORM REBUILD-ONE-LINE
                           WHEN "C"
                               IF WS-OUT-OPEN = 'Y'
                                   CLOSE PLAN-FILE
                                   MOVE 'N' TO WS-OUT-OPEN
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE XFER-FILE.

       REBUILD-ONE-LINE.
           IF WS-OUT-OPEN = 'N'
               MOVE XF-FILE TO WS-OPEN-FILE
               MOVE SPACES TO WS-PLAN-PATH
               STRING FUNCTION TRIM(WS-FOLDER-PATH) "\"
                   FUNCTION TRIM(XF-FILE)
                   DELIMITED BY SIZE INTO WS-PLAN-PATH
               OPEN OUTPUT PLAN-FILE
               MOVE 'Y' TO WS-OUT-OPEN
           END-IF
           WRITE PLAN-RECORD FROM XF-DATA.

       VERIFY-REBUILT-FILES.
           MOVE 'Y' TO WS-XFER-OK
           PERFORM VARYING WS-FS-HIT FROM 1 BY 1
                   UNTIL WS-FS-HIT > WS-FILE-SPEC-COUNT
               MOVE 0 TO FT-CHK-COUNT(WS-FS-HIT)
                   FT-CHK-MONEY(WS-FS-HIT)
               MOVE SPACES TO WS-PLAN-PATH
               STRING FUNCTION TRIM(WS-FOLDER-PATH) "\"
                   FUNCTION TRIM(FS-NAME(WS-FS-HIT))
                   DELIMITED BY SIZE INTO WS-PLAN-PATH
               OPEN INPUT PLAN-FILE
               IF WS-PLAN-STATUS = "00"
                   MOVE SPACES TO XF-TYPE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PLAN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM TAKE-LINE-MONEY
                               ADD 1 TO FT-CHK-COUNT(WS-FS-HIT)
                               ADD WS-LINE-MONEY
                                   TO FT-CHK-MONEY(WS-FS-HIT)
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-FILE
               END-IF
               IF FT-CHK-COUNT(WS-FS-HIT) NOT = FT-CTL-COUNT(WS-FS-HIT)
                   OR FT-CHK-MONEY(WS-FS-HIT)
                       NOT = FT-CTL-MONEY(WS-FS-HIT)
                   MOVE 'N' TO WS-XFER-OK
               END-IF
           END-PERFORM
           PERFORM SHOW-FILE-TOTALS.

       SHOW-FILE-TOTALS.
           DISPLAY "--------------------------------------------------"
           DISPLAY "File                     Records       Money Total"
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-SPEC-COUNT
               MOVE FT-CTL-COUNT(WS-FX) TO WS-COUNT-DISP
               MOVE FT-CTL-MONEY(WS-FX) TO WS-MONEY-DISP
               IF FT-CHK-COUNT(WS-FX) = FT-CTL-COUNT(WS-FX)
                   AND FT-CHK-MONEY(WS-FX) = FT-CTL-MONEY(WS-FX)
                   DISPLAY FS-NAME(WS-FX) " " WS-COUNT-DISP "  "
                       WS-MONEY-DISP
               ELSE
                   DISPLAY FS-NAME(WS-FX) " " WS-COUNT-DISP "  "
                       WS-MONEY-DISP "  ** MISMATCH **"
               END-IF
           END-PERFORM.

      * Same transfer file, same sending branch and account, already
      * on the register as an import.
       CHECK-ALREADY-IMPORTED.
           MOVE 'N' TO WS-DUP-FOUND
           OPEN INPUT XREG-FILE
           IF WS-XREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-XREG-FIELDS
                       UNSTRING XREG-RECORD DELIMITED BY ","
                           INTO WS-XREG-DATE WS-XREG-DIR WS-XREG-ACCT
                                WS-XREG-FOLDER WS-XREG-BRANCH
                                WS-XREG-OTHER WS-XREG-XFILE
                       IF WS-XREG-DIR = "IN"
                           AND WS-XREG-BRANCH = XH-BRANCH
                           AND WS-XREG-OTHER = XH-ACCT
                           AND WS-XREG-XFILE = WS-XFER-NAME
                           MOVE 'Y' TO WS-DUP-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREG-FILE.

       APPEND-TRANSFER-REGISTER.
           OPEN EXTEND XREG-FILE
           IF WS-XREG-STATUS = "35"
               OPEN OUTPUT XREG-FILE
           END-IF
           MOVE SPACES TO XREG-RECORD
           STRING WS-XREG-DATE ","
               FUNCTION TRIM(WS-XREG-DIR) ","
               WS-XREG-ACCT ","
               FUNCTION TRIM(WS-XREG-FOLDER) ","
               FUNCTION TRIM(WS-XREG-BRANCH) ","
               WS-XREG-OTHER ","
               FUNCTION TRIM(WS-XREG-XFILE) ","
               FUNCTION TRIM(LS-OPERATOR-ID)
               DELIMITED BY SIZE INTO XREG-RECORD
           WRITE XREG-RECORD
           CLOSE XREG-FILE.

       FIND-ACTIVE-FOLDER.
           MOVE SPACES TO WS-FOLDER
           MOVE 'N' TO WS-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RG-BASE = "Archives"
                               AND RG-ACCOUNT = WS-PICK-ACCT
                               MOVE RG-FOLDER TO WS-FOLDER
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       TAKE-NEXT-ACCOUNT.
           MOVE SPACES TO WS-OLD-COUNTER
           OPEN INPUT FILE-NUMBER-FILE
           IF WS-NUMBER-STATUS = "00"
               READ FILE-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FILE-NUMBER-RECORD TO WS-OLD-COUNTER
               END-READ
               CLOSE FILE-NUMBER-FILE
           END-IF
           IF WS-OLD-COUNTER = SPACES
               MOVE 0 TO WS-NEW-COUNTER
           ELSE
               MOVE FUNCTION NUMVAL(WS-OLD-COUNTER) TO WS-NEW-COUNTER
           END-IF
           ADD 1 TO WS-NEW-COUNTER
           OPEN OUTPUT FILE-NUMBER-FILE
           MOVE WS-NEW-COUNTER TO FILE-NUMBER-RECORD
           WRITE FILE-NUMBER-RECORD
           CLOSE FILE-NUMBER-FILE
           MOVE WS-NEW-COUNTER TO WS-NEW-ACCT.

       LOAD-BRANCH-CODE.
           MOVE "MAIN" TO WS-THIS-BRANCH
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = "00"
               READ BRANCH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BRANCH-RECORD NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(BRANCH-RECORD)
                               TO WS-THIS-BRANCH
                       END-IF
               END-READ
               CLOSE BRANCH-FILE
           END-IF.

       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT.

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

       END PROGRAM BRANCH-TRANSFER.
