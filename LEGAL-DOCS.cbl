       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-DOCS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LD-FILE ASSIGN TO WS-LD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LD-STATUS.
           SELECT LD-TEMP ASSIGN TO WS-LD-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Marriage paperwork checklist.  Party 1 / 2 = partner, B =
      * the couple.  A blank received date means not yet in hand;
      * a blank expiry means the document does not lapse.  The
      * license (code LICENS) is given a 120-day expiry from its
      * release date; LICAPP is the date the application was filed,
      * which starts the 10-day posting.
       FD LD-FILE.
       01 LD-RECORD.
           05 LD-CODE          PIC X(6).
           05 LD-DESC          PIC X(30).
           05 LD-PARTY         PIC X(1).
           05 LD-REQUIRED      PIC X(1).
           05 LD-RECEIVED      PIC X(10).
           05 LD-EXPIRY        PIC X(10).
           05 LD-NOTES         PIC X(30).
           05 LD-OPERATOR      PIC X(8).

       FD LD-TEMP.
       01 LD-TEMP-RECORD       PIC X(96).

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

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LD-STATUS         PIC X(2).
       01 WS-PROFILE-STATUS    PIC X(2).
       01 WS-LD-PATH           PIC X(150).
       01 WS-LD-TEMP-PATH      PIC X(150).
       01 WS-PROFILE-PATH      PIC X(150).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-CHURCH            PIC X.
       01 WS-ITEM-COUNT        PIC 9(3).
       01 WS-ITEM-IDX          PIC 9(3).
       01 WS-ITEM-PICK         PIC 9(3).
       01 WS-DATE-IN           PIC X(10).
       01 WS-NOTES-IN          PIC X(30).
       01 WS-NEW-CODE          PIC X(6).
       01 WS-NEW-DESC          PIC X(30).
       01 WS-NEW-PARTY         PIC X(1).
       01 WS-NEW-REQUIRED      PIC X(1).
       01 WS-WEDDING-DATE      PIC X(10).
       01 WS-TODAY-NUM         PIC 9(8).
       01 WS-TODAY-TEXT        PIC X(10).
       01 WS-TODAY-INT         PIC 9(7).
       01 WS-WED-INT           PIC 9(7).
       01 WS-DATE-TEXT         PIC X(10).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-DATE-INT          PIC 9(7).
       01 WS-LIC-FILED-INT     PIC 9(7).
       01 WS-LIC-RELEASED-INT  PIC 9(7).
       01 WS-LIC-EXPIRY-INT    PIC 9(7).
       01 WS-LIC-WORK-INT      PIC 9(7).
       01 WS-LIC-VALID         PIC X.
       01 WS-DOC-STATE         PIC X(24).
       01 WS-DOC-PROBLEM       PIC X.
       01 WS-ISSUE-COUNT       PIC 9(3).
       01 WS-DAYS-LEFT         PIC S9(5).
       01 WS-DAYS-DISP         PIC -(4)9.
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
       01 LS-WEDDING-FOLDER    PIC X(50).
       01 LS-OPERATOR-ID       PIC X(8).

       PROCEDURE DIVISION USING LS-WEDDING-FOLDER LS-OPERATOR-ID.
       CLEAR-SCREEN.
           CALL "SYSTEM" USING "cls".

       BUILD-FILE-PATHS.
           MOVE SPACES TO WS-LD-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\legal-docs.txt"
               DELIMITED BY SIZE INTO WS-LD-PATH
           MOVE SPACES TO WS-LD-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\legal-docs.tmp"
               DELIMITED BY SIZE INTO WS-LD-TEMP-PATH
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           PERFORM LOAD-WEDDING-DATE.
           DISPLAY "--------------------------------------------------"
           DISPLAY "       MARRIAGE LICENSE AND LEGAL PAPERWORK".
           DISPLAY "--------------------------------------------------"
           IF WS-WEDDING-DATE = SPACES
               DISPLAY "Wedding date: (not set on the profile)"
           ELSE
               DISPLAY "Wedding date: " WS-WEDDING-DATE
           END-IF.
           DISPLAY "1. Checklist Status".
           DISPLAY "2. Set Up Standard Checklist".
           DISPLAY "3. Record a Document Received".
           DISPLAY "4. Add Another Requirement".
           DISPLAY "5. Remove a Requirement".
           DISPLAY "6. Back to Wedding Plan Management".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM CHECKLIST-STATUS
               WHEN 2 PERFORM SETUP-STANDARD-CHECKLIST
               WHEN 3 PERFORM RECORD-RECEIVED
               WHEN 4 PERFORM ADD-REQUIREMENT
               WHEN 5 PERFORM REMOVE-REQUIREMENT
               WHEN 6 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

       LOAD-WEDDING-DATE.
           MOVE SPACES TO WS-WEDDING-DATE
           MOVE 0 TO WS-WED-INT
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               READ PROFILE-FILE
                   NOT AT END
                       MOVE PROF-WEDDING-DATE TO WS-WEDDING-DATE
               END-READ
               CLOSE PROFILE-FILE
           END-IF
           MOVE WS-WEDDING-DATE TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-INT
           MOVE WS-DATE-INT TO WS-WED-INT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-NUM(1:4) "-" WS-TODAY-NUM(5:2) "-"
               WS-TODAY-NUM(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT.

      * YYYY-MM-DD in WS-DATE-TEXT to a day number in WS-DATE-INT;
      * zero when the text is blank or not a date.
       DATE-TEXT-TO-INT.
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-TEXT(1:4) NOT NUMERIC
               OR WS-DATE-TEXT(6:2) NOT NUMERIC
               OR WS-DATE-TEXT(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TEXT(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-DATE-TEXT(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-DATE-TEXT(9:2) TO WS-DATE-NUM(7:2)
           IF WS-DATE-NUM(5:2) < "01" OR WS-DATE-NUM(5:2) > "12"
               OR WS-DATE-NUM(7:2) < "01" OR WS-DATE-NUM(7:2) > "31"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       DATE-INT-TO-TEXT.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
               WS-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-DATE-TEXT.

      * Judges one checklist line against the wedding date, and
      * picks up the license dates for CHECK-LICENSE.
       EVALUATE-DOC-LINE.
           MOVE 'N' TO WS-DOC-PROBLEM
           IF LD-CODE = "LICAPP"
               MOVE LD-RECEIVED TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-INT
               MOVE WS-DATE-INT TO WS-LIC-FILED-INT
           END-IF
           IF LD-CODE = "LICENS"
               MOVE LD-RECEIVED TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-INT
               MOVE WS-DATE-INT TO WS-LIC-RELEASED-INT
               MOVE LD-EXPIRY TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-INT
               MOVE WS-DATE-INT TO WS-LIC-EXPIRY-INT
           END-IF
           IF LD-RECEIVED = SPACES
               IF LD-REQUIRED = "N"
                   MOVE "not needed / optional" TO WS-DOC-STATE
               ELSE
                   MOVE "MISSING" TO WS-DOC-STATE
                   MOVE 'Y' TO WS-DOC-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE LD-EXPIRY TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-INT
           IF WS-DATE-INT > 0 AND WS-WED-INT > 0
               AND WS-DATE-INT < WS-WED-INT
               MOVE SPACES TO WS-DOC-STATE
               STRING "LAPSES " LD-EXPIRY
                   DELIMITED BY SIZE INTO WS-DOC-STATE
               MOVE 'Y' TO WS-DOC-PROBLEM
           ELSE
               MOVE SPACES TO WS-DOC-STATE
               STRING "OK  rcvd " LD-RECEIVED
                   DELIMITED BY SIZE INTO WS-DOC-STATE
           END-IF.

      * The license is valid for 120 days from release, and can only
      * be released once the 10-day posting from filing has run.
      * Leaves one summary line in WS-RPT-LINE and sets WS-LIC-VALID.
       CHECK-LICENSE.
           MOVE 'N' TO WS-LIC-VALID
           MOVE SPACES TO WS-RPT-LINE
           IF WS-LIC-RELEASED-INT > 0
               IF WS-LIC-EXPIRY-INT = 0
                   COMPUTE WS-LIC-EXPIRY-INT = WS-LIC-RELEASED-INT + 120
               END-IF
               MOVE WS-LIC-EXPIRY-INT TO WS-DATE-INT
               PERFORM DATE-INT-TO-TEXT
               IF WS-WED-INT > 0 AND WS-LIC-EXPIRY-INT < WS-WED-INT
                   STRING "  ** LICENSE EXPIRES " WS-DATE-TEXT
                       " - BEFORE THE WEDDING; RE-APPLY **"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   MOVE 'Y' TO WS-LIC-VALID
                   STRING "  License in hand, valid until "
                       WS-DATE-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LIC-FILED-INT > 0
               COMPUTE WS-LIC-WORK-INT = WS-LIC-FILED-INT + 10
               MOVE WS-LIC-WORK-INT TO WS-DATE-INT
               PERFORM DATE-INT-TO-TEXT
               EVALUATE TRUE
                   WHEN WS-WED-INT > 0
                       AND WS-LIC-WORK-INT > WS-WED-INT
                       STRING "  ** 10-DAY POSTING ENDS " WS-DATE-TEXT
                           " - AFTER THE WEDDING **"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN WS-WED-INT > 0
                       AND WS-LIC-WORK-INT + 120 < WS-WED-INT
                       STRING "  ** FILED TOO EARLY - A LICENSE "
                           "RELEASED " WS-DATE-TEXT " LAPSES FIRST **"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN OTHER
                       MOVE 'Y' TO WS-LIC-VALID
                       STRING "  License applied for; can be "
                           "released from " WS-DATE-TEXT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF WS-WED-INT = 0
               MOVE "  ** NO LICENSE APPLICATION ON FILE **"
                   TO WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIC-WORK-INT = WS-WED-INT - 10
           MOVE WS-LIC-WORK-INT TO WS-DATE-INT
           PERFORM DATE-INT-TO-TEXT
           IF WS-LIC-WORK-INT < WS-TODAY-INT
               STRING "  ** NO LICENSE - TOO LATE FOR THE "
                   "10-DAY POSTING **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  ** NO LICENSE APPLICATION - FILE BY "
                   WS-DATE-TEXT " **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.

       CHECKLIST-STATUS.
           OPEN INPUT LD-FILE.
           IF WS-LD-STATUS NOT = "00"
               DISPLAY "No checklist yet. Use option 2 to set one up."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "legal-checklist.txt" TO WS-RPT-NAME.
           MOVE "MARRIAGE PAPERWORK CHECKLIST" TO WS-RPT-TITLE.
           PERFORM ASK-REPORT-TO-FILE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-WEDDING-DATE = SPACES
               MOVE "  MARRIAGE PAPERWORK - NO WEDDING DATE ON PROFILE"
                   TO WS-RPT-LINE
           ELSE
               STRING "  MARRIAGE PAPERWORK - WEDDING " WS-WEDDING-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM EMIT-LINE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-ITEM-COUNT WS-ISSUE-COUNT.
           MOVE 0 TO WS-LIC-FILED-INT WS-LIC-RELEASED-INT
               WS-LIC-EXPIRY-INT.
           MOVE 'N' TO WS-EOF.
           PERFORM EMIT-CHECKLIST-LINE UNTIL WS-EOF = 'Y'.
           CLOSE LD-FILE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           PERFORM CHECK-LICENSE.
           PERFORM EMIT-LINE.
           IF WS-LIC-VALID NOT = 'Y'
               ADD 1 TO WS-ISSUE-COUNT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  Items: " WS-ITEM-COUNT "   Needing attention: "
               WS-ISSUE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           PERFORM CLOSE-REPORT-FILE.
           PERFORM PAUSE-SCREEN.

       EMIT-CHECKLIST-LINE.
           READ LD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM EVALUATE-DOC-LINE
                   IF WS-DOC-PROBLEM = 'Y'
                       ADD 1 TO WS-ISSUE-COUNT
                   END-IF
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-ITEM-COUNT ". " LD-DESC " " LD-PARTY
                       "  " WS-DOC-STATE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
                   IF LD-NOTES NOT = SPACES
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "       " LD-NOTES
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM EMIT-LINE
                   END-IF
           END-READ.

      * Civil requirements always apply; the parish ones are added
      * for a church wedding.  Existing lines are kept, so running
      * this again after a switch to a church wedding only adds
      * what is missing.
       SETUP-STANDARD-CHECKLIST.
           DISPLAY "Church wedding? (Y/N): ".
           ACCEPT WS-CHURCH.
           MOVE FUNCTION UPPER-CASE(WS-CHURCH) TO WS-CHURCH.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE "CENOM1" TO WS-NEW-CODE.
           MOVE "CENOMAR" TO WS-NEW-DESC.
           MOVE "1" TO WS-NEW-PARTY.
           PERFORM ADD-STANDARD-LINE.
           MOVE "CENOM2" TO WS-NEW-CODE.
           MOVE "2" TO WS-NEW-PARTY.
           PERFORM ADD-STANDARD-LINE.
           MOVE "PSABC1" TO WS-NEW-CODE.
           MOVE "PSA birth certificate" TO WS-NEW-DESC.
           MOVE "1" TO WS-NEW-PARTY.
           PERFORM ADD-STANDARD-LINE.
           MOVE "PSABC2" TO WS-NEW-CODE.
           MOVE "2" TO WS-NEW-PARTY.
           PERFORM ADD-STANDARD-LINE.
           MOVE "SEMNAR" TO WS-NEW-CODE.
           MOVE "Pre-marriage/FP seminar cert" TO WS-NEW-DESC.
           MOVE "B" TO WS-NEW-PARTY.
           PERFORM ADD-STANDARD-LINE.
           MOVE "LICAPP" TO WS-NEW-CODE.
           MOVE "License application filed" TO WS-NEW-DESC.
           PERFORM ADD-STANDARD-LINE.
           MOVE "LICENS" TO WS-NEW-CODE.
           MOVE "Marriage license released" TO WS-NEW-DESC.
           PERFORM ADD-STANDARD-LINE.
           IF WS-CHURCH = "Y"
               MOVE "BAPT1" TO WS-NEW-CODE
               MOVE "Baptismal cert (marriage)" TO WS-NEW-DESC
               MOVE "1" TO WS-NEW-PARTY
               PERFORM ADD-STANDARD-LINE
               MOVE "BAPT2" TO WS-NEW-CODE
               MOVE "2" TO WS-NEW-PARTY
               PERFORM ADD-STANDARD-LINE
               MOVE "CONF1" TO WS-NEW-CODE
               MOVE "Confirmation certificate" TO WS-NEW-DESC
               MOVE "1" TO WS-NEW-PARTY
               PERFORM ADD-STANDARD-LINE
               MOVE "CONF2" TO WS-NEW-CODE
               MOVE "2" TO WS-NEW-PARTY
               PERFORM ADD-STANDARD-LINE
               MOVE "PRECAN" TO WS-NEW-CODE
               MOVE "Pre-Cana seminar" TO WS-NEW-DESC
               MOVE "B" TO WS-NEW-PARTY
               PERFORM ADD-STANDARD-LINE
               MOVE "CANINT" TO WS-NEW-CODE
               MOVE "Canonical interview" TO WS-NEW-DESC
               PERFORM ADD-STANDARD-LINE
               MOVE "BANNS" TO WS-NEW-CODE
               MOVE "Marriage banns posted" TO WS-NEW-DESC
               PERFORM ADD-STANDARD-LINE
           END-IF.
           DISPLAY WS-ITEM-COUNT " requirement(s) added.".
           PERFORM PAUSE-SCREEN.

       ADD-STANDARD-LINE.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT LD-FILE
           IF WS-LD-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LD-CODE = WS-NEW-CODE
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LD-FILE
           END-IF
           IF WS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LD-RECORD
           MOVE WS-NEW-CODE TO LD-CODE
           MOVE WS-NEW-DESC TO LD-DESC
           MOVE WS-NEW-PARTY TO LD-PARTY
           MOVE "Y" TO LD-REQUIRED
           MOVE LS-OPERATOR-ID TO LD-OPERATOR
           OPEN EXTEND LD-FILE
           IF WS-LD-STATUS = "35"
               OPEN OUTPUT LD-FILE
           END-IF
           WRITE LD-RECORD
           CLOSE LD-FILE
           ADD 1 TO WS-ITEM-COUNT.

       LIST-REQUIREMENTS.
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT LD-FILE
           IF WS-LD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       DISPLAY WS-ITEM-COUNT ". " LD-DESC " "
                           LD-PARTY "  rcvd " LD-RECEIVED
                           "  exp " LD-EXPIRY
               END-READ
           END-PERFORM
           CLOSE LD-FILE.

       RECORD-RECEIVED.
           PERFORM LIST-REQUIREMENTS.
           IF WS-ITEM-COUNT = 0
               DISPLAY "No checklist yet. Use option 2 to set one up."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Requirement number: ".
           ACCEPT WS-ITEM-PICK.
           IF WS-ITEM-PICK = 0 OR WS-ITEM-PICK > WS-ITEM-COUNT
               DISPLAY "No such requirement."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LD-FILE.
           OPEN OUTPUT LD-TEMP.
           MOVE 0 TO WS-ITEM-IDX.
           MOVE 'N' TO WS-EOF.
           PERFORM RECORD-RECEIVED-PROCESS UNTIL WS-EOF = 'Y'.
           CLOSE LD-FILE.
           CLOSE LD-TEMP.
           PERFORM SWAP-LD-FILE.
           DISPLAY "Checklist updated.".
           PERFORM PAUSE-SCREEN.

       RECORD-RECEIVED-PROCESS.
           READ LD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ITEM-IDX
                   IF WS-ITEM-IDX = WS-ITEM-PICK
                       PERFORM UPDATE-PICKED-LINE
                   END-IF
                   WRITE LD-TEMP-RECORD FROM LD-RECORD
           END-READ.

       UPDATE-PICKED-LINE.
           DISPLAY "Press Enter on any field to keep its value."
           DISPLAY "Date received YYYY-MM-DD (T = today, "
               "X = not received) [" LD-RECEIVED "]: "
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           EVALUATE TRUE
               WHEN WS-DATE-IN = "T" OR WS-DATE-IN = "t"
                   MOVE WS-TODAY-TEXT TO LD-RECEIVED
               WHEN WS-DATE-IN = "X" OR WS-DATE-IN = "x"
                   MOVE SPACES TO LD-RECEIVED
               WHEN WS-DATE-IN NOT = SPACES
                   MOVE WS-DATE-IN TO LD-RECEIVED
           END-EVALUATE
           IF LD-CODE = "LICENS"
               MOVE LD-RECEIVED TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-INT
               IF WS-DATE-INT > 0
                   COMPUTE WS-DATE-INT = WS-DATE-INT + 120
                   PERFORM DATE-INT-TO-TEXT
                   MOVE WS-DATE-TEXT TO LD-EXPIRY
                   DISPLAY "License valid until " LD-EXPIRY
               ELSE
                   MOVE SPACES TO LD-EXPIRY
               END-IF
           ELSE
               DISPLAY "Expiry date YYYY-MM-DD (X = none) ["
                   LD-EXPIRY "]: "
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               EVALUATE TRUE
                   WHEN WS-DATE-IN = "X" OR WS-DATE-IN = "x"
                       MOVE SPACES TO LD-EXPIRY
                   WHEN WS-DATE-IN NOT = SPACES
                       MOVE WS-DATE-IN TO LD-EXPIRY
               END-EVALUATE
           END-IF
           DISPLAY "Notes [" LD-NOTES "]: "
           MOVE SPACES TO WS-NOTES-IN
           ACCEPT WS-NOTES-IN
           IF WS-NOTES-IN NOT = SPACES
               MOVE WS-NOTES-IN TO LD-NOTES
           END-IF
           MOVE LS-OPERATOR-ID TO LD-OPERATOR.

       ADD-REQUIREMENT.
           MOVE SPACES TO LD-RECORD.
           DISPLAY "Short code (e.g. PARISH, PERMIT): ".
           ACCEPT LD-CODE.
           MOVE FUNCTION UPPER-CASE(LD-CODE) TO LD-CODE.
           DISPLAY "Description: ".
           ACCEPT LD-DESC.
           DISPLAY "For partner 1, 2 or B (both): ".
           ACCEPT LD-PARTY.
           MOVE FUNCTION UPPER-CASE(LD-PARTY) TO LD-PARTY.
           DISPLAY "Required before the wedding? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'N' OR WS-CONFIRM = 'n'
               MOVE "N" TO LD-REQUIRED
           ELSE
               MOVE "Y" TO LD-REQUIRED
           END-IF.
           MOVE LS-OPERATOR-ID TO LD-OPERATOR.
           OPEN EXTEND LD-FILE.
           IF WS-LD-STATUS = "35"
               OPEN OUTPUT LD-FILE
           END-IF.
           WRITE LD-RECORD.
           CLOSE LD-FILE.
           DISPLAY "Requirement added.".
           PERFORM PAUSE-SCREEN.

       REMOVE-REQUIREMENT.
           PERFORM LIST-REQUIREMENTS.
           IF WS-ITEM-COUNT = 0
               DISPLAY "No checklist yet."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Requirement number to remove: ".
           ACCEPT WS-ITEM-PICK.
           IF WS-ITEM-PICK = 0 OR WS-ITEM-PICK > WS-ITEM-COUNT
               DISPLAY "No such requirement."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LD-FILE.
           OPEN OUTPUT LD-TEMP.
           MOVE 0 TO WS-ITEM-IDX.
           MOVE 'N' TO WS-EOF.
           PERFORM REMOVE-REQUIREMENT-PROCESS UNTIL WS-EOF = 'Y'.
           CLOSE LD-FILE.
           CLOSE LD-TEMP.
           PERFORM SWAP-LD-FILE.
           DISPLAY "Requirement removed.".
           PERFORM PAUSE-SCREEN.

       REMOVE-REQUIREMENT-PROCESS.
           READ LD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ITEM-IDX
                   IF WS-ITEM-IDX NOT = WS-ITEM-PICK
                       WRITE LD-TEMP-RECORD FROM LD-RECORD
                   END-IF
           END-READ.

       SWAP-LD-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-LD-PATH)
               " legal-docs.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-LD-TEMP-PATH)
               " legal-docs.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(LS-WEDDING-FOLDER)
                   "\legal-docs.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace checklist file; "
                   "original kept as legal-docs.bak"
           END-IF.

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED.
           DISPLAY "Write this report to a file as well? (Y/N): ".
           ACCEPT WS-RPT-CONFIRM.
           IF WS-RPT-CONFIRM = 'Y' OR WS-RPT-CONFIRM = 'y'
               MOVE SPACES TO WS-OS-CMD
               STRING "mkdir " FUNCTION TRIM(LS-WEDDING-FOLDER)
                   "\Reports"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
               MOVE SPACES TO WS-RPT-PATH
               STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\Reports\"
                   FUNCTION TRIM(WS-RPT-NAME)
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
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-DISP.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-RPT-TITLE "  Page " WS-RPT-PAGE-DISP
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Wedding: " FUNCTION TRIM(LS-WEDDING-FOLDER)
               "  Run Date: " WS-RPT-RUN-DATE(1:4) "-"
               WS-RPT-RUN-DATE(5:2) "-" WS-RPT-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-RPT-LINE-COUNT.

       EMIT-LINE.
           DISPLAY WS-RPT-LINE.
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
               MOVE "LEGAL-DOCS" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE LS-OPERATOR-ID TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM LEGAL-DOCS.
