           SELECT GUEST-FILE ASSIGN TO WS-GUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUEST-FS.
           SELECT SHOT-GROUP-FILE ASSIGN TO WS-SG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT SHOT-GROUP-TEMP ASSIGN TO WS-SG-TEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 GUEST-INVITE-STATUS PIC X(1).
           05 GUEST-INVITE-WAVE PIC 9(2).

      * Shot list groupings kept per wedding. Kind 1 and 2 name a
      * guest-list household as partner 1's or partner 2's family;
      * kind C is a custom grouping drawn from a role keyword, a
      * household and/or names typed in.
       FD SHOT-GROUP-FILE.
       01 SHOT-GROUP-RECORD.
           05 SG-SEQ           PIC 9(2).
           05 SG-KIND          PIC X(1).
           05 SG-TITLE         PIC X(40).
           05 SG-ROLE          PIC X(20).
           05 SG-HOUSEHOLD     PIC X(5).
           05 SG-NAMES         PIC X(100).

       FD SHOT-GROUP-TEMP.
       01 SHOT-GROUP-TEMP-RECORD PIC X(168).

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

       01 WS-FIELD-IN          PIC X(30).
       01 WS-SEQ-IN            PIC X(2).
       01 WS-MEMBER-COUNT      PIC 9(3).
       01 WS-SG-STATUS         PIC X(2).
       01 WS-PROFILE-STATUS    PIC X(2).
       01 WS-SG-PATH           PIC X(150).
       01 WS-SG-TEMP-PATH      PIC X(150).
       01 WS-PROFILE-PATH      PIC X(150).
       01 WS-SG-EOF            PIC X.
       01 WS-SG-DONE           PIC X.
       01 WS-SG-CHOICE         PIC 9.
       01 WS-SG-NEXT-SEQ       PIC 9(2).
       01 WS-SG-PICK-SEQ       PIC 9(2).
       01 WS-SG-SIDE           PIC X.
       01 WS-SG-HOUSE-HITS     PIC 9(3).
       01 WS-PARTNER1          PIC X(30).
       01 WS-PARTNER2          PIC X(30).

      * Names gathered for the grouping being printed; a name that
      * turns up twice (a pairing also on the roster, a sponsor who
      * is also a household member) is listed once.
       01 WS-SL-COUNT          PIC 9(3).
       01 WS-SL-NAMES.
           05 WS-SL-NAME       PIC X(30) OCCURS 80 TIMES.
       01 WS-SL-IDX            PIC 9(3).
       01 WS-SL-HIT            PIC X.
       01 WS-SL-NAME-IN        PIC X(30).
       01 WS-SL-MODE           PIC X.
       01 WS-SL-KEYWORD        PIC X(20).
       01 WS-SL-KEY-LEN        PIC 9(2).
       01 WS-SL-HOUSEHOLD      PIC X(5).
       01 WS-SL-GROUP-NO       PIC 9(2).
       01 WS-SL-TITLE          PIC X(60).
       01 WS-SL-EXTRA          PIC X(100).
       01 WS-SL-ALWAYS         PIC X.
       01 WS-SL-PTR            PIC 9(3).
       01 WS-SL-LEN            PIC 9(3).
       01 WS-ROLE-UPPER        PIC X(20).
       01 WS-ROLE-HITS         PIC 9(2).
       01 WS-SL-HOUSE-UPPER    PIC X(5).
       01 WS-GUEST-HOUSE-UPPER PIC X(5).

       01 WS-RPT-ENABLED       PIC X VALUE 'N'.
       01 WS-RPT-CONFIRM       PIC X.
       01 WS-RPT-STATUS        PIC X(2).
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

           MOVE SPACES TO WS-GUEST-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\guests.txt"
               DELIMITED BY SIZE INTO WS-GUEST-PATH.
           MOVE SPACES TO WS-SG-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\shot-groups.txt"
               DELIMITED BY SIZE INTO WS-SG-PATH.
           MOVE SPACES TO WS-SG-TEMP-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\shot-groups.tmp"
               DELIMITED BY SIZE INTO WS-SG-TEMP-PATH.
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(LS-WEDDING-FOLDER) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH.

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "4. Remove Member".
           DISPLAY "5. Processional / Recessional Order".
           DISPLAY "6. Sponsors List (for the printer)".
           DISPLAY "7. Photo Shot List (checklist file)".
           DISPLAY "8. Shot List Groupings".
           DISPLAY "9. Back to Wedding Plan Management".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.
               WHEN 4 PERFORM REMOVE-MEMBER
               WHEN 5 PERFORM PROCESSIONAL-REPORT
               WHEN 6 PERFORM SPONSORS-LIST
               WHEN 7 PERFORM SHOT-LIST
               WHEN 8 PERFORM SHOT-GROUPINGS
               WHEN 9 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
                   END-IF
           END-READ.

      * Formal-photo checklist for the photographer, built from the
      * roster rather than retyped: the couple, the standard
      * groupings (parents, each side's family from the guest-list
      * household codes, principal sponsors, bridal party, secondary
      * sponsors) and then any custom groupings. Standard groupings
      * with nobody on the roster are left off. Always written to the
      * wedding's Reports folder so it can be printed and ticked.
       SHOT-LIST.
           MOVE "the couple" TO WS-PARTNER1
           MOVE SPACES TO WS-PARTNER2
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               READ PROFILE-FILE
                   NOT AT END
                       MOVE PROF-PARTNER1 TO WS-PARTNER1
                       MOVE PROF-PARTNER2 TO WS-PARTNER2
               END-READ
               CLOSE PROFILE-FILE
           END-IF

           MOVE "shot-list.txt" TO WS-RPT-NAME
           MOVE "PHOTO SHOT LIST" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PARTNER2 = SPACES
               STRING "Couple: " FUNCTION TRIM(WS-PARTNER1)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "Couple: " FUNCTION TRIM(WS-PARTNER1) " & "
                   FUNCTION TRIM(WS-PARTNER2)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE "Tick each grouping as it is taken." TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO WS-SL-GROUP-NO

           PERFORM BEGIN-SHOT-GROUP
           MOVE "Couple alone" TO WS-SL-TITLE
           MOVE 'Y' TO WS-SL-ALWAYS
           PERFORM FINISH-SHOT-GROUP

           PERFORM BEGIN-SHOT-GROUP
           MOVE "Couple with parents" TO WS-SL-TITLE
           MOVE 'P' TO WS-SL-MODE
           PERFORM ADD-ROLE-MEMBERS
           PERFORM FINISH-SHOT-GROUP

           PERFORM BEGIN-SHOT-GROUP
           STRING "Couple with " FUNCTION TRIM(WS-PARTNER1)
               "'s family" DELIMITED BY SIZE INTO WS-SL-TITLE
           MOVE '1' TO WS-SG-SIDE
           PERFORM ADD-SIDE-FAMILY
           PERFORM FINISH-SHOT-GROUP

           IF WS-PARTNER2 NOT = SPACES
               PERFORM BEGIN-SHOT-GROUP
               STRING "Couple with " FUNCTION TRIM(WS-PARTNER2)
                   "'s family" DELIMITED BY SIZE INTO WS-SL-TITLE
               MOVE '2' TO WS-SG-SIDE
               PERFORM ADD-SIDE-FAMILY
               PERFORM FINISH-SHOT-GROUP
           END-IF

           PERFORM BEGIN-SHOT-GROUP
           MOVE "Couple with principal sponsors" TO WS-SL-TITLE
           MOVE 'S' TO WS-SL-MODE
           PERFORM ADD-ROLE-MEMBERS
           PERFORM FINISH-SHOT-GROUP

           PERFORM BEGIN-SHOT-GROUP
           MOVE "Couple with bridesmaids and groomsmen"
               TO WS-SL-TITLE
           MOVE 'B' TO WS-SL-MODE
           PERFORM ADD-ROLE-MEMBERS
           PERFORM FINISH-SHOT-GROUP

           PERFORM BEGIN-SHOT-GROUP
           MOVE "Couple with secondary sponsors" TO WS-SL-TITLE
           MOVE 'C' TO WS-SL-MODE
           PERFORM ADD-ROLE-MEMBERS
           PERFORM FINISH-SHOT-GROUP

           PERFORM ADD-CUSTOM-GROUPS

           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Groupings: " WS-SL-GROUP-NO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM CLOSE-REPORT-FILE
           PERFORM PAUSE-SCREEN.

       BEGIN-SHOT-GROUP.
           MOVE 0 TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-TITLE WS-SL-EXTRA
           MOVE 'N' TO WS-SL-ALWAYS.

      * Roster members whose role fits the grouping, with their
      * pairing: P parents, S principal sponsors, B bridal party,
      * C secondary sponsors, K any role containing WS-SL-KEYWORD.
       ADD-ROLE-MEMBERS.
           OPEN INPUT ENT-FILE
           IF WS-ENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ROLE-FITS
                       IF WS-ROLE-HITS > 0
                           MOVE ENT-PERSON TO WS-SL-NAME-IN
                           PERFORM ADD-SHOT-NAME
                           MOVE ENT-PARTNER TO WS-SL-NAME-IN
                           PERFORM ADD-SHOT-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENT-FILE.

       CHECK-ROLE-FITS.
           MOVE 0 TO WS-ROLE-HITS
           MOVE FUNCTION UPPER-CASE(ENT-ROLE) TO WS-ROLE-UPPER
           EVALUATE WS-SL-MODE
               WHEN 'P'
                   INSPECT WS-ROLE-UPPER TALLYING WS-ROLE-HITS
                       FOR ALL "PARENT" ALL "FATHER" ALL "MOTHER"
               WHEN 'S'
                   IF WS-ROLE-UPPER(1:9) = "PRINCIPAL"
                       MOVE 1 TO WS-ROLE-HITS
                   END-IF
               WHEN 'B'
                   INSPECT WS-ROLE-UPPER TALLYING WS-ROLE-HITS
                       FOR ALL "BRIDESMAID" ALL "GROOMSM"
                           ALL "MAID OF HONOR" ALL "MATRON"
                           ALL "BEST MAN"
               WHEN 'C'
                   INSPECT WS-ROLE-UPPER TALLYING WS-ROLE-HITS
                       FOR ALL "SECONDARY" ALL "CANDLE" ALL "VEIL"
                           ALL "CORD"
               WHEN 'K'
                   INSPECT WS-ROLE-UPPER TALLYING WS-ROLE-HITS
                       FOR ALL WS-SL-KEYWORD(1:WS-SL-KEY-LEN)
           END-EVALUATE.

      * Every household recorded for one side's family.
       ADD-SIDE-FAMILY.
           OPEN INPUT SHOT-GROUP-FILE
           IF WS-SG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SG-EOF
           PERFORM UNTIL WS-SG-EOF = 'Y'
               READ SHOT-GROUP-FILE
                   AT END
                       MOVE 'Y' TO WS-SG-EOF
                   NOT AT END
                       IF SG-KIND = WS-SG-SIDE
                           MOVE SG-HOUSEHOLD TO WS-SL-HOUSEHOLD
                           PERFORM ADD-HOUSEHOLD-GUESTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHOT-GROUP-FILE.

      * Guests sharing the household code, less any who declined.
       ADD-HOUSEHOLD-GUESTS.
           MOVE 0 TO WS-SG-HOUSE-HITS
           IF WS-SL-HOUSEHOLD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SL-HOUSEHOLD)
               TO WS-SL-HOUSE-UPPER
           OPEN INPUT GUEST-FILE
           IF WS-GUEST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GUEST-EOF
           PERFORM UNTIL WS-GUEST-EOF = 'Y'
               READ GUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-GUEST-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(GUEST-HOUSEHOLD)
                           TO WS-GUEST-HOUSE-UPPER
                       IF WS-GUEST-HOUSE-UPPER = WS-SL-HOUSE-UPPER
                           AND GUEST-STATUS NOT = "Declined"
                           ADD 1 TO WS-SG-HOUSE-HITS
                           MOVE GUEST-NAME TO WS-SL-NAME-IN
                           PERFORM ADD-SHOT-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-FILE.

       ADD-SHOT-NAME.
           IF WS-SL-NAME-IN = SPACES OR WS-SL-COUNT >= 80
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SL-HIT
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT OR WS-SL-HIT = 'Y'
               IF FUNCTION UPPER-CASE(WS-SL-NAME(WS-SL-IDX)) =
                   FUNCTION UPPER-CASE(WS-SL-NAME-IN)
                   MOVE 'Y' TO WS-SL-HIT
               END-IF
           END-PERFORM
           IF WS-SL-HIT = 'N'
               ADD 1 TO WS-SL-COUNT
               MOVE FUNCTION TRIM(WS-SL-NAME-IN)
                   TO WS-SL-NAME(WS-SL-COUNT)
           END-IF.

       ADD-CUSTOM-GROUPS.
           OPEN INPUT SHOT-GROUP-FILE
           IF WS-SG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SG-EOF
           PERFORM UNTIL WS-SG-EOF = 'Y'
               READ SHOT-GROUP-FILE
                   AT END
                       MOVE 'Y' TO WS-SG-EOF
                   NOT AT END
                       IF SG-KIND = 'C'
                           PERFORM BEGIN-SHOT-GROUP
                           MOVE SG-TITLE TO WS-SL-TITLE
                           MOVE SG-NAMES TO WS-SL-EXTRA
                           MOVE 'Y' TO WS-SL-ALWAYS
                           IF SG-ROLE NOT = SPACES
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(SG-ROLE))
                                   TO WS-SL-KEYWORD
                               COMPUTE WS-SL-KEY-LEN = FUNCTION
                                   LENGTH(FUNCTION TRIM(SG-ROLE))
                               MOVE 'K' TO WS-SL-MODE
                               PERFORM ADD-ROLE-MEMBERS
                           END-IF
                           MOVE SG-HOUSEHOLD TO WS-SL-HOUSEHOLD
                           PERFORM ADD-HOUSEHOLD-GUESTS
                           PERFORM FINISH-SHOT-GROUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHOT-GROUP-FILE.

      * Tick box and title, then the names run on across as many
      * lines as they need.
       FINISH-SHOT-GROUP.
           IF WS-SL-COUNT = 0 AND WS-SL-EXTRA = SPACES
               AND WS-SL-ALWAYS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SL-GROUP-NO
           MOVE SPACES TO WS-RPT-LINE
           PERFORM EMIT-LINE
           STRING "[ ] " WS-SL-GROUP-NO "  " FUNCTION TRIM(WS-SL-TITLE)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 9 TO WS-SL-PTR
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT
               COMPUTE WS-SL-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SL-NAME(WS-SL-IDX)))
               IF WS-SL-PTR + WS-SL-LEN > 78 AND WS-SL-PTR > 9
                   PERFORM EMIT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE 9 TO WS-SL-PTR
               END-IF
               STRING FUNCTION TRIM(WS-SL-NAME(WS-SL-IDX))
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-SL-PTR
               IF WS-SL-IDX < WS-SL-COUNT
                   STRING ", " DELIMITED BY SIZE INTO WS-RPT-LINE
                       WITH POINTER WS-SL-PTR
               END-IF
           END-PERFORM
           IF WS-SL-PTR > 9
               PERFORM EMIT-LINE
           END-IF
           IF WS-SL-EXTRA NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "        Also: " WS-SL-EXTRA(1:60)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
               IF WS-SL-EXTRA(61:40) NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "              " WS-SL-EXTRA(61:40)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-IF.

      * Household codes for each side's family and the custom
      * groupings the couple asks for.
       SHOT-GROUPINGS.
           MOVE 'N' TO WS-SG-DONE
           PERFORM SHOT-GROUPINGS-SCREEN UNTIL WS-SG-DONE = 'Y'.

       SHOT-GROUPINGS-SCREEN.
           PERFORM CLEAR-SCREEN
           DISPLAY "--------------------------------------------------"
           DISPLAY "          SHOT LIST GROUPINGS"
           DISPLAY "--------------------------------------------------"
           PERFORM LIST-SHOT-GROUPS
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Add a Family Household".
           DISPLAY "2. Add a Custom Grouping".
           DISPLAY "3. Remove an Entry".
           DISPLAY "4. Back".
           DISPLAY "Enter your choice: ".
           ACCEPT WS-SG-CHOICE.
           EVALUATE WS-SG-CHOICE
               WHEN 1 PERFORM ADD-FAMILY-HOUSEHOLD
               WHEN 2 PERFORM ADD-CUSTOM-GROUPING
               WHEN 3 PERFORM REMOVE-SHOT-GROUP
               WHEN 4 MOVE 'Y' TO WS-SG-DONE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.

       LIST-SHOT-GROUPS.
           MOVE 0 TO WS-SG-NEXT-SEQ
           OPEN INPUT SHOT-GROUP-FILE
           IF WS-SG-STATUS NOT = "00"
               DISPLAY "No groupings recorded yet."
               MOVE 1 TO WS-SG-NEXT-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SG-EOF
           PERFORM UNTIL WS-SG-EOF = 'Y'
               READ SHOT-GROUP-FILE
                   AT END
                       MOVE 'Y' TO WS-SG-EOF
                   NOT AT END
                       IF SG-SEQ > WS-SG-NEXT-SEQ
                           MOVE SG-SEQ TO WS-SG-NEXT-SEQ
                       END-IF
                       EVALUATE SG-KIND
                           WHEN '1'
                               DISPLAY SG-SEQ ". Partner 1 family - "
                                   "household " SG-HOUSEHOLD
                           WHEN '2'
                               DISPLAY SG-SEQ ". Partner 2 family - "
                                   "household " SG-HOUSEHOLD
                           WHEN OTHER
                               DISPLAY SG-SEQ ". "
                                   FUNCTION TRIM(SG-TITLE)
                               IF SG-ROLE NOT = SPACES
                                   DISPLAY "      roles containing: "
                                       SG-ROLE
                               END-IF
                               IF SG-HOUSEHOLD NOT = SPACES
                                   DISPLAY "      household: "
                                       SG-HOUSEHOLD
                               END-IF
                               IF SG-NAMES NOT = SPACES
                                   DISPLAY "      also: "
                                       FUNCTION TRIM(SG-NAMES)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SHOT-GROUP-FILE
           ADD 1 TO WS-SG-NEXT-SEQ.

       ADD-FAMILY-HOUSEHOLD.
           IF WS-SG-NEXT-SEQ > 99
               DISPLAY "The grouping list is full."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Whose family - partner 1 or partner 2? (1/2): "
           ACCEPT WS-SG-SIDE
           IF WS-SG-SIDE NOT = '1' AND WS-SG-SIDE NOT = '2'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Household code on the guest list: "
           ACCEPT WS-SL-HOUSEHOLD
           IF WS-SL-HOUSEHOLD = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM BEGIN-SHOT-GROUP
           PERFORM ADD-HOUSEHOLD-GUESTS
           IF WS-SG-HOUSE-HITS = 0
               DISPLAY "Note: no attending guests carry that "
                   "household code yet."
           ELSE
               PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                       UNTIL WS-SL-IDX > WS-SL-COUNT
                   DISPLAY "   " WS-SL-NAME(WS-SL-IDX)
               END-PERFORM
           END-IF
           MOVE SPACES TO SHOT-GROUP-RECORD
           MOVE WS-SG-NEXT-SEQ TO SG-SEQ
           MOVE WS-SG-SIDE TO SG-KIND
           MOVE WS-SL-HOUSEHOLD TO SG-HOUSEHOLD
           PERFORM APPEND-SHOT-GROUP
           DISPLAY "Family household added.".
           PERFORM PAUSE-SCREEN.

       ADD-CUSTOM-GROUPING.
           IF WS-SG-NEXT-SEQ > 99
               DISPLAY "The grouping list is full."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SHOT-GROUP-RECORD
           DISPLAY "Grouping title (e.g. Bride with her godparents): "
           ACCEPT SG-TITLE
           IF SG-TITLE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Take roster members whose role contains "
               "(blank = none): "
           ACCEPT SG-ROLE
           DISPLAY "Take guests in household code (blank = none): "
           ACCEPT SG-HOUSEHOLD
           DISPLAY "Other names, comma separated (blank = none): "
           ACCEPT SG-NAMES
           MOVE WS-SG-NEXT-SEQ TO SG-SEQ
           MOVE 'C' TO SG-KIND
           PERFORM APPEND-SHOT-GROUP
           DISPLAY "Custom grouping added.".
           PERFORM PAUSE-SCREEN.

       APPEND-SHOT-GROUP.
           OPEN EXTEND SHOT-GROUP-FILE
           IF WS-SG-STATUS = "35"
               OPEN OUTPUT SHOT-GROUP-FILE
           END-IF
           WRITE SHOT-GROUP-RECORD
           CLOSE SHOT-GROUP-FILE.

       REMOVE-SHOT-GROUP.
           DISPLAY "Entry number to remove: "
           ACCEPT WS-SG-PICK-SEQ
           OPEN INPUT SHOT-GROUP-FILE
           IF WS-SG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SHOT-GROUP-TEMP
           MOVE 'N' TO WS-SG-EOF WS-FOUND
           PERFORM UNTIL WS-SG-EOF = 'Y'
               READ SHOT-GROUP-FILE
                   AT END
                       MOVE 'Y' TO WS-SG-EOF
                   NOT AT END
                       IF SG-SEQ = WS-SG-PICK-SEQ
                           MOVE 'Y' TO WS-FOUND
                       ELSE
                           WRITE SHOT-GROUP-TEMP-RECORD
                               FROM SHOT-GROUP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHOT-GROUP-FILE
           CLOSE SHOT-GROUP-TEMP
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-SG-PATH)
               " shot-groups.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren " FUNCTION TRIM(WS-SG-TEMP-PATH)
               " shot-groups.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del " FUNCTION TRIM(LS-WEDDING-FOLDER)
                   "\shot-groups.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace shot list file; "
                   "original kept as shot-groups.bak"
           END-IF
           IF WS-FOUND = 'Y'
               DISPLAY "Entry removed."
           ELSE
               DISPLAY "No entry with that number."
           END-IF
           PERFORM PAUSE-SCREEN.

       ASK-REPORT-TO-FILE.
           MOVE 'N' TO WS-RPT-ENABLED.
           DISPLAY "Write this report to a file as well? (Y/N): ".
           ACCEPT WS-RPT-CONFIRM.
           IF WS-RPT-CONFIRM = 'Y' OR WS-RPT-CONFIRM = 'y'
               PERFORM OPEN-REPORT-FILE
           END-IF.

       OPEN-REPORT-FILE.
           MOVE 'N' TO WS-RPT-ENABLED.
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
           END-IF.

       RPT-PAGE-HEADING.
               CLOSE REPORT-FILE
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-RPT-PATH)
               MOVE "L" TO WS-CR-MODE
               MOVE "ENTOURAGE" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE LS-WEDDING-FOLDER TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

