               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEMP-FILE ASSIGN TO "packages.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-FILE ASSIGN TO "package-costs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-STATUS.
           SELECT COST-TEMP-FILE ASSIGN TO "package-costs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TEMP-INCLUSIONS  PIC X(60).
           05 TEMP-MAX-GUESTS  PIC 9(4).

      * Standard cost sheet: one line per package and budget
      * category. Basis F is a fixed cost per wedding, H a cost per
      * guest.
       FD COST-FILE.
       01 COST-RECORD.
           05 PC-PKG-CODE      PIC X(6).
           05 PC-CATEGORY      PIC X(30).
           05 PC-BASIS         PIC X(1).
           05 PC-AMOUNT        PIC 9(7)V99.

       FD COST-TEMP-FILE.
       01 COST-TEMP-RECORD     PIC X(46).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC X(2).
       01 WS-PACKAGE-RECORD.
       01 WS-EDIT-CODE         PIC X(6).
       01 WS-FIELD-IN          PIC X(60).
       01 WS-PRICE-DISP        PIC Z(6)9.99.
       01 WS-COST-STATUS       PIC X(2).
       01 WS-CS-DONE           PIC X.
       01 WS-CS-ACTION         PIC X.
       01 WS-CS-CATEGORY-IN    PIC X(30).
       01 WS-CS-BASIS-IN       PIC X.
       01 WS-CS-AMOUNT-IN      PIC 9(7)V99.
       01 WS-CS-LINE-COST      PIC 9(9)V99.
       01 WS-CS-TOTAL          PIC 9(9)V99.
       01 WS-CS-TOTAL-DISP     PIC Z(8)9.99.
       01 WS-CS-COUNT          PIC 9(2).
       01 WS-CS-IDX            PIC 9(2).
       01 WS-CS-HIT            PIC 9(2).
       01 WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 40 TIMES.
               10 CSL-CATEGORY PIC X(30).
               10 CSL-BASIS    PIC X(1).
               10 CSL-AMOUNT   PIC 9(7)V99.

       PROCEDURE DIVISION.
       CLEAR-SCREEN.
           DISPLAY "2. Add Package".
           DISPLAY "3. Edit Package".
           DISPLAY "4. Remove Package".
           DISPLAY "5. Standard Cost Sheet".
           DISPLAY "6. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.
               WHEN 2 PERFORM ADD-PACKAGE
               WHEN 3 PERFORM EDIT-PACKAGE
               WHEN 4 PERFORM REMOVE-PACKAGE
               WHEN 5 PERFORM COST-SHEET
               WHEN 6 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
                       NOT AT END
                           IF PKG-CODE = WS-PKG-CODE
                               MOVE 'Y' TO WS-DUP-FLAG
                               MOVE PKG-NAME TO WS-PKG-NAME
                               MOVE PKG-PRICE TO WS-PKG-PRICE
                               MOVE PKG-MAX-GUESTS TO WS-PKG-MAX
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FOUND = 'N'
                   DISPLAY "Package not found."
               ELSE
                   MOVE 0 TO WS-CS-COUNT
                   PERFORM SAVE-COST-SHEET
                   DISPLAY "Package removed, with its cost sheet."
               END-IF
           END-IF.
           PERFORM PAUSE-SCREEN.
                   END-IF
           END-READ.

      * The standard cost sheet says what a package should cost the
      * shop, one line per budget category: either a fixed amount per
      * wedding or an amount per guest. Category names are the ones
      * used in the budget tracker so the variance report can line
      * them up against actual spending.
       COST-SHEET.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Enter Package Code: ".
           ACCEPT WS-EDIT-CODE.
           MOVE WS-EDIT-CODE TO WS-PKG-CODE.
           PERFORM CHECK-DUPLICATE-CODE.
           IF WS-DUP-FLAG = 'N'
               DISPLAY "Package not found."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-COST-SHEET.
           MOVE 'N' TO WS-CS-DONE.
           PERFORM COST-SHEET-SCREEN UNTIL WS-CS-DONE = 'Y'.

       COST-SHEET-SCREEN.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           DISPLAY "Standard cost sheet: " WS-EDIT-CODE "  "
               WS-PKG-NAME.
           MOVE WS-PKG-PRICE TO WS-PRICE-DISP.
           DISPLAY "Price PHP " WS-PRICE-DISP "   costed at "
               WS-PKG-MAX " guest(s)".
           DISPLAY "--------------------------------------------------"
           MOVE 0 TO WS-CS-TOTAL.
           IF WS-CS-COUNT = 0
               DISPLAY "No cost lines yet."
           END-IF.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE CSL-AMOUNT(WS-CS-IDX) TO WS-PRICE-DISP
               IF CSL-BASIS(WS-CS-IDX) = 'H'
                   COMPUTE WS-CS-LINE-COST =
                       CSL-AMOUNT(WS-CS-IDX) * WS-PKG-MAX
                   DISPLAY CSL-CATEGORY(WS-CS-IDX) " PHP "
                       WS-PRICE-DISP " per guest"
               ELSE
                   MOVE CSL-AMOUNT(WS-CS-IDX) TO WS-CS-LINE-COST
                   DISPLAY CSL-CATEGORY(WS-CS-IDX) " PHP "
                       WS-PRICE-DISP " per wedding"
               END-IF
               ADD WS-CS-LINE-COST TO WS-CS-TOTAL
           END-PERFORM.
           MOVE WS-CS-TOTAL TO WS-CS-TOTAL-DISP.
           DISPLAY "--------------------------------------------------"
           DISPLAY "Standard cost at " WS-PKG-MAX " guest(s): PHP "
               WS-CS-TOTAL-DISP.
           IF WS-CS-TOTAL > WS-PKG-PRICE
               DISPLAY "** Standard cost is above the package price **"
           END-IF.
           DISPLAY "A=Add/replace line  R=Remove line  "
               "S=Save  X=Discard changes: ".
           ACCEPT WS-CS-ACTION.
           EVALUATE WS-CS-ACTION
               WHEN 'A' WHEN 'a'
                   PERFORM COST-SHEET-ADD-LINE
               WHEN 'R' WHEN 'r'
                   PERFORM COST-SHEET-REMOVE-LINE
               WHEN 'S' WHEN 's'
                   PERFORM SAVE-COST-SHEET
                   DISPLAY "Cost sheet saved."
                   PERFORM PAUSE-SCREEN
                   MOVE 'Y' TO WS-CS-DONE
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-CS-DONE
           END-EVALUATE.

       COST-SHEET-ADD-LINE.
           DISPLAY "Budget category (as used in the budget tracker): ".
           ACCEPT WS-CS-CATEGORY-IN.
           IF WS-CS-CATEGORY-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Per wedding or per guest? (W/G): ".
           ACCEPT WS-CS-BASIS-IN.
           IF WS-CS-BASIS-IN = 'G' OR WS-CS-BASIS-IN = 'g'
               MOVE 'H' TO WS-CS-BASIS-IN
           ELSE
               MOVE 'F' TO WS-CS-BASIS-IN
           END-IF.
           DISPLAY "Standard cost (PHP): ".
           ACCEPT WS-CS-AMOUNT-IN.
           PERFORM FIND-COST-LINE.
           IF WS-CS-HIT = 0
               IF WS-CS-COUNT >= 40
                   DISPLAY "The cost sheet is full."
                   PERFORM PAUSE-SCREEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CS-COUNT
               MOVE WS-CS-COUNT TO WS-CS-HIT
           END-IF.
           MOVE WS-CS-CATEGORY-IN TO CSL-CATEGORY(WS-CS-HIT).
           MOVE WS-CS-BASIS-IN TO CSL-BASIS(WS-CS-HIT).
           MOVE WS-CS-AMOUNT-IN TO CSL-AMOUNT(WS-CS-HIT).

       COST-SHEET-REMOVE-LINE.
           DISPLAY "Budget category to remove: ".
           ACCEPT WS-CS-CATEGORY-IN.
           PERFORM FIND-COST-LINE.
           IF WS-CS-HIT = 0
               DISPLAY "No line for that category."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CS-IDX FROM WS-CS-HIT BY 1
                   UNTIL WS-CS-IDX >= WS-CS-COUNT
               MOVE WS-CS-ENTRY(WS-CS-IDX + 1)
                   TO WS-CS-ENTRY(WS-CS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CS-COUNT.

       FIND-COST-LINE.
           MOVE 0 TO WS-CS-HIT.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT OR WS-CS-HIT > 0
               IF FUNCTION UPPER-CASE(CSL-CATEGORY(WS-CS-IDX)) =
                   FUNCTION UPPER-CASE(WS-CS-CATEGORY-IN)
                   MOVE WS-CS-IDX TO WS-CS-HIT
               END-IF
           END-PERFORM.

       LOAD-COST-SHEET.
           MOVE 0 TO WS-CS-COUNT.
           OPEN INPUT COST-FILE.
           IF WS-COST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ COST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PC-PKG-CODE = WS-EDIT-CODE
                           AND WS-CS-COUNT < 40
                           ADD 1 TO WS-CS-COUNT
                           MOVE PC-CATEGORY
                               TO CSL-CATEGORY(WS-CS-COUNT)
                           MOVE PC-BASIS TO CSL-BASIS(WS-CS-COUNT)
                           MOVE PC-AMOUNT TO CSL-AMOUNT(WS-CS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COST-FILE.

      * Other packages' lines are copied across as they were; this
      * package's lines are written from the table (none at all when
      * the package itself has been removed).
       SAVE-COST-SHEET.
           OPEN OUTPUT COST-TEMP-FILE.
           OPEN INPUT COST-FILE.
           IF WS-COST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PC-PKG-CODE NOT = WS-EDIT-CODE
                               WRITE COST-TEMP-RECORD FROM COST-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-FILE
           END-IF.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-EDIT-CODE TO PC-PKG-CODE
               MOVE CSL-CATEGORY(WS-CS-IDX) TO PC-CATEGORY
               MOVE CSL-BASIS(WS-CS-IDX) TO PC-BASIS
               MOVE CSL-AMOUNT(WS-CS-IDX) TO PC-AMOUNT
               WRITE COST-TEMP-RECORD FROM COST-RECORD
           END-PERFORM.
           CLOSE COST-TEMP-FILE.
           MOVE "ren package-costs.txt package-costs.bak" TO WS-OS-CMD.
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE "ren package-costs.tmp package-costs.txt" TO WS-OS-CMD.
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE "del package-costs.bak" TO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace cost sheet file; "
                   "original kept as package-costs.bak"
           END-IF.

       SWAP-IN-TEMP-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren packages.txt packages.bak"
