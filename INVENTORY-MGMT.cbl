           SELECT EVENT-FILE ASSIGN TO WS-EVENT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PO-FILE ASSIGN TO "stock-po.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT PO-TEMP ASSIGN TO "stock-po.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-PRINT-FILE ASSIGN TO WS-PO-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 EVENT-VENDOR-CONTACT PIC X(20).
           05 EVENT-OPERATOR       PIC X(8).

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

      * One row per line of a replenishment purchase order. Status
      * O = on order, R = received into stock.
       FD PO-FILE.
       01 PO-RECORD.
           05 PO-NO                PIC 9(5).
           05 PO-LINE              PIC 9(3).
           05 PO-DATE              PIC X(10).
           05 PO-ITEM              PIC X(20).
           05 PO-QTY               PIC 9(4).
           05 PO-UNIT-PRICE        PIC 9(5)V99.
           05 PO-AMOUNT            PIC 9(7)V99.
           05 PO-NEED-DATE         PIC X(10).
           05 PO-STATUS            PIC X(1).
           05 PO-RCV-DATE          PIC X(10).

       FD PO-TEMP.
       01 PO-TEMP-RECORD           PIC X(79).

       FD PO-PRINT-FILE.
       01 PO-PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS      PIC X(2).
       01 WS-ALLOC-STATUS      PIC X(2).
       01 WS-OTHER-ALLOC-STATUS PIC X(2).
       01 WS-EVENT-STATUS      PIC X(2).
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-ALLOC-PATH        PIC X(200).
       01 WS-OTHER-ALLOC-PATH  PIC X(200).
       01 WS-EVENT-FILE-PATH   PIC X(200).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-MENU-CHOICE       PIC 99.
       01 WS-EOF               PIC X.
       01 WS-DIR-EOF           PIC X.
       01 WS-OTHER-EOF         PIC X.
       01 WS-RAW-DATE          PIC X(8).
       01 WS-OUT-COUNT         PIC 9(4).
       01 WS-RET-FOUND         PIC X.
       01 WS-ADJ-QTY           PIC S9(5).
       01 WS-ADJ-FOUND         PIC X.
       01 WS-PO-STATUS         PIC X(2).
       01 WS-PO-PRINT-STATUS   PIC X(2).
       01 WS-PO-PRINT-PATH     PIC X(200).
       01 WS-PO-EOF            PIC X.
       01 WS-PO-NEXT-NO        PIC 9(5).
       01 WS-PO-PICK           PIC 9(5).
       01 WS-PO-LINE-NO        PIC 9(3).
       01 WS-PO-LINES          PIC 9(3).
       01 WS-PO-TOTAL          PIC 9(9)V99.
       01 WS-PO-TOTAL-DISP     PIC Z(8)9.99.
       01 WS-PO-CONFIRM        PIC X.
       01 WS-PO-LINE-TEXT      PIC X(80).
       01 WS-FC-TODAY-NUM      PIC 9(8).
       01 WS-FC-END-NUM        PIC 9(8).
       01 WS-FC-JUL            PIC 9(7).
       01 WS-FC-END-DATE       PIC X(10).
       01 WS-FC-I              PIC 9(4).
       01 WS-FC-J              PIC 9(4).
       01 WS-FC-HIT            PIC 9(4).
       01 WS-FC-SHORT-COUNT    PIC 9(3).
       01 WS-FC-NET            PIC S9(6).
       01 WS-FC-QTY-DISP       PIC ZZZZ9.
       01 WS-FC-STOCK-COUNT    PIC 9(4).
       01 WS-FC-STOCK-TABLE.
           05 WS-FC-STOCK OCCURS 200 TIMES.
               10 FCS-ITEM         PIC X(20).
               10 FCS-OWNED        PIC 9(4).
               10 FCS-PRICE        PIC 9(5)V99.
               10 FCS-ON-ORDER     PIC 9(5).
               10 FCS-PEAK         PIC 9(5).
               10 FCS-PEAK-DATE    PIC X(10).
               10 FCS-SHORT        PIC 9(5).
       01 WS-FC-DEM-COUNT      PIC 9(4).
       01 WS-FC-DEMAND-TABLE.
           05 WS-FC-DEMAND OCCURS 1000 TIMES.
               10 FCD-ITEM         PIC X(20).
               10 FCD-DATE         PIC X(10).
               10 FCD-QTY          PIC 9(5).

      * Passed to RPT-CATALOG as each PO document is closed.
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
           DISPLAY "5. Pick List for an Event"
           DISPLAY "6. Process Post-Event Return"
           DISPLAY "7. Outstanding Returns Report"
           DISPLAY "8. Stock Shortfall Forecast (next 90 days)"
           DISPLAY "9. Receive Replenishment Purchase Order"
           DISPLAY "10. Back to Wedding Plan Management"
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE.
               WHEN 5 PERFORM PICK-LIST-REPORT
               WHEN 6 PERFORM PROCESS-RETURN
               WHEN 7 PERFORM OUTSTANDING-RETURNS
               WHEN 8 PERFORM SHORTFALL-FORECAST
               WHEN 9 PERFORM RECEIVE-PURCHASE-ORDER
               WHEN 10 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.
      * active wedding has already promised of this item on this date.
       SUM-ALLOCATIONS-ON-DATE.
           MOVE 0 TO WS-ALLOCATED-TOTAL
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
                               PERFORM SUM-ONE-FOLDER-ALLOCS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       SUM-ONE-FOLDER-ALLOCS.
           MOVE SPACES TO WS-OTHER-ALLOC-PATH
               DISPLAY "Return recorded and allocation closed."
               IF WS-DMG-QTY + WS-LOST-QTY > 0
                   PERFORM POST-DAMAGE-CHARGE
                   COMPUTE WS-ADJ-QTY = 0 - WS-DMG-QTY - WS-LOST-QTY
                   PERFORM ADJUST-STOCK-OWNED
                   DISPLAY "Damaged and lost pieces written off "
                       "the stock owned."
               END-IF
           END-IF.
           PERFORM PAUSE-SCREEN.
           DISPLAY "Damage/loss charge of PHP " WS-CHARGE-DISP
               " posted to this wedding's billing.".

      * Moves STOCK-QTY-OWNED for WS-ITEM-IN by WS-ADJ-QTY: damaged
      * and lost pieces come off when a return is processed, received
      * purchase orders go on. Never goes below zero.
       ADJUST-STOCK-OWNED.
           MOVE 'N' TO WS-ADJ-FOUND
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS = "35"
               OPEN OUTPUT STOCK-TEMP
           ELSE
               OPEN OUTPUT STOCK-TEMP
               MOVE 'N' TO WS-EOF
               PERFORM ADJUST-STOCK-PROCESS UNTIL WS-EOF = 'Y'
               CLOSE STOCK-FILE
           END-IF
           IF WS-ADJ-FOUND = 'N' AND WS-ADJ-QTY > 0
               MOVE WS-ITEM-IN TO STT-ITEM
               MOVE WS-ADJ-QTY TO STT-QTY-OWNED
               MOVE WS-REPL-PRICE TO STT-REPL-PRICE
               WRITE STOCK-TEMP-RECORD
           END-IF
           CLOSE STOCK-TEMP
           PERFORM SWAP-STOCK-FILE.

       ADJUST-STOCK-PROCESS.
           READ STOCK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE STOCK-ITEM TO STT-ITEM
                   MOVE STOCK-QTY-OWNED TO STT-QTY-OWNED
                   IF STOCK-REPL-PRICE NUMERIC
                       MOVE STOCK-REPL-PRICE TO STT-REPL-PRICE
                   ELSE
                       MOVE 0 TO STT-REPL-PRICE
                   END-IF
                   IF STOCK-ITEM = WS-ITEM-IN
                       AND WS-ADJ-FOUND = 'N'
                       MOVE 'Y' TO WS-ADJ-FOUND
                       IF STOCK-QTY-OWNED + WS-ADJ-QTY < 0
                           MOVE 0 TO STT-QTY-OWNED
                       ELSE
                           COMPUTE STT-QTY-OWNED =
                               STOCK-QTY-OWNED + WS-ADJ-QTY
                       END-IF
                   END-IF
                   WRITE STOCK-TEMP-RECORD
           END-READ.

      * The allocation check only fires once a date is already
      * over-promised. This looks 90 days ahead across every active
      * wedding, finds each item's busiest day and compares it with
      * what we own plus what is already on order, so the shortfall
      * can be bought before the June and December peaks.
       SHORTFALL-FORECAST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RAW-DATE
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-RAW-DATE(1:4) "-" WS-RAW-DATE(5:2) "-"
               WS-RAW-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE WS-RAW-DATE TO WS-FC-TODAY-NUM
           COMPUTE WS-FC-JUL =
               FUNCTION INTEGER-OF-DATE(WS-FC-TODAY-NUM) + 90
           COMPUTE WS-FC-END-NUM = FUNCTION DATE-OF-INTEGER(WS-FC-JUL)
           MOVE WS-FC-END-NUM TO WS-RAW-DATE
           MOVE SPACES TO WS-FC-END-DATE
           STRING WS-RAW-DATE(1:4) "-" WS-RAW-DATE(5:2) "-"
               WS-RAW-DATE(7:2)
               DELIMITED BY SIZE INTO WS-FC-END-DATE

           PERFORM LOAD-FORECAST-STOCK
           IF WS-FC-STOCK-COUNT = 0
               DISPLAY "No stock items have been set up yet."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ON-ORDER

           MOVE 0 TO WS-FC-DEM-COUNT
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
                               PERFORM FORECAST-ONE-FOLDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF

           PERFORM FORECAST-PEAK-FOR-DEMAND
               VARYING WS-FC-I FROM 1 BY 1
               UNTIL WS-FC-I > WS-FC-DEM-COUNT

           DISPLAY "--------------------------------------------------"
           DISPLAY "  STOCK SHORTFALL FORECAST " WS-TODAY-DATE
               " to " WS-FC-END-DATE
           DISPLAY "--------------------------------------------------"
           DISPLAY "  Item                  Owned  On Ord   Peak  "
               "Peak Date    Short"
           MOVE 0 TO WS-FC-SHORT-COUNT
           MOVE 0 TO WS-PO-TOTAL
           PERFORM SHOW-FORECAST-ITEM
               VARYING WS-FC-I FROM 1 BY 1
               UNTIL WS-FC-I > WS-FC-STOCK-COUNT
           DISPLAY "--------------------------------------------------"
           IF WS-FC-SHORT-COUNT = 0
               DISPLAY "Owned and on-order stock covers every peak "
                   "day in the next 90 days."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PO-TOTAL TO WS-PO-TOTAL-DISP
           DISPLAY WS-FC-SHORT-COUNT " item(s) short; replacement "
               "cost PHP " WS-PO-TOTAL-DISP
           DISPLAY "Raise a replenishment purchase order? (Y/N): "
           ACCEPT WS-PO-CONFIRM
           IF WS-PO-CONFIRM = 'Y' OR WS-PO-CONFIRM = 'y'
               PERFORM RAISE-REPLENISHMENT-PO
           END-IF
           PERFORM PAUSE-SCREEN.

       LOAD-FORECAST-STOCK.
           MOVE 0 TO WS-FC-STOCK-COUNT
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FC-STOCK-COUNT < 200
                           ADD 1 TO WS-FC-STOCK-COUNT
                           MOVE STOCK-ITEM
                               TO FCS-ITEM(WS-FC-STOCK-COUNT)
                           MOVE STOCK-QTY-OWNED
                               TO FCS-OWNED(WS-FC-STOCK-COUNT)
                           IF STOCK-REPL-PRICE NUMERIC
                               MOVE STOCK-REPL-PRICE
                                   TO FCS-PRICE(WS-FC-STOCK-COUNT)
                           ELSE
                               MOVE 0 TO FCS-PRICE(WS-FC-STOCK-COUNT)
                           END-IF
                           MOVE 0 TO FCS-ON-ORDER(WS-FC-STOCK-COUNT)
                               FCS-PEAK(WS-FC-STOCK-COUNT)
                               FCS-SHORT(WS-FC-STOCK-COUNT)
                           MOVE SPACES
                               TO FCS-PEAK-DATE(WS-FC-STOCK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-FILE.

      * Also works out the next PO number while it has the file open.
       LOAD-ON-ORDER.
           MOVE 1 TO WS-PO-NEXT-NO
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PO-EOF
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ PO-FILE
                   AT END
                       MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       IF PO-NO >= WS-PO-NEXT-NO
                           COMPUTE WS-PO-NEXT-NO = PO-NO + 1
                       END-IF
                       IF PO-STATUS = "O"
                           PERFORM VARYING WS-FC-J FROM 1 BY 1
                               UNTIL WS-FC-J > WS-FC-STOCK-COUNT
                               IF FCS-ITEM(WS-FC-J) = PO-ITEM
                                   ADD PO-QTY TO FCS-ON-ORDER(WS-FC-J)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-FILE.

      * Open allocations dated inside the window are totalled by
      * item and date; returned (closed) ones are back on the shelf.
       FORECAST-ONE-FOLDER.
           MOVE SPACES TO WS-OTHER-ALLOC-PATH
           STRING "Archives\" FUNCTION TRIM(WS-DIR-LINE)
               "\allocations.txt"
               DELIMITED BY SIZE INTO WS-OTHER-ALLOC-PATH
           OPEN INPUT OTHER-ALLOC-FILE
           IF WS-OTHER-ALLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OTHER-EOF
           PERFORM UNTIL WS-OTHER-EOF = 'Y'
               READ OTHER-ALLOC-FILE
                   AT END
                       MOVE 'Y' TO WS-OTHER-EOF
                   NOT AT END
                       IF OA-CLOSED NOT = "Y"
                           AND OA-DATE >= WS-TODAY-DATE
                           AND OA-DATE <= WS-FC-END-DATE
                           PERFORM ADD-FORECAST-DEMAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OTHER-ALLOC-FILE.

       ADD-FORECAST-DEMAND.
           MOVE 0 TO WS-FC-HIT
           PERFORM VARYING WS-FC-J FROM 1 BY 1
               UNTIL WS-FC-J > WS-FC-DEM-COUNT OR WS-FC-HIT > 0
               IF FCD-ITEM(WS-FC-J) = OA-ITEM
                   AND FCD-DATE(WS-FC-J) = OA-DATE
                   MOVE WS-FC-J TO WS-FC-HIT
               END-IF
           END-PERFORM
           IF WS-FC-HIT = 0
               IF WS-FC-DEM-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FC-DEM-COUNT
               MOVE WS-FC-DEM-COUNT TO WS-FC-HIT
               MOVE OA-ITEM TO FCD-ITEM(WS-FC-HIT)
               MOVE OA-DATE TO FCD-DATE(WS-FC-HIT)
               MOVE 0 TO FCD-QTY(WS-FC-HIT)
           END-IF
           ADD OA-QTY TO FCD-QTY(WS-FC-HIT).

       FORECAST-PEAK-FOR-DEMAND.
           PERFORM VARYING WS-FC-J FROM 1 BY 1
               UNTIL WS-FC-J > WS-FC-STOCK-COUNT
               IF FCS-ITEM(WS-FC-J) = FCD-ITEM(WS-FC-I)
                   AND FCD-QTY(WS-FC-I) > FCS-PEAK(WS-FC-J)
                   MOVE FCD-QTY(WS-FC-I) TO FCS-PEAK(WS-FC-J)
                   MOVE FCD-DATE(WS-FC-I) TO FCS-PEAK-DATE(WS-FC-J)
               END-IF
           END-PERFORM.

       SHOW-FORECAST-ITEM.
           COMPUTE WS-FC-NET = FCS-PEAK(WS-FC-I) - FCS-OWNED(WS-FC-I)
               - FCS-ON-ORDER(WS-FC-I)
           IF WS-FC-NET > 0
               MOVE WS-FC-NET TO FCS-SHORT(WS-FC-I)
               ADD 1 TO WS-FC-SHORT-COUNT
               COMPUTE WS-PO-TOTAL = WS-PO-TOTAL
                   + FCS-SHORT(WS-FC-I) * FCS-PRICE(WS-FC-I)
           ELSE
               MOVE 0 TO FCS-SHORT(WS-FC-I)
           END-IF
           MOVE SPACES TO WS-PO-LINE-TEXT
           MOVE FCS-ITEM(WS-FC-I) TO WS-PO-LINE-TEXT(3:20)
           MOVE FCS-OWNED(WS-FC-I) TO WS-FC-QTY-DISP
           MOVE WS-FC-QTY-DISP TO WS-PO-LINE-TEXT(25:5)
           MOVE FCS-ON-ORDER(WS-FC-I) TO WS-FC-QTY-DISP
           MOVE WS-FC-QTY-DISP TO WS-PO-LINE-TEXT(33:5)
           MOVE FCS-PEAK(WS-FC-I) TO WS-FC-QTY-DISP
           MOVE WS-FC-QTY-DISP TO WS-PO-LINE-TEXT(40:5)
           MOVE FCS-PEAK-DATE(WS-FC-I) TO WS-PO-LINE-TEXT(47:10)
           IF FCS-SHORT(WS-FC-I) > 0
               MOVE FCS-SHORT(WS-FC-I) TO WS-FC-QTY-DISP
               MOVE WS-FC-QTY-DISP TO WS-PO-LINE-TEXT(60:5)
               MOVE "**" TO WS-PO-LINE-TEXT(66:2)
           END-IF
           DISPLAY WS-PO-LINE-TEXT.

      * One PO per run covering every short item, costed at the
      * replacement price. The rows go to stock-po.txt so they count
      * as on order next time; a printable copy goes to Reports.
       RAISE-REPLENISHMENT-PO.
           MOVE "mkdir Reports" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-PO-PRINT-PATH
           STRING "Reports\PO-" WS-PO-NEXT-NO ".txt"
               DELIMITED BY SIZE INTO WS-PO-PRINT-PATH
           OPEN OUTPUT PO-PRINT-FILE
           IF WS-PO-PRINT-STATUS NOT = "00"
               DISPLAY "Could not create the PO document. Status: "
                   WS-PO-PRINT-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PO-FILE
           IF WS-PO-STATUS = "35"
               OPEN OUTPUT PO-FILE
           END-IF
           MOVE ALL "=" TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE SPACES TO PO-PRINT-LINE
           STRING "REPLENISHMENT PURCHASE ORDER  No. " WS-PO-NEXT-NO
               "   Date: " WS-TODAY-DATE
               DELIMITED BY SIZE INTO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE ALL "=" TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE "Ln  Item                   Qty    Unit PHP  Amount PHP"
               TO PO-PRINT-LINE
           MOVE "Need By" TO PO-PRINT-LINE(58:7)
           WRITE PO-PRINT-LINE
           MOVE ALL "-" TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE 0 TO WS-PO-LINE-NO
           PERFORM WRITE-PO-LINE
               VARYING WS-FC-I FROM 1 BY 1
               UNTIL WS-FC-I > WS-FC-STOCK-COUNT
           MOVE ALL "-" TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE WS-PO-TOTAL TO WS-PO-TOTAL-DISP
           MOVE SPACES TO PO-PRINT-LINE
           STRING "TOTAL PHP " WS-PO-TOTAL-DISP
               DELIMITED BY SIZE INTO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           CLOSE PO-FILE
           CLOSE PO-PRINT-FILE
           MOVE "L" TO WS-CR-MODE
           MOVE "INVENTORY-MGMT" TO WS-CR-PROGRAM
           MOVE "REPLENISHMENT PURCHASE ORDER" TO WS-CR-TITLE
           MOVE WS-PO-PRINT-PATH TO WS-CR-PATH
           MOVE SPACES TO WS-CR-FOLDER
           MOVE SPACES TO WS-CR-OPERATOR
           CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
           DISPLAY "Purchase order " WS-PO-NEXT-NO " raised with "
               WS-PO-LINE-NO " line(s); written to "
               FUNCTION TRIM(WS-PO-PRINT-PATH).

       WRITE-PO-LINE.
           IF FCS-SHORT(WS-FC-I) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PO-LINE-NO
           MOVE WS-PO-NEXT-NO TO PO-NO
           MOVE WS-PO-LINE-NO TO PO-LINE
           MOVE WS-TODAY-DATE TO PO-DATE
           MOVE FCS-ITEM(WS-FC-I) TO PO-ITEM
           MOVE FCS-SHORT(WS-FC-I) TO PO-QTY
           MOVE FCS-PRICE(WS-FC-I) TO PO-UNIT-PRICE
           COMPUTE PO-AMOUNT = PO-QTY * PO-UNIT-PRICE
           MOVE FCS-PEAK-DATE(WS-FC-I) TO PO-NEED-DATE
           MOVE "O" TO PO-STATUS
           MOVE SPACES TO PO-RCV-DATE
           WRITE PO-RECORD
           MOVE SPACES TO PO-PRINT-LINE
           MOVE PO-LINE TO PO-PRINT-LINE(1:3)
           MOVE PO-ITEM TO PO-PRINT-LINE(5:20)
           MOVE PO-QTY TO WS-FC-QTY-DISP
           MOVE WS-FC-QTY-DISP TO PO-PRINT-LINE(26:5)
           MOVE PO-UNIT-PRICE TO WS-CHARGE-DISP
           MOVE WS-CHARGE-DISP TO PO-PRINT-LINE(32:10)
           MOVE PO-AMOUNT TO WS-CHARGE-DISP
           MOVE WS-CHARGE-DISP TO PO-PRINT-LINE(45:10)
           MOVE PO-NEED-DATE TO PO-PRINT-LINE(58:10)
           WRITE PO-PRINT-LINE.

      * Receiving a PO puts every open line of it into stock owned.
       RECEIVE-PURCHASE-ORDER.
           DISPLAY "Enter Purchase Order number: ".
           ACCEPT WS-PO-PICK.
           MOVE 0 TO WS-PO-LINES.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "No purchase orders have been raised."
               PERFORM PAUSE-SCREEN
               GO TO MAIN-MENU
           END-IF.
           MOVE 'N' TO WS-PO-EOF.
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ PO-FILE
                   AT END
                       MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       IF PO-NO = WS-PO-PICK AND PO-STATUS = "O"
                           ADD 1 TO WS-PO-LINES
                           DISPLAY "  " PO-LINE " " PO-ITEM " x "
                               PO-QTY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.
           IF WS-PO-LINES = 0
               DISPLAY "No open lines on that purchase order."
               PERFORM PAUSE-SCREEN
               GO TO MAIN-MENU
           END-IF.
           DISPLAY "Receive all of the above into stock? (Y/N): ".
           ACCEPT WS-PO-CONFIRM.
           IF WS-PO-CONFIRM NOT = 'Y' AND WS-PO-CONFIRM NOT = 'y'
               DISPLAY "Nothing received."
               PERFORM PAUSE-SCREEN
               GO TO MAIN-MENU
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RAW-DATE.
           MOVE SPACES TO WS-TODAY-DATE.
           STRING WS-RAW-DATE(1:4) "-" WS-RAW-DATE(5:2) "-"
               WS-RAW-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           OPEN INPUT PO-FILE.
           OPEN OUTPUT PO-TEMP.
           MOVE 'N' TO WS-PO-EOF.
           PERFORM RECEIVE-PO-PROCESS UNTIL WS-PO-EOF = 'Y'.
           CLOSE PO-FILE.
           CLOSE PO-TEMP.
           PERFORM SWAP-PO-FILE.
           DISPLAY "Purchase order " WS-PO-PICK " received; "
               WS-PO-LINES " line(s) added to stock.".
           PERFORM PAUSE-SCREEN.

       RECEIVE-PO-PROCESS.
           READ PO-FILE
               AT END
                   MOVE 'Y' TO WS-PO-EOF
               NOT AT END
                   IF PO-NO = WS-PO-PICK AND PO-STATUS = "O"
                       MOVE "R" TO PO-STATUS
                       MOVE WS-TODAY-DATE TO PO-RCV-DATE
                       MOVE PO-ITEM TO WS-ITEM-IN
                       MOVE PO-QTY TO WS-ADJ-QTY
                       MOVE PO-UNIT-PRICE TO WS-REPL-PRICE
                       PERFORM ADJUST-STOCK-OWNED
                   END-IF
                   WRITE PO-TEMP-RECORD FROM PO-RECORD
           END-READ.

       SWAP-PO-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren stock-po.txt stock-po.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren stock-po.tmp stock-po.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD.
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del stock-po.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace purchase order "
                   "file; original kept as stock-po.bak"
           END-IF.

       OUTSTANDING-RETURNS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RAW-DATE.
           MOVE SPACES TO WS-TODAY-DATE.
