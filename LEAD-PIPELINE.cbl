           SELECT CONVERT-FILE ASSIGN TO "lead-convert.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-STATUS.
           SELECT LEAD-FOLDER-FILE ASSIGN TO "lead-folders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LF-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO WS-CONTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT QUOTE-FILE ASSIGN TO "quotes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT QUOTE-TEMP ASSIGN TO "quotes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-TEMP-STATUS.
           SELECT QUOTE-LINE-FILE ASSIGN TO "quote-lines.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QLINE-STATUS.
           SELECT QUOTE-NUMBER-FILE ASSIGN TO "quote_number.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QNUM-STATUS.
           SELECT PKG-FILE ASSIGN TO "packages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "tax-rate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT QUOTE-PRINT-FILE ASSIGN TO WS-QUOTE-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QPRINT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 LEAD-PACKAGE     PIC X(20).
           05 LEAD-FOLLOWUP    PIC X(10).
           05 LEAD-STATUS      PIC X(10).
           05 LEAD-SOURCE      PIC X(2).
           05 LEAD-LOST-REASON PIC X(30).
           05 LEAD-INQ-DATE    PIC X(10).
           05 LEAD-QUOTE-DATE  PIC X(10).
           05 LEAD-WON-DATE    PIC X(10).

       FD TEMP-FILE.
       01 TEMP-RECORD.
           05 TEMP-PACKAGE     PIC X(20).
           05 TEMP-FOLLOWUP    PIC X(10).
           05 TEMP-STATUS      PIC X(10).
           05 TEMP-SOURCE      PIC X(2).
           05 TEMP-LOST-REASON PIC X(30).
           05 TEMP-INQ-DATE    PIC X(10).
           05 TEMP-QUOTE-DATE  PIC X(10).
           05 TEMP-WON-DATE    PIC X(10).

       FD LEAD-NUMBER-FILE.
       01 LEAD-NUMBER-RECORD   PIC 9(4).
           05 CV-WEDDING-DATE  PIC X(10).
           05 CV-PACKAGE       PIC X(20).
           05 CV-GUEST-EST     PIC 9(4).
           05 CV-LEAD-ID       PIC 9(4).
           05 CV-QUOTE-NO      PIC 9(5).
           05 CV-QUOTE-TOTAL   PIC 9(7)V99.

      * Written by Create New Wedding Plan when a converted lead is
      * used, so the lead can be followed to its wedding folder.
       FD LEAD-FOLDER-FILE.
       01 LEAD-FOLDER-RECORD.
           05 LF-LEAD-ID       PIC 9(4).
           05 LF-FOLDER        PIC X(50).

       FD CONTRACT-FILE.
       01 CONTRACT-RECORD      PIC 9(10)V99.

      * One record per quotation. A quotation is never changed once
      * issued - a new price means a new number - so what was sent
      * can always be reprinted. Status O = open, A = accepted by
      * the couple, S = superseded by the one they accepted.
       FD QUOTE-FILE.
       01 QUOTE-RECORD.
           05 QT-NO            PIC 9(5).
           05 QT-LEAD-ID       PIC 9(4).
           05 QT-DATE          PIC X(10).
           05 QT-VALID-UNTIL   PIC X(10).
           05 QT-PKG-CODE      PIC X(6).
           05 QT-PKG-NAME      PIC X(20).
           05 QT-PKG-INCL      PIC X(60).
           05 QT-PKG-PRICE     PIC 9(7)V99.
           05 QT-ADDON-TOTAL   PIC 9(7)V99.
           05 QT-DISCOUNT      PIC 9(7)V99.
           05 QT-DISC-REASON   PIC X(30).
           05 QT-TOTAL         PIC 9(7)V99.
           05 QT-VAT-RATE      PIC 9(2)V99.
           05 QT-VATABLE       PIC 9(7)V99.
           05 QT-VAT           PIC 9(7)V99.
           05 QT-STATUS        PIC X(1).
           05 QT-OPERATOR      PIC X(8).
           05 QT-ACCEPTED-DATE PIC X(10).

       FD QUOTE-TEMP.
       01 QUOTE-TEMP-RECORD    PIC X(222).

      * Add-on lines of a quotation, in the order they were quoted.
       FD QUOTE-LINE-FILE.
       01 QUOTE-LINE-RECORD.
           05 QL-NO            PIC 9(5).
           05 QL-SEQ           PIC 9(2).
           05 QL-DESC          PIC X(40).
           05 QL-AMOUNT        PIC 9(7)V99.

       FD QUOTE-NUMBER-FILE.
       01 QUOTE-NUMBER-RECORD  PIC 9(5).

       FD PKG-FILE.
       01 PKG-RECORD.
           05 PKG-CODE         PIC X(6).
           05 PKG-NAME         PIC X(20).
           05 PKG-PRICE        PIC 9(7)V99.
           05 PKG-INCLUSIONS   PIC X(60).
           05 PKG-MAX-GUESTS   PIC 9(4).

       FD TAX-RATE-FILE.
       01 TAX-RATE-RECORD      PIC X(10).

       FD QUOTE-PRINT-FILE.
       01 QUOTE-PRINT-LINE     PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC X(2).
           05 WS-LEAD-PACKAGE  PIC X(20).
           05 WS-LEAD-FOLLOWUP PIC X(10).
           05 WS-LEAD-STATUS   PIC X(10).
           05 WS-LEAD-SOURCE   PIC X(2).
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-FOUND             PIC X VALUE 'N'.
       01 WS-FOLLOWUP-NUM      PIC 9(8).
       01 WS-QUEUE-COUNT       PIC 9(4).
       01 WS-LEAD-COUNT        PIC 9(4).
       01 WS-LF-STATUS         PIC X(2).
       01 WS-CONTRACT-STATUS   PIC X(2).
       01 WS-CONTRACT-PATH     PIC X(150).
       01 WS-TODAY-TEXT        PIC X(10).
       01 WS-NEW-STATUS        PIC X(10).

      * Where an inquiry came from. The code is kept on the lead;
      * the name is only for screens and reports.
       01 WS-SOURCE-VALUES.
           05 FILLER           PIC X(22) VALUE "BFBridal fair".
           05 FILLER           PIC X(22) VALUE "FBFacebook".
           05 FILLER           PIC X(22) VALUE "IGInstagram".
           05 FILLER           PIC X(22) VALUE "PCPast client referral".
           05 FILLER           PIC X(22) VALUE "WIWalk-in".
           05 FILLER           PIC X(22) VALUE "VRVenue referral".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           05 WS-SOURCE-ENTRY OCCURS 6 TIMES.
               10 WS-SRC-CODE  PIC X(2).
               10 WS-SRC-NAME  PIC X(20).
       01 WS-SX                PIC 9(2).
       01 WS-SY                PIC 9(2).
       01 WS-SOURCE-IN         PIC X(2).
       01 WS-SOURCE-OK         PIC X.
       01 WS-SOURCE-NAME       PIC X(20).

       01 WS-LOST-REASON-VALUES.
           05 FILLER           PIC X(30)
               VALUE "Price / over budget".
           05 FILLER           PIC X(30)
               VALUE "Date not available".
           05 FILLER           PIC X(30)
               VALUE "Chose another planner".
           05 FILLER           PIC X(30)
               VALUE "No response to follow-up".
           05 FILLER           PIC X(30)
               VALUE "Wedding postponed/called off".
       01 WS-LOST-REASON-TABLE REDEFINES WS-LOST-REASON-VALUES.
           05 WS-LOST-REASON-TEXT PIC X(30) OCCURS 5 TIMES.
       01 WS-REASON-PICK       PIC X(2).
       01 WS-REASON-NO         PIC 9(2).
       01 WS-LOST-REASON-IN    PIC X(30).

      * Source conversion report: leads whose inquiry date falls in
      * the chosen month (or year), one line per source.
       01 WS-PERIOD-IN         PIC X(7).
       01 WS-PERIOD-LEN        PIC 9(1).
       01 WS-SOURCE-TOTALS.
           05 WS-SOURCE-TOTAL OCCURS 7 TIMES.
               10 ST-INQUIRIES PIC 9(5).
               10 ST-QUOTED    PIC 9(5).
               10 ST-WON       PIC 9(5).
               10 ST-LOST      PIC 9(5).
               10 ST-VALUE     PIC 9(11)V99.
       01 WS-GRAND-INQUIRIES   PIC 9(5).
       01 WS-GRAND-QUOTED      PIC 9(5).
       01 WS-GRAND-WON         PIC 9(5).
       01 WS-GRAND-LOST        PIC 9(5).
       01 WS-GRAND-VALUE       PIC 9(11)V99.
       01 WS-UNDATED-COUNT     PIC 9(5).
       01 WS-NO-PRICE-COUNT    PIC 9(5).
       01 WS-CONV-PCT          PIC 9(3)V9.
       01 WS-CONV-DISP         PIC ZZ9.9.
       01 WS-COUNT-DISP        PIC ZZZZ9.
       01 WS-QUOTED-DISP       PIC ZZZZ9.
       01 WS-WON-DISP          PIC ZZZZ9.
       01 WS-LOST-DISP         PIC ZZZZ9.
       01 WS-VALUE-DISP        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-WON-VALUE         PIC 9(10)V99.
       01 WS-WON-FOLDER        PIC X(50).
       01 WS-LF-EOF            PIC X.
       01 WS-QUOTE-STATUS      PIC X(2).
       01 WS-QUOTE-TEMP-STATUS PIC X(2).
       01 WS-QLINE-STATUS      PIC X(2).
       01 WS-QNUM-STATUS       PIC X(2).
       01 WS-PKG-STATUS        PIC X(2).
       01 WS-TAX-STATUS        PIC X(2).
       01 WS-QPRINT-STATUS     PIC X(2).
       01 WS-QUOTE-PRINT-PATH  PIC X(200).
       01 WS-Q-EOF             PIC X.

      * The quotation being built, or the one picked to reprint.
       01 WS-QUOTE.
           05 WS-Q-NO          PIC 9(5).
           05 WS-Q-LEAD-ID     PIC 9(4).
           05 WS-Q-DATE        PIC X(10).
           05 WS-Q-VALID-UNTIL PIC X(10).
           05 WS-Q-PKG-CODE    PIC X(6).
           05 WS-Q-PKG-NAME    PIC X(20).
           05 WS-Q-PKG-INCL    PIC X(60).
           05 WS-Q-PKG-PRICE   PIC 9(7)V99.
           05 WS-Q-ADDON-TOTAL PIC 9(7)V99.
           05 WS-Q-DISCOUNT    PIC 9(7)V99.
           05 WS-Q-DISC-REASON PIC X(30).
           05 WS-Q-TOTAL       PIC 9(7)V99.
           05 WS-Q-VAT-RATE    PIC 9(2)V99.
           05 WS-Q-VATABLE     PIC 9(7)V99.
           05 WS-Q-VAT         PIC 9(7)V99.
           05 WS-Q-STATUS      PIC X(1).
           05 WS-Q-OPERATOR    PIC X(8).
           05 WS-Q-ACCEPTED-DATE PIC X(10).
       01 WS-Q-ADDONS.
           05 WS-Q-ADDON-COUNT PIC 9(2).
           05 WS-Q-ADDON OCCURS 10 TIMES.
               10 WS-QA-DESC   PIC X(40).
               10 WS-QA-AMOUNT PIC 9(7)V99.
       01 WS-QX                PIC 9(2).
       01 WS-Q-SUBTOTAL        PIC 9(8)V99.
       01 WS-Q-FOUND           PIC X.
       01 WS-Q-PICK            PIC 9(5).
       01 WS-Q-PICK-IN         PIC X(6).
       01 WS-Q-COUPLE          PIC X(63).
       01 WS-Q-REQ-DATE        PIC X(10).
       01 WS-Q-GUEST-EST       PIC 9(4).
       01 WS-Q-OPEN-COUNT      PIC 9(3).
       01 WS-Q-LATEST          PIC 9(5).
       01 WS-Q-LEAD-FOUND      PIC X.
       01 WS-Q-LEAD-STATUS     PIC X(10).
       01 WS-Q-LEAD-PACKAGE    PIC X(20).
       01 WS-PKG-PICK          PIC X(20).
       01 WS-AMOUNT-IN         PIC X(15).
       01 WS-AMOUNT-DISP       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISP         PIC Z9.99.
       01 WS-VALID-DAYS        PIC 9(3) VALUE 30.
       01 WS-DATE-WORK         PIC 9(8).
       01 WS-DATE-JULIAN       PIC 9(7).
       01 WS-Q-LINE.
           05 WS-QL-LABEL      PIC X(50).
           05 WS-QL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ACCEPT-QT-NO      PIC 9(5).
       01 WS-ACCEPT-QT-TOTAL   PIC 9(7)V99.
       01 WS-ACCEPT-QT-PKG     PIC X(20).
       01 WS-ACCEPT-QT-VALID   PIC X(10).

       01 WS-AVAIL-REQUEST.
           05 WS-AV-MODE       PIC X.
           05 WS-AV-DATE       PIC X(10).
           05 WS-AV-EXCLUDE    PIC X(50).
           05 WS-AV-RESULT     PIC X(9).

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

       PROCEDURE DIVISION.
       CLEAR-SCREEN.
           DISPLAY "3. Edit / Update Lead".
           DISPLAY "4. Follow-Up Work Queue".
           DISPLAY "5. Convert Lead to Wedding Plan".
           DISPLAY "6. Source Conversion Report".
           DISPLAY "7. New Quotation".
           DISPLAY "8. View / Reprint Quotation".
           DISPLAY "9. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.
               WHEN 3 PERFORM EDIT-LEAD
               WHEN 4 PERFORM FOLLOWUP-QUEUE
               WHEN 5 PERFORM CONVERT-LEAD
               WHEN 6 PERFORM SOURCE-CONVERSION-REPORT
               WHEN 7 PERFORM NEW-QUOTATION
               WHEN 8 PERFORM REPRINT-QUOTATION
               WHEN 9 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
               "  Est Guests: " LEAD-GUEST-EST
           DISPLAY "  Package Interest: " LEAD-PACKAGE
           DISPLAY "  Follow Up By: " LEAD-FOLLOWUP
           MOVE LEAD-SOURCE TO WS-SOURCE-IN
           PERFORM LOOKUP-SOURCE
           DISPLAY "  Source: " WS-SOURCE-NAME
               "  Inquiry Date: " LEAD-INQ-DATE
           IF FUNCTION TRIM(LEAD-STATUS) = "Lost"
               DISPLAY "  Lost Because: " LEAD-LOST-REASON
           END-IF
           DISPLAY "------------------------".

       ADD-LEAD.
           ACCEPT WS-LEAD-PARTNER2.
           DISPLAY "Enter Requested Wedding Date (YYYY-MM-DD): ".
           ACCEPT WS-LEAD-REQ-DATE.
           MOVE WS-LEAD-REQ-DATE TO WS-AV-DATE.
           PERFORM CHECK-REQ-DATE-AVAILABILITY.
           DISPLAY "Enter Estimated Guest Count: ".
           ACCEPT WS-LEAD-GUEST-EST.
           DISPLAY "Enter Package Interest: ".
           ACCEPT WS-LEAD-PACKAGE.
           DISPLAY "Enter Follow-Up Date (YYYY-MM-DD): ".
           ACCEPT WS-LEAD-FOLLOWUP.
           MOVE SPACES TO WS-SOURCE-IN.
           PERFORM ACCEPT-LEAD-SOURCE.
           MOVE WS-SOURCE-IN TO WS-LEAD-SOURCE.
           MOVE "Inquiry" TO WS-LEAD-STATUS.
           PERFORM SET-TODAY-TEXT.

           MOVE WS-NEXT-LEAD-ID TO LEAD-ID.
           MOVE WS-LEAD-PARTNER1 TO LEAD-PARTNER1.
           MOVE WS-LEAD-PACKAGE TO LEAD-PACKAGE.
           MOVE WS-LEAD-FOLLOWUP TO LEAD-FOLLOWUP.
           MOVE WS-LEAD-STATUS TO LEAD-STATUS.
           MOVE WS-LEAD-SOURCE TO LEAD-SOURCE.
           MOVE SPACES TO LEAD-LOST-REASON LEAD-QUOTE-DATE
               LEAD-WON-DATE.
           MOVE WS-TODAY-TEXT TO LEAD-INQ-DATE.

           OPEN EXTEND LEAD-FILE.
           IF WS-FILE-STATUS = "35"
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO TEMP-REQ-DATE
                           IF TEMP-REQ-DATE NOT = LEAD-REQ-DATE
                               MOVE TEMP-REQ-DATE TO WS-AV-DATE
                               PERFORM CHECK-REQ-DATE-AVAILABILITY
                           END-IF
                       END-IF
                       DISPLAY "Estimated Guests ["
                           LEAD-GUEST-EST "]: "
                       IF WS-FIELD-IN NOT = SPACES
                           MOVE WS-FIELD-IN TO TEMP-FOLLOWUP
                       END-IF
                       MOVE LEAD-SOURCE TO WS-SOURCE-IN
                       PERFORM ACCEPT-LEAD-SOURCE
                       MOVE WS-SOURCE-IN TO TEMP-SOURCE
                       DISPLAY "Status (Inquiry/Quoted/Won/Lost) ["
                           LEAD-STATUS "]: "
                       ACCEPT WS-FIELD-IN
                       IF WS-FIELD-IN NOT = SPACES
                           PERFORM APPLY-STATUS-CHANGE
                       END-IF
                   END-IF
                   WRITE TEMP-RECORD
                   DISPLAY "Lead left unchanged."
               WHEN OTHER
                   DISPLAY "Lead marked as Won."
                   IF WS-ACCEPT-QT-NO > 0
                       PERFORM MARK-QUOTE-ACCEPTED
                       MOVE WS-ACCEPT-QT-TOTAL TO WS-AMOUNT-DISP
                       DISPLAY "Quotation Q-" WS-ACCEPT-QT-NO
                           " accepted - the new plan's contract "
                           "price will be PHP " WS-AMOUNT-DISP
                   END-IF
                   DISPLAY "Use Create New Wedding Plan from the "
                       "main menu - the profile will be pre-filled "
                       "from this lead."
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE 'Y' TO WS-CONVERTED
                           PERFORM CHOOSE-ACCEPTED-QUOTE
                           MOVE "Won" TO TEMP-STATUS
                           IF TEMP-WON-DATE = SPACES
                               PERFORM SET-TODAY-TEXT
                               MOVE WS-TODAY-TEXT TO TEMP-WON-DATE
                           END-IF
                           PERFORM WRITE-CONVERT-HANDOFF
                       END-IF
                   END-IF
           MOVE LEAD-REQ-DATE TO CV-WEDDING-DATE
           MOVE LEAD-PACKAGE TO CV-PACKAGE
           MOVE LEAD-GUEST-EST TO CV-GUEST-EST
           MOVE LEAD-ID TO CV-LEAD-ID
           MOVE WS-ACCEPT-QT-NO TO CV-QUOTE-NO
           MOVE WS-ACCEPT-QT-TOTAL TO CV-QUOTE-TOTAL
           IF WS-ACCEPT-QT-NO > 0
               MOVE WS-ACCEPT-QT-PKG TO CV-PACKAGE
           END-IF
           WRITE CONVERT-RECORD
           CLOSE CONVERT-FILE.

      * Status words are stored in the usual capitalisation so the
      * queue and the report can match them. Reaching Quoted or Won
      * stamps the date once; Lost always needs a reason.
       APPLY-STATUS-CHANGE.
           MOVE FUNCTION UPPER-CASE(WS-FIELD-IN) TO WS-NEW-STATUS
           EVALUATE FUNCTION TRIM(WS-NEW-STATUS)
               WHEN "INQUIRY"
                   MOVE "Inquiry" TO WS-NEW-STATUS
               WHEN "QUOTED"
                   MOVE "Quoted" TO WS-NEW-STATUS
               WHEN "WON"
                   MOVE "Won" TO WS-NEW-STATUS
               WHEN "LOST"
                   MOVE "Lost" TO WS-NEW-STATUS
               WHEN OTHER
                   DISPLAY "Status must be Inquiry, Quoted, Won or "
                       "Lost - status left as it was."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM SET-TODAY-TEXT
           IF WS-NEW-STATUS = "Quoted" AND TEMP-QUOTE-DATE = SPACES
               MOVE WS-TODAY-TEXT TO TEMP-QUOTE-DATE
           END-IF
           IF WS-NEW-STATUS = "Won" AND TEMP-WON-DATE = SPACES
               MOVE WS-TODAY-TEXT TO TEMP-WON-DATE
           END-IF
           IF WS-NEW-STATUS = "Lost"
               IF FUNCTION TRIM(LEAD-STATUS) NOT = "Lost"
                   OR LEAD-LOST-REASON = SPACES
                   PERFORM ACCEPT-LOST-REASON
                   MOVE WS-LOST-REASON-IN TO TEMP-LOST-REASON
               END-IF
           ELSE
               MOVE SPACES TO TEMP-LOST-REASON
           END-IF
           MOVE WS-NEW-STATUS TO TEMP-STATUS.

       ACCEPT-LOST-REASON.
           MOVE SPACES TO WS-LOST-REASON-IN
           PERFORM UNTIL WS-LOST-REASON-IN NOT = SPACES
               DISPLAY "Why was this lead lost?"
               PERFORM VARYING WS-REASON-NO FROM 1 BY 1
                       UNTIL WS-REASON-NO > 5
                   DISPLAY "  " WS-REASON-NO ". "
                       WS-LOST-REASON-TEXT(WS-REASON-NO)
               END-PERFORM
               DISPLAY "  06. Other (type the reason)"
               DISPLAY "Reason: "
               ACCEPT WS-REASON-PICK
               MOVE 0 TO WS-REASON-NO
               IF WS-REASON-PICK NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-REASON-PICK)
                       TO WS-REASON-NO
               END-IF
               EVALUATE TRUE
                   WHEN WS-REASON-NO >= 1 AND WS-REASON-NO <= 5
                       MOVE WS-LOST-REASON-TEXT(WS-REASON-NO)
                           TO WS-LOST-REASON-IN
                   WHEN WS-REASON-NO = 6
                       DISPLAY "Enter the reason: "
                       ACCEPT WS-LOST-REASON-IN
                   WHEN OTHER
                       DISPLAY "A lost reason is required."
               END-EVALUATE
           END-PERFORM.

      * WS-SOURCE-IN holds the current code (spaces on a new lead);
      * Enter keeps it, otherwise a code from the list is required.
       ACCEPT-LEAD-SOURCE.
           MOVE 'N' TO WS-SOURCE-OK
           PERFORM UNTIL WS-SOURCE-OK = 'Y'
               DISPLAY "Lead source:"
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
                   DISPLAY "  " WS-SRC-CODE(WS-SX) " "
                       WS-SRC-NAME(WS-SX)
               END-PERFORM
               DISPLAY "Source code [" WS-SOURCE-IN "]: "
               ACCEPT WS-FIELD-IN
               IF WS-FIELD-IN = SPACES AND WS-SOURCE-IN NOT = SPACES
                   MOVE 'Y' TO WS-SOURCE-OK
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-IN(1:2))
                       TO WS-FIELD-IN(1:2)
                   PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
                       IF WS-SRC-CODE(WS-SX) = WS-FIELD-IN(1:2)
                           AND WS-FIELD-IN(3:28) = SPACES
                           MOVE 'Y' TO WS-SOURCE-OK
                           MOVE WS-SRC-CODE(WS-SX) TO WS-SOURCE-IN
                       END-IF
                   END-PERFORM
                   IF WS-SOURCE-OK = 'N'
                       DISPLAY "Pick one of the source codes listed."
                   END-IF
               END-IF
           END-PERFORM.

      * Leads taken before sources were recorded show as Not
      * recorded and count under that line on the report.
       LOOKUP-SOURCE.
           MOVE "Not recorded" TO WS-SOURCE-NAME
           MOVE 7 TO WS-SX
           PERFORM VARYING WS-SY FROM 1 BY 1 UNTIL WS-SY > 6
               IF WS-SRC-CODE(WS-SY) = WS-SOURCE-IN
                   MOVE WS-SRC-NAME(WS-SY) TO WS-SOURCE-NAME
                   MOVE WS-SY TO WS-SX
               END-IF
           END-PERFORM.

       SET-TODAY-TEXT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-DATE-NUM(1:4) "-" WS-TODAY-DATE-NUM(5:2)
               "-" WS-TODAY-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-TEXT.

      * Inquiries, quotes, wins and losses per source for the leads
      * that came in during the period, with the contract value of
      * the weddings won (billing-contract.txt of the converted
      * wedding, wherever that folder now lives).
       SOURCE-CONVERSION-REPORT.
           PERFORM CLEAR-SCREEN
           DISPLAY "Report on month (YYYY-MM) or whole year (YYYY): "
           ACCEPT WS-PERIOD-IN
           IF WS-PERIOD-IN(1:4) NOT NUMERIC
               DISPLAY "Enter the period as YYYY-MM or YYYY."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-IN(5:3) = SPACES
               MOVE 4 TO WS-PERIOD-LEN
           ELSE
               IF WS-PERIOD-IN(5:1) NOT = "-"
                   OR WS-PERIOD-IN(6:2) NOT NUMERIC
                   DISPLAY "Enter the period as YYYY-MM or YYYY."
                   PERFORM PAUSE-SCREEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 7 TO WS-PERIOD-LEN
           END-IF
           INITIALIZE WS-SOURCE-TOTALS
           MOVE 0 TO WS-GRAND-INQUIRIES WS-GRAND-QUOTED WS-GRAND-WON
               WS-GRAND-LOST WS-GRAND-VALUE WS-UNDATED-COUNT
               WS-NO-PRICE-COUNT

           OPEN INPUT LEAD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No leads have been recorded yet."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-LEAD
               END-READ
           END-PERFORM
           CLOSE LEAD-FILE

           MOVE SPACES TO WS-RPT-NAME
           IF WS-PERIOD-LEN = 7
               STRING "lead-sources-" WS-PERIOD-IN(1:4)
                   WS-PERIOD-IN(6:2) ".txt"
                   DELIMITED BY SIZE INTO WS-RPT-NAME
           ELSE
               STRING "lead-sources-" WS-PERIOD-IN(1:4) ".txt"
                   DELIMITED BY SIZE INTO WS-RPT-NAME
           END-IF
           MOVE "LEAD SOURCE CONVERSION REPORT" TO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE

           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "   LEAD SOURCES - INQUIRIES RECEIVED IN "
               WS-PERIOD-IN(1:WS-PERIOD-LEN)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Source               Inquiries Quoted   Won  Lost"
               "  Conv%    Value Won (PHP)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
               IF ST-INQUIRIES(WS-SX) > 0
                   PERFORM EMIT-SOURCE-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "ALL SOURCES" TO WS-SOURCE-NAME
           MOVE WS-GRAND-INQUIRIES TO WS-COUNT-DISP
           MOVE WS-GRAND-QUOTED TO WS-QUOTED-DISP
           MOVE WS-GRAND-WON TO WS-WON-DISP
           MOVE WS-GRAND-LOST TO WS-LOST-DISP
           MOVE WS-GRAND-VALUE TO WS-VALUE-DISP
           MOVE 0 TO WS-CONV-PCT
           IF WS-GRAND-INQUIRIES > 0
               COMPUTE WS-CONV-PCT ROUNDED =
                   WS-GRAND-WON * 100 / WS-GRAND-INQUIRIES
           END-IF
           PERFORM FORMAT-SOURCE-LINE
           PERFORM EMIT-LINE
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-NO-PRICE-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "Won with no contract price found: "
                   WS-NO-PRICE-COUNT " (counted at zero)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-UNDATED-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "Leads with no inquiry date (not counted): "
                   WS-UNDATED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE
           PERFORM PAUSE-SCREEN.

      * A lead that reached Won or was quoted before it was lost
      * counts as quoted as well.
       TALLY-ONE-LEAD.
           IF LEAD-INQ-DATE = SPACES
               ADD 1 TO WS-UNDATED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF LEAD-INQ-DATE(1:WS-PERIOD-LEN) NOT =
               WS-PERIOD-IN(1:WS-PERIOD-LEN)
               EXIT PARAGRAPH
           END-IF
           MOVE LEAD-SOURCE TO WS-SOURCE-IN
           PERFORM LOOKUP-SOURCE
           ADD 1 TO ST-INQUIRIES(WS-SX) WS-GRAND-INQUIRIES
           IF LEAD-QUOTE-DATE NOT = SPACES
               OR FUNCTION TRIM(LEAD-STATUS) = "Quoted"
               OR FUNCTION TRIM(LEAD-STATUS) = "Won"
               ADD 1 TO ST-QUOTED(WS-SX) WS-GRAND-QUOTED
           END-IF
           IF FUNCTION TRIM(LEAD-STATUS) = "Lost"
               ADD 1 TO ST-LOST(WS-SX) WS-GRAND-LOST
           END-IF
           IF FUNCTION TRIM(LEAD-STATUS) = "Won"
               ADD 1 TO ST-WON(WS-SX) WS-GRAND-WON
               PERFORM FIND-WON-CONTRACT-VALUE
               ADD WS-WON-VALUE TO ST-VALUE(WS-SX) WS-GRAND-VALUE
           END-IF.

       FIND-WON-CONTRACT-VALUE.
           MOVE 0 TO WS-WON-VALUE
           MOVE SPACES TO WS-WON-FOLDER
           OPEN INPUT LEAD-FOLDER-FILE
           IF WS-LF-STATUS = "00"
               MOVE 'N' TO WS-LF-EOF
               PERFORM UNTIL WS-LF-EOF = 'Y'
                   READ LEAD-FOLDER-FILE
                       AT END
                           MOVE 'Y' TO WS-LF-EOF
                       NOT AT END
                           IF LF-LEAD-ID = LEAD-ID
                               MOVE LF-FOLDER TO WS-WON-FOLDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAD-FOLDER-FILE
           END-IF
           IF WS-WON-FOLDER = SPACES
               ADD 1 TO WS-NO-PRICE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CONTRACT-PATH
           STRING "Archives\" FUNCTION TRIM(WS-WON-FOLDER)
               "\billing-contract.txt"
               DELIMITED BY SIZE INTO WS-CONTRACT-PATH
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = "00"
               MOVE SPACES TO WS-CONTRACT-PATH
               STRING "Archives\Completed\" FUNCTION TRIM(WS-WON-FOLDER)
                   "\billing-contract.txt"
                   DELIMITED BY SIZE INTO WS-CONTRACT-PATH
               OPEN INPUT CONTRACT-FILE
           END-IF
           IF WS-CONTRACT-STATUS NOT = "00"
               MOVE SPACES TO WS-CONTRACT-PATH
               STRING "Archives\Cancelled\" FUNCTION TRIM(WS-WON-FOLDER)
                   "\billing-contract.txt"
                   DELIMITED BY SIZE INTO WS-CONTRACT-PATH
               OPEN INPUT CONTRACT-FILE
           END-IF
           IF WS-CONTRACT-STATUS NOT = "00"
               ADD 1 TO WS-NO-PRICE-COUNT
               EXIT PARAGRAPH
           END-IF
           READ CONTRACT-FILE
               AT END
                   ADD 1 TO WS-NO-PRICE-COUNT
               NOT AT END
                   MOVE CONTRACT-RECORD TO WS-WON-VALUE
           END-READ
           CLOSE CONTRACT-FILE.

       EMIT-SOURCE-LINE.
           IF WS-SX = 7
               MOVE "Not recorded" TO WS-SOURCE-NAME
           ELSE
               MOVE WS-SRC-NAME(WS-SX) TO WS-SOURCE-NAME
           END-IF
           MOVE ST-INQUIRIES(WS-SX) TO WS-COUNT-DISP
           MOVE ST-QUOTED(WS-SX) TO WS-QUOTED-DISP
           MOVE ST-WON(WS-SX) TO WS-WON-DISP
           MOVE ST-LOST(WS-SX) TO WS-LOST-DISP
           MOVE ST-VALUE(WS-SX) TO WS-VALUE-DISP
           COMPUTE WS-CONV-PCT ROUNDED =
               ST-WON(WS-SX) * 100 / ST-INQUIRIES(WS-SX)
           PERFORM FORMAT-SOURCE-LINE
           PERFORM EMIT-LINE.

       FORMAT-SOURCE-LINE.
           MOVE WS-CONV-PCT TO WS-CONV-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SOURCE-NAME " " WS-COUNT-DISP "     "
               WS-QUOTED-DISP " " WS-WON-DISP " " WS-LOST-DISP " "
               WS-CONV-DISP "%  " WS-VALUE-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.

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
               MOVE "LEAD-PIPELINE" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

      * The couple on the phone hears straight away whether their
      * date is open, tight or full, with the nearest open dates.
       CHECK-REQ-DATE-AVAILABILITY.
           IF WS-AV-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-AV-MODE
           MOVE SPACES TO WS-AV-EXCLUDE WS-AV-RESULT
           CALL "DATE-AVAIL" USING WS-AVAIL-REQUEST.

      * Builds a quotation for a lead from the price book: the
      * package line, any add-ons, an optional discount, VAT shown
      * out of the tax-inclusive total at the tax-rate.txt rate,
      * and a validity date. Nothing is saved until the operator
      * confirms, and the printed copy is written straight away.
       NEW-QUOTATION.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Lead ID to quote: "
           ACCEPT WS-PICK-ID
           PERFORM FIND-QUOTE-LEAD
           IF WS-Q-LEAD-FOUND = 'N'
               DISPLAY "Lead not found."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-Q-LEAD-STATUS) = "Won"
               OR FUNCTION TRIM(WS-Q-LEAD-STATUS) = "Lost"
               DISPLAY "Lead is " FUNCTION TRIM(WS-Q-LEAD-STATUS)
                   " - it cannot be quoted."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-QUOTE WS-Q-ADDONS
           MOVE WS-PICK-ID TO WS-Q-LEAD-ID
           DISPLAY "Quotation for " FUNCTION TRIM(WS-Q-COUPLE)

           PERFORM LIST-PRICE-BOOK
           DISPLAY "Package code or name [" WS-Q-LEAD-PACKAGE "]: "
           ACCEPT WS-PKG-PICK
           IF WS-PKG-PICK = SPACES
               MOVE WS-Q-LEAD-PACKAGE TO WS-PKG-PICK
           END-IF
           PERFORM FIND-QUOTE-PACKAGE
           IF WS-Q-FOUND = 'N'
               DISPLAY "That package is not on the price book."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Q-ADDON-COUNT WS-Q-ADDON-TOTAL
           DISPLAY "Add-on lines (up to 10) - press Enter on the "
               "description when done."
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-Q-ADDON-COUNT = 10
               DISPLAY "Add-on description: "
               ACCEPT WS-QA-DESC(WS-Q-ADDON-COUNT + 1)
               IF WS-QA-DESC(WS-Q-ADDON-COUNT + 1) = SPACES
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-Q-ADDON-COUNT
                   DISPLAY "Amount (PHP, VAT inclusive): "
                   ACCEPT WS-AMOUNT-IN
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-IN)
                       TO WS-QA-AMOUNT(WS-Q-ADDON-COUNT)
                   ADD WS-QA-AMOUNT(WS-Q-ADDON-COUNT)
                       TO WS-Q-ADDON-TOTAL
               END-IF
           END-PERFORM

           COMPUTE WS-Q-SUBTOTAL = WS-Q-PKG-PRICE + WS-Q-ADDON-TOTAL
           MOVE WS-Q-SUBTOTAL TO WS-AMOUNT-DISP
           DISPLAY "Subtotal: PHP " WS-AMOUNT-DISP
           DISPLAY "Discount amount (Enter = none): "
           ACCEPT WS-AMOUNT-IN
           MOVE 0 TO WS-Q-DISCOUNT
           IF WS-AMOUNT-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AMOUNT-IN) TO WS-Q-DISCOUNT
           END-IF
           IF WS-Q-DISCOUNT > WS-Q-SUBTOTAL
               DISPLAY "The discount cannot be more than the "
                   "subtotal."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           IF WS-Q-DISCOUNT > 0
               DISPLAY "Discount reason: "
               ACCEPT WS-Q-DISC-REASON
           END-IF

           PERFORM SET-TODAY-TEXT
           MOVE WS-TODAY-TEXT TO WS-Q-DATE
           COMPUTE WS-DATE-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
               + WS-VALID-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-JULIAN)
               TO WS-DATE-WORK
           STRING WS-DATE-WORK(1:4) "-" WS-DATE-WORK(5:2) "-"
               WS-DATE-WORK(7:2)
               DELIMITED BY SIZE INTO WS-Q-VALID-UNTIL
           DISPLAY "Valid until [" WS-Q-VALID-UNTIL "]: "
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
               MOVE WS-FIELD-IN TO WS-Q-VALID-UNTIL
           END-IF

           COMPUTE WS-Q-TOTAL = WS-Q-SUBTOTAL - WS-Q-DISCOUNT
           PERFORM LOAD-QUOTE-TAX-RATE
           COMPUTE WS-Q-VATABLE ROUNDED =
               WS-Q-TOTAL / (1 + WS-Q-VAT-RATE / 100)
           COMPUTE WS-Q-VAT = WS-Q-TOTAL - WS-Q-VATABLE
           MOVE "O" TO WS-Q-STATUS
           MOVE WS-Q-TOTAL TO WS-AMOUNT-DISP
           DISPLAY "Quotation total (VAT inclusive): PHP "
               WS-AMOUNT-DISP
           DISPLAY "Issue this quotation? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Quotation not issued."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-AND-INCREMENT-QUOTE-NUMBER
           PERFORM SAVE-QUOTATION
           PERFORM MARK-LEAD-QUOTED
           PERFORM PRINT-QUOTATION
           DISPLAY "Quotation Q-" WS-Q-NO " issued."
           PERFORM PAUSE-SCREEN.

       FIND-QUOTE-LEAD.
           MOVE 'N' TO WS-Q-LEAD-FOUND
           OPEN INPUT LEAD-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LEAD-ID = WS-PICK-ID
                           MOVE 'Y' TO WS-Q-LEAD-FOUND
                           MOVE 'Y' TO WS-EOF
                           MOVE SPACES TO WS-Q-COUPLE
                           STRING FUNCTION TRIM(LEAD-PARTNER1) " & "
                               FUNCTION TRIM(LEAD-PARTNER2)
                               DELIMITED BY SIZE INTO WS-Q-COUPLE
                           MOVE LEAD-STATUS TO WS-Q-LEAD-STATUS
                           MOVE LEAD-PACKAGE TO WS-Q-LEAD-PACKAGE
                           MOVE LEAD-REQ-DATE TO WS-Q-REQ-DATE
                           MOVE LEAD-GUEST-EST TO WS-Q-GUEST-EST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAD-FILE.

       LIST-PRICE-BOOK.
           OPEN INPUT PKG-FILE
           IF WS-PKG-STATUS NOT = "00"
               DISPLAY "The price book (packages.txt) is empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Price book:"
           MOVE 'N' TO WS-Q-EOF
           PERFORM UNTIL WS-Q-EOF = 'Y'
               READ PKG-FILE
                   AT END
                       MOVE 'Y' TO WS-Q-EOF
                   NOT AT END
                       MOVE PKG-PRICE TO WS-AMOUNT-DISP
                       DISPLAY "  " PKG-CODE " " PKG-NAME
                           " PHP " WS-AMOUNT-DISP
               END-READ
           END-PERFORM
           CLOSE PKG-FILE.

      * Same match the billing program uses: a package is named by
      * either its code or its name.
       FIND-QUOTE-PACKAGE.
           MOVE 'N' TO WS-Q-FOUND
           IF WS-PKG-PICK = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PKG-FILE
           IF WS-PKG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-Q-EOF
           PERFORM UNTIL WS-Q-EOF = 'Y'
               READ PKG-FILE
                   AT END
                       MOVE 'Y' TO WS-Q-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(PKG-NAME))
                           = FUNCTION UPPER-CASE
                               (FUNCTION TRIM(WS-PKG-PICK))
                           OR FUNCTION UPPER-CASE
                               (FUNCTION TRIM(PKG-CODE)) =
                               FUNCTION UPPER-CASE
                               (FUNCTION TRIM(WS-PKG-PICK))
                           MOVE 'Y' TO WS-Q-FOUND
                           MOVE 'Y' TO WS-Q-EOF
                           MOVE PKG-CODE TO WS-Q-PKG-CODE
                           MOVE PKG-NAME TO WS-Q-PKG-NAME
                           MOVE PKG-INCLUSIONS TO WS-Q-PKG-INCL
                           MOVE PKG-PRICE TO WS-Q-PKG-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PKG-FILE.

      * tax-rate.txt is hand-maintained and read as text, as in
      * Client Billing; anything that does not parse above zero
      * falls back to the 12% default.
       LOAD-QUOTE-TAX-RATE.
           MOVE 12.00 TO WS-Q-VAT-RATE
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-STATUS = "00"
               READ TAX-RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAX-RATE-RECORD NOT = SPACES
                           AND FUNCTION NUMVAL(TAX-RATE-RECORD) > 0
                           MOVE FUNCTION NUMVAL(TAX-RATE-RECORD)
                               TO WS-Q-VAT-RATE
                       END-IF
               END-READ
               CLOSE TAX-RATE-FILE
           END-IF.

       READ-AND-INCREMENT-QUOTE-NUMBER.
           OPEN INPUT QUOTE-NUMBER-FILE
           IF WS-QNUM-STATUS = "00"
               READ QUOTE-NUMBER-FILE
                   AT END
                       MOVE 0 TO WS-Q-NO
                   NOT AT END
                       MOVE QUOTE-NUMBER-RECORD TO WS-Q-NO
               END-READ
               CLOSE QUOTE-NUMBER-FILE
           ELSE
               MOVE 0 TO WS-Q-NO
           END-IF
           ADD 1 TO WS-Q-NO
           OPEN OUTPUT QUOTE-NUMBER-FILE
           MOVE WS-Q-NO TO QUOTE-NUMBER-RECORD
           WRITE QUOTE-NUMBER-RECORD
           CLOSE QUOTE-NUMBER-FILE.

       SAVE-QUOTATION.
           OPEN EXTEND QUOTE-FILE
           IF WS-QUOTE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
           END-IF
           MOVE WS-Q-NO TO QT-NO
           MOVE WS-Q-LEAD-ID TO QT-LEAD-ID
           MOVE WS-Q-DATE TO QT-DATE
           MOVE WS-Q-VALID-UNTIL TO QT-VALID-UNTIL
           MOVE WS-Q-PKG-CODE TO QT-PKG-CODE
           MOVE WS-Q-PKG-NAME TO QT-PKG-NAME
           MOVE WS-Q-PKG-INCL TO QT-PKG-INCL
           MOVE WS-Q-PKG-PRICE TO QT-PKG-PRICE
           MOVE WS-Q-ADDON-TOTAL TO QT-ADDON-TOTAL
           MOVE WS-Q-DISCOUNT TO QT-DISCOUNT
           MOVE WS-Q-DISC-REASON TO QT-DISC-REASON
           MOVE WS-Q-TOTAL TO QT-TOTAL
           MOVE WS-Q-VAT-RATE TO QT-VAT-RATE
           MOVE WS-Q-VATABLE TO QT-VATABLE
           MOVE WS-Q-VAT TO QT-VAT
           MOVE "O" TO QT-STATUS
           MOVE SPACES TO QT-OPERATOR QT-ACCEPTED-DATE
           WRITE QUOTE-RECORD
           CLOSE QUOTE-FILE
           IF WS-Q-ADDON-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND QUOTE-LINE-FILE
           IF WS-QLINE-STATUS = "35"
               OPEN OUTPUT QUOTE-LINE-FILE
           END-IF
           PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-Q-ADDON-COUNT
               MOVE WS-Q-NO TO QL-NO
               MOVE WS-QX TO QL-SEQ
               MOVE WS-QA-DESC(WS-QX) TO QL-DESC
               MOVE WS-QA-AMOUNT(WS-QX) TO QL-AMOUNT
               WRITE QUOTE-LINE-RECORD
           END-PERFORM
           CLOSE QUOTE-LINE-FILE.

      * Issuing a quotation moves an open inquiry to Quoted and
      * stamps the date it was first quoted.
       MARK-LEAD-QUOTED.
           OPEN INPUT LEAD-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LEAD-RECORD TO TEMP-RECORD
                       IF LEAD-ID = WS-Q-LEAD-ID
                           IF FUNCTION TRIM(LEAD-STATUS) = "Inquiry"
                               MOVE "Quoted" TO TEMP-STATUS
                           END-IF
                           IF TEMP-QUOTE-DATE = SPACES
                               MOVE WS-Q-DATE TO TEMP-QUOTE-DATE
                           END-IF
                       END-IF
                       WRITE TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE LEAD-FILE
           CLOSE TEMP-FILE
           PERFORM SWAP-IN-TEMP-FILE.

       REPRINT-QUOTATION.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Lead ID to list its quotations: "
           ACCEPT WS-PICK-ID
           PERFORM FIND-QUOTE-LEAD
           IF WS-Q-LEAD-FOUND = 'N'
               DISPLAY "Lead not found."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quotations for " FUNCTION TRIM(WS-Q-COUPLE)
           PERFORM LIST-LEAD-QUOTES
           IF WS-Q-LATEST = 0
               DISPLAY "No quotations have been issued to this lead."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quotation number to reprint (Enter = none): "
           ACCEPT WS-Q-PICK-IN
           IF WS-Q-PICK-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-Q-PICK-IN) TO WS-Q-PICK
           PERFORM LOAD-QUOTATION
           IF WS-Q-FOUND = 'N' OR WS-Q-LEAD-ID NOT = WS-PICK-ID
               DISPLAY "That quotation is not on this lead."
           ELSE
               PERFORM PRINT-QUOTATION
           END-IF
           PERFORM PAUSE-SCREEN.

      * Lists every quotation issued to WS-PICK-ID and leaves the
      * newest one still open in WS-Q-LATEST (0 = none open).
       LIST-LEAD-QUOTES.
           MOVE 0 TO WS-Q-LATEST WS-Q-OPEN-COUNT
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-Q-EOF
           PERFORM UNTIL WS-Q-EOF = 'Y'
               READ QUOTE-FILE
                   AT END
                       MOVE 'Y' TO WS-Q-EOF
                   NOT AT END
                       IF QT-LEAD-ID = WS-PICK-ID
                           MOVE QT-TOTAL TO WS-AMOUNT-DISP
                           DISPLAY "  Q-" QT-NO "  " QT-DATE
                               "  valid to " QT-VALID-UNTIL
                               "  " QT-PKG-NAME " PHP "
                               WS-AMOUNT-DISP " " QT-STATUS
                           IF QT-STATUS = "O"
                               MOVE QT-NO TO WS-Q-LATEST
                               ADD 1 TO WS-Q-OPEN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           DISPLAY "  (status O = open, A = accepted, "
               "S = superseded)".

       LOAD-QUOTATION.
           MOVE 'N' TO WS-Q-FOUND
           INITIALIZE WS-QUOTE WS-Q-ADDONS
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-Q-EOF
           PERFORM UNTIL WS-Q-EOF = 'Y'
               READ QUOTE-FILE
                   AT END
                       MOVE 'Y' TO WS-Q-EOF
                   NOT AT END
                       IF QT-NO = WS-Q-PICK
                           MOVE 'Y' TO WS-Q-FOUND
                           MOVE 'Y' TO WS-Q-EOF
                           MOVE QUOTE-RECORD TO WS-QUOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           IF WS-Q-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT QUOTE-LINE-FILE
           IF WS-QLINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-Q-EOF
           PERFORM UNTIL WS-Q-EOF = 'Y'
               READ QUOTE-LINE-FILE
                   AT END
                       MOVE 'Y' TO WS-Q-EOF
                   NOT AT END
                       IF QL-NO = WS-Q-PICK
                           AND WS-Q-ADDON-COUNT < 10
                           ADD 1 TO WS-Q-ADDON-COUNT
                           MOVE QL-DESC
                               TO WS-QA-DESC(WS-Q-ADDON-COUNT)
                           MOVE QL-AMOUNT
                               TO WS-QA-AMOUNT(WS-Q-ADDON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-LINE-FILE.

      * The printed quotation is rebuilt from the stored figures, so
      * a reprint is word for word what the couple was sent.
       PRINT-QUOTATION.
           MOVE "mkdir Reports" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-QUOTE-PRINT-PATH
           STRING "Reports\QUOTATION-" WS-Q-NO ".txt"
               DELIMITED BY SIZE INTO WS-QUOTE-PRINT-PATH
           OPEN OUTPUT QUOTE-PRINT-FILE
           IF WS-QPRINT-STATUS NOT = "00"
               DISPLAY "Could not write the quotation. Status: "
                   WS-QPRINT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "=" TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO QUOTE-PRINT-LINE
           STRING "QUOTATION" "                                "
               "      No. Q-" WS-Q-NO
               DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE ALL "=" TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO QUOTE-PRINT-LINE
           STRING "Date issued: " WS-Q-DATE
               "        Valid until: " WS-Q-VALID-UNTIL
               DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO QUOTE-PRINT-LINE
           STRING "Prepared for: " FUNCTION TRIM(WS-Q-COUPLE)
               DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO QUOTE-PRINT-LINE
           STRING "Wedding date requested: " WS-Q-REQ-DATE
               "    Estimated guests: " WS-Q-GUEST-EST
               DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE ALL "-" TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO WS-Q-LINE
           MOVE "Description" TO WS-QL-LABEL
           MOVE WS-Q-LINE TO QUOTE-PRINT-LINE
           MOVE "   Amount (PHP)" TO QUOTE-PRINT-LINE(51:15)
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO WS-QL-LABEL
           STRING "Package " FUNCTION TRIM(WS-Q-PKG-CODE) " - "
               WS-Q-PKG-NAME
               DELIMITED BY SIZE INTO WS-QL-LABEL
           MOVE WS-Q-PKG-PRICE TO WS-QL-AMOUNT
           MOVE WS-Q-LINE TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           IF WS-Q-PKG-INCL NOT = SPACES
               MOVE SPACES TO QUOTE-PRINT-LINE
               STRING "  Includes: " WS-Q-PKG-INCL
                   DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
               WRITE QUOTE-PRINT-LINE
           END-IF
           PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-Q-ADDON-COUNT
               MOVE SPACES TO WS-QL-LABEL
               STRING "Add-on: " WS-QA-DESC(WS-QX)
                   DELIMITED BY SIZE INTO WS-QL-LABEL
               MOVE WS-QA-AMOUNT(WS-QX) TO WS-QL-AMOUNT
               MOVE WS-Q-LINE TO QUOTE-PRINT-LINE
               WRITE QUOTE-PRINT-LINE
           END-PERFORM
           IF WS-Q-DISCOUNT > 0
               MOVE SPACES TO WS-QL-LABEL
               STRING "Less discount: " WS-Q-DISC-REASON
                   DELIMITED BY SIZE INTO WS-QL-LABEL
               COMPUTE WS-QL-AMOUNT = 0 - WS-Q-DISCOUNT
               MOVE WS-Q-LINE TO QUOTE-PRINT-LINE
               WRITE QUOTE-PRINT-LINE
           END-IF
           MOVE ALL "-" TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE "TOTAL (VAT inclusive)" TO WS-QL-LABEL
           MOVE WS-Q-TOTAL TO WS-QL-AMOUNT
           MOVE WS-Q-LINE TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE "  VATable sales" TO WS-QL-LABEL
           MOVE WS-Q-VATABLE TO WS-QL-AMOUNT
           MOVE WS-Q-LINE TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE WS-Q-VAT-RATE TO WS-RATE-DISP
           MOVE SPACES TO WS-QL-LABEL
           STRING "  VAT (" WS-RATE-DISP "%)"
               DELIMITED BY SIZE INTO WS-QL-LABEL
           MOVE WS-Q-VAT TO WS-QL-AMOUNT
           MOVE WS-Q-LINE TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE ALL "=" TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO QUOTE-PRINT-LINE
           STRING "This quotation is valid until " WS-Q-VALID-UNTIL
               ". After that date prices may change."
               DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO QUOTE-PRINT-LINE
           STRING "Once accepted, this total is the contract price; "
               "changes need a change order."
               DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           MOVE SPACES TO QUOTE-PRINT-LINE
           STRING "Accepted by: ______________________________"
               "  Date: __________"
               DELIMITED BY SIZE INTO QUOTE-PRINT-LINE
           WRITE QUOTE-PRINT-LINE
           CLOSE QUOTE-PRINT-FILE
           MOVE "L" TO WS-CR-MODE
           MOVE "LEAD-PIPELINE" TO WS-CR-PROGRAM
           MOVE SPACES TO WS-CR-TITLE
           STRING "QUOTATION No. " WS-Q-NO
               DELIMITED BY SIZE INTO WS-CR-TITLE
           MOVE WS-QUOTE-PRINT-PATH TO WS-CR-PATH
           MOVE SPACES TO WS-CR-FOLDER
           MOVE SPACES TO WS-CR-OPERATOR
           CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
           DISPLAY "Quotation written to "
               FUNCTION TRIM(WS-QUOTE-PRINT-PATH).

      * On conversion the operator says which quotation the couple
      * accepted; its total becomes the new plan's contract price.
      * A lapsed quotation is only carried if the operator agrees
      * to honour it.
       CHOOSE-ACCEPTED-QUOTE.
           MOVE 0 TO WS-ACCEPT-QT-NO WS-ACCEPT-QT-TOTAL
           MOVE SPACES TO WS-ACCEPT-QT-PKG WS-ACCEPT-QT-VALID
           MOVE LEAD-ID TO WS-PICK-ID
           PERFORM LIST-LEAD-QUOTES
           IF WS-Q-LATEST = 0
               DISPLAY "No open quotation on this lead - the "
                   "contract price will be set in Client Billing."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quotation the couple accepted [Q-" WS-Q-LATEST
               "] (0 = none): "
           ACCEPT WS-Q-PICK-IN
           IF WS-Q-PICK-IN = SPACES
               MOVE WS-Q-LATEST TO WS-Q-PICK
           ELSE
               MOVE FUNCTION NUMVAL(WS-Q-PICK-IN) TO WS-Q-PICK
           END-IF
           IF WS-Q-PICK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-QUOTATION
           IF WS-Q-FOUND = 'N' OR WS-Q-LEAD-ID NOT = LEAD-ID
               OR WS-Q-STATUS NOT = "O"
               DISPLAY "That is not an open quotation on this lead "
                   "- no quotation carried."
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-TODAY-TEXT
           IF WS-Q-VALID-UNTIL < WS-TODAY-TEXT
               DISPLAY "Q-" WS-Q-NO " lapsed on " WS-Q-VALID-UNTIL
                   ". Honour it anyway? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Q-NO TO WS-ACCEPT-QT-NO
           MOVE WS-Q-TOTAL TO WS-ACCEPT-QT-TOTAL
           MOVE WS-Q-PKG-NAME TO WS-ACCEPT-QT-PKG
           MOVE WS-Q-VALID-UNTIL TO WS-ACCEPT-QT-VALID.

      * The accepted quotation is stamped A; the lead's other open
      * quotations are superseded.
       MARK-QUOTE-ACCEPTED.
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QUOTE-TEMP
           PERFORM SET-TODAY-TEXT
           MOVE 'N' TO WS-Q-EOF
           PERFORM UNTIL WS-Q-EOF = 'Y'
               READ QUOTE-FILE
                   AT END
                       MOVE 'Y' TO WS-Q-EOF
                   NOT AT END
                       IF QT-NO = WS-ACCEPT-QT-NO
                           MOVE "A" TO QT-STATUS
                           MOVE WS-TODAY-TEXT TO QT-ACCEPTED-DATE
                       ELSE
                           IF QT-LEAD-ID = WS-PICK-ID
                               AND QT-STATUS = "O"
                               MOVE "S" TO QT-STATUS
                           END-IF
                       END-IF
                       MOVE QUOTE-RECORD TO QUOTE-TEMP-RECORD
                       WRITE QUOTE-TEMP-RECORD
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           CLOSE QUOTE-TEMP
           MOVE SPACES TO WS-OS-CMD
           STRING "ren quotes.txt quotes.bak"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE SPACES TO WS-OS-CMD
           STRING "ren quotes.tmp quotes.txt"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-OS-CMD
               STRING "del quotes.bak"
                   DELIMITED BY SIZE INTO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: could not replace quotation file; "
                   "original kept as quotes.bak"
           END-IF.

       SWAP-IN-TEMP-FILE.
           MOVE SPACES TO WS-OS-CMD
           STRING "ren leads.txt leads.bak"
