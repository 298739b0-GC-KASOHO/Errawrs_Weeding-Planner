       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHT-REPORTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE
               ASSIGN TO "disbursements-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PAYOR-FILE ASSIGN TO "payor-info.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOR-STATUS.
           SELECT CERT-FILE ASSIGN TO WS-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shop-wide disbursement register written by VENDOR-INVOICES
      * when a voucher is issued, one comma-separated line per
      * payment: DV, date, account, gross, vendor, invoice no.,
      * booking, operator, tax withheld, net paid, ATC, payee TIN.
       FD REGISTER-FILE.
       01 REGISTER-RECORD      PIC X(160).

      * Our own registration as withholding agent, hand-maintained:
      * line 1 TIN, line 2 registered name, line 3 address.
       FD PAYOR-FILE.
       01 PAYOR-RECORD         PIC X(80).

       FD CERT-FILE.
       01 CERT-LINE            PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS   PIC X(2).
       01 WS-PAYOR-STATUS      PIC X(2).
       01 WS-CERT-STATUS       PIC X(2).
       01 WS-CERT-PATH         PIC X(200).
       01 WS-OS-CMD            PIC X(200).
       01 WS-PAUSE             PIC X.
       01 WS-MENU-CHOICE       PIC 9.
       01 WS-EOF               PIC X.

       01 WS-REG-FIELDS.
           05 WS-REG-DV        PIC X(6).
           05 WS-REG-DATE      PIC X(10).
           05 WS-REG-ACCT      PIC X(4).
           05 WS-REG-AMOUNT    PIC X(12).
           05 WS-REG-VENDOR    PIC X(30).
           05 WS-REG-INV-NO    PIC X(20).
           05 WS-REG-BOOKING   PIC X(4).
           05 WS-REG-OPERATOR  PIC X(8).
           05 WS-REG-WHT       PIC X(12).
           05 WS-REG-NET       PIC X(12).
           05 WS-REG-ATC       PIC X(5).
           05 WS-REG-TIN       PIC X(15).
       01 WS-REG-GROSS-AMT     PIC 9(7)V99.
       01 WS-REG-WHT-AMT       PIC 9(7)V99.

       01 WS-PAYOR-TIN         PIC X(80).
       01 WS-PAYOR-NAME        PIC X(80).
       01 WS-PAYOR-ADDRESS     PIC X(80).

      * Quarter being certified.
       01 WS-PICK-YEAR         PIC X(4).
       01 WS-PICK-QTR          PIC 9.
       01 WS-PICK-VENDOR       PIC X(30).
       01 WS-QTR-FIRST-MM      PIC 99.
       01 WS-QTR-MM            PIC 99.
       01 WS-QTR-MONTH-NO      PIC 9.
       01 WS-QTR-FROM          PIC X(10).
       01 WS-QTR-TO            PIC X(10).
       01 WS-QTR-LAST-DAY      PIC X(2).
       01 WS-MM-TEXT           PIC 99.

       01 WS-CT-COUNT          PIC 9(3).
       01 WS-CX                PIC 9(3).
       01 WS-CY                PIC 9(3).
       01 WS-CT-HIT            PIC 9(3).
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
               10 CT-VENDOR     PIC X(30).
               10 CT-TIN        PIC X(15).
               10 CT-ATC        PIC X(5).
               10 CT-MONTH-AMT  PIC 9(9)V99 OCCURS 3 TIMES.
               10 CT-TAX        PIC 9(9)V99.
               10 CT-DONE       PIC X.
       01 WS-CERT-COUNT        PIC 9(4).
       01 WS-CERT-COUNT-DISP   PIC ZZZ9.
       01 WS-CERT-TOTAL        PIC 9(9)V99.
       01 WS-CERT-TAX          PIC 9(9)V99.
       01 WS-CERT-MONTHS.
           05 WS-CERT-MONTH-TOT PIC 9(9)V99 OCCURS 3 TIMES.
       01 WS-CERT-SLUG         PIC X(30).
       01 WS-CERT-SLUG-LEN     PIC 9(2).
       01 WS-CERT-TODAY        PIC X(8).

       01 WS-CERT-HEAD1.
           05 FILLER PIC X(33) VALUE "Income Payments Subject to EWT".
           05 FILLER PIC X(47) VALUE SPACES.
       01 WS-CERT-HEAD2.
           05 FILLER PIC X(7)  VALUE "ATC".
           05 FILLER PIC X(12) VALUE "  1st Month".
           05 FILLER PIC X(12) VALUE "  2nd Month".
           05 FILLER PIC X(12) VALUE "  3rd Month".
           05 FILLER PIC X(12) VALUE "       Total".
           05 FILLER PIC X(13) VALUE " Tax Withheld".
       01 WS-CERT-DETAIL.
           05 CD-ATC           PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CD-MONTH OCCURS 3 TIMES.
               10 CD-AMT       PIC Z(7)9.99.
               10 FILLER       PIC X(1) VALUE SPACES.
           05 CD-TOTAL         PIC Z(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 CD-TAX           PIC Z(8)9.99.

      * Month being summarised.
       01 WS-PICK-MONTH        PIC X(7).
       01 WS-AT-COUNT          PIC 9(2).
       01 WS-AX                PIC 9(2).
       01 WS-AT-HIT            PIC 9(2).
       01 WS-AT-TABLE.
           05 WS-AT-ENTRY OCCURS 30 TIMES.
               10 AT-CODE       PIC X(5).
               10 AT-LINES      PIC 9(4).
               10 AT-GROSS      PIC 9(9)V99.
               10 AT-TAX        PIC 9(9)V99.
       01 WS-MS-LINES          PIC 9(4).
       01 WS-MS-NO-TIN         PIC 9(4).
       01 WS-MS-GROSS          PIC 9(9)V99.
       01 WS-MS-TAX            PIC 9(9)V99.
       01 WS-MS-NOT-SUBJECT    PIC 9(9)V99.
       01 WS-MS-COUNT-DISP     PIC ZZZ9.
       01 WS-MS-AMT-DISP       PIC Z(8)9.99.
       01 WS-MS-DETAIL.
           05 MSD-DV           PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MSD-DATE         PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MSD-VENDOR       PIC X(22).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MSD-ATC          PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MSD-GROSS        PIC Z(7)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MSD-TAX          PIC Z(7)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MSD-FLAG         PIC X(6).

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
           CALL "SYSTEM" USING "cls".

       MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "--------------------------------------------------"
           DISPLAY "        EXPANDED WITHHOLDING TAX (EWT)".
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. BIR Form 2307 Certificates for a Quarter".
           DISPLAY "2. Monthly Withholding Summary".
           DISPLAY "3. Back to Main Menu".
           DISPLAY "--------------------------------------------------"
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM FORM-2307-RUN
               WHEN 2 PERFORM MONTHLY-SUMMARY
               WHEN 3 GO TO RETURN-TO-CALLER
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.
           GO TO MAIN-MENU.

      * One certificate per payee for the quarter, each ATC on its
      * own line with the income payments split by month of the
      * quarter.  Certificates go to Certificates\2307-YYYYQn-name.
       FORM-2307-RUN.
           DISPLAY "Enter Year (YYYY): "
           ACCEPT WS-PICK-YEAR
           DISPLAY "Enter Quarter (1-4): "
           ACCEPT WS-PICK-QTR
           IF WS-PICK-YEAR NOT NUMERIC
               OR WS-PICK-QTR < 1 OR WS-PICK-QTR > 4
               DISPLAY "Enter a four-digit year and a quarter 1 to 4."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vendor Name (blank for every vendor withheld on): "
           ACCEPT WS-PICK-VENDOR
           COMPUTE WS-QTR-FIRST-MM = (WS-PICK-QTR - 1) * 3 + 1
           MOVE WS-QTR-FIRST-MM TO WS-MM-TEXT
           MOVE SPACES TO WS-QTR-FROM WS-QTR-TO
           STRING WS-MM-TEXT "/01/" WS-PICK-YEAR
               DELIMITED BY SIZE INTO WS-QTR-FROM
           EVALUATE WS-PICK-QTR
               WHEN 1 MOVE "31" TO WS-QTR-LAST-DAY
               WHEN 2 MOVE "30" TO WS-QTR-LAST-DAY
               WHEN 3 MOVE "30" TO WS-QTR-LAST-DAY
               WHEN 4 MOVE "31" TO WS-QTR-LAST-DAY
           END-EVALUATE
           COMPUTE WS-MM-TEXT = WS-QTR-FIRST-MM + 2
           STRING WS-MM-TEXT "/" WS-QTR-LAST-DAY "/" WS-PICK-YEAR
               DELIMITED BY SIZE INTO WS-QTR-TO

           MOVE 0 TO WS-CT-COUNT
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "No disbursements have been recorded yet."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-QUARTER-LINE
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE

           IF WS-CT-COUNT = 0
               DISPLAY "No tax was withheld in " WS-PICK-YEAR
                   " quarter " WS-PICK-QTR "."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAYOR-INFO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CERT-TODAY
           MOVE "mkdir Certificates" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE 0 TO WS-CERT-COUNT
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CT-COUNT
               IF CT-DONE(WS-CX) NOT = 'Y'
                   PERFORM WRITE-2307-CERTIFICATE
               END-IF
           END-PERFORM
           MOVE WS-CERT-COUNT TO WS-CERT-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-CERT-COUNT-DISP)
               " certificate(s) written to the Certificates folder."
           PERFORM PAUSE-SCREEN.

       TALLY-QUARTER-LINE.
           PERFORM SPLIT-REGISTER-LINE
           IF WS-REG-WHT = SPACES OR WS-REG-WHT-AMT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-DATE(1:4) NOT = WS-PICK-YEAR
               OR WS-REG-DATE(6:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-DATE(6:2) TO WS-QTR-MM
           IF WS-QTR-MM < WS-QTR-FIRST-MM
               OR WS-QTR-MM > WS-QTR-FIRST-MM + 2
               EXIT PARAGRAPH
           END-IF
           IF WS-PICK-VENDOR NOT = SPACES
               AND FUNCTION UPPER-CASE(WS-REG-VENDOR)
                   NOT = FUNCTION UPPER-CASE(WS-PICK-VENDOR)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QTR-MONTH-NO = WS-QTR-MM - WS-QTR-FIRST-MM + 1
           MOVE 0 TO WS-CT-HIT
           PERFORM VARYING WS-CY FROM 1 BY 1
                   UNTIL WS-CY > WS-CT-COUNT OR WS-CT-HIT > 0
               IF CT-VENDOR(WS-CY) = WS-REG-VENDOR
                   AND CT-ATC(WS-CY) = WS-REG-ATC
                   MOVE WS-CY TO WS-CT-HIT
               END-IF
           END-PERFORM
           IF WS-CT-HIT = 0
               IF WS-CT-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-HIT
               MOVE SPACES TO WS-CT-ENTRY(WS-CT-HIT)
               MOVE WS-REG-VENDOR TO CT-VENDOR(WS-CT-HIT)
               MOVE WS-REG-ATC TO CT-ATC(WS-CT-HIT)
               MOVE 0 TO CT-MONTH-AMT(WS-CT-HIT, 1)
                   CT-MONTH-AMT(WS-CT-HIT, 2)
                   CT-MONTH-AMT(WS-CT-HIT, 3) CT-TAX(WS-CT-HIT)
               MOVE 'N' TO CT-DONE(WS-CT-HIT)
           END-IF
           IF WS-REG-TIN NOT = SPACES
               MOVE WS-REG-TIN TO CT-TIN(WS-CT-HIT)
           END-IF
           ADD WS-REG-GROSS-AMT
               TO CT-MONTH-AMT(WS-CT-HIT, WS-QTR-MONTH-NO)
           ADD WS-REG-WHT-AMT TO CT-TAX(WS-CT-HIT).

       WRITE-2307-CERTIFICATE.
           MOVE SPACES TO WS-CERT-SLUG
           MOVE FUNCTION TRIM(CT-VENDOR(WS-CX)) TO WS-CERT-SLUG
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CT-VENDOR(WS-CX)))
               TO WS-CERT-SLUG-LEN
           INSPECT WS-CERT-SLUG(1:WS-CERT-SLUG-LEN)
               REPLACING ALL " " BY "-"
                         ALL "/" BY "-"
                         ALL "\" BY "-"
                         ALL "&" BY "-"
           MOVE SPACES TO WS-CERT-PATH
           STRING "Certificates\2307-" WS-PICK-YEAR "Q" WS-PICK-QTR
               "-" WS-CERT-SLUG(1:WS-CERT-SLUG-LEN) ".txt"
               DELIMITED BY SIZE INTO WS-CERT-PATH
           OPEN OUTPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "Could not create " FUNCTION TRIM(WS-CERT-PATH)
                   " Status: " WS-CERT-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CERT-COUNT

           MOVE ALL "=" TO CERT-LINE
           WRITE CERT-LINE
           MOVE "BIR FORM 2307" TO CERT-LINE
           WRITE CERT-LINE
           MOVE "CERTIFICATE OF CREDITABLE TAX WITHHELD AT SOURCE"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE ALL "=" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "For the Period   From: " WS-QTR-FROM
               "   To: " WS-QTR-TO
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE ALL "-" TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Part I - Payee Information" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "  TIN:          " CT-TIN(WS-CX)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "  Payee's Name: " CT-VENDOR(WS-CX)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE "Part II - Payor Information" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "  TIN:          " WS-PAYOR-TIN(1:60)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "  Payor's Name: " WS-PAYOR-NAME(1:60)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "  Address:      " WS-PAYOR-ADDRESS(1:60)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE ALL "-" TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Part III - Details of Monthly Income Payments and "
               TO CERT-LINE
           MOVE "Taxes Withheld" TO CERT-LINE(51:14)
           WRITE CERT-LINE
           WRITE CERT-LINE FROM WS-CERT-HEAD1
           WRITE CERT-LINE FROM WS-CERT-HEAD2

           MOVE 0 TO WS-CERT-TOTAL WS-CERT-TAX
               WS-CERT-MONTH-TOT(1) WS-CERT-MONTH-TOT(2)
               WS-CERT-MONTH-TOT(3)
           PERFORM VARYING WS-CY FROM WS-CX BY 1
                   UNTIL WS-CY > WS-CT-COUNT
               IF CT-VENDOR(WS-CY) = CT-VENDOR(WS-CX)
                   PERFORM WRITE-2307-ATC-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO CERT-LINE
           MOVE ALL "-" TO CERT-LINE(8:73)
           WRITE CERT-LINE
           MOVE "TOTAL" TO CD-ATC
           PERFORM VARYING WS-QTR-MONTH-NO FROM 1 BY 1
                   UNTIL WS-QTR-MONTH-NO > 3
               MOVE WS-CERT-MONTH-TOT(WS-QTR-MONTH-NO)
                   TO CD-AMT(WS-QTR-MONTH-NO)
           END-PERFORM
           MOVE WS-CERT-TOTAL TO CD-TOTAL
           MOVE WS-CERT-TAX TO CD-TAX
           WRITE CERT-LINE FROM WS-CERT-DETAIL
           MOVE ALL "-" TO CERT-LINE
           WRITE CERT-LINE
           MOVE "We declare under the penalties of perjury that this "
               TO CERT-LINE
           MOVE "certificate" TO CERT-LINE(53:11)
           WRITE CERT-LINE
           MOVE "has been made in good faith, verified by us, and is "
               TO CERT-LINE
           MOVE "true and" TO CERT-LINE(53:8)
           WRITE CERT-LINE
           MOVE "correct to the best of our knowledge and belief."
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "Issued: " WS-CERT-TODAY(1:4) "-"
               WS-CERT-TODAY(5:2) "-" WS-CERT-TODAY(7:2)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "______________________________      "
               TO CERT-LINE
           MOVE "______________________________" TO CERT-LINE(39:30)
           WRITE CERT-LINE
           MOVE "Payor / Authorized Representative     "
               TO CERT-LINE
           MOVE "Conforme: Payee" TO CERT-LINE(39:15)
           WRITE CERT-LINE
           MOVE ALL "=" TO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-FILE
           MOVE "L" TO WS-CR-MODE
           MOVE "WHT-REPORTS" TO WS-CR-PROGRAM
           MOVE SPACES TO WS-CR-TITLE
           STRING "BIR FORM 2307 " WS-PICK-YEAR "Q" WS-PICK-QTR " "
               WS-CERT-SLUG(1:WS-CERT-SLUG-LEN)
               DELIMITED BY SIZE INTO WS-CR-TITLE
           MOVE WS-CERT-PATH TO WS-CR-PATH
           MOVE SPACES TO WS-CR-FOLDER
           MOVE SPACES TO WS-CR-OPERATOR
           CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
           DISPLAY "Written " FUNCTION TRIM(WS-CERT-PATH).

       WRITE-2307-ATC-LINE.
           MOVE 'Y' TO CT-DONE(WS-CY)
           MOVE CT-ATC(WS-CY) TO CD-ATC
           MOVE 0 TO WS-REG-GROSS-AMT
           PERFORM VARYING WS-QTR-MONTH-NO FROM 1 BY 1
                   UNTIL WS-QTR-MONTH-NO > 3
               MOVE CT-MONTH-AMT(WS-CY, WS-QTR-MONTH-NO)
                   TO CD-AMT(WS-QTR-MONTH-NO)
               ADD CT-MONTH-AMT(WS-CY, WS-QTR-MONTH-NO)
                   TO WS-CERT-MONTH-TOT(WS-QTR-MONTH-NO)
                   WS-CERT-TOTAL
               ADD CT-MONTH-AMT(WS-CY, WS-QTR-MONTH-NO)
                   TO WS-REG-GROSS-AMT
           END-PERFORM
           MOVE WS-REG-GROSS-AMT TO CD-TOTAL
           MOVE CT-TAX(WS-CY) TO CD-TAX
           ADD CT-TAX(WS-CY) TO WS-CERT-TAX
           WRITE CERT-LINE FROM WS-CERT-DETAIL.

      * Everything withheld in one calendar month, by payment and
      * then by ATC, for the monthly remittance return.
       MONTHLY-SUMMARY.
           DISPLAY "Enter Month (YYYY-MM): "
           ACCEPT WS-PICK-MONTH
           IF WS-PICK-MONTH(5:1) NOT = "-"
               OR WS-PICK-MONTH(1:4) NOT NUMERIC
               OR WS-PICK-MONTH(6:2) NOT NUMERIC
               DISPLAY "Month must be entered as YYYY-MM."
               PERFORM PAUSE-SCREEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RPT-NAME
           STRING "wht-summary-" WS-PICK-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-RPT-NAME
           MOVE SPACES TO WS-RPT-TITLE
           STRING "MONTHLY WITHHOLDING SUMMARY " WS-PICK-MONTH
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           PERFORM ASK-REPORT-TO-FILE
           PERFORM LOAD-PAYOR-INFO
           MOVE SPACES TO WS-RPT-LINE
           STRING "Withholding agent: " WS-PAYOR-NAME(1:40)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TIN: " WS-PAYOR-TIN(1:40)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "DV No. Date       Payee                  ATC   "
               TO WS-RPT-LINE
           MOVE "  Gross PHP    Tax PHP" TO WS-RPT-LINE(49:22)
           PERFORM EMIT-LINE
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE

           MOVE 0 TO WS-AT-COUNT WS-MS-LINES WS-MS-NO-TIN
               WS-MS-GROSS WS-MS-TAX WS-MS-NOT-SUBJECT
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM SUMMARY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF WS-MS-LINES = 0
               MOVE "No tax withheld on payments this month."
                   TO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE "Summary by ATC          Payments      Gross PHP"
               TO WS-RPT-LINE
           MOVE "  Tax PHP" TO WS-RPT-LINE(49:9)
           PERFORM EMIT-LINE
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE AT-CODE(WS-AX) TO WS-RPT-LINE(1:5)
               MOVE AT-LINES(WS-AX) TO WS-MS-COUNT-DISP
               MOVE WS-MS-COUNT-DISP TO WS-RPT-LINE(29:4)
               MOVE AT-GROSS(WS-AX) TO WS-MS-AMT-DISP
               MOVE WS-MS-AMT-DISP TO WS-RPT-LINE(35:12)
               MOVE AT-TAX(WS-AX) TO WS-MS-AMT-DISP
               MOVE WS-MS-AMT-DISP TO WS-RPT-LINE(47:12)
               PERFORM EMIT-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MS-GROSS TO WS-MS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Income payments subject to EWT:  PHP "
               WS-MS-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MS-TAX TO WS-MS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL TAX WITHHELD TO REMIT:     PHP "
               WS-MS-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MS-NOT-SUBJECT TO WS-MS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Payments not subject to EWT:     PHP "
               WS-MS-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM EMIT-LINE
           IF WS-MS-NO-TIN > 0
               MOVE WS-MS-NO-TIN TO WS-MS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "** " FUNCTION TRIM(WS-MS-COUNT-DISP)
                   " payment(s) flagged NO TIN - get the payee's TIN "
                   "before filing **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM CLOSE-REPORT-FILE
           PERFORM PAUSE-SCREEN.

       SUMMARY-ONE-LINE.
           PERFORM SPLIT-REGISTER-LINE
           IF WS-REG-DATE(1:7) NOT = WS-PICK-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-WHT = SPACES OR WS-REG-WHT-AMT = 0
               ADD WS-REG-GROSS-AMT TO WS-MS-NOT-SUBJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MS-LINES
           ADD WS-REG-GROSS-AMT TO WS-MS-GROSS
           ADD WS-REG-WHT-AMT TO WS-MS-TAX
           MOVE WS-REG-DV TO MSD-DV
           MOVE WS-REG-DATE TO MSD-DATE
           MOVE WS-REG-VENDOR TO MSD-VENDOR
           MOVE WS-REG-ATC TO MSD-ATC
           MOVE WS-REG-GROSS-AMT TO MSD-GROSS
           MOVE WS-REG-WHT-AMT TO MSD-TAX
           MOVE SPACES TO MSD-FLAG
           IF WS-REG-TIN = SPACES
               MOVE "NO TIN" TO MSD-FLAG
               ADD 1 TO WS-MS-NO-TIN
           END-IF
           MOVE WS-MS-DETAIL TO WS-RPT-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO WS-AT-HIT
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AT-COUNT OR WS-AT-HIT > 0
               IF AT-CODE(WS-AX) = WS-REG-ATC
                   MOVE WS-AX TO WS-AT-HIT
               END-IF
           END-PERFORM
           IF WS-AT-HIT = 0 AND WS-AT-COUNT < 30
               ADD 1 TO WS-AT-COUNT
               MOVE WS-AT-COUNT TO WS-AT-HIT
               MOVE WS-REG-ATC TO AT-CODE(WS-AT-HIT)
               MOVE 0 TO AT-LINES(WS-AT-HIT) AT-GROSS(WS-AT-HIT)
                   AT-TAX(WS-AT-HIT)
           END-IF
           IF WS-AT-HIT > 0
               ADD 1 TO AT-LINES(WS-AT-HIT)
               ADD WS-REG-GROSS-AMT TO AT-GROSS(WS-AT-HIT)
               ADD WS-REG-WHT-AMT TO AT-TAX(WS-AT-HIT)
           END-IF.

       SPLIT-REGISTER-LINE.
           MOVE SPACES TO WS-REG-FIELDS
           UNSTRING REGISTER-RECORD DELIMITED BY ","
               INTO WS-REG-DV WS-REG-DATE WS-REG-ACCT WS-REG-AMOUNT
                    WS-REG-VENDOR WS-REG-INV-NO WS-REG-BOOKING
                    WS-REG-OPERATOR WS-REG-WHT WS-REG-NET WS-REG-ATC
                    WS-REG-TIN
           MOVE 0 TO WS-REG-GROSS-AMT WS-REG-WHT-AMT
           IF WS-REG-AMOUNT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REG-AMOUNT) TO WS-REG-GROSS-AMT
           END-IF
           IF WS-REG-WHT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REG-WHT) TO WS-REG-WHT-AMT
           END-IF.

       LOAD-PAYOR-INFO.
           MOVE "(payor-info.txt not set up)" TO WS-PAYOR-TIN
           MOVE SPACES TO WS-PAYOR-NAME WS-PAYOR-ADDRESS
           OPEN INPUT PAYOR-FILE
           IF WS-PAYOR-STATUS = "00"
               READ PAYOR-FILE INTO WS-PAYOR-TIN
                   AT END CONTINUE
               END-READ
               READ PAYOR-FILE INTO WS-PAYOR-NAME
                   AT END CONTINUE
               END-READ
               READ PAYOR-FILE INTO WS-PAYOR-ADDRESS
                   AT END CONTINUE
               END-READ
               CLOSE PAYOR-FILE
           END-IF.

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
               MOVE "WHT-REPORTS" TO WS-CR-PROGRAM
               MOVE WS-RPT-TITLE TO WS-CR-TITLE
               MOVE WS-RPT-PATH TO WS-CR-PATH
               MOVE SPACES TO WS-CR-FOLDER
               MOVE SPACES TO WS-CR-OPERATOR
               CALL "RPT-CATALOG" USING WS-CATALOG-REQUEST
               MOVE 'N' TO WS-RPT-ENABLED
           END-IF.

       PAUSE-SCREEN.
           DISPLAY "Press Enter to continue..."
           ACCEPT WS-PAUSE.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM WHT-REPORTS.
