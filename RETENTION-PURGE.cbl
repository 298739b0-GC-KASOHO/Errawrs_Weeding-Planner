       01 WS-REG-CONTRACT      PIC 9(10)V99.
       01 WS-REG-AMT-TEXT      PIC 9(10).99.

      * Passed to WEDDING-REGISTRY as each folder is removed.
       01 WS-REGISTRY-REQUEST.
           05 WS-RG-MODE       PIC X.
           05 WS-RG-PATH       PIC X(100).
           05 WS-RG-COUNT      PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================================="
               FUNCTION TRIM(WS-DIR-LINE)
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE "D" TO WS-RG-MODE
           MOVE SPACES TO WS-RG-PATH
           STRING FUNCTION TRIM(WS-SCAN-BASE) "\"
               FUNCTION TRIM(WS-DIR-LINE)
               DELIMITED BY SIZE INTO WS-RG-PATH
           CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST
           ADD 1 TO WS-PURGE-COUNT
           MOVE SPACES TO LOG-LINE
           STRING "Purged " FUNCTION TRIM(WS-SCAN-BASE) "\"
