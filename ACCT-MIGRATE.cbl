       01 WS-OLD-COUNTER       PIC X(4).
       01 WS-NEW-COUNTER       PIC 9(4).

      * Passed to WEDDING-REGISTRY once the folders are renamed.
       01 WS-REGISTRY-REQUEST.
           05 WS-RG-MODE       PIC X.
           05 WS-RG-PATH       PIC X(100).
           05 WS-RG-COUNT      PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================================="
           PERFORM MIGRATE-BACKUP-GENERATIONS
           PERFORM WIDEN-FILE-NUMBER

      * Every folder name may have changed, so the registry is
      * built again from the renamed folders.
           MOVE "R" TO WS-RG-MODE
           MOVE SPACES TO WS-RG-PATH
           CALL "WEDDING-REGISTRY" USING WS-REGISTRY-REQUEST

      * acct_nums.txt is a scratch file the reconcile run rebuilds;
      * the stale 3-digit copy just goes away.
           MOVE "del acct_nums.txt" TO WS-OS-CMD
