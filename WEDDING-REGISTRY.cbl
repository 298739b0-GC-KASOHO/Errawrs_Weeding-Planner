       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEDDING-REGISTRY.

      * Keeper of wedding-registry.txt, the one shop-wide list of
      * wedding folders.  The cross-wedding programs read it instead
      * of listing the Archives directories and opening every
      * profile.  Mode P posts one folder (after a create, a profile
      * change or a move between Archives directories), mode D drops
      * one (after a purge), mode R rebuilds the whole file from the
      * folders on disk, and mode E rebuilds only if the file is
      * missing.  The file is kept in base/folder order, the order a
      * directory listing gives.  Every change is made under
      * wedding-registry.lock, so two operators saving at once
      * take turns instead of copying over each other's post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "wedding-registry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REGISTRY-TEMP ASSIGN TO "wedding-registry.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT DIR-LIST-FILE ASSIGN TO "registry_dirs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per wedding folder.  Base is the Archives directory
      * the folder sits in (Archives, Archives\Completed,
      * Archives\Cancelled, Archives\Transferred); the rest is copied
      * from the folder's profile.
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

       FD REGISTRY-TEMP.
       01 REGISTRY-TEMP-RECORD PIC X(164).

       FD DIR-LIST-FILE.
       01 DIR-LIST-RECORD      PIC X(255).

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
           05 FILLER           PIC X(56).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-STATUS   PIC X(2).
       01 WS-TEMP-STATUS       PIC X(2).
       01 WS-DIR-STATUS        PIC X(2).
       01 WS-PROFILE-STATUS    PIC X(2).
       01 WS-PROFILE-PATH      PIC X(200).
       01 WS-OS-CMD            PIC X(255).
       01 WS-EOF               PIC X.
       01 WS-DIR-EOF           PIC X.
       01 WS-DIR-LINE          PIC X(255).
       01 WS-SLASH-POS         PIC 9(3).
       01 WS-PX                PIC 9(3).
       01 WS-INSERTED          PIC X.
       01 WS-TOTAL             PIC 9(5).
       01 WS-LOCK-TRIES        PIC 9(2).
       01 WS-LOCK-HELD         PIC X.

      * The entry being posted or dropped.
       01 WS-NEW-ENTRY.
           05 WS-NEW-KEY.
               10 WS-NEW-BASE  PIC X(20).
               10 WS-NEW-FOLDER PIC X(60).
           05 WS-NEW-ACCOUNT   PIC X(4).
           05 WS-NEW-PARTNER1  PIC X(30).
           05 WS-NEW-PARTNER2  PIC X(30).
           05 WS-NEW-WED-DATE  PIC X(10).
           05 WS-NEW-STATUS    PIC X(10).

      * The Archives directories a rebuild lists, in registry order.
       01 WS-BASE-VALUES.
           05 FILLER PIC X(20) VALUE "Archives".
           05 FILLER PIC X(20) VALUE "Archives\Cancelled".
           05 FILLER PIC X(20) VALUE "Archives\Completed".
           05 FILLER PIC X(20) VALUE "Archives\Transferred".
       01 WS-BASE-TABLE REDEFINES WS-BASE-VALUES.
           05 WS-BASE-NAME     PIC X(20) OCCURS 4 TIMES.
       01 WS-BASE-COUNTS.
           05 WS-BASE-COUNT    PIC 9(5) OCCURS 4 TIMES.
       01 WS-BX                PIC 9.

       LINKAGE SECTION.
       01 LS-REGISTRY-REQUEST.
           05 LS-RG-MODE       PIC X.
           05 LS-RG-PATH       PIC X(100).
           05 LS-RG-COUNT      PIC 9(5).

       PROCEDURE DIVISION USING LS-REGISTRY-REQUEST.
       REGISTRY-DISPATCH.
           PERFORM TAKE-REGISTRY-LOCK
           EVALUATE LS-RG-MODE
               WHEN "P"
                   PERFORM POST-FOLDER
               WHEN "D"
                   PERFORM DROP-FOLDER
               WHEN "R"
                   PERFORM REBUILD-REGISTRY
                   PERFORM SHOW-REBUILD-COUNTS
               WHEN "E"
                   OPEN INPUT REGISTRY-FILE
                   IF WS-REGISTRY-STATUS = "00"
                       CLOSE REGISTRY-FILE
                   ELSE
                       DISPLAY "Building the wedding registry from the "
                           "Archives folders..."
                       PERFORM REBUILD-REGISTRY
                       PERFORM SHOW-REBUILD-COUNTS
                   END-IF
           END-EVALUATE
           PERFORM RELEASE-REGISTRY-LOCK
           MOVE 0 TO RETURN-CODE
           GO TO RETURN-TO-CALLER.

      * Splits Archives\...\<folder> at its last backslash and takes
      * the account from the YYYY-NNNN-name folder.
       SPLIT-FOLDER-PATH.
           MOVE SPACES TO WS-NEW-ENTRY
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 100
               IF LS-RG-PATH(WS-PX:1) = "\"
                   MOVE WS-PX TO WS-SLASH-POS
               END-IF
           END-PERFORM
           IF WS-SLASH-POS < 2
               EXIT PARAGRAPH
           END-IF
           MOVE LS-RG-PATH(1:WS-SLASH-POS - 1) TO WS-NEW-BASE
           MOVE LS-RG-PATH(WS-SLASH-POS + 1:) TO WS-NEW-FOLDER
           MOVE WS-NEW-FOLDER(6:4) TO WS-NEW-ACCOUNT.

       LOAD-FOLDER-PROFILE.
           MOVE SPACES TO WS-PROFILE-PATH
           STRING FUNCTION TRIM(WS-NEW-BASE) "\"
               FUNCTION TRIM(WS-NEW-FOLDER) "\profile.txt"
               DELIMITED BY SIZE INTO WS-PROFILE-PATH
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               READ PROFILE-FILE
                   NOT AT END
                       MOVE PROF-PARTNER1 TO WS-NEW-PARTNER1
                       MOVE PROF-PARTNER2 TO WS-NEW-PARTNER2
                       MOVE PROF-WEDDING-DATE TO WS-NEW-WED-DATE
                       MOVE PROF-STATUS TO WS-NEW-STATUS
               END-READ
               CLOSE PROFILE-FILE
           END-IF.

      * Copies the registry across, leaving out any older line for
      * the same folder or account and placing the new line in
      * base/folder order.
       POST-FOLDER.
           PERFORM SPLIT-FOLDER-PATH
           IF WS-NEW-FOLDER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FOLDER-PROFILE
           MOVE "N" TO WS-INSERTED
           OPEN OUTPUT REGISTRY-TEMP
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM POST-COPY-ONE
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-INSERTED = "N"
               WRITE REGISTRY-TEMP-RECORD FROM WS-NEW-ENTRY
           END-IF
           CLOSE REGISTRY-TEMP
           PERFORM REPLACE-REGISTRY.

       POST-COPY-ONE.
           IF RG-KEY = WS-NEW-KEY
               EXIT PARAGRAPH
           END-IF
           IF RG-ACCOUNT = WS-NEW-ACCOUNT
               AND WS-NEW-ACCOUNT IS NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-INSERTED = "N" AND RG-KEY > WS-NEW-KEY
               WRITE REGISTRY-TEMP-RECORD FROM WS-NEW-ENTRY
               MOVE "Y" TO WS-INSERTED
           END-IF
           WRITE REGISTRY-TEMP-RECORD FROM REGISTRY-RECORD.

       DROP-FOLDER.
           PERFORM SPLIT-FOLDER-PATH
           IF WS-NEW-FOLDER = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REGISTRY-TEMP
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RG-KEY NOT = WS-NEW-KEY
                           WRITE REGISTRY-TEMP-RECORD
                               FROM REGISTRY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           CLOSE REGISTRY-TEMP
           PERFORM REPLACE-REGISTRY.

      * Lists each Archives directory in turn and writes one line
      * per wedding folder found, straight from its profile.
       REBUILD-REGISTRY.
           MOVE 0 TO WS-TOTAL
           OPEN OUTPUT REGISTRY-TEMP
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
               MOVE 0 TO WS-BASE-COUNT(WS-BX)
               PERFORM REBUILD-ONE-BASE
           END-PERFORM
           CLOSE REGISTRY-TEMP
           MOVE "del registry_dirs.tmp" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           PERFORM REPLACE-REGISTRY
           MOVE WS-TOTAL TO LS-RG-COUNT.

       REBUILD-ONE-BASE.
           MOVE SPACES TO WS-OS-CMD
           STRING "dir /b " FUNCTION TRIM(WS-BASE-NAME(WS-BX))
               "\*-*-* > registry_dirs.tmp 2>&1"
               DELIMITED BY SIZE INTO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           OPEN INPUT DIR-LIST-FILE
           IF WS-DIR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DIR-EOF
           PERFORM UNTIL WS-DIR-EOF = "Y"
               READ DIR-LIST-FILE INTO WS-DIR-LINE
                   AT END
                       MOVE "Y" TO WS-DIR-EOF
                   NOT AT END
                       IF WS-DIR-LINE(1:15) NOT = "File Not Found "
                           AND WS-DIR-LINE NOT = SPACES
                           PERFORM REBUILD-ONE-FOLDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIR-LIST-FILE.

       REBUILD-ONE-FOLDER.
           MOVE SPACES TO WS-NEW-ENTRY
           MOVE WS-BASE-NAME(WS-BX) TO WS-NEW-BASE
           MOVE WS-DIR-LINE TO WS-NEW-FOLDER
           MOVE WS-NEW-FOLDER(6:4) TO WS-NEW-ACCOUNT
           PERFORM LOAD-FOLDER-PROFILE
           WRITE REGISTRY-TEMP-RECORD FROM WS-NEW-ENTRY
           ADD 1 TO WS-BASE-COUNT(WS-BX) WS-TOTAL.

       SHOW-REBUILD-COUNTS.
           DISPLAY "Wedding registry rebuilt from the folders:"
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
               DISPLAY "  " WS-BASE-NAME(WS-BX) " "
                   WS-BASE-COUNT(WS-BX)
           END-PERFORM
           DISPLAY "  Total weddings      " WS-TOTAL.

       REPLACE-REGISTRY.
           MOVE "ren wedding-registry.txt wedding-registry.bak"
               TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE "ren wedding-registry.tmp wedding-registry.txt"
               TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           IF RETURN-CODE = 0
               MOVE "del wedding-registry.bak" TO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
           ELSE
               DISPLAY "Warning: the wedding registry could not be "
                   "replaced; the previous copy is "
                   "wedding-registry.bak."
           END-IF.

      * The lock is a directory: mkdir fails if it is already there,
      * so only one caller can get it.  A post takes well under a
      * second, so a lock still there after ten tries a second apart
      * was left by a session that stopped part-way and is taken
      * over.
       TAKE-REGISTRY-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           PERFORM VARYING WS-LOCK-TRIES FROM 1 BY 1
                   UNTIL WS-LOCK-HELD = "Y" OR WS-LOCK-TRIES > 10
               MOVE "mkdir wedding-registry.lock 2>nul" TO WS-OS-CMD
               CALL "SYSTEM" USING WS-OS-CMD
               IF RETURN-CODE = 0
                   MOVE "Y" TO WS-LOCK-HELD
               ELSE
                   MOVE "timeout /t 1 /nobreak >nul" TO WS-OS-CMD
                   CALL "SYSTEM" USING WS-OS-CMD
               END-IF
           END-PERFORM
           IF WS-LOCK-HELD = "N"
               DISPLAY "Note: wedding-registry.lock was left behind "
                   "by an earlier session; taking it over."
               MOVE "Y" TO WS-LOCK-HELD
           END-IF.

       RELEASE-REGISTRY-LOCK.
           MOVE "rmdir wedding-registry.lock" TO WS-OS-CMD
           CALL "SYSTEM" USING WS-OS-CMD
           MOVE "N" TO WS-LOCK-HELD.

       RETURN-TO-CALLER.
           EXIT PROGRAM.

       END PROGRAM WEDDING-REGISTRY.
