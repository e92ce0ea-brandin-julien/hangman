      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bulk word import. Reads a semicolon-separated file of
      *          word;category;hint;list lines and puts each word
      *          through the same checks as the word bank maintenance
      *          prompts : letters, accents and spaces only, no
      *          duplicate in any of the three word lists or earlier
      *          in the same file, category and hint required, at most
      *          50 words per list. Accepted words are appended to
      *          dataForPendule, dataAnimaux or dataPays and journalled
      *          in word-journal.txt as ADD entries, so the undo of the
      *          maintenance program can take them back out. Rejected
      *          lines are listed with the reason in
      *          import-rejects.txt. A trial run checks the whole file
      *          and writes the listing only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDULE-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL IMPORTFILE ASSIGN TO DYNAMIC
                IMPORT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL DATAFILE ASSIGN TO DYNAMIC
                WORDLIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL JOURNALFILE ASSIGN TO "word-journal.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REJECTFILE ASSIGN TO "import-rejects.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SESSIONFILE ASSIGN TO "active-sessions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD IMPORTFILE.
       01 import-input PIC x(250).

       FD DATAFILE.
       01 words-input.
          05 wi-word     PIC x(30).
          05 wi-category PIC x(10).
          05 wi-hint     PIC x(30).

       FD JOURNALFILE.
       01 journal-input.
          05 jr-stamp.
             10 jr-s-date PIC 9(8).
             10 jr-s-time PIC 9(6).
          05 FILLER    PIC x(1).
          05 jr-action PIC x(6).
          05 FILLER    PIC x(1).
          05 jr-file   PIC x(18).
          05 FILLER    PIC x(1).
          05 jr-before PIC x(70).
          05 FILLER    PIC x(1).
          05 jr-after  PIC x(70).

       FD REJECTFILE.
       01 reject-fd-record PIC x(132).

      *====one line per open game session : session id (start date,
      *====time and hundredths) and the program that registered it
       FD SESSIONFILE.
       01 session-input.
          05 ss-session-id PIC x(16).
          05 FILLER        PIC x(1).
          05 ss-program    PIC x(16).

       WORKING-STORAGE SECTION.

      *====the three word lists, file name and count per list
       01 list-file-table.
          05 list-file-entry OCCURS 3 TIMES.
             10 lf-name     PIC x(40).
             10 lf-count    PIC 99.
             10 lf-added    PIC 99.
       77 list-sub PIC 9 VALUE 0.
       77 wordlist-file-name PIC X(40) VALUE "dataForPendule.txt".
       01 END-OF-FILE PIC 9 VALUE 0.

      *====every word already in a list, then every word accepted from
      *====the import file, so duplicates are caught across the lists
      *====and within the batch
       01 all-words-table.
          05 all-word-entry OCCURS 150 TIMES.
             10 aw-list     PIC 9.
             10 aw-new      PIC 9.
             10 aw-word     PIC x(30).
             10 aw-category PIC x(10).
             10 aw-hint     PIC x(30).
       77 nb-all-words PIC 999 VALUE 0.

      *====accent folding, same table as the game : validation and
      *====duplicate checks run on the folded form, the file keeps the
      *====accented original
       01 accent-source.
          05 FILLER PIC x(26) VALUE
             X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD".
          05 FILLER PIC x(27) VALUE
             X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFDFF".
       01 accent-target.
          05 FILLER PIC x(26) VALUE "AAAAAACEEEEIIIINOOOOOUUUUY".
          05 FILLER PIC x(27) VALUE "AAAAAACEEEEIIIINOOOOOUUUUYY".
       77 word-fold PIC x(30).
       77 entry-fold PIC x(30).

      *====one import line split on the semicolons ; the fields are
      *====wider than the list columns so an overlong value is caught
      *====instead of cut
       77 import-file-name PIC x(40).
       77 import-name-in PIC x(40).
       77 import-eof PIC 9 VALUE 0.
       77 import-line-no PIC 9(5) VALUE 0.
       77 import-fields PIC 99 VALUE 0.
       01 import-fields-in.
          05 imp-word     PIC x(60).
          05 imp-category PIC x(60).
          05 imp-hint     PIC x(60).
          05 imp-list     PIC x(60).
          05 imp-extra    PIC x(60).
       77 word-in PIC x(30).
       77 category-in PIC x(10).
       77 hint-in PIC x(30).
       77 word-valid PIC 9 VALUE 0.
       77 word-length-in PIC 99 VALUE 0.
       77 reject-reason PIC x(34).
       77 i PIC 999.
       77 j PIC 99.
       77 k PIC 999.

      *====trial run or real load, and the run counters
       77 import-choice PIC x(1).
       77 nb-lines-read PIC 9(5) VALUE 0.
       77 nb-accepted PIC 9(5) VALUE 0.
       77 nb-rejected PIC 9(5) VALUE 0.
       77 nb-journalled PIC 9(5) VALUE 0.
       77 count-display PIC ZZZZ9.
       01 reject-line PIC x(132).

      *====journal images, same layout as the maintenance program
       01 before-image.
          05 bi-word     PIC x(30).
          05 bi-category PIC x(10).
          05 bi-hint     PIC x(30).
       01 after-image.
          05 ai-word     PIC x(30).
          05 ai-category PIC x(10).
          05 ai-hint     PIC x(30).
       01 journal-stamp.
          05 js-date PIC 9(8).
          05 js-time PIC 9(6).
          05 FILLER  PIC x(7).

      *====game sessions registered in active-sessions.txt
       77 nb-active-sessions PIC 9(4) VALUE 0.
       77 session-eof PIC 9 VALUE 0.
       77 session-choice PIC x(1).
       77 session-confirm PIC x(1).
       77 session-wait-count PIC 99 VALUE 0.
       77 session-wait-seconds PIC 9(4) VALUE 30.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

          DISPLAY "===== WORD IMPORT ====="

          DISPLAY "import file (word;category;hint;list) "
              "[word-import.txt] : "
          ACCEPT import-name-in
          IF import-name-in = SPACES
              MOVE "word-import.txt" TO import-file-name
          ELSE
              MOVE import-name-in TO import-file-name
          END-IF

          DISPLAY "(T)rial run, or (L)oad the accepted words ? "
          ACCEPT import-choice
          MOVE FUNCTION UPPER-CASE(import-choice) TO import-choice
          IF import-choice NOT = "L"
              MOVE "T" TO import-choice
          END-IF

          IF import-choice = "L"
              PERFORM check-active-sessions
              IF nb-active-sessions > 0
                  DISPLAY "game session still open, word lists not "
                      "opened"
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
          END-IF

          PERFORM load-all-lists.

          OPEN OUTPUT REJECTFILE
          MOVE "===== WORD IMPORT REJECTS =====" TO reject-line
          PERFORM write-reject-line
          MOVE SPACES TO reject-line
          IF import-choice = "T"
              STRING "trial run of " DELIMITED BY SIZE
                  import-file-name DELIMITED BY SPACE
                  ", no word list changed" DELIMITED BY SIZE
                  INTO reject-line
          ELSE
              STRING "load of " DELIMITED BY SIZE
                  import-file-name DELIMITED BY SPACE
                  INTO reject-line
          END-IF
          PERFORM write-reject-line

          PERFORM read-import-file.

          IF import-choice = "L" AND nb-accepted > 0
              PERFORM VARYING list-sub FROM 1 BY 1 UNTIL list-sub > 3
                  IF lf-added(list-sub) > 0
                      PERFORM append-list-words
                      PERFORM journal-list-words
                  END-IF
              END-PERFORM
          END-IF

          PERFORM write-import-totals.
          CLOSE REJECTFILE.

          STOP RUN.

      *====every list is read in full : its count for the 50-word limit
      *====and its words for the duplicate check
       load-all-lists.
           MOVE "dataForPendule.txt" TO lf-name(1)
           MOVE "dataAnimaux.txt" TO lf-name(2)
           MOVE "dataPays.txt" TO lf-name(3)
           MOVE 0 TO nb-all-words
           PERFORM VARYING list-sub FROM 1 BY 1 UNTIL list-sub > 3
               MOVE 0 TO lf-count(list-sub)
               MOVE 0 TO lf-added(list-sub)
               MOVE lf-name(list-sub) TO wordlist-file-name
               PERFORM load-list-words
               DISPLAY "words in " lf-name(list-sub) " : "
                   lf-count(list-sub)
           END-PERFORM.

       load-list-words.
           MOVE 0 TO END-OF-FILE
           OPEN INPUT DATAFILE
           READ DATAFILE
               AT END MOVE 1 TO END-OF-FILE
           END-READ
           PERFORM UNTIL END-OF-FILE = 1 OR lf-count(list-sub) >= 50
               ADD 1 TO lf-count(list-sub)
               ADD 1 TO nb-all-words
               MOVE list-sub TO aw-list(nb-all-words)
               MOVE 0 TO aw-new(nb-all-words)
               MOVE wi-word TO aw-word(nb-all-words)
               MOVE wi-category TO aw-category(nb-all-words)
               MOVE wi-hint TO aw-hint(nb-all-words)
               READ DATAFILE
                   AT END MOVE 1 TO END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE DATAFILE.

       read-import-file.
           MOVE 0 TO import-eof
           OPEN INPUT IMPORTFILE
           READ IMPORTFILE
               AT END MOVE 1 TO import-eof
           END-READ
           PERFORM UNTIL import-eof = 1
               ADD 1 TO import-line-no
               IF import-input NOT = SPACES
                   ADD 1 TO nb-lines-read
                   PERFORM check-import-line
                   IF word-valid = 1
                       PERFORM accept-import-line
                   ELSE
                       PERFORM reject-import-line
                   END-IF
               END-IF
               READ IMPORTFILE
                   AT END MOVE 1 TO import-eof
               END-READ
           END-PERFORM
           CLOSE IMPORTFILE.

      *====the same rules the maintenance prompts apply, field by field,
      *====stopping at the first failure so the listing gives one reason
       check-import-line.
           MOVE 1 TO word-valid
           MOVE SPACES TO reject-reason
           MOVE SPACES TO import-fields-in
           MOVE 0 TO import-fields
           UNSTRING import-input DELIMITED BY ";"
               INTO imp-word imp-category imp-hint imp-list imp-extra
               TALLYING IN import-fields
           END-UNSTRING
           IF import-fields < 4
               MOVE "fewer than 4 fields" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           IF word-valid = 1 AND import-fields > 4
               MOVE "more than 4 fields" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           IF word-valid = 1
               PERFORM choose-target-list
           END-IF
           IF word-valid = 1 AND imp-word(31:30) NOT = SPACES
               MOVE "word longer than 30" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           IF word-valid = 1
               MOVE FUNCTION UPPER-CASE(imp-word(1:30)) TO word-in
               PERFORM validate-new-word
           END-IF
           IF word-valid = 1
               PERFORM check-category-and-hint
           END-IF
           IF word-valid = 1 AND lf-count(list-sub) >= 50
               MOVE "word list is full (50 words)" TO reject-reason
               MOVE 0 TO word-valid
           END-IF.

      *====the list may be given by number, by name or by file name
       choose-target-list.
           MOVE FUNCTION UPPER-CASE(imp-list) TO imp-list
           EVALUATE imp-list
               WHEN "1"
               WHEN "GENERAL"
               WHEN "DATAFORPENDULE"
               WHEN "DATAFORPENDULE.TXT"
                   MOVE 1 TO list-sub
               WHEN "2"
               WHEN "ANIMAUX"
               WHEN "DATAANIMAUX"
               WHEN "DATAANIMAUX.TXT"
                   MOVE 2 TO list-sub
               WHEN "3"
               WHEN "PAYS"
               WHEN "DATAPAYS"
               WHEN "DATAPAYS.TXT"
                   MOVE 3 TO list-sub
               WHEN OTHER
                   MOVE 0 TO list-sub
                   MOVE "unknown word list" TO reject-reason
                   MOVE 0 TO word-valid
           END-EVALUATE.

       validate-new-word.
           MOVE word-in TO word-fold
           INSPECT word-fold CONVERTING accent-source
               TO accent-target
           MOVE 0 TO word-length-in
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 30
               IF word-fold(j:1) NOT = SPACE
                   MOVE j TO word-length-in
               END-IF
           END-PERFORM
           IF word-length-in = 0
               MOVE "a word is required" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           IF word-valid = 1 AND word-fold(1:1) = SPACE
               MOVE "no leading space" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           PERFORM VARYING j FROM 1 BY 1
           UNTIL j > word-length-in OR word-valid = 0
               IF word-fold(j:1) NOT ALPHABETIC
                   MOVE "letters, accents and spaces only"
                       TO reject-reason
                   MOVE 0 TO word-valid
               END-IF
           END-PERFORM
           IF word-valid = 1
               PERFORM check-duplicate
           END-IF.

      *====a word is a duplicate if its folded spelling matches any
      *====word in any list, including the words accepted just before
       check-duplicate.
           PERFORM VARYING k FROM 1 BY 1
           UNTIL k > nb-all-words OR word-valid = 0
               MOVE aw-word(k) TO entry-fold
               INSPECT entry-fold CONVERTING accent-source
                   TO accent-target
               IF entry-fold = word-fold
                   IF aw-new(k) = 1
                       MOVE "duplicate earlier in the import"
                           TO reject-reason
                   ELSE
                       MOVE "duplicate of an existing word"
                           TO reject-reason
                   END-IF
                   MOVE 0 TO word-valid
               END-IF
           END-PERFORM.

       check-category-and-hint.
           MOVE FUNCTION UPPER-CASE(imp-category) TO imp-category
           IF imp-category = SPACES
               MOVE "a category is required" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           IF word-valid = 1 AND imp-category(11:50) NOT = SPACES
               MOVE "category longer than 10" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           IF word-valid = 1 AND imp-hint = SPACES
               MOVE "a hint is required" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           IF word-valid = 1 AND imp-hint(31:30) NOT = SPACES
               MOVE "hint longer than 30" TO reject-reason
               MOVE 0 TO word-valid
           END-IF
           IF word-valid = 1
               MOVE imp-category(1:10) TO category-in
               MOVE imp-hint(1:30) TO hint-in
           END-IF.

       accept-import-line.
           ADD 1 TO nb-accepted
           ADD 1 TO lf-count(list-sub)
           ADD 1 TO lf-added(list-sub)
           ADD 1 TO nb-all-words
           MOVE list-sub TO aw-list(nb-all-words)
           MOVE 1 TO aw-new(nb-all-words)
           MOVE word-in TO aw-word(nb-all-words)
           MOVE category-in TO aw-category(nb-all-words)
           MOVE hint-in TO aw-hint(nb-all-words).

       reject-import-line.
           ADD 1 TO nb-rejected
           MOVE import-line-no TO count-display
           MOVE SPACES TO reject-line
           STRING "line " DELIMITED BY SIZE
               count-display DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               reject-reason DELIMITED BY SIZE
               import-input DELIMITED BY SIZE
               INTO reject-line
           END-STRING
           PERFORM write-reject-line.

      *====accepted words go on the end of their list, as an add at the
      *====maintenance prompt would
       append-list-words.
           MOVE lf-name(list-sub) TO wordlist-file-name
           OPEN EXTEND DATAFILE
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-all-words
               IF aw-new(i) = 1 AND aw-list(i) = list-sub
                   MOVE aw-word(i) TO wi-word
                   MOVE aw-category(i) TO wi-category
                   MOVE aw-hint(i) TO wi-hint
                   WRITE words-input
               END-IF
           END-PERFORM
           CLOSE DATAFILE
           DISPLAY "words added to " lf-name(list-sub) " : "
               lf-added(list-sub).

      *====the journal lines are written once the list file itself has
      *====been written, so the journal never claims a word the list
      *====never received
       journal-list-words.
           MOVE FUNCTION CURRENT-DATE TO journal-stamp
           OPEN EXTEND JOURNALFILE
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-all-words
               IF aw-new(i) = 1 AND aw-list(i) = list-sub
                   MOVE SPACES TO before-image
                   MOVE aw-word(i) TO ai-word
                   MOVE aw-category(i) TO ai-category
                   MOVE aw-hint(i) TO ai-hint
                   MOVE SPACES TO journal-input
                   MOVE js-date TO jr-s-date
                   MOVE js-time TO jr-s-time
                   MOVE "ADD   " TO jr-action
                   MOVE lf-name(list-sub) TO jr-file
                   MOVE before-image TO jr-before
                   MOVE after-image TO jr-after
                   WRITE journal-input
                   ADD 1 TO nb-journalled
               END-IF
           END-PERFORM
           CLOSE JOURNALFILE.

       write-import-totals.
           MOVE SPACES TO reject-line
           PERFORM write-reject-line
           MOVE nb-lines-read TO count-display
           MOVE SPACES TO reject-line
           STRING "lines read     : " DELIMITED BY SIZE
               count-display DELIMITED BY SIZE
               INTO reject-line
           END-STRING
           PERFORM write-reject-line
           MOVE nb-accepted TO count-display
           MOVE SPACES TO reject-line
           IF import-choice = "T"
               STRING "would be added : " DELIMITED BY SIZE
                   count-display DELIMITED BY SIZE
                   INTO reject-line
               END-STRING
           ELSE
               STRING "words added    : " DELIMITED BY SIZE
                   count-display DELIMITED BY SIZE
                   INTO reject-line
               END-STRING
           END-IF
           PERFORM write-reject-line
           MOVE nb-rejected TO count-display
           MOVE SPACES TO reject-line
           STRING "lines rejected : " DELIMITED BY SIZE
               count-display DELIMITED BY SIZE
               INTO reject-line
           END-STRING
           PERFORM write-reject-line
           IF import-choice = "L"
               MOVE nb-journalled TO count-display
               MOVE SPACES TO reject-line
               STRING "journal entries: " DELIMITED BY SIZE
                   count-display DELIMITED BY SIZE
                   INTO reject-line
               END-STRING
               PERFORM write-reject-line
           END-IF.

       write-reject-line.
           WRITE reject-fd-record FROM reject-line
           DISPLAY reject-line.

      *====refuse to touch the shared files while a game session is
      *====registered, unless the operator waits for it to sign out or
      *====clears entries left behind by a crashed terminal
       check-active-sessions.
           MOVE SPACE TO session-choice
           PERFORM count-active-sessions
           PERFORM UNTIL nb-active-sessions = 0
              OR session-choice = "C"
               DISPLAY "(W)ait, (O)verride stale sessions"
                   " or (C)ancel ? "
               ACCEPT session-choice
               MOVE FUNCTION UPPER-CASE(session-choice)
                   TO session-choice
               EVALUATE session-choice
                   WHEN "W" PERFORM wait-for-sessions
                   WHEN "O" PERFORM override-sessions
                   WHEN "C" CONTINUE
                   WHEN OTHER DISPLAY "unknown choice"
               END-EVALUATE
           END-PERFORM.

       count-active-sessions.
           MOVE 0 TO nb-active-sessions
           MOVE 0 TO session-eof
           OPEN INPUT SESSIONFILE
           READ SESSIONFILE
               AT END MOVE 1 TO session-eof
           END-READ
           PERFORM UNTIL session-eof = 1
               IF ss-session-id NOT = SPACES
                   ADD 1 TO nb-active-sessions
                   DISPLAY "session open : " ss-program " since "
                       ss-session-id(1:8) " " ss-session-id(9:6)
               END-IF
               READ SESSIONFILE
                   AT END MOVE 1 TO session-eof
               END-READ
           END-PERFORM
           CLOSE SESSIONFILE.

       wait-for-sessions.
           MOVE 0 TO session-wait-count
           PERFORM UNTIL nb-active-sessions = 0
              OR session-wait-count >= 10
               DISPLAY "waiting " session-wait-seconds " seconds"
               CALL "C$SLEEP" USING session-wait-seconds
               ADD 1 TO session-wait-count
               PERFORM count-active-sessions
           END-PERFORM.

       override-sessions.
           DISPLAY "clear every session listed ? only if those "
               "terminals are closed (Y/N) "
           ACCEPT session-confirm
           IF session-confirm = "Y" OR session-confirm = "y"
               OPEN OUTPUT SESSIONFILE
               CLOSE SESSIONFILE
               MOVE 0 TO nb-active-sessions
               DISPLAY "session registrations cleared"
           END-IF.

       END PROGRAM PENDULE-IMPORT.
