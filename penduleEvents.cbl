      ******************************************************************
      * Author:
      * Date:
      * Purpose: Game event journal analysis. Reads game-events.txt,
      *          the line-per-keystroke journal the game appends to,
      *          and either reports the letter strategy (hit rate per
      *          letter, average position of the first wrong guess per
      *          word list, each player's most common opening letters)
      *          or extracts one past game as a guesses file the game's
      *          replay mode can re-run when a result is disputed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDULE-EVENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL EVENTFILE ASSIGN TO "game-events.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EVENTREPFILE ASSIGN TO "event-report.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GUESSFILE ASSIGN TO DYNAMIC GUESS-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTFILE.
       01 event-fd-record PIC x(100).

       FD EVENTREPFILE.
       01 eventrep-fd-record PIC x(100).

       FD GUESSFILE.
       01 guess-output PIC x(31).

       WORKING-STORAGE SECTION.

      *====game event record, same fixed columns launch-game writes
       01 event-line.
          05 ev-date       PIC x(8).
          05 FILLER        PIC x(1).
          05 ev-time       PIC x(6).
          05 FILLER        PIC x(1).
          05 ev-game       PIC x(14).
          05 FILLER        PIC x(1).
          05 ev-player     PIC x(12).
          05 FILLER        PIC x(1).
          05 ev-list       PIC x(1).
          05 FILLER        PIC x(1).
          05 ev-difficulty PIC x(1).
          05 FILLER        PIC x(1).
          05 ev-word       PIC x(30).
          05 FILLER        PIC x(1).
          05 ev-guess-no   PIC x(2).
          05 FILLER        PIC x(1).
          05 ev-letter     PIC x(1).
          05 FILLER        PIC x(1).
          05 ev-outcome    PIC x(4).
          05 FILLER        PIC x(1).
          05 ev-lives      PIC x(1).
          05 FILLER        PIC x(1).
          05 ev-wrong      PIC x(1).
          05 FILLER        PIC x(1).
          05 ev-hints      PIC x(2).
          05 FILLER        PIC x(1).
          05 ev-game-seq   PIC x(4).
          05 FILLER        PIC x(1).

      *====tries and hits per letter of the alphabet
       01 az-chars PIC x(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 letter-table.
          05 letter-entry OCCURS 26 TIMES.
             10 lt-tries PIC 9(6) VALUE 0.
             10 lt-hits  PIC 9(6) VALUE 0.
       77 letter-sub PIC 99 VALUE 0.
       77 folded-letter PIC x(1).

      *====first wrong guess per word list : games ended, games with a
      *====wrong guess and the sum of the guess numbers it came at
       01 list-stats-table.
          05 list-stats-entry OCCURS 4 TIMES.
             10 ls-games      PIC 9(5) VALUE 0.
             10 ls-missed     PIC 9(5) VALUE 0.
             10 ls-pos-total  PIC 9(7) VALUE 0.
       01 list-names.
          05 FILLER PIC x(10) VALUE "GENERAL   ".
          05 FILLER PIC x(10) VALUE "ANIMAUX   ".
          05 FILLER PIC x(10) VALUE "PAYS      ".
          05 FILLER PIC x(10) VALUE "DUEL      ".
       01 list-names-r REDEFINES list-names.
          05 list-name OCCURS 4 PIC x(10).
       77 list-sub PIC 9 VALUE 0.

      *====opening letter counts per player
       01 opening-table.
          05 opening-entry OCCURS 200 TIMES INDEXED BY OP-IDX.
             10 op-player PIC x(12).
             10 op-games  PIC 9(5).
             10 op-count  PIC 9(5) OCCURS 26.
       77 nb-openers PIC 999 VALUE 0.
       77 opener-sub PIC 999 VALUE 0.
       77 opener-overflow-flag PIC 9 VALUE 0.
       01 top-letters.
          05 top-entry OCCURS 3 TIMES.
             10 tp-letter PIC x(1).
             10 tp-count  PIC 9(5).
       77 top-rank PIC 9 VALUE 0.
       77 best-count PIC 9(5) VALUE 0.
       77 best-sub PIC 99 VALUE 0.
       01 taken-table.
          05 taken-flag PIC 9 OCCURS 26.

      *====games offered for extraction, newest kept on overflow
       01 game-list-table.
          05 game-list-entry OCCURS 200 TIMES INDEXED BY GL-IDX.
             10 gl-game       PIC x(14).
             10 gl-game-seq   PIC x(4).
             10 gl-player     PIC x(12).
             10 gl-list       PIC x(1).
             10 gl-difficulty PIC x(1).
             10 gl-word       PIC x(30).
             10 gl-result     PIC x(4).
       77 nb-games-listed PIC 999 VALUE 0.
       77 game-sub PIC 999 VALUE 0.
       77 game-list-overflow-flag PIC 9 VALUE 0.
       77 filter-player PIC x(12) VALUE SPACES.
       77 filter-date PIC x(8) VALUE SPACES.
       77 game-choice-in PIC x(4).
       77 game-choice PIC 999 VALUE 0.
       77 guess-file-name PIC x(40) VALUE "replay-guesses.txt".
       77 guess-file-in PIC x(40).
       77 nb-guesses-written PIC 9(3) VALUE 0.

       77 action-choice PIC x(1).
       77 event-eof PIC 9 VALUE 0.
       77 nb-events PIC 9(7) VALUE 0.
       77 nb-skipped PIC 9(7) VALUE 0.
       77 guess-no PIC 99 VALUE 0.
       77 hit-rate PIC ZZ9.
       77 avg-position PIC Z9.99.
       77 avg-work PIC 99V99.
       77 i PIC 999.
       77 k PIC 99.
       01 eventrep-line PIC x(100).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

          DISPLAY "===== GAME EVENT JOURNAL ====="
          DISPLAY "(R)eport letter strategy / (E)xtract a game "
              "for replay "
          ACCEPT action-choice
          MOVE FUNCTION UPPER-CASE(action-choice) TO action-choice

          EVALUATE action-choice
              WHEN "E"
                  PERFORM extract-game
              WHEN OTHER
                  PERFORM strategy-report
          END-EVALUATE

          STOP RUN.

      *=================================================================
      *====letter strategy report
      *=================================================================
       strategy-report.
           OPEN INPUT EVENTFILE
           MOVE 0 TO event-eof
           READ EVENTFILE INTO event-line
               AT END MOVE 1 TO event-eof
           END-READ
           PERFORM UNTIL event-eof = 1
               IF ev-date IS NUMERIC AND ev-guess-no IS NUMERIC
                   ADD 1 TO nb-events
                   PERFORM tally-event
               ELSE
                   ADD 1 TO nb-skipped
               END-IF
               READ EVENTFILE INTO event-line
                   AT END MOVE 1 TO event-eof
               END-READ
           END-PERFORM
           CLOSE EVENTFILE

           IF nb-events = 0
               DISPLAY "no game events in the journal yet"
           ELSE
               PERFORM write-strategy-report
               DISPLAY "events read    : " nb-events
               DISPLAY "lines skipped  : " nb-skipped
               DISPLAY "report written to event-report.txt"
           END-IF.

       tally-event.
           COMPUTE guess-no = FUNCTION NUMVAL(ev-guess-no)
           EVALUATE ev-list
               WHEN "1" MOVE 1 TO list-sub
               WHEN "2" MOVE 2 TO list-sub
               WHEN "3" MOVE 3 TO list-sub
               WHEN "D" MOVE 4 TO list-sub
               WHEN OTHER MOVE 0 TO list-sub
           END-EVALUATE
           EVALUATE ev-outcome
               WHEN "HIT "
                   PERFORM tally-letter
                   PERFORM tally-opening
               WHEN "MISS"
                   PERFORM tally-letter
                   PERFORM tally-opening
                   IF ev-wrong = "1" AND list-sub > 0
                       ADD 1 TO ls-missed(list-sub)
                       ADD guess-no TO ls-pos-total(list-sub)
                   END-IF
               WHEN "WIN "
               WHEN "LOSE"
                   IF list-sub > 0
                       ADD 1 TO ls-games(list-sub)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       tally-letter.
           MOVE FUNCTION UPPER-CASE(ev-letter) TO folded-letter
           PERFORM find-letter
           IF letter-sub > 0
               ADD 1 TO lt-tries(letter-sub)
               IF ev-outcome = "HIT "
                   ADD 1 TO lt-hits(letter-sub)
               END-IF
           END-IF.

       find-letter.
           MOVE 0 TO letter-sub
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 26
               IF az-chars(k:1) = folded-letter
                   MOVE k TO letter-sub
               END-IF
           END-PERFORM.

      *====the first letter guess of each game is its opening letter
       tally-opening.
           IF guess-no = 1 AND letter-sub > 0
               PERFORM find-or-add-opener
               IF opener-sub > 0
                   ADD 1 TO op-games(opener-sub)
                   ADD 1 TO op-count(opener-sub, letter-sub)
               END-IF
           END-IF.

       find-or-add-opener.
           MOVE 0 TO opener-sub
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-openers
               IF op-player(i) = ev-player
                   MOVE i TO opener-sub
               END-IF
           END-PERFORM
           IF opener-sub = 0
               IF nb-openers < 200
                   ADD 1 TO nb-openers
                   MOVE nb-openers TO opener-sub
                   MOVE ev-player TO op-player(opener-sub)
                   MOVE 0 TO op-games(opener-sub)
                   PERFORM VARYING k FROM 1 BY 1 UNTIL k > 26
                       MOVE 0 TO op-count(opener-sub, k)
                   END-PERFORM
               ELSE
                   MOVE 1 TO opener-overflow-flag
               END-IF
           END-IF.

       write-strategy-report.
           OPEN OUTPUT EVENTREPFILE
           MOVE "===== LETTER HIT RATES =====" TO eventrep-line
           PERFORM write-eventrep-line
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 26
               IF lt-tries(k) > 0
                   COMPUTE hit-rate = (lt-hits(k) * 100) / lt-tries(k)
                   MOVE SPACES TO eventrep-line
                   STRING az-chars(k:1)
                       " TRIES=" lt-tries(k)
                       " HITS=" lt-hits(k)
                       " RATE=" hit-rate "%"
                       DELIMITED BY SIZE INTO eventrep-line
                   PERFORM write-eventrep-line
               END-IF
           END-PERFORM

           MOVE "===== FIRST WRONG GUESS PER WORD LIST ====="
               TO eventrep-line
           PERFORM write-eventrep-line
           PERFORM VARYING list-sub FROM 1 BY 1 UNTIL list-sub > 4
               MOVE 0 TO avg-work
               IF ls-missed(list-sub) > 0
                   COMPUTE avg-work ROUNDED = ls-pos-total(list-sub)
                       / ls-missed(list-sub)
               END-IF
               MOVE avg-work TO avg-position
               MOVE SPACES TO eventrep-line
               STRING list-name(list-sub)
                   " GAMES=" ls-games(list-sub)
                   " WITH A MISS=" ls-missed(list-sub)
                   " AVG FIRST MISS AT GUESS " avg-position
                   DELIMITED BY SIZE INTO eventrep-line
               PERFORM write-eventrep-line
           END-PERFORM

           MOVE "===== MOST COMMON OPENING LETTERS =====" TO
               eventrep-line
           PERFORM write-eventrep-line
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-openers
               PERFORM write-opener-line
           END-PERFORM
           IF opener-overflow-flag = 1
               MOVE "more than 200 players, extra players not listed"
                   TO eventrep-line
               PERFORM write-eventrep-line
           END-IF
           CLOSE EVENTREPFILE.

      *====pick the three most used opening letters, ties to the
      *====earlier letter
       write-opener-line.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 26
               MOVE 0 TO taken-flag(k)
           END-PERFORM
           PERFORM VARYING top-rank FROM 1 BY 1 UNTIL top-rank > 3
               MOVE 0 TO best-sub
               MOVE 0 TO best-count
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > 26
                   IF taken-flag(k) = 0
                      AND op-count(i, k) > best-count
                       MOVE k TO best-sub
                       MOVE op-count(i, k) TO best-count
                   END-IF
               END-PERFORM
               IF best-sub > 0
                   MOVE 1 TO taken-flag(best-sub)
                   MOVE az-chars(best-sub:1) TO tp-letter(top-rank)
                   MOVE best-count TO tp-count(top-rank)
               ELSE
                   MOVE "-" TO tp-letter(top-rank)
                   MOVE 0 TO tp-count(top-rank)
               END-IF
           END-PERFORM
           MOVE SPACES TO eventrep-line
           STRING op-player(i)
               " GAMES=" op-games(i)
               " OPENS WITH " tp-letter(1) " x" tp-count(1)
               ", " tp-letter(2) " x" tp-count(2)
               ", " tp-letter(3) " x" tp-count(3)
               DELIMITED BY SIZE INTO eventrep-line
           PERFORM write-eventrep-line.

       write-eventrep-line.
           WRITE eventrep-fd-record FROM eventrep-line
           DISPLAY eventrep-line.

      *=================================================================
      *====extract one game as a replay guesses file : =WORD first so
      *====the replay plays the same word, then every letter and '?'
      *====hint in the order they were keyed
      *=================================================================
       extract-game.
           DISPLAY "player (blank = all) : "
           ACCEPT filter-player
           MOVE FUNCTION UPPER-CASE(filter-player) TO filter-player
           DISPLAY "date played (YYYYMMDD, blank = all) : "
           ACCEPT filter-date
           PERFORM list-games
           IF nb-games-listed = 0
               DISPLAY "no game in the journal matches"
           ELSE
               PERFORM choose-game
           END-IF.

      *====duel games are left out : their word was set by a player and
      *====is in no list, so there is nothing the replay could draw
       list-games.
           OPEN INPUT EVENTFILE
           MOVE 0 TO event-eof
           READ EVENTFILE INTO event-line
               AT END MOVE 1 TO event-eof
           END-READ
           PERFORM UNTIL event-eof = 1
               IF ev-date IS NUMERIC AND ev-list NOT = "D"
                  AND (filter-player = SPACES
                       OR ev-player = filter-player)
                  AND (filter-date = SPACES
                       OR ev-game(1:8) = filter-date)
                   PERFORM note-listed-game
               END-IF
               READ EVENTFILE INTO event-line
                   AT END MOVE 1 TO event-eof
               END-READ
           END-PERFORM
           CLOSE EVENTFILE
           IF game-list-overflow-flag = 1
               DISPLAY "more than 200 games match, "
                   "only the newest 200 are shown"
           END-IF
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-games-listed
               DISPLAY i " " gl-game(i) " " gl-game-seq(i) " "
                   gl-player(i)
                   " LIST=" gl-list(i) " " gl-difficulty(i)
                   " " gl-word(i) " " gl-result(i)
           END-PERFORM.

       note-listed-game.
           MOVE 0 TO game-sub
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-games-listed
               IF gl-game(i) = ev-game AND gl-player(i) = ev-player
                  AND gl-game-seq(i) = ev-game-seq
                   MOVE i TO game-sub
               END-IF
           END-PERFORM
           IF game-sub = 0
               IF nb-games-listed < 200
                   ADD 1 TO nb-games-listed
               ELSE
                   MOVE 1 TO game-list-overflow-flag
                   PERFORM VARYING i FROM 1 BY 1 UNTIL i >= 200
                       MOVE game-list-entry(i + 1)
                           TO game-list-entry(i)
                   END-PERFORM
               END-IF
               MOVE nb-games-listed TO game-sub
               MOVE ev-game TO gl-game(game-sub)
               MOVE ev-game-seq TO gl-game-seq(game-sub)
               MOVE ev-player TO gl-player(game-sub)
               MOVE ev-list TO gl-list(game-sub)
               MOVE ev-difficulty TO gl-difficulty(game-sub)
               MOVE ev-word TO gl-word(game-sub)
               MOVE "----" TO gl-result(game-sub)
           END-IF
           IF ev-outcome = "WIN " OR ev-outcome = "LOSE"
              OR ev-outcome = "INCO"
               MOVE ev-outcome TO gl-result(game-sub)
           END-IF.

       choose-game.
           DISPLAY "game number to extract (0 = cancel) : "
           ACCEPT game-choice-in
           MOVE 0 TO game-choice
           IF game-choice-in(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(game-choice-in) TO game-choice
           END-IF
           IF game-choice > 0 AND game-choice <= nb-games-listed
               DISPLAY "guesses file name (blank = "
                   "replay-guesses.txt) : "
               ACCEPT guess-file-in
               IF guess-file-in NOT = SPACES
                   MOVE guess-file-in TO guess-file-name
               END-IF
               PERFORM write-guess-file
           ELSE
               DISPLAY "extract cancelled"
           END-IF.

       write-guess-file.
           OPEN OUTPUT GUESSFILE
           MOVE SPACES TO guess-output
           STRING "=" gl-word(game-choice)
               DELIMITED BY SIZE INTO guess-output
           WRITE guess-output
           OPEN INPUT EVENTFILE
           MOVE 0 TO event-eof
           READ EVENTFILE INTO event-line
               AT END MOVE 1 TO event-eof
           END-READ
           PERFORM UNTIL event-eof = 1
               IF ev-game = gl-game(game-choice)
                  AND ev-player = gl-player(game-choice)
                  AND ev-game-seq = gl-game-seq(game-choice)
                  AND (ev-outcome = "HIT " OR ev-outcome = "MISS"
                       OR ev-outcome = "HINT")
                   MOVE SPACES TO guess-output
                   MOVE ev-letter TO guess-output
                   WRITE guess-output
                   ADD 1 TO nb-guesses-written
               END-IF
               READ EVENTFILE INTO event-line
                   AT END MOVE 1 TO event-eof
               END-READ
           END-PERFORM
           CLOSE EVENTFILE
           CLOSE GUESSFILE
           DISPLAY nb-guesses-written " keystrokes written to "
               guess-file-name
           DISPLAY "replay it with word list " gl-list(game-choice)
               ", category ALL, difficulty " gl-difficulty(game-choice)
               ", one game".

       END PROGRAM PENDULE-EVENTS.
