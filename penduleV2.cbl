            SELECT REPORTFILE ASSIGN TO "session-report.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PLAYERFILE ASSIGN TO "player-master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS pm-name.

            SELECT RANKFILE ASSIGN TO "player-rank.tmp".

            SELECT OPTIONAL CHECKFILE ASSIGN TO
                "session-checkpoint.txt"
            SELECT OPTIONAL DUELFILE ASSIGN TO "duel-ledger.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL EVENTFILE ASSIGN TO "game-events.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SESSIONFILE ASSIGN TO "active-sessions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BADGECATFILE ASSIGN TO "badge-catalogue.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BADGEFILE ASSIGN TO "badge-ledger.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BADGELISTFILE ASSIGN TO DYNAMIC
                BADGE-LIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL HISTFILE ASSIGN TO "score-history.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ARCHFILE ASSIGN TO "score-archive.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL EXCLFILE ASSIGN TO "score-exclusions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BRACKETFILE ASSIGN TO
                "tournament-bracket.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TOURNREPFILE ASSIGN TO "tournament-report.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL HONOURSFILE ASSIGN TO "honours.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DATAFILE.
       01 score-fd-record PIC x(100).

       FD GUESSFILE.
       01 guess-input PIC x(31).

       FD TRANSCRIPTFILE.
       01 transcript-fd-record PIC x(80).
          05 pm-cur-streak  PIC 9(4).
          05 pm-points      PIC 9(6).

       SD RANKFILE.
       01 rank-record.
          05 rk-name        PIC x(12).
          05 rk-games       PIC 9(4).
          05 rk-wins        PIC 9(4).
          05 rk-losses      PIC 9(4).
          05 rk-best-streak PIC 9(4).
          05 rk-cur-streak  PIC 9(4).
          05 rk-points      PIC 9(6).

       FD CHECKFILE.
       01 check-fd-record PIC x(80).

          05 dl-result  PIC x(4).
          05 FILLER     PIC x(1).
          05 dl-points  PIC 9(5).
          05 FILLER     PIC x(1).
          05 dl-word    PIC x(30).
          05 FILLER     PIC x(1).
          05 dl-time    PIC 9(6).

       FD EVENTFILE.
       01 event-fd-record PIC x(100).

      *====one line per open game session : session id (start date,
      *====time and hundredths) and the program that registered it
       FD SESSIONFILE.
       01 session-input.
          05 ss-session-id PIC x(16).
          05 FILLER        PIC x(1).
          05 ss-program    PIC x(16).

      *====badge catalogue : code, rule, threshold, word list the rule
      *====applies to (LISTALL) and the title announced
       FD BADGECATFILE.
       01 badge-cat-input.
          05 bc-code      PIC x(8).
          05 FILLER       PIC x(1).
          05 bc-rule      PIC x(8).
          05 FILLER       PIC x(1).
          05 bc-threshold PIC 9(4).
          05 FILLER       PIC x(1).
          05 bc-list      PIC x(1).
          05 FILLER       PIC x(1).
          05 bc-title     PIC x(30).

      *====badge ledger : one line per badge earned, never rewritten
       FD BADGEFILE.
       01 badge-input.
          05 bl-date   PIC 9(8).
          05 FILLER    PIC x(1).
          05 bl-player PIC x(12).
          05 FILLER    PIC x(1).
          05 bl-code   PIC x(8).
          05 FILLER    PIC x(1).
          05 bl-word   PIC x(30).

       FD BADGELISTFILE.
       01 badge-list-input.
          05 bw-in-word PIC x(30).
          05 FILLER     PIC x(40).

       FD HISTFILE.
       01 hist-fd-record PIC x(100).

       FD ARCHFILE.
       01 arch-fd-record PIC x(100).

      *====points taken off a player after an integrity review : the
      *====score line excluded, the check that flagged it, P while
      *====pending and A once an audit rebuild took it off the master
       FD EXCLFILE.
       01 exclusion-input.
          05 ex-date   PIC 9(8).
          05 FILLER    PIC x(1).
          05 ex-time   PIC 9(6).
          05 FILLER    PIC x(1).
          05 ex-player PIC x(12).
          05 FILLER    PIC x(1).
          05 ex-points PIC 9(5).
          05 FILLER    PIC x(1).
          05 ex-check  PIC x(8).
          05 FILLER    PIC x(1).
          05 ex-status PIC x(1).
          05 FILLER    PIC x(1).
          05 ex-ref    PIC x(40).

      *====knockout bracket : a header line with the settings and the
      *====state, then one line per match in bracket order ; the
      *====winner is kept as A or B so the names sit only in the two
      *====player columns
       FD BRACKETFILE.
       01 bracket-input.
          05 tb-type     PIC x(1).
          05 FILLER      PIC x(1).
          05 tb-round    PIC 9.
          05 FILLER      PIC x(1).
          05 tb-match    PIC 99.
          05 FILLER      PIC x(1).
          05 tb-seed-a   PIC 99.
          05 FILLER      PIC x(1).
          05 tb-player-a PIC x(12).
          05 FILLER      PIC x(1).
          05 tb-seed-b   PIC 99.
          05 FILLER      PIC x(1).
          05 tb-player-b PIC x(12).
          05 FILLER      PIC x(1).
          05 tb-wins-a   PIC 9.
          05 FILLER      PIC x(1).
          05 tb-wins-b   PIC 9.
          05 FILLER      PIC x(1).
          05 tb-winner   PIC x(1).
       01 bracket-header.
          05 th-type       PIC x(1).
          05 FILLER        PIC x(1).
          05 th-date       PIC 9(8).
          05 FILLER        PIC x(1).
          05 th-size       PIC 99.
          05 FILLER        PIC x(1).
          05 th-best-of    PIC 9.
          05 FILLER        PIC x(1).
          05 th-list       PIC x(1).
          05 FILLER        PIC x(1).
          05 th-difficulty PIC x(1).
          05 FILLER        PIC x(1).
          05 th-status     PIC x(1).

       FD TOURNREPFILE.
       01 tournrep-fd-record PIC x(100).

       FD HONOURSFILE.
       01 honours-record PIC x(100).

       WORKING-STORAGE SECTION.

       77 answer-display PIC X(30) VALUE SPACES.
       77 wrong-letters-display PIC X(18) VALUE SPACES.

      *====a guesses file may open a game with =WORD to replay that
      *====exact word (the event journal extract writes one), otherwise
      *====its first line is already the first guess and is held over.
      *====A word missing from the words loaded (flag 2) is not played,
      *====the game is left incomplete instead of scored on another one
       77 replay-word PIC x(30).
       77 replay-word-flag PIC 9 VALUE 0.
       77 replay-held-flag PIC 9 VALUE 0.
       77 replay-held-letter PIC x(1).

      *====end-of-session report (one line per game played)
       01 game-report-table.
          05 game-report-entry OCCURS 9 TIMES INDEXED BY GR-IDX.
             10 dch-points PIC 9(6).
       01 challenge-swap PIC x(18).

      *====knockout tournament : 8 or 16 entrants seeded on their master
      *====points, every match a best-of-N where both players face the
      *====same drawn word and the better score takes the game. The
      *====bracket is rewritten after each game, so the event can stop
      *====after any match and carry on in a later session
       77 tournament-mode-flag PIC 9 VALUE 0.
       77 tournament-date PIC 9(8) VALUE 0.
       77 tournament-size PIC 99 VALUE 8.
       77 tournament-best-of PIC 9 VALUE 3.
       77 tournament-needed PIC 9 VALUE 2.
       77 tournament-status PIC x(1) VALUE SPACE.
       77 tournament-choice PIC x(2).
       77 tournament-confirm PIC x(1).
       77 tournament-stop PIC 9 VALUE 0.
       77 tournament-word-held PIC 9 VALUE 0.
       77 tournament-games PIC 9(3) VALUE 0.
       77 tournament-points-a PIC 9(5) VALUE 0.
       77 tournament-points-b PIC 9(5) VALUE 0.
       77 nb-entrants PIC 99 VALUE 0.
       77 entrant-sub PIC 99 VALUE 0.
       77 entrant-valid PIC 9 VALUE 0.
       77 nb-matches PIC 99 VALUE 0.
       77 nb-rounds PIC 9 VALUE 0.
       77 match-sub PIC 99 VALUE 0.
       77 next-match PIC 99 VALUE 0.
       77 half-size PIC 99 VALUE 0.
       77 match-parity PIC 9 VALUE 0.
       77 round-sub PIC 9 VALUE 0.
       77 round-count PIC 99 VALUE 0.
       77 bracket-eof PIC 9 VALUE 0.
       77 champion-name PIC x(12).
       77 runner-up-name PIC x(12).
       01 entrant-table.
          05 entrant-entry OCCURS 16 TIMES.
             10 te-name   PIC x(12).
             10 te-points PIC 9(6).
       01 entrant-swap PIC x(18).
       01 match-table.
          05 match-entry OCCURS 15 TIMES.
             10 mt-round    PIC 9.
             10 mt-seed-a   PIC 99.
             10 mt-player-a PIC x(12).
             10 mt-seed-b   PIC 99.
             10 mt-player-b PIC x(12).
             10 mt-wins-a   PIC 9.
             10 mt-wins-b   PIC 9.
             10 mt-winner   PIC x(1).
      *====first-round pairings by seed, so the top two seeds can only
      *====meet in the final
       01 seed-order-8-values PIC x(16) VALUE "0108040502070306".
       01 seed-order-8 REDEFINES seed-order-8-values.
          05 so8-seed PIC 99 OCCURS 8.
       01 seed-order-16-values PIC x(32)
          VALUE "01160809041305120215071003140611".
       01 seed-order-16 REDEFINES seed-order-16-values.
          05 so16-seed PIC 99 OCCURS 16.
       01 tournament-line PIC x(100).

      *====points scoring : revealed letters, a bonus per life left on
      *====a win, a difficulty multiplier, a penalty per hint taken
       77 game-points PIC 9(5) VALUE 0.
       77 win-rate PIC ZZ9.

      *====score history record, fixed columns stamped with date and
      *====time so the trend analyzer can read the file back ; a T in
      *====the last column marks a knockout tournament game
       01 score-line.
          05 sl-date       PIC 9(8).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 sl-wrong      PIC 9.
          05 FILLER        PIC x(1) VALUE SPACE.
          05 sl-points     PIC 9(5).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 sl-play-mode  PIC x(1) VALUE SPACE.
       01 current-stamp.
          05 cs-date PIC 9(8).
          05 cs-time PIC 9(6).
          05 FILLER  PIC x(7).

      *====game event journal : one line per accepted keystroke (letter
      *====or hint) plus a closing line with the result, every line
      *====carrying the stamp of the game it belongs to and its number
      *====in the session, since replayed games can start within the
      *====same second
       01 event-line.
          05 ev-date       PIC 9(8).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-time       PIC 9(6).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-game       PIC 9(14).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-player     PIC x(12).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-list       PIC x(1).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-difficulty PIC x(1).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-word       PIC x(30).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-guess-no   PIC 99.
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-letter     PIC x(1).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-outcome    PIC x(4).
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-lives      PIC 9.
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-wrong      PIC 9.
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-hints      PIC 99.
          05 FILLER        PIC x(1) VALUE SPACE.
          05 ev-game-seq   PIC 9(4).
       01 event-stamp.
          05 es-date PIC 9(8).
          05 es-time PIC 9(6).
          05 FILLER  PIC x(7).
       77 game-stamp PIC 9(14) VALUE 0.
       77 session-game-seq PIC 9(4) VALUE 0.
       77 guess-number PIC 99 VALUE 0.

      *====session checkpoint, rewritten after each completed game so
      *====an interrupted session can be resumed at startup
       01 ck-header.
       77 stats-eof PIC 9 VALUE 0.

      *====player master (persistent profiles, ranked in print-leaderboard)
      *====kept keyed on the name : the current player's record is read
      *====when the name is given and re-read and rewritten after each
      *====game, so games saved meanwhile by another terminal are kept
       01 player-record.
          05 pl-name        PIC x(12).
          05 pl-games       PIC 9(4).
          05 pl-wins        PIC 9(4).
          05 pl-losses      PIC 9(4).
          05 pl-best-streak PIC 9(4).
          05 pl-cur-streak  PIC 9(4).
          05 pl-points      PIC 9(6).
       77 player-found-flag PIC 9 VALUE 0.
       77 player-name-in PIC x(12).
       77 rank-eof PIC 9 VALUE 0.
       77 player-win-rate PIC ZZ9.
       77 k PIC 99.

       77 season-start PIC 9(8) VALUE 0.
       77 season-eof PIC 9 VALUE 0.

      *====pending excluded points per player for the current season
       01 exclusion-table.
          05 exclusion-entry OCCURS 200 TIMES.
             10 xt-player PIC x(12).
             10 xt-points PIC 9(7).
       77 nb-exclusions PIC 999 VALUE 0.
       77 exclusion-sub PIC 999 VALUE 0.
       77 exclusion-look PIC 999 VALUE 0.
       77 exclusion-eof PIC 9 VALUE 0.
       77 player-eof PIC 9 VALUE 0.

      *====game sessions registered in active-sessions.txt
       77 nb-active-sessions PIC 9(4) VALUE 0.
       77 session-eof PIC 9 VALUE 0.
       77 session-choice PIC x(1).
       77 session-confirm PIC x(1).
       77 own-session-id PIC x(16) VALUE SPACES.
       77 checkpoint-flag PIC 9 VALUE 1.
       01 session-table.
          05 session-line OCCURS 50 TIMES PIC x(33).
       77 nb-session-lines PIC 99 VALUE 0.

      *====badge rules from the catalogue, br-held set for the player
      *====being checked from the ledger
       01 badge-rule-table.
          05 badge-rule OCCURS 50 TIMES.
             10 br-code      PIC x(8).
             10 br-rule      PIC x(8).
             10 br-threshold PIC 9(4).
             10 br-list      PIC x(1).
             10 br-title     PIC x(30).
             10 br-held      PIC 9.
       77 nb-badge-rules PIC 99 VALUE 0.
       77 badge-sub PIC 99 VALUE 0.
       77 badge-cat-eof PIC 9 VALUE 0.
       77 badge-eof PIC 9 VALUE 0.
       77 badge-earned PIC 9 VALUE 0.

      *====the player's past games, read back only when a rule needs
      *====them : wins and the running streak over every season,
      *====hard-mode wins and the words of the current list already
      *====solved
       01 badge-scan-line.
          05 bs-date       PIC x(8).
          05 FILLER        PIC x(1).
          05 bs-time       PIC x(6).
          05 FILLER        PIC x(1).
          05 bs-player     PIC x(12).
          05 FILLER        PIC x(1).
          05 bs-list       PIC x(1).
          05 FILLER        PIC x(1).
          05 bs-difficulty PIC x(1).
          05 FILLER        PIC x(1).
          05 bs-word       PIC x(30).
          05 FILLER        PIC x(1).
          05 bs-result     PIC x(4).
          05 FILLER        PIC x(32).
       01 badge-word-table.
          05 badge-word-entry OCCURS 100 TIMES.
             10 bw-word   PIC x(30).
             10 bw-solved PIC 9.
       77 nb-badge-words PIC 999 VALUE 0.
       77 badge-words-solved PIC 999 VALUE 0.
       77 badge-word-sub PIC 999 VALUE 0.
       77 badge-list-file-name PIC x(40).
       77 badge-scan-done PIC 9 VALUE 0.
       77 badge-scan-eof PIC 9 VALUE 0.
       77 badge-hard-wins PIC 9(5) VALUE 0.
       77 badge-wins PIC 9(5) VALUE 0.
       77 badge-streak PIC 9(5) VALUE 0.

      *====the player's daily challenge days, for the DAILY rule
       01 badge-day-table.
          05 badge-day OCCURS 400 TIMES PIC 9(8).
       77 nb-badge-days PIC 999 VALUE 0.
       77 badge-day-run PIC 9(4) VALUE 0.
       77 badge-day-int PIC 9(8) VALUE 0.
       77 badge-day-date PIC 9(8) VALUE 0.
       77 badge-day-found PIC 9 VALUE 0.
       77 badge-day-sub PIC 999 VALUE 0.

      *====badges earned this session, listed in the session report
       01 session-badge-table.
          05 session-badge OCCURS 20 TIMES.
             10 sb-player PIC x(12).
             10 sb-code   PIC x(8).
             10 sb-title  PIC x(30).
       77 nb-session-badges PIC 99 VALUE 0.
      *====date of an award, kept apart from current-stamp which still
      *====stamps the game's score line and its duel leg
       01 badge-stamp.
          05 bg-date PIC 9(8).
          05 FILLER  PIC x(13).

      *====step of graphic content

       01 first-step.

       MAIN-PROCEDURE.

          PERFORM load-word-stats.
          PERFORM load-badge-catalogue.
          PERFORM sign-in-session.
          IF checkpoint-flag = 1
              PERFORM check-restart
          END-IF

          IF resume-flag = 0
              PERFORM choose-game-mode
              IF tournament-mode-flag = 1
                  PERFORM run-tournament
      *====the games are listed in tournament-report.txt ; the session
      *====report keeps the score and the badges won
                  MOVE 0 TO nb-party
                  PERFORM print-leaderboard
                  PERFORM write-session-report
                  PERFORM sign-out-session
                  STOP RUN
              END-IF
              IF duel-mode-flag = 1
                  PERFORM setup-duel
              ELSE
                  IF challenge-played-flag = 1
                      DISPLAY "already played today's challenge"
                      PERFORM print-challenge-standings
                      PERFORM sign-out-session
                      STOP RUN
                  END-IF
              ELSE
              PERFORM generateArray
              PERFORM apply-difficulty
              PERFORM restore-used-flags
          END-IF

          OPEN EXTEND SCOREFILE
          OPEN EXTEND EVENTFILE

          PERFORM VARYING nb-count-party FROM session-start-game BY 1
          UNTIL nb-count-party > nb-party
          END-PERFORM

          CLOSE SCOREFILE
          CLOSE EVENTFILE

          IF duel-mode-flag = 1
              PERFORM print-duel-result

          IF challenge-mode-flag = 1
              PERFORM record-challenge-result
              PERFORM check-challenge-badges
              PERFORM print-challenge-standings
          END-IF

          IF checkpoint-flag = 1
              PERFORM clear-checkpoint
          END-IF

          PERFORM print-leaderboard.
          PERFORM write-session-report.

              CLOSE TRANSCRIPTFILE
          END-IF.

          PERFORM sign-out-session.

          STOP RUN.

       choose-replay-mode.

       choose-game-mode.
           DISPLAY "mode : (B)ank words / (D)uel / (C)hallenge "
               "/ (T)ournament "
           ACCEPT game-mode-choice
           IF game-mode-choice = "D" OR game-mode-choice = "d"
               MOVE 1 TO duel-mode-flag
           END-IF
           IF game-mode-choice = "C" OR game-mode-choice = "c"
               MOVE 1 TO challenge-mode-flag
           END-IF
           IF game-mode-choice = "T" OR game-mode-choice = "t"
               MOVE 1 TO tournament-mode-flag
           END-IF.

      *====the daily challenge plays a fixed number of games with fixed
           END-IF
           MOVE game-result TO dl-result
           MOVE game-points TO dl-points
           MOVE choosenWord TO dl-word
           MOVE cs-time TO dl-time
           WRITE duel-input
           CLOSE DUELFILE.

               END-IF
           END-IF.

      *====a tournament left open in tournament-bracket.txt is offered
      *====first ; otherwise the entrants are registered and seeded
       run-tournament.
           PERFORM load-bracket
           IF tournament-status = "O"
               DISPLAY "tournament of " tournament-date
                   " in progress, " tournament-size
                   " players, best of " tournament-best-of
               DISPLAY "(R)esume it or start a (N)ew one ? "
               ACCEPT tournament-choice
               IF tournament-choice = "N" OR tournament-choice = "n"
                   DISPLAY "the open bracket will be lost, "
                       "start a new one ? (Y/N) "
                   ACCEPT tournament-confirm
                   IF tournament-confirm = "Y"
                      OR tournament-confirm = "y"
                       MOVE SPACE TO tournament-status
                   END-IF
               END-IF
           END-IF
           IF tournament-status = "O"
               PERFORM apply-word-list
               MOVE "ALL" TO selected-category
               PERFORM generateArray
               PERFORM apply-difficulty
               PERFORM display-bracket
           ELSE
               PERFORM setup-tournament
           END-IF
           DIVIDE tournament-best-of BY 2 GIVING tournament-needed
           ADD 1 TO tournament-needed
           OPEN EXTEND SCOREFILE
           OPEN EXTEND EVENTFILE
           MOVE 0 TO tournament-stop
           PERFORM UNTIL tournament-status = "F"
              OR tournament-stop = 1
               PERFORM play-next-match
           END-PERFORM
           CLOSE SCOREFILE
           CLOSE EVENTFILE
           IF tournament-status = "F"
               PERFORM write-tournament-report
               PERFORM write-tournament-honours
           ELSE
               DISPLAY "tournament stopped, the bracket is kept "
                   "for the next session"
           END-IF.

       setup-tournament.
           MOVE FUNCTION CURRENT-DATE TO current-stamp
           MOVE cs-date TO tournament-date
           DISPLAY "===== KNOCKOUT TOURNAMENT " tournament-date
               " ====="
           DISPLAY "number of players (8 or 16) : "
           ACCEPT tournament-choice
           IF tournament-choice = "16"
               MOVE 16 TO tournament-size
               MOVE 4 TO nb-rounds
           ELSE
               MOVE 8 TO tournament-size
               MOVE 3 TO nb-rounds
           END-IF
           DISPLAY "games per match, best of (1, 3 or 5) : "
           ACCEPT tournament-choice
           EVALUATE tournament-choice
               WHEN "1"
                   MOVE 1 TO tournament-best-of
               WHEN "5"
                   MOVE 5 TO tournament-best-of
               WHEN OTHER
                   MOVE 3 TO tournament-best-of
           END-EVALUATE
           PERFORM choose-word-list
           MOVE "ALL" TO selected-category
           PERFORM generateArray
           PERFORM choose-difficulty
           PERFORM register-entrants
           PERFORM seed-entrants
           PERFORM build-bracket
           MOVE "O" TO tournament-status
           PERFORM save-bracket
           PERFORM display-bracket.

       register-entrants.
           MOVE 0 TO nb-entrants
           PERFORM UNTIL nb-entrants >= tournament-size
               ADD 1 TO nb-entrants GIVING entrant-sub
               DISPLAY "entrant " entrant-sub " name : "
               ACCEPT player-name-in
               MOVE FUNCTION UPPER-CASE(player-name-in)
                   TO player-name-in
               MOVE 1 TO entrant-valid
               IF player-name-in = SPACES
                   MOVE 0 TO entrant-valid
               END-IF
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > nb-entrants
                   IF te-name(k) = player-name-in
                       DISPLAY "already entered"
                       MOVE 0 TO entrant-valid
                   END-IF
               END-PERFORM
               IF entrant-valid = 1
                   PERFORM find-or-add-player
                   ADD 1 TO nb-entrants
                   MOVE player-name-in TO te-name(nb-entrants)
                   MOVE pl-points TO te-points(nb-entrants)
               END-IF
           END-PERFORM.

      *====best master points first ; equal points keep the order the
      *====entrants were registered in
       seed-entrants.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i >= nb-entrants
               PERFORM VARYING k FROM 1 BY 1
               UNTIL k > nb-entrants - i
                   IF te-points(k) < te-points(k + 1)
                       MOVE entrant-entry(k) TO entrant-swap
                       MOVE entrant-entry(k + 1) TO entrant-entry(k)
                       MOVE entrant-swap TO entrant-entry(k + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *====matches are numbered round by round : with 8 players 1-4 are
      *====the first round, 5-6 the semi-finals and 7 the final
       build-bracket.
           SUBTRACT 1 FROM tournament-size GIVING nb-matches
           DIVIDE tournament-size BY 2 GIVING half-size
           MOVE 1 TO match-sub
           MOVE half-size TO round-count
           PERFORM VARYING round-sub FROM 1 BY 1
           UNTIL round-sub > nb-rounds
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > round-count
                   MOVE round-sub TO mt-round(match-sub)
                   MOVE 0 TO mt-seed-a(match-sub)
                   MOVE SPACES TO mt-player-a(match-sub)
                   MOVE 0 TO mt-seed-b(match-sub)
                   MOVE SPACES TO mt-player-b(match-sub)
                   MOVE 0 TO mt-wins-a(match-sub)
                   MOVE 0 TO mt-wins-b(match-sub)
                   MOVE SPACE TO mt-winner(match-sub)
                   ADD 1 TO match-sub
               END-PERFORM
               DIVIDE round-count BY 2 GIVING round-count
           END-PERFORM
           PERFORM VARYING match-sub FROM 1 BY 1
           UNTIL match-sub > half-size
               COMPUTE i = match-sub * 2 - 1
               COMPUTE k = match-sub * 2
               IF tournament-size = 16
                   MOVE so16-seed(i) TO mt-seed-a(match-sub)
                   MOVE so16-seed(k) TO mt-seed-b(match-sub)
               ELSE
                   MOVE so8-seed(i) TO mt-seed-a(match-sub)
                   MOVE so8-seed(k) TO mt-seed-b(match-sub)
               END-IF
               MOVE te-name(mt-seed-a(match-sub))
                   TO mt-player-a(match-sub)
               MOVE te-name(mt-seed-b(match-sub))
                   TO mt-player-b(match-sub)
           END-PERFORM.

      *====the first match without a winner is always the next one
      *====to play, both its players being known by then
       play-next-match.
           MOVE 0 TO match-sub
           PERFORM VARYING k FROM 1 BY 1
           UNTIL k > nb-matches OR match-sub > 0
               IF mt-winner(k) = SPACE
                   MOVE k TO match-sub
               END-IF
           END-PERFORM
           IF match-sub = 0
               MOVE "F" TO tournament-status
           ELSE
               DISPLAY "===== ROUND " mt-round(match-sub)
                   " MATCH " match-sub " ====="
               DISPLAY "(" mt-seed-a(match-sub) ") "
                   mt-player-a(match-sub) " " mt-wins-a(match-sub)
                   " - " mt-wins-b(match-sub) " ("
                   mt-seed-b(match-sub) ") " mt-player-b(match-sub)
               DISPLAY "first to " tournament-needed " games, "
                   "(P)lay this match or (S)top for now ? "
               ACCEPT tournament-choice
               IF tournament-choice = "S" OR tournament-choice = "s"
                   MOVE 1 TO tournament-stop
               ELSE
                   PERFORM UNTIL
                      mt-wins-a(match-sub) >= tournament-needed
                      OR mt-wins-b(match-sub) >= tournament-needed
                       PERFORM play-match-game
                   END-PERFORM
                   PERFORM close-match
               END-IF
           END-IF.

      *====one game of a match : the word is drawn for the first player
      *====and held for the second, the screen scrolled in between
       play-match-game.
           MOVE 1 TO nb-count-party
           ADD 2 TO tournament-games
           MOVE 0 TO tournament-word-held
           DISPLAY mt-player-a(match-sub) " plays, "
               mt-player-b(match-sub) " looks away"
           MOVE mt-player-a(match-sub) TO player-name-in
           PERFORM launch-game
           MOVE game-points TO tournament-points-a
           DISPLAY "press enter to hand over to "
               mt-player-b(match-sub)
           ACCEPT tournament-confirm
           PERFORM hide-secret-word
           MOVE 1 TO tournament-word-held
           DISPLAY mt-player-b(match-sub) " plays the same word"
           MOVE mt-player-b(match-sub) TO player-name-in
           PERFORM launch-game
           MOVE game-points TO tournament-points-b
           MOVE 0 TO tournament-word-held
           DISPLAY mt-player-a(match-sub) " " tournament-points-a
               " points, " mt-player-b(match-sub) " "
               tournament-points-b " points"
           IF tournament-points-a > tournament-points-b
               ADD 1 TO mt-wins-a(match-sub)
               DISPLAY "game to " mt-player-a(match-sub)
           ELSE
               IF tournament-points-b > tournament-points-a
                   ADD 1 TO mt-wins-b(match-sub)
                   DISPLAY "game to " mt-player-b(match-sub)
               ELSE
                   DISPLAY "same points, the game is played again "
                       "on a new word"
               END-IF
           END-IF
           DISPLAY "match score " mt-wins-a(match-sub) " - "
               mt-wins-b(match-sub)
           PERFORM save-bracket.

      *====the winner moves on to the next round's match : the winners
      *====of matches 1 and 2 meet there, then of 3 and 4, and so on
       close-match.
           IF mt-wins-a(match-sub) >= tournament-needed
               MOVE "A" TO mt-winner(match-sub)
               MOVE mt-player-a(match-sub) TO champion-name
               MOVE mt-seed-a(match-sub) TO i
               MOVE mt-player-b(match-sub) TO runner-up-name
           ELSE
               MOVE "B" TO mt-winner(match-sub)
               MOVE mt-player-b(match-sub) TO champion-name
               MOVE mt-seed-b(match-sub) TO i
               MOVE mt-player-a(match-sub) TO runner-up-name
           END-IF
           DISPLAY "match won by " champion-name
           IF match-sub >= nb-matches
               MOVE "F" TO tournament-status
               DISPLAY "***** CHAMPION : " champion-name " *****"
           ELSE
               DIVIDE tournament-size BY 2 GIVING half-size
               ADD match-sub 1 GIVING next-match
               DIVIDE next-match BY 2 GIVING next-match
               ADD half-size TO next-match
               DIVIDE match-sub BY 2 GIVING k
                   REMAINDER match-parity
               IF match-parity = 1
                   MOVE champion-name TO mt-player-a(next-match)
                   MOVE i TO mt-seed-a(next-match)
               ELSE
                   MOVE champion-name TO mt-player-b(next-match)
                   MOVE i TO mt-seed-b(next-match)
               END-IF
           END-IF
           PERFORM save-bracket.

       load-bracket.
           MOVE SPACE TO tournament-status
           MOVE 0 TO bracket-eof
           OPEN INPUT BRACKETFILE
           READ BRACKETFILE
               AT END MOVE 1 TO bracket-eof
           END-READ
           IF bracket-eof = 0 AND th-type = "H" AND th-status = "O"
              AND th-date IS NUMERIC AND th-best-of IS NUMERIC
              AND (th-size = 8 OR th-size = 16)
               MOVE "O" TO tournament-status
               MOVE th-date TO tournament-date
               MOVE th-size TO tournament-size
               MOVE th-best-of TO tournament-best-of
               MOVE th-list TO wordlist-choice
               MOVE th-difficulty TO difficulty-choice
               SUBTRACT 1 FROM tournament-size GIVING nb-matches
               IF tournament-size = 16
                   MOVE 4 TO nb-rounds
               ELSE
                   MOVE 3 TO nb-rounds
               END-IF
               READ BRACKETFILE
                   AT END MOVE 1 TO bracket-eof
               END-READ
               PERFORM UNTIL bracket-eof = 1
                   IF tb-type = "M" AND tb-match IS NUMERIC
                      AND tb-match > 0 AND tb-match <= nb-matches
                       MOVE tb-match TO match-sub
                       MOVE tb-round TO mt-round(match-sub)
                       MOVE tb-seed-a TO mt-seed-a(match-sub)
                       MOVE tb-player-a TO mt-player-a(match-sub)
                       MOVE tb-seed-b TO mt-seed-b(match-sub)
                       MOVE tb-player-b TO mt-player-b(match-sub)
                       MOVE tb-wins-a TO mt-wins-a(match-sub)
                       MOVE tb-wins-b TO mt-wins-b(match-sub)
                       MOVE tb-winner TO mt-winner(match-sub)
                   END-IF
                   READ BRACKETFILE
                       AT END MOVE 1 TO bracket-eof
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BRACKETFILE.

       save-bracket.
           OPEN OUTPUT BRACKETFILE
           MOVE SPACES TO bracket-header
           MOVE "H" TO th-type
           MOVE tournament-date TO th-date
           MOVE tournament-size TO th-size
           MOVE tournament-best-of TO th-best-of
           MOVE wordlist-choice TO th-list
           MOVE difficulty-choice TO th-difficulty
           MOVE tournament-status TO th-status
           WRITE bracket-header
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > nb-matches
               MOVE SPACES TO bracket-input
               MOVE "M" TO tb-type
               MOVE mt-round(k) TO tb-round
               MOVE k TO tb-match
               MOVE mt-seed-a(k) TO tb-seed-a
               MOVE mt-player-a(k) TO tb-player-a
               MOVE mt-seed-b(k) TO tb-seed-b
               MOVE mt-player-b(k) TO tb-player-b
               MOVE mt-wins-a(k) TO tb-wins-a
               MOVE mt-wins-b(k) TO tb-wins-b
               MOVE mt-winner(k) TO tb-winner
               WRITE bracket-input
           END-PERFORM
           CLOSE BRACKETFILE.

       display-bracket.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > nb-matches
               PERFORM format-match-line
               DISPLAY tournament-line
           END-PERFORM.

       format-match-line.
           MOVE SPACES TO tournament-line
           STRING "ROUND " mt-round(k) " MATCH " k
               "  (" mt-seed-a(k) ") " mt-player-a(k)
               " " mt-wins-a(k) " - " mt-wins-b(k)
               "  (" mt-seed-b(k) ") " mt-player-b(k)
               DELIMITED BY SIZE INTO tournament-line
           IF mt-player-a(k) = SPACES
               MOVE "--" TO tournament-line(20:2)
           END-IF
           IF mt-player-b(k) = SPACES
               MOVE "--" TO tournament-line(45:2)
           END-IF
           EVALUATE mt-winner(k)
               WHEN "A"
                   MOVE "WINNER" TO tournament-line(63:6)
                   MOVE mt-player-a(k) TO tournament-line(70:12)
               WHEN "B"
                   MOVE "WINNER" TO tournament-line(63:6)
                   MOVE mt-player-b(k) TO tournament-line(70:12)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *====the whole bracket round by round, then the two finalists
       write-tournament-report.
           OPEN OUTPUT TOURNREPFILE
           MOVE SPACES TO tournament-line
           STRING "===== KNOCKOUT TOURNAMENT " tournament-date
               " - " tournament-size " PLAYERS, BEST OF "
               tournament-best-of " ====="
               DELIMITED BY SIZE INTO tournament-line
           PERFORM write-tournament-line
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > nb-matches
               PERFORM format-match-line
               PERFORM write-tournament-line
           END-PERFORM
           MOVE SPACES TO tournament-line
           STRING "CHAMPION  : " champion-name
               DELIMITED BY SIZE INTO tournament-line
           PERFORM write-tournament-line
           MOVE SPACES TO tournament-line
           STRING "RUNNER-UP : " runner-up-name
               DELIMITED BY SIZE INTO tournament-line
           PERFORM write-tournament-line
           CLOSE TOURNREPFILE.

       write-tournament-line.
           WRITE tournrep-fd-record FROM tournament-line
           DISPLAY tournament-line.

       write-tournament-honours.
           OPEN EXTEND HONOURSFILE
           MOVE SPACES TO tournament-line
           STRING "TOURNAMENT " tournament-date
               " PLAYERS=" tournament-size
               " CHAMPION=" champion-name
               " RUNNER-UP=" runner-up-name
               DELIMITED BY SIZE INTO tournament-line
           WRITE honours-record FROM tournament-line
           CLOSE HONOURSFILE.

       choose-word-list.
           DISPLAY "word list : 1-General 2-Animaux 3-Pays "
           ACCEPT wordlist-choice
                   MOVE 8 TO max-word-length
           END-EVALUATE.

      *====register this session in active-sessions.txt so the batch
      *====programs leave the shared files alone while it is open. With
      *====another session already registered the checkpoint is shared,
      *====so this session neither offers a resume nor keeps one
       sign-in-session.
           PERFORM count-active-sessions
           IF nb-active-sessions > 0
               DISPLAY "(K)eep these sessions or (O)verride them if "
                   "their terminals are closed ? "
               ACCEPT session-choice
               IF session-choice = "O" OR session-choice = "o"
                   DISPLAY "clear every session listed ? only if those "
                       "terminals are closed (Y/N) "
                   ACCEPT session-confirm
                   IF session-confirm = "Y" OR session-confirm = "y"
                       OPEN OUTPUT SESSIONFILE
                       CLOSE SESSIONFILE
                       MOVE 0 TO nb-active-sessions
                       DISPLAY "session registrations cleared"
                   END-IF
               END-IF
           END-IF
           IF nb-active-sessions > 0
               MOVE 0 TO checkpoint-flag
               DISPLAY "another session is open, no checkpoint is "
                   "kept for this one"
           END-IF
           MOVE FUNCTION CURRENT-DATE TO event-stamp
           MOVE event-stamp(1:16) TO own-session-id
           OPEN EXTEND SESSIONFILE
           MOVE SPACES TO session-input
           MOVE own-session-id TO ss-session-id
           MOVE "PENDULE-GAME" TO ss-program
           WRITE session-input
           CLOSE SESSIONFILE.

      *====drop this session's line, keeping any other registrations
       sign-out-session.
           MOVE 0 TO nb-session-lines
           MOVE 0 TO session-eof
           OPEN INPUT SESSIONFILE
           READ SESSIONFILE
               AT END MOVE 1 TO session-eof
           END-READ
           PERFORM UNTIL session-eof = 1
               IF ss-session-id NOT = own-session-id
                  AND ss-session-id NOT = SPACES
                  AND nb-session-lines < 50
                   ADD 1 TO nb-session-lines
                   MOVE session-input TO session-line(nb-session-lines)
               END-IF
               READ SESSIONFILE
                   AT END MOVE 1 TO session-eof
               END-READ
           END-PERFORM
           CLOSE SESSIONFILE
           OPEN OUTPUT SESSIONFILE
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-session-lines
               WRITE session-input FROM session-line(i)
           END-PERFORM
           CLOSE SESSIONFILE.

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

       check-restart.
           MOVE 0 TO check-eof
           OPEN INPUT CHECKFILE
               DISPLAY "resuming at game " session-start-game
           END-IF.

       restore-used-flags.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-words-loaded
               IF ck-used-line(i:1) = "1"
           CLOSE STATSFILE.

      *====accumulate this game's outcome under the word it offered,
      *====then rewrite the file so a crash cannot lose finished games.
      *====The file is read again first so games saved meanwhile by
      *====another terminal are merged rather than overwritten
       update-word-stats.
           PERFORM load-word-stats
           MOVE 0 TO stats-sub
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-stats
               IF sw-word(j) = wb-word(randomPic)
               PERFORM save-word-stats
           END-IF.

       ask-player-name.
           MOVE SPACES TO player-name-in
           PERFORM UNTIL player-name-in NOT = SPACES
           PERFORM find-or-add-player.

       find-or-add-player.
           OPEN INPUT PLAYERFILE
           MOVE player-name-in TO pm-name
           READ PLAYERFILE
               INVALID KEY
                   MOVE player-name-in TO pl-name
                   MOVE 0 TO pl-games
                   MOVE 0 TO pl-wins
                   MOVE 0 TO pl-losses
                   MOVE 0 TO pl-best-streak
                   MOVE 0 TO pl-cur-streak
                   MOVE 0 TO pl-points
               NOT INVALID KEY
                   MOVE player-input TO player-record
           END-READ
           CLOSE PLAYERFILE.

      *====re-read the record just before rewriting it and apply this
      *====game to the figures on file, not to the copy read earlier
       update-player-score.
           OPEN I-O PLAYERFILE
           MOVE pl-name TO pm-name
           READ PLAYERFILE
               INVALID KEY
                   MOVE 0 TO player-found-flag
                   MOVE pl-name TO pm-name
                   MOVE 0 TO pm-games
                   MOVE 0 TO pm-wins
                   MOVE 0 TO pm-losses
                   MOVE 0 TO pm-best-streak
                   MOVE 0 TO pm-cur-streak
                   MOVE 0 TO pm-points
               NOT INVALID KEY
                   MOVE 1 TO player-found-flag
           END-READ
           EVALUATE game-result
               WHEN "WIN"
                   ADD 1 TO pm-games
                   ADD 1 TO pm-wins
                   ADD game-points TO pm-points
                   ADD 1 TO pm-cur-streak
                   IF pm-cur-streak > pm-best-streak
                       MOVE pm-cur-streak TO pm-best-streak
                   END-IF
               WHEN "INCO"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO pm-games
                   ADD 1 TO pm-losses
                   ADD game-points TO pm-points
                   MOVE 0 TO pm-cur-streak
           END-EVALUATE
           IF player-found-flag = 1
               REWRITE player-input
                   INVALID KEY
                       DISPLAY "player master rewrite failed for "
                           pm-name
               END-REWRITE
           ELSE
               WRITE player-input
                   INVALID KEY
                       DISPLAY "player master write failed for "
                           pm-name
               END-WRITE
           END-IF
           MOVE player-input TO player-record
           CLOSE PLAYERFILE.

       launch-game.
           DISPLAY "game #" nb-count-party
           IF duel-mode-flag = 1
               PERFORM setup-duel-leg
           ELSE
           IF challenge-mode-flag = 1 OR tournament-mode-flag = 1
               PERFORM find-or-add-player
           ELSE
               PERFORM ask-player-name
           MOVE 0 TO wrong-guess-count
           MOVE 0 TO hint-count
           MOVE 0 TO guess-eof
           MOVE 0 TO guess-number
           MOVE SPACES TO letterArray
           MOVE SPACES TO game-result
           MOVE FUNCTION CURRENT-DATE TO event-stamp
           MOVE event-stamp(1:14) TO game-stamp
           ADD 1 TO session-game-seq
           IF duel-mode-flag = 0
               MOVE 0 TO replay-word-flag
               IF replay-mode-flag = 1
                   PERFORM read-replay-word
               END-IF
               IF replay-word-flag = 2
                   MOVE replay-word TO choosenWord
               ELSE
                   IF replay-word-flag = 0 AND tournament-word-held = 0
                       PERFORM generateNumber
                   END-IF
                   MOVE wb-word(randomPic) TO choosenWord
                   MOVE 1 TO wb-used(randomPic)
               END-IF
           END-IF
           *>DISPLAY "mot a deviner : "choosenWord.
           PERFORM fold-chosen-word.
                   PERFORM verif-charactere
                   PERFORM display-info
                   PERFORM display-letter
                   PERFORM record-guess-event

                   PERFORM verif-game
               END-IF
           END-PERFORM.

           IF guess-eof = 1 AND game-finish = 0
               MOVE "INCO" TO game-result
               MOVE SPACES TO transcript-line
               IF replay-word-flag = 2
                   DISPLAY "REPLAY INCOMPLETE : word not in the list"
                   STRING "RESULT: INCOMPLETE - word not in the list"
                       DELIMITED BY SIZE INTO transcript-line
               ELSE
                   DISPLAY "REPLAY INCOMPLETE : guesses file exhausted"
                   STRING "RESULT: INCOMPLETE - guesses file exhausted"
                       DELIMITED BY SIZE INTO transcript-line
               END-IF
               IF replay-mode-flag = 1
                   WRITE transcript-fd-record FROM transcript-line
               END-IF
           END-IF.

           PERFORM record-score.
           PERFORM record-end-event.
           IF game-result NOT = "INCO"
               PERFORM check-game-badges
           END-IF
           PERFORM record-report-line.
           IF duel-mode-flag = 1
               IF leg-parity = 1
               PERFORM record-duel-leg
           END-IF
           IF replay-mode-flag = 0 AND duel-mode-flag = 0
              AND challenge-mode-flag = 0 AND checkpoint-flag = 1
              AND tournament-mode-flag = 0
               PERFORM write-checkpoint
           END-IF.

               DISPLAY "no hints in duel mode"
           ELSE
             IF input-letter = "?"
               PERFORM take-hint
             ELSE
               IF input-letter = SPACE OR input-letter NOT ALPHABETIC
                   DISPLAY "invalid input, enter a single letter"
               END-IF
           END-PERFORM.

       take-hint.
           DISPLAY "hint : " wb-hint(randomPic)
           ADD 1 TO hint-count
           COMPUTE nb-life = nb-life - 1
           PERFORM display-gallows
           DISPLAY "Numer of life : " nb-life
           PERFORM record-hint-event
           IF replay-mode-flag = 1
               MOVE SPACES TO transcript-line
               STRING "HINT: " wb-hint(randomPic)
                   DELIMITED BY SIZE INTO transcript-line
               WRITE transcript-fd-record FROM transcript-line
           END-IF
           PERFORM verif-game
           IF game-finish = 1
               MOVE 1 TO input-valid
           END-IF.

      *====a '?' in the guesses file is a hint, as it is at the keyboard
       read-next-guess.
           MOVE 0 TO input-valid
           PERFORM UNTIL input-valid = 1 OR guess-eof = 1
               IF replay-held-flag = 1
                   MOVE replay-held-letter TO input-letter
                   MOVE 0 TO replay-held-flag
               ELSE
                   READ GUESSFILE INTO input-letter
                       AT END MOVE 1 TO guess-eof
                   END-READ
               END-IF
               IF guess-eof = 0
                   IF input-letter = "?" AND duel-mode-flag = 0
                       PERFORM take-hint
                   ELSE
                       MOVE 1 TO input-valid
                   END-IF
               END-IF
           END-PERFORM.

       read-replay-word.
           MOVE 0 TO replay-held-flag
           READ GUESSFILE
               AT END MOVE 1 TO guess-eof
           END-READ
           IF guess-eof = 0
               IF guess-input(1:1) = "="
                   MOVE guess-input(2:30) TO replay-word
                   PERFORM find-replay-word
               ELSE
                   MOVE guess-input(1:1) TO replay-held-letter
                   MOVE 1 TO replay-held-flag
               END-IF
           END-IF.

       find-replay-word.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-words-loaded
               IF wb-word(i) = replay-word
                   MOVE i TO randomPic
                   MOVE 1 TO replay-word-flag
               END-IF
           END-PERFORM
           IF replay-word-flag = 0
               DISPLAY "replay word " replay-word " is not in "
                   wordlist-file-name " for this category, replay "
                   "with category ALL"
               MOVE 2 TO replay-word-flag
               MOVE 1 TO guess-eof
           END-IF.

      *====game event journal writers
       record-guess-event.
           ADD 1 TO guess-number
           MOVE input-letter TO ev-letter
           IF charactere-found = 1
               MOVE "HIT " TO ev-outcome
           ELSE
               MOVE "MISS" TO ev-outcome
           END-IF
           PERFORM write-game-event.

       record-hint-event.
           MOVE "?" TO ev-letter
           MOVE "HINT" TO ev-outcome
           PERFORM write-game-event.

       record-end-event.
           MOVE SPACE TO ev-letter
           MOVE game-result TO ev-outcome
           PERFORM write-game-event.

       write-game-event.
           MOVE FUNCTION CURRENT-DATE TO event-stamp
           MOVE es-date TO ev-date
           MOVE es-time TO ev-time
           MOVE game-stamp TO ev-game
           MOVE session-game-seq TO ev-game-seq
           MOVE pl-name TO ev-player
           IF duel-mode-flag = 1
               MOVE "D" TO ev-list
           ELSE
               MOVE wordlist-choice TO ev-list
           END-IF
           MOVE difficulty-choice TO ev-difficulty
           MOVE choosenWord TO ev-word
           MOVE guess-number TO ev-guess-no
           MOVE nb-life TO ev-lives
           MOVE wrong-guess-count TO ev-wrong
           MOVE hint-count TO ev-hints
           WRITE event-fd-record FROM event-line.


       generateArray.
           MOVE FUNCTION CURRENT-DATE TO current-stamp
           MOVE cs-date TO sl-date
           MOVE cs-time TO sl-time
           MOVE pl-name TO sl-player
           IF duel-mode-flag = 1
               MOVE "D" TO sl-list
           ELSE
           MOVE nb-life TO sl-lives
           MOVE wrong-guess-count TO sl-wrong
           MOVE game-points TO sl-points
           IF tournament-mode-flag = 1
               MOVE "T" TO sl-play-mode
           ELSE
               MOVE SPACE TO sl-play-mode
           END-IF
           WRITE score-fd-record FROM score-line
           PERFORM update-player-score
           IF game-result NOT = "INCO" AND duel-mode-flag = 0
           END-EVALUATE.

       record-report-line.
           MOVE pl-name TO gr-player(nb-count-party)
           MOVE choosenWord(1:maxIndex) TO gr-word(nb-count-party)
           EVALUATE game-result
               WHEN "WIN"
               TO gr-wrong-letters(nb-count-party)
           MOVE game-points TO gr-points(nb-count-party).

      *====badge rules are read once per session ; a blank code or a
      *===="*" in the first column is a comment line
       load-badge-catalogue.
           MOVE 0 TO nb-badge-rules
           MOVE 0 TO badge-cat-eof
           OPEN INPUT BADGECATFILE
           READ BADGECATFILE
               AT END MOVE 1 TO badge-cat-eof
           END-READ
           PERFORM UNTIL badge-cat-eof = 1 OR nb-badge-rules >= 50
               IF bc-code NOT = SPACES AND bc-code(1:1) NOT = "*"
                   ADD 1 TO nb-badge-rules
                   MOVE bc-code TO br-code(nb-badge-rules)
                   MOVE bc-rule TO br-rule(nb-badge-rules)
                   MOVE 0 TO br-threshold(nb-badge-rules)
                   IF bc-threshold IS NUMERIC
                       MOVE bc-threshold TO br-threshold(nb-badge-rules)
                   END-IF
                   MOVE bc-list TO br-list(nb-badge-rules)
                   MOVE bc-title TO br-title(nb-badge-rules)
                   MOVE 0 TO br-held(nb-badge-rules)
               END-IF
               READ BADGECATFILE
                   AT END MOVE 1 TO badge-cat-eof
               END-READ
           END-PERFORM
           CLOSE BADGECATFILE.

      *====every rule the player does not hold yet is checked against
      *====the game just recorded and the player's whole history, as
      *====the badge rebuild counts it
       check-game-badges.
           IF nb-badge-rules > 0
               PERFORM load-held-badges
               MOVE 0 TO badge-scan-done
               PERFORM VARYING badge-sub FROM 1 BY 1
               UNTIL badge-sub > nb-badge-rules
                   IF br-held(badge-sub) = 0
                       PERFORM apply-game-rule
                   END-IF
               END-PERFORM
           END-IF.

       apply-game-rule.
           MOVE 0 TO badge-earned
           EVALUATE br-rule(badge-sub)
               WHEN "HARDWIN"
                   IF game-result = "WIN" AND difficulty-choice = "H"
                      AND duel-mode-flag = 0
                       IF br-threshold(badge-sub) <= 1
                           MOVE 1 TO badge-earned
                       ELSE
                           PERFORM scan-player-history
                           IF badge-hard-wins >= br-threshold(badge-sub)
                               MOVE 1 TO badge-earned
                           END-IF
                       END-IF
                   END-IF
               WHEN "STREAK"
                   IF game-result = "WIN"
                       PERFORM scan-player-history
                       IF badge-streak >= br-threshold(badge-sub)
                          AND badge-streak > 0
                           MOVE 1 TO badge-earned
                       END-IF
                   END-IF
               WHEN "WINS"
                   IF game-result = "WIN"
                       PERFORM scan-player-history
                       IF badge-wins >= br-threshold(badge-sub)
                          AND badge-wins > 0
                           MOVE 1 TO badge-earned
                       END-IF
                   END-IF
               WHEN "CLEAN"
                   IF game-result = "WIN" AND wrong-guess-count = 0
                      AND maxIndex >= br-threshold(badge-sub)
                       MOVE 1 TO badge-earned
                   END-IF
               WHEN "LISTALL"
                   IF game-result = "WIN" AND duel-mode-flag = 0
                      AND wordlist-choice = br-list(badge-sub)
                       PERFORM scan-player-history
                       IF nb-badge-words > 0
                          AND badge-words-solved = nb-badge-words
                           MOVE 1 TO badge-earned
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF badge-earned = 1
               PERFORM award-badge
           END-IF.

       check-challenge-badges.
           IF nb-badge-rules > 0
               PERFORM load-held-badges
               MOVE 0 TO nb-badge-days
               PERFORM VARYING badge-sub FROM 1 BY 1
               UNTIL badge-sub > nb-badge-rules
                   IF br-held(badge-sub) = 0
                      AND br-rule(badge-sub) = "DAILY"
                       IF nb-badge-days = 0
                           PERFORM count-challenge-days
                       END-IF
                       IF badge-day-run >= br-threshold(badge-sub)
                          AND badge-day-run > 0
                           PERFORM award-badge
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       load-held-badges.
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-badge-rules
               MOVE 0 TO br-held(badge-sub)
           END-PERFORM
           MOVE 0 TO badge-eof
           OPEN INPUT BADGEFILE
           READ BADGEFILE
               AT END MOVE 1 TO badge-eof
           END-READ
           PERFORM UNTIL badge-eof = 1
               IF bl-player = pl-name
                   PERFORM VARYING badge-sub FROM 1 BY 1
                   UNTIL badge-sub > nb-badge-rules
                       IF br-code(badge-sub) = bl-code
                           MOVE 1 TO br-held(badge-sub)
                       END-IF
                   END-PERFORM
               END-IF
               READ BADGEFILE
                   AT END MOVE 1 TO badge-eof
               END-READ
           END-PERFORM
           CLOSE BADGEFILE.

      *====one pass over the archive and the live history per game, the
      *====score file being closed meanwhile so this game's line is in
       scan-player-history.
           IF badge-scan-done = 0
               MOVE 1 TO badge-scan-done
               MOVE 0 TO badge-hard-wins
               MOVE 0 TO badge-wins
               MOVE 0 TO badge-streak
               MOVE 0 TO badge-words-solved
               PERFORM load-badge-list-words
               CLOSE SCOREFILE
               MOVE 0 TO badge-scan-eof
               OPEN INPUT ARCHFILE
               READ ARCHFILE INTO badge-scan-line
                   AT END MOVE 1 TO badge-scan-eof
               END-READ
               PERFORM UNTIL badge-scan-eof = 1
                   PERFORM tally-badge-scan
                   READ ARCHFILE INTO badge-scan-line
                       AT END MOVE 1 TO badge-scan-eof
                   END-READ
               END-PERFORM
               CLOSE ARCHFILE
               MOVE 0 TO badge-scan-eof
               OPEN INPUT HISTFILE
               READ HISTFILE INTO badge-scan-line
                   AT END MOVE 1 TO badge-scan-eof
               END-READ
               PERFORM UNTIL badge-scan-eof = 1
                   PERFORM tally-badge-scan
                   READ HISTFILE INTO badge-scan-line
                       AT END MOVE 1 TO badge-scan-eof
                   END-READ
               END-PERFORM
               CLOSE HISTFILE
               OPEN EXTEND SCOREFILE
           END-IF.

      *====finished games only, legacy lines without a stamp are left
      *====out ; a loss ends the streak, an incomplete replay does not
       tally-badge-scan.
           IF bs-player = pl-name AND bs-result = "LOSE"
              AND bs-date IS NUMERIC AND bs-time IS NUMERIC
               MOVE 0 TO badge-streak
           END-IF
           IF bs-player = pl-name AND bs-result = "WIN "
              AND bs-date IS NUMERIC AND bs-time IS NUMERIC
               ADD 1 TO badge-wins
               ADD 1 TO badge-streak
               IF bs-difficulty = "H" AND bs-list NOT = "D"
                   ADD 1 TO badge-hard-wins
               END-IF
               IF bs-list = wordlist-choice AND duel-mode-flag = 0
                   PERFORM VARYING badge-word-sub FROM 1 BY 1
                   UNTIL badge-word-sub > nb-badge-words
                       IF bw-word(badge-word-sub) = bs-word
                          AND bw-solved(badge-word-sub) = 0
                           MOVE 1 TO bw-solved(badge-word-sub)
                           ADD 1 TO badge-words-solved
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *====the whole list, whatever category this session plays
       load-badge-list-words.
           MOVE 0 TO nb-badge-words
           IF duel-mode-flag = 0
               EVALUATE wordlist-choice
                   WHEN "2"
                       MOVE "dataAnimaux.txt" TO badge-list-file-name
                   WHEN "3"
                       MOVE "dataPays.txt" TO badge-list-file-name
                   WHEN OTHER
                       MOVE "dataForPendule.txt" TO badge-list-file-name
               END-EVALUATE
               MOVE 0 TO badge-scan-eof
               OPEN INPUT BADGELISTFILE
               READ BADGELISTFILE
                   AT END MOVE 1 TO badge-scan-eof
               END-READ
               PERFORM UNTIL badge-scan-eof = 1
                  OR nb-badge-words >= 100
                   IF bw-in-word NOT = SPACES
                       ADD 1 TO nb-badge-words
                       MOVE bw-in-word TO bw-word(nb-badge-words)
                       MOVE 0 TO bw-solved(nb-badge-words)
                   END-IF
                   READ BADGELISTFILE
                       AT END MOVE 1 TO badge-scan-eof
                   END-READ
               END-PERFORM
               CLOSE BADGELISTFILE
           END-IF.

      *====consecutive challenge days ending today, from the player's
      *====entries of the last 400 days
       count-challenge-days.
           MOVE 0 TO nb-badge-days
           MOVE 0 TO badge-day-run
           MOVE 0 TO chall-eof
           OPEN INPUT CHALLFILE
           READ CHALLFILE
               AT END MOVE 1 TO chall-eof
           END-READ
           PERFORM UNTIL chall-eof = 1
               IF dc-player = pl-name AND dc-date IS NUMERIC
                  AND dc-date > 16010101 AND nb-badge-days < 400
                   IF FUNCTION INTEGER-OF-DATE(dc-date) >
                      FUNCTION INTEGER-OF-DATE(challenge-date) - 400
                       ADD 1 TO nb-badge-days
                       MOVE dc-date TO badge-day(nb-badge-days)
                   END-IF
               END-IF
               READ CHALLFILE
                   AT END MOVE 1 TO chall-eof
               END-READ
           END-PERFORM
           CLOSE CHALLFILE
           COMPUTE badge-day-int = FUNCTION INTEGER-OF-DATE(
               challenge-date)
           MOVE 1 TO badge-day-found
           PERFORM UNTIL badge-day-found = 0
               MOVE FUNCTION DATE-OF-INTEGER(badge-day-int)
                   TO badge-day-date
               MOVE 0 TO badge-day-found
               PERFORM VARYING badge-day-sub FROM 1 BY 1
               UNTIL badge-day-sub > nb-badge-days
                   IF badge-day(badge-day-sub) = badge-day-date
                       MOVE 1 TO badge-day-found
                   END-IF
               END-PERFORM
               IF badge-day-found = 1
                   ADD 1 TO badge-day-run
                   SUBTRACT 1 FROM badge-day-int
               END-IF
           END-PERFORM.

       award-badge.
           MOVE 1 TO br-held(badge-sub)
           MOVE FUNCTION CURRENT-DATE TO badge-stamp
           OPEN EXTEND BADGEFILE
           MOVE SPACES TO badge-input
           MOVE bg-date TO bl-date
           MOVE pl-name TO bl-player
           MOVE br-code(badge-sub) TO bl-code
           MOVE choosenWord TO bl-word
           WRITE badge-input
           CLOSE BADGEFILE
           DISPLAY "*** NEW BADGE for " FUNCTION TRIM(pl-name) " : "
               FUNCTION TRIM(br-title(badge-sub)) " ***"
           IF nb-session-badges < 20
               ADD 1 TO nb-session-badges
               MOVE pl-name TO sb-player(nb-session-badges)
               MOVE br-code(badge-sub) TO sb-code(nb-session-badges)
               MOVE br-title(badge-sub) TO sb-title(nb-session-badges)
           END-IF.

       load-season-info.
           MOVE 0 TO season-eof
           OPEN INPUT SEASONFILE
           CLOSE SEASONFILE.

       print-leaderboard.
           PERFORM load-season-info
           IF season-start > 0
               DISPLAY "===== LEADERBOARD - SEASON " season-number
           END-IF
           DISPLAY "NAME         GAMES WINS LOSSES STREAK RATE"
               " POINTS"
           PERFORM load-exclusions
           SORT RANKFILE
               ON DESCENDING KEY rk-points
               ON ASCENDING KEY rk-name
               INPUT PROCEDURE release-ranked-players
               OUTPUT PROCEDURE print-ranked-players
           DISPLAY "----- this session -----"
           IF tournament-mode-flag = 1
               DISPLAY "Games played : " tournament-games
           ELSE
               DISPLAY "Games played : " nb-party
           END-IF
           DISPLAY "Wins         : " win-count
           DISPLAY "Losses       : " loss-count
           IF nb-party > 0
           END-IF
           DISPLAY "Session score: " session-score.

      *====points excluded after an integrity review stop counting from
      *====the season they were earned in
       load-exclusions.
           MOVE 0 TO nb-exclusions
           MOVE 0 TO exclusion-eof
           OPEN INPUT EXCLFILE
           READ EXCLFILE
               AT END MOVE 1 TO exclusion-eof
           END-READ
           PERFORM UNTIL exclusion-eof = 1
               IF ex-status = "P" AND ex-date IS NUMERIC
                  AND ex-points IS NUMERIC
                  AND ex-date >= season-start
                   MOVE 0 TO exclusion-sub
                   PERFORM VARYING exclusion-look FROM 1 BY 1
                   UNTIL exclusion-look > nb-exclusions
                      OR exclusion-sub > 0
                       IF xt-player(exclusion-look) = ex-player
                           MOVE exclusion-look TO exclusion-sub
                       END-IF
                   END-PERFORM
                   IF exclusion-sub = 0 AND nb-exclusions < 200
                       ADD 1 TO nb-exclusions
                       MOVE nb-exclusions TO exclusion-sub
                       MOVE ex-player TO xt-player(exclusion-sub)
                       MOVE 0 TO xt-points(exclusion-sub)
                   END-IF
                   IF exclusion-sub > 0
                       ADD ex-points TO xt-points(exclusion-sub)
                   END-IF
               END-IF
               READ EXCLFILE
                   AT END MOVE 1 TO exclusion-eof
               END-READ
           END-PERFORM
           CLOSE EXCLFILE.

       release-ranked-players.
           MOVE 0 TO player-eof
           OPEN INPUT PLAYERFILE
           READ PLAYERFILE NEXT RECORD
               AT END MOVE 1 TO player-eof
           END-READ
           PERFORM UNTIL player-eof = 1
               MOVE player-input TO rank-record
               PERFORM VARYING exclusion-look FROM 1 BY 1
               UNTIL exclusion-look > nb-exclusions
                   IF xt-player(exclusion-look) = rk-name
                       IF xt-points(exclusion-look) > rk-points
                           MOVE 0 TO rk-points
                       ELSE
                           SUBTRACT xt-points(exclusion-look)
                               FROM rk-points
                       END-IF
                   END-IF
               END-PERFORM
               RELEASE rank-record
               READ PLAYERFILE NEXT RECORD
                   AT END MOVE 1 TO player-eof
               END-READ
           END-PERFORM
           CLOSE PLAYERFILE.

      *====every player on file, best points first
       print-ranked-players.
           MOVE 0 TO rank-eof
           RETURN RANKFILE
               AT END MOVE 1 TO rank-eof
           END-RETURN
           PERFORM UNTIL rank-eof = 1
               MOVE 0 TO player-win-rate
               IF rk-games > 0
                   COMPUTE player-win-rate =
                       (rk-wins * 100) / rk-games
               END-IF
               DISPLAY rk-name " " rk-games
                   "  " rk-wins
                   "   " rk-losses
                   "   " rk-best-streak
                   " " player-win-rate "% " rk-points
               RETURN RANKFILE
                   AT END MOVE 1 TO rank-eof
               END-RETURN
           END-PERFORM.

       write-session-report.
           STRING "SESSION SCORE=" session-score
               DELIMITED BY SIZE INTO report-record
           WRITE report-fd-record FROM report-record
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-session-badges
               MOVE SPACES TO report-record
               STRING "BADGE PLAYER=" sb-player(badge-sub)
                   " CODE=" sb-code(badge-sub)
                   " TITLE=" sb-title(badge-sub)
                   DELIMITED BY SIZE INTO report-record
               WRITE report-fd-record FROM report-record
           END-PERFORM
           CLOSE REPORTFILE.

       endFile.
