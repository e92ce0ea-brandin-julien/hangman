      ******************************************************************
      * Author:
      * Date:
      * Purpose: Integrity review. Looks through the score history and
      *          archive, the daily challenge entries and the duel
      *          ledger for play that pads a score : games stamped only
      *          seconds after the previous one, long runs of wins on
      *          long words without a wrong guess, challenge days far
      *          above the player's other days, and duel pairings where
      *          the guesser wins every leg on very short words. Every
      *          flag is listed per player with its evidence in
      *          integrity-report.txt. In review mode the operator
      *          confirms each player in turn, and the flagged games
      *          of a confirmed player go to score-exclusions.txt,
      *          which the leaderboard, the season rollover and the
      *          audit rebuild take off the player's points.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDULE-INTEGRITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL HISTFILE ASSIGN TO "score-history.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ARCHFILE ASSIGN TO "score-archive.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHALLFILE ASSIGN TO "daily-challenge.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL DUELFILE ASSIGN TO "duel-ledger.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL EXCLFILE ASSIGN TO "score-exclusions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT FLAGWORK ASSIGN TO "integrity-flags.tmp"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT INTEGREPFILE ASSIGN TO "integrity-report.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GAMESORT ASSIGN TO "integrity-games.tmp".

            SELECT DAYSORT ASSIGN TO "integrity-days.tmp".

            SELECT FLAGSORT ASSIGN TO "integrity-sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE.
       01 hist-fd-record PIC x(100).

       FD ARCHFILE.
       01 arch-fd-record PIC x(100).

       FD CHALLFILE.
       01 challenge-fd-record PIC x(28).

       FD DUELFILE.
       01 duel-input.
          05 dl-date    PIC x(8).
          05 FILLER     PIC x(1).
          05 dl-setter  PIC x(12).
          05 FILLER     PIC x(1).
          05 dl-guesser PIC x(12).
          05 FILLER     PIC x(1).
          05 dl-result  PIC x(4).
          05 FILLER     PIC x(1).
          05 dl-points  PIC x(5).
          05 FILLER     PIC x(1).
          05 dl-word    PIC x(30).
          05 FILLER     PIC x(1).
          05 dl-time    PIC x(6).

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

      *====one line per flag : the game it points at, the check that
      *====raised it, why, and the evidence from the source line
       FD FLAGWORK.
       01 flag-work-record.
          05 fw-player   PIC x(12).
          05 fw-date     PIC 9(8).
          05 fw-time     PIC 9(6).
          05 fw-check    PIC x(8).
          05 fw-points   PIC 9(5).
          05 fw-ref      PIC x(40).
          05 fw-evidence PIC x(50).

       FD INTEGREPFILE.
       01 integrep-fd-record PIC x(100).

      *====finished games of every player in time order
       SD GAMESORT.
       01 game-sort-record.
          05 gs-player     PIC x(12).
          05 gs-date       PIC 9(8).
          05 gs-time.
             10 gs-hh      PIC 99.
             10 gs-mm      PIC 99.
             10 gs-ss      PIC 99.
          05 gs-list       PIC x(1).
          05 gs-difficulty PIC x(1).
          05 gs-word       PIC x(30).
          05 gs-result     PIC x(4).
          05 gs-wrong      PIC 9.
          05 gs-points     PIC 9(5).

      *====challenge entries by player, same columns as the file
       SD DAYSORT.
       01 day-sort-record.
          05 ds-date   PIC x(8).
          05 FILLER    PIC x(1).
          05 ds-player PIC x(12).
          05 FILLER    PIC x(1).
          05 ds-points PIC x(6).

       SD FLAGSORT.
       01 flag-sort-record.
          05 fs-player   PIC x(12).
          05 fs-date     PIC 9(8).
          05 fs-time     PIC 9(6).
          05 fs-check    PIC x(8).
          05 fs-points   PIC 9(5).
          05 fs-ref      PIC x(40).
          05 fs-evidence PIC x(50).

       WORKING-STORAGE SECTION.

      *====score line layout, as penduleV2 writes it
       01 hist-line.
          05 hl-date       PIC x(8).
          05 FILLER        PIC x(1).
          05 hl-time       PIC x(6).
          05 FILLER        PIC x(1).
          05 hl-player     PIC x(12).
          05 FILLER        PIC x(1).
          05 hl-list       PIC x(1).
          05 FILLER        PIC x(1).
          05 hl-difficulty PIC x(1).
          05 FILLER        PIC x(1).
          05 hl-word       PIC x(30).
          05 FILLER        PIC x(1).
          05 hl-result     PIC x(4).
          05 FILLER        PIC x(1).
          05 hl-lives      PIC x(1).
          05 FILLER        PIC x(1).
          05 hl-wrong      PIC x(1).
          05 FILLER        PIC x(1).
          05 hl-points     PIC x(5).
          05 FILLER        PIC x(24).

      *====what counts as suspicious
       77 rapid-seconds PIC 9(4) VALUE 20.
       77 clean-run-min PIC 99 VALUE 5.
       77 clean-word-length PIC 99 VALUE 8.
       77 challenge-factor PIC 9 VALUE 3.
       77 challenge-min-days PIC 99 VALUE 3.
       77 duel-min-legs PIC 99 VALUE 3.
       77 short-word-length PIC 99 VALUE 4.

      *====(R)eport only, or (C)onfirm player by player
       77 review-choice PIC x(1).
       77 confirm-choice PIC x(1).

      *====games of the player being scanned
       77 current-player PIC x(12).
       77 previous-date PIC 9(8) VALUE 0.
       77 previous-time PIC 9(6) VALUE 0.
       77 previous-seconds PIC 9(5) VALUE 0.
       77 game-seconds PIC 9(5) VALUE 0.
       77 game-gap PIC 9(5) VALUE 0.
       77 word-length PIC 99 VALUE 0.
       01 clean-run-table.
          05 clean-run-entry OCCURS 99 TIMES.
             10 cr-date     PIC 9(8).
             10 cr-time     PIC 9(6).
             10 cr-points   PIC 9(5).
             10 cr-evidence PIC x(50).
       77 clean-run-length PIC 9(4) VALUE 0.
       77 clean-run-kept PIC 99 VALUE 0.

      *====challenge days of the player being scanned
       01 day-table.
          05 day-entry OCCURS 400 TIMES.
             10 dy-date   PIC 9(8).
             10 dy-points PIC 9(6).
       77 nb-days PIC 999 VALUE 0.
       77 day-total PIC 9(9) VALUE 0.
       77 others-total PIC 9(9) VALUE 0.
       77 others-count PIC 999 VALUE 0.
       77 others-average PIC 9(6) VALUE 0.
       77 average-limit PIC 9(7) VALUE 0.
       77 day-player PIC x(12).

      *====duel legs per setter and guesser, in that direction
       01 pairing-table.
          05 pairing-entry OCCURS 200 TIMES.
             10 dp-setter     PIC x(12).
             10 dp-guesser    PIC x(12).
             10 dp-legs       PIC 9(4).
             10 dp-short-wins PIC 9(4).
       77 nb-pairings PIC 999 VALUE 0.
       77 pairing-sub PIC 999 VALUE 0.

      *====score lines already excluded : date, time and player, with
      *====the points they took off
       01 excluded-table.
          05 excluded-entry OCCURS 2000 TIMES.
             10 excluded-key.
                15 ek-date   PIC 9(8).
                15 ek-time   PIC 9(6).
                15 ek-player PIC x(12).
             10 excluded-points PIC 9(5).
       77 nb-excluded-keys PIC 9(4) VALUE 0.
       77 nb-loaded-keys PIC 9(4) VALUE 0.
       01 exclusion-key.
          05 xk-date   PIC 9(8).
          05 xk-time   PIC 9(6).
          05 xk-player PIC x(12).
       77 key-found PIC 9 VALUE 0.
       77 key-sub PIC 9(4) VALUE 0.

      *====flags of the player being reviewed
       01 review-table.
          05 review-entry OCCURS 300 TIMES.
             10 rv-date     PIC 9(8).
             10 rv-time     PIC 9(6).
             10 rv-check    PIC x(8).
             10 rv-points   PIC 9(5).
             10 rv-ref      PIC x(40).
             10 rv-evidence PIC x(50).
             10 rv-repeat   PIC 9.
       77 nb-reviews PIC 999 VALUE 0.
       77 review-player PIC x(12).
       77 review-points PIC 9(7) VALUE 0.
       77 nb-written PIC 999 VALUE 0.
       77 review-sub PIC 999 VALUE 0.
       77 day-game-points PIC 9(7) VALUE 0.
       77 net-points PIC 9(5) VALUE 0.

       77 hist-eof PIC 9 VALUE 0.
       77 duel-eof PIC 9 VALUE 0.
       77 exclusion-eof PIC 9 VALUE 0.
       77 sort-eof PIC 9 VALUE 0.
       77 nb-flags PIC 9(5) VALUE 0.
       77 nb-flagged-players PIC 9(4) VALUE 0.
       77 nb-new-exclusions PIC 9(5) VALUE 0.
       77 leg-word-length PIC 99 VALUE 0.
       77 gap-display PIC ZZZZ9.
       77 count-display PIC ZZZ9.
       77 i PIC 9(4).
       01 integrep-line PIC x(100).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

          DISPLAY "===== INTEGRITY REVIEW ====="

          DISPLAY "(R)eport only, or review and (C)onfirm "
              "exclusions player by player ? "
          ACCEPT review-choice
          MOVE FUNCTION UPPER-CASE(review-choice) TO review-choice
          IF review-choice NOT = "C"
              MOVE "R" TO review-choice
          END-IF

          PERFORM load-excluded-keys.

          OPEN OUTPUT FLAGWORK
          SORT GAMESORT
              ON ASCENDING KEY gs-player
              ON ASCENDING KEY gs-date
              ON ASCENDING KEY gs-time
              INPUT PROCEDURE release-score-lines
              OUTPUT PROCEDURE scan-player-games
          SORT DAYSORT
              ON ASCENDING KEY ds-player
              ON ASCENDING KEY ds-date
              USING CHALLFILE
              OUTPUT PROCEDURE scan-challenge-days
          PERFORM count-duel-pairings
          PERFORM flag-duel-legs
          CLOSE FLAGWORK

          OPEN OUTPUT INTEGREPFILE
          MOVE "===== INTEGRITY REVIEW =====" TO integrep-line
          PERFORM write-integrep-line
          SORT FLAGSORT
              ON ASCENDING KEY fs-player
              ON ASCENDING KEY fs-date
              ON ASCENDING KEY fs-time
              ON ASCENDING KEY fs-check
              USING FLAGWORK
              OUTPUT PROCEDURE write-review-report
          IF nb-flags = 0
              MOVE "nothing suspicious found" TO integrep-line
              PERFORM write-integrep-line
          END-IF
          CLOSE INTEGREPFILE

          DISPLAY "flags raised      : " nb-flags
          DISPLAY "players flagged   : " nb-flagged-players
          DISPLAY "exclusions added  : " nb-new-exclusions
          DISPLAY "report written to integrity-report.txt"

          STOP RUN.

      *====a game already excluded is still reported, never excluded
      *====a second time
       load-excluded-keys.
           MOVE 0 TO nb-excluded-keys
           MOVE 0 TO exclusion-eof
           OPEN INPUT EXCLFILE
           READ EXCLFILE
               AT END MOVE 1 TO exclusion-eof
           END-READ
           PERFORM UNTIL exclusion-eof = 1 OR nb-excluded-keys >= 2000
               IF ex-date IS NUMERIC
                   ADD 1 TO nb-excluded-keys
                   MOVE ex-date TO xk-date
                   MOVE ex-time TO xk-time
                   MOVE ex-player TO xk-player
                   MOVE exclusion-key TO excluded-key(nb-excluded-keys)
                   MOVE 0 TO excluded-points(nb-excluded-keys)
                   IF ex-points IS NUMERIC
                       MOVE ex-points
                           TO excluded-points(nb-excluded-keys)
                   END-IF
               END-IF
               READ EXCLFILE
                   AT END MOVE 1 TO exclusion-eof
               END-READ
           END-PERFORM
           CLOSE EXCLFILE
           MOVE nb-excluded-keys TO nb-loaded-keys.

       find-excluded-key.
           MOVE 0 TO key-found
           PERFORM VARYING key-sub FROM 1 BY 1
           UNTIL key-sub > nb-excluded-keys OR key-found = 1
               IF excluded-key(key-sub) = exclusion-key
                   MOVE 1 TO key-found
               END-IF
           END-PERFORM.

      *====finished games only, legacy lines without a stamp cannot be
      *====timed and are left out
       release-score-lines.
           MOVE 0 TO hist-eof
           OPEN INPUT ARCHFILE
           READ ARCHFILE INTO hist-line
               AT END MOVE 1 TO hist-eof
           END-READ
           PERFORM UNTIL hist-eof = 1
               PERFORM release-score-line
               READ ARCHFILE INTO hist-line
                   AT END MOVE 1 TO hist-eof
               END-READ
           END-PERFORM
           CLOSE ARCHFILE

           MOVE 0 TO hist-eof
           OPEN INPUT HISTFILE
           READ HISTFILE INTO hist-line
               AT END MOVE 1 TO hist-eof
           END-READ
           PERFORM UNTIL hist-eof = 1
               PERFORM release-score-line
               READ HISTFILE INTO hist-line
                   AT END MOVE 1 TO hist-eof
               END-READ
           END-PERFORM
           CLOSE HISTFILE.

       release-score-line.
           IF hl-date IS NUMERIC AND hl-time IS NUMERIC
              AND (hl-result = "WIN " OR hl-result = "LOSE")
               MOVE hl-player TO gs-player
               MOVE hl-date TO gs-date
               MOVE hl-time TO gs-time
               MOVE hl-list TO gs-list
               MOVE hl-difficulty TO gs-difficulty
               MOVE hl-word TO gs-word
               MOVE hl-result TO gs-result
               MOVE 9 TO gs-wrong
               IF hl-wrong IS NUMERIC
                   MOVE hl-wrong TO gs-wrong
               END-IF
               MOVE 0 TO gs-points
               IF hl-points IS NUMERIC
                   MOVE hl-points TO gs-points
               END-IF
               RELEASE game-sort-record
           END-IF.

      *====per player, in time order : the gap to the previous game of
      *====the same day, and the current run of clean long-word wins
       scan-player-games.
           MOVE SPACES TO current-player
           MOVE 0 TO clean-run-length
           MOVE 0 TO sort-eof
           RETURN GAMESORT
               AT END MOVE 1 TO sort-eof
           END-RETURN
           PERFORM UNTIL sort-eof = 1
               IF gs-player NOT = current-player
                   PERFORM close-clean-run
                   MOVE gs-player TO current-player
                   MOVE 0 TO previous-date
               END-IF
               PERFORM check-game
               RETURN GAMESORT
                   AT END MOVE 1 TO sort-eof
               END-RETURN
           END-PERFORM
           PERFORM close-clean-run.

       check-game.
           COMPUTE game-seconds = gs-hh * 3600 + gs-mm * 60 + gs-ss
           MOVE SPACES TO flag-work-record
           MOVE gs-player TO fw-player
           MOVE gs-date TO fw-date
           MOVE gs-time TO fw-time
           MOVE gs-points TO fw-points
           STRING gs-list " " gs-difficulty " " gs-word " "
               gs-result " WRONG=" gs-wrong
               DELIMITED BY SIZE INTO fw-evidence

           IF gs-date = previous-date
               SUBTRACT previous-seconds FROM game-seconds
                   GIVING game-gap
               IF game-gap < rapid-seconds
                   MOVE "RAPID" TO fw-check
                   MOVE game-gap TO gap-display
                   STRING gap-display " s after the game at "
                       previous-time
                       DELIMITED BY SIZE INTO fw-ref
                   PERFORM write-flag
               END-IF
           END-IF
           MOVE gs-date TO previous-date
           MOVE gs-time TO previous-time
           MOVE game-seconds TO previous-seconds

           MOVE 0 TO word-length
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 30
               IF gs-word(i:1) NOT = SPACE
                   MOVE i TO word-length
               END-IF
           END-PERFORM
           IF gs-result = "WIN " AND gs-wrong = 0
              AND word-length >= clean-word-length
               ADD 1 TO clean-run-length
               IF clean-run-kept < 99
                   ADD 1 TO clean-run-kept
                   MOVE gs-date TO cr-date(clean-run-kept)
                   MOVE gs-time TO cr-time(clean-run-kept)
                   MOVE gs-points TO cr-points(clean-run-kept)
                   MOVE fw-evidence TO cr-evidence(clean-run-kept)
               END-IF
           ELSE
               PERFORM close-clean-run
           END-IF.

       close-clean-run.
           IF clean-run-length >= clean-run-min
               MOVE clean-run-length TO count-display
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > clean-run-kept
                   MOVE SPACES TO flag-work-record
                   MOVE current-player TO fw-player
                   MOVE cr-date(i) TO fw-date
                   MOVE cr-time(i) TO fw-time
                   MOVE cr-points(i) TO fw-points
                   MOVE "CLEANRUN" TO fw-check
                   STRING "one of" count-display
                       " clean long-word wins in a row"
                       DELIMITED BY SIZE INTO fw-ref
                   MOVE cr-evidence(i) TO fw-evidence
                   PERFORM write-flag
               END-PERFORM
           END-IF
           MOVE 0 TO clean-run-length
           MOVE 0 TO clean-run-kept.

      *====each day against the player's other days : a day worth more
      *====than challenge-factor times their average is flagged
       scan-challenge-days.
           MOVE SPACES TO day-player
           MOVE 0 TO nb-days
           MOVE 0 TO day-total
           MOVE 0 TO sort-eof
           RETURN DAYSORT
               AT END MOVE 1 TO sort-eof
           END-RETURN
           PERFORM UNTIL sort-eof = 1
               IF ds-date IS NUMERIC AND ds-points IS NUMERIC
                  AND ds-player NOT = SPACES
                   IF ds-player NOT = day-player
                       PERFORM check-player-days
                       MOVE ds-player TO day-player
                   END-IF
                   IF nb-days < 400
                       ADD 1 TO nb-days
                       MOVE ds-date TO dy-date(nb-days)
                       MOVE ds-points TO dy-points(nb-days)
                       ADD dy-points(nb-days) TO day-total
                   END-IF
               END-IF
               RETURN DAYSORT
                   AT END MOVE 1 TO sort-eof
               END-RETURN
           END-PERFORM
           PERFORM check-player-days.

       check-player-days.
           IF nb-days > challenge-min-days
               SUBTRACT 1 FROM nb-days GIVING others-count
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-days
                   SUBTRACT dy-points(i) FROM day-total
                       GIVING others-total
                   DIVIDE others-total BY others-count
                       GIVING others-average
                   MULTIPLY others-average BY challenge-factor
                       GIVING average-limit
                   IF dy-points(i) > average-limit
                       MOVE SPACES TO flag-work-record
                       MOVE day-player TO fw-player
                       MOVE dy-date(i) TO fw-date
                       MOVE 0 TO fw-time
                       MOVE dy-points(i) TO fw-points
                       MOVE "DAILY" TO fw-check
                       MOVE others-count TO count-display
                       STRING "average of" count-display
                           " other days " others-average
                           DELIMITED BY SIZE INTO fw-ref
                       STRING "daily challenge score "
                           dy-points(i)
                           DELIMITED BY SIZE INTO fw-evidence
                       PERFORM write-flag
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO nb-days
           MOVE 0 TO day-total.

      *====legs recorded with their word only ; a pairing is counted in
      *====one direction, setter to guesser
       count-duel-pairings.
           MOVE 0 TO nb-pairings
           MOVE 0 TO duel-eof
           OPEN INPUT DUELFILE
           READ DUELFILE
               AT END MOVE 1 TO duel-eof
           END-READ
           PERFORM UNTIL duel-eof = 1
               IF dl-date IS NUMERIC AND dl-word NOT = SPACES
                  AND (dl-result = "WIN " OR dl-result = "LOSE")
                   PERFORM find-or-add-pairing
                   IF pairing-sub > 0
                       ADD 1 TO dp-legs(pairing-sub)
                       PERFORM measure-leg-word
                       IF dl-result = "WIN "
                          AND leg-word-length <= short-word-length
                           ADD 1 TO dp-short-wins(pairing-sub)
                       END-IF
                   END-IF
               END-IF
               READ DUELFILE
                   AT END MOVE 1 TO duel-eof
               END-READ
           END-PERFORM
           CLOSE DUELFILE.

      *====every leg of a pairing the guesser always wins on a short
      *====word is flagged against the guesser, who took the points
       flag-duel-legs.
           MOVE 0 TO duel-eof
           OPEN INPUT DUELFILE
           READ DUELFILE
               AT END MOVE 1 TO duel-eof
           END-READ
           PERFORM UNTIL duel-eof = 1
               IF dl-date IS NUMERIC AND dl-word NOT = SPACES
                  AND (dl-result = "WIN " OR dl-result = "LOSE")
                   PERFORM find-or-add-pairing
                   IF pairing-sub > 0
                       IF dp-legs(pairing-sub) >= duel-min-legs
                          AND dp-short-wins(pairing-sub) =
                              dp-legs(pairing-sub)
                           PERFORM flag-duel-leg
                       END-IF
                   END-IF
               END-IF
               READ DUELFILE
                   AT END MOVE 1 TO duel-eof
               END-READ
           END-PERFORM
           CLOSE DUELFILE.

       flag-duel-leg.
           MOVE SPACES TO flag-work-record
           MOVE dl-guesser TO fw-player
           MOVE dl-date TO fw-date
           MOVE 0 TO fw-time
           IF dl-time IS NUMERIC
               MOVE dl-time TO fw-time
           END-IF
           MOVE 0 TO fw-points
           IF dl-points IS NUMERIC
               MOVE dl-points TO fw-points
           END-IF
           MOVE "DUELSHRT" TO fw-check
           MOVE dp-legs(pairing-sub) TO count-display
           STRING "all" count-display " legs short, setter "
               DELIMITED BY SIZE
               dl-setter DELIMITED BY SPACE
               INTO fw-ref
           STRING "D " dl-word " " dl-result
               DELIMITED BY SIZE INTO fw-evidence
           PERFORM write-flag.

       measure-leg-word.
           MOVE 0 TO leg-word-length
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 30
               IF dl-word(i:1) NOT = SPACE
                   MOVE i TO leg-word-length
               END-IF
           END-PERFORM.

       find-or-add-pairing.
           MOVE 0 TO pairing-sub
           PERFORM VARYING i FROM 1 BY 1
           UNTIL i > nb-pairings OR pairing-sub > 0
               IF dp-setter(i) = dl-setter
                  AND dp-guesser(i) = dl-guesser
                   MOVE i TO pairing-sub
               END-IF
           END-PERFORM
           IF pairing-sub = 0 AND nb-pairings < 200
               ADD 1 TO nb-pairings
               MOVE nb-pairings TO pairing-sub
               MOVE dl-setter TO dp-setter(pairing-sub)
               MOVE dl-guesser TO dp-guesser(pairing-sub)
               MOVE 0 TO dp-legs(pairing-sub)
               MOVE 0 TO dp-short-wins(pairing-sub)
           END-IF.

       write-flag.
           ADD 1 TO nb-flags
           WRITE flag-work-record.

      *====control break on the player : the flags are listed, and in
      *====review mode the operator decides before the next player
       write-review-report.
           IF review-choice = "C"
               OPEN EXTEND EXCLFILE
           END-IF
           MOVE SPACES TO review-player
           MOVE 0 TO nb-reviews
           MOVE 0 TO sort-eof
           RETURN FLAGSORT
               AT END MOVE 1 TO sort-eof
           END-RETURN
           PERFORM UNTIL sort-eof = 1
               IF fs-player NOT = review-player
                   PERFORM finish-review-player
                   MOVE fs-player TO review-player
               END-IF
               IF nb-reviews < 300
                   ADD 1 TO nb-reviews
                   MOVE fs-date TO rv-date(nb-reviews)
                   MOVE fs-time TO rv-time(nb-reviews)
                   MOVE fs-check TO rv-check(nb-reviews)
                   MOVE fs-points TO rv-points(nb-reviews)
                   MOVE fs-ref TO rv-ref(nb-reviews)
                   MOVE fs-evidence TO rv-evidence(nb-reviews)
      *====a game raised by two checks is counted and excluded once
                   MOVE 0 TO rv-repeat(nb-reviews)
                   IF nb-reviews > 1
                       IF rv-date(nb-reviews - 1) = fs-date
                          AND rv-time(nb-reviews - 1) = fs-time
                           MOVE 1 TO rv-repeat(nb-reviews)
                       END-IF
                   END-IF
               END-IF
               RETURN FLAGSORT
                   AT END MOVE 1 TO sort-eof
               END-RETURN
           END-PERFORM
           PERFORM finish-review-player
           IF review-choice = "C"
               CLOSE EXCLFILE
           END-IF.

       finish-review-player.
           IF nb-reviews > 0
               ADD 1 TO nb-flagged-players
               MOVE 0 TO review-points
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-reviews
                   IF rv-repeat(i) = 0
                       PERFORM take-net-points
                       ADD net-points TO review-points
                   END-IF
               END-PERFORM
               MOVE SPACES TO integrep-line
               PERFORM write-integrep-line
               MOVE nb-reviews TO count-display
               STRING "PLAYER " review-player
                   " FLAGS=" count-display
                   " POINTS=" review-points
                   DELIMITED BY SIZE INTO integrep-line
               PERFORM write-integrep-line
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-reviews
                   PERFORM write-evidence-lines
               END-PERFORM
               IF review-choice = "C"
                   PERFORM confirm-review-player
               END-IF
           END-IF
           MOVE 0 TO nb-reviews.

       write-evidence-lines.
           MOVE rv-date(i) TO xk-date
           MOVE rv-time(i) TO xk-time
           MOVE review-player TO xk-player
           PERFORM find-excluded-key
           MOVE SPACES TO integrep-line
           STRING "  " rv-check(i) " " rv-date(i) " " rv-time(i)
               " " rv-points(i) " " rv-evidence(i)
               DELIMITED BY SIZE INTO integrep-line
           IF key-found = 1
               MOVE "EXCLUDED" TO integrep-line(93:8)
           END-IF
           PERFORM write-integrep-line
           MOVE SPACES TO integrep-line
           STRING "           " rv-ref(i)
               DELIMITED BY SIZE INTO integrep-line
           PERFORM write-integrep-line.

       confirm-review-player.
           DISPLAY "exclude the flagged points of " review-player
               " ? (Y/N) "
           ACCEPT confirm-choice
           MOVE 0 TO nb-written
           IF confirm-choice = "Y" OR confirm-choice = "y"
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-reviews
                   IF rv-repeat(i) = 0
                       PERFORM write-exclusion
                   END-IF
               END-PERFORM
               MOVE nb-written TO count-display
               MOVE SPACES TO integrep-line
               STRING "  confirmed," count-display
                   " exclusions written"
                   DELIMITED BY SIZE INTO integrep-line
           ELSE
               MOVE "  not confirmed, nothing excluded"
                   TO integrep-line
           END-IF
           PERFORM write-integrep-line.

       write-exclusion.
           PERFORM take-net-points
           IF rv-check(i) NOT = "DAILY"
               PERFORM find-earlier-daily
           END-IF
           MOVE rv-date(i) TO xk-date
           MOVE rv-time(i) TO xk-time
           MOVE review-player TO xk-player
           PERFORM find-excluded-key
           IF key-found = 0 AND net-points > 0
               MOVE SPACES TO exclusion-input
               MOVE rv-date(i) TO ex-date
               MOVE rv-time(i) TO ex-time
               MOVE review-player TO ex-player
               MOVE net-points TO ex-points
               MOVE rv-check(i) TO ex-check
               MOVE "P" TO ex-status
               MOVE rv-ref(i) TO ex-ref
               WRITE exclusion-input
               ADD 1 TO nb-written
               ADD 1 TO nb-new-exclusions
               IF nb-excluded-keys < 2000
                   ADD 1 TO nb-excluded-keys
                   MOVE exclusion-key
                       TO excluded-key(nb-excluded-keys)
                   MOVE net-points
                       TO excluded-points(nb-excluded-keys)
               END-IF
           END-IF.

       take-net-points.
           MOVE rv-points(i) TO net-points
           IF rv-check(i) = "DAILY"
               PERFORM net-daily-points
           END-IF.

      *====a day excluded by an earlier review already took off the
      *====points of its games
       find-earlier-daily.
           PERFORM VARYING key-sub FROM 1 BY 1
           UNTIL key-sub > nb-loaded-keys
               IF ek-date(key-sub) = rv-date(i)
                  AND ek-player(key-sub) = review-player
                  AND ek-time(key-sub) = 0
                   MOVE 0 TO net-points
               END-IF
           END-PERFORM.

      *====a daily exclusion takes the whole day's points : the games of
      *====that day already excluded, or excluded in this review, are
      *====taken off so that no point is removed twice
       net-daily-points.
           MOVE 0 TO day-game-points
           PERFORM VARYING review-sub FROM 1 BY 1
           UNTIL review-sub > nb-reviews
               IF rv-date(review-sub) = rv-date(i)
                  AND rv-check(review-sub) NOT = "DAILY"
                  AND rv-repeat(review-sub) = 0
                   MOVE rv-date(review-sub) TO xk-date
                   MOVE rv-time(review-sub) TO xk-time
                   MOVE review-player TO xk-player
                   PERFORM find-excluded-key
                   IF key-found = 0
                       ADD rv-points(review-sub) TO day-game-points
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING key-sub FROM 1 BY 1
           UNTIL key-sub > nb-excluded-keys
               IF ek-date(key-sub) = rv-date(i)
                  AND ek-player(key-sub) = review-player
                  AND ek-time(key-sub) NOT = 0
                   ADD excluded-points(key-sub) TO day-game-points
               END-IF
           END-PERFORM
           IF day-game-points < rv-points(i)
               SUBTRACT day-game-points FROM rv-points(i)
                   GIVING net-points
           ELSE
               MOVE 0 TO net-points
           END-IF.

       write-integrep-line.
           WRITE integrep-fd-record FROM integrep-line
           DISPLAY integrep-line.

       END PROGRAM PENDULE-INTEGRITY.
