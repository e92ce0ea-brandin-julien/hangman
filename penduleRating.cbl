      ******************************************************************
      * Author:
      * Date:
      * Purpose: Skill rating. Replays duel legs and daily challenge
      *          days in date order and moves each player's Elo-style
      *          rating : a duel leg is one game between guesser and
      *          setter, a challenge day scores every entrant against
      *          every other on the day's points. Ratings are kept in
      *          player-ratings.txt, every change is appended to
      *          rating-history.txt and the ladder is written to
      *          rating-ladder.txt. Only days after the one recorded in
      *          rating-control.txt and before today are taken, so a
      *          rerun never counts an event twice and today's
      *          challenge is rated once the day is over. At most 500
      *          players are rated : a run that meets a 501st name
      *          stops with return code 8 and saves nothing, history
      *          included.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDULE-RATING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL DUELFILE ASSIGN TO "duel-ledger.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHALLFILE ASSIGN TO "daily-challenge.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL RATINGFILE ASSIGN TO "player-ratings.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL RATHISTFILE ASSIGN TO "rating-history.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RATWORKFILE ASSIGN TO "rating-history.tmp"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL RATCTLFILE ASSIGN TO "rating-control.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LADDERFILE ASSIGN TO "rating-ladder.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EVENTSORT ASSIGN TO "rating-events.tmp".

            SELECT LADDERSORT ASSIGN TO "rating-ladder.tmp".

       DATA DIVISION.
       FILE SECTION.
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

       FD CHALLFILE.
       01 challenge-input.
          05 dc-date   PIC x(8).
          05 FILLER    PIC x(1).
          05 dc-player PIC x(12).
          05 FILLER    PIC x(1).
          05 dc-points PIC x(6).

      *====one line per rated player : rating, events rated, PROV while
      *====the player has fewer rated events than provisional-events,
      *====and the date of the last event rated
       FD RATINGFILE.
       01 rating-input.
          05 rp-name      PIC x(12).
          05 FILLER       PIC x(1).
          05 rp-rating    PIC 9(4).
          05 FILLER       PIC x(1).
          05 rp-events    PIC 9(4).
          05 FILLER       PIC x(1).
          05 rp-status    PIC x(4).
          05 FILLER       PIC x(1).
          05 rp-last-date PIC 9(8).

       FD RATHISTFILE.
       01 rathist-input PIC x(61).

      *====one line per player per event : DUEL with the opponent and
      *====WIN or LOSE, DAILY with the place and the field size. The
      *====lines of a run are kept aside and appended to the history
      *====once the ratings and the control are saved
       FD RATWORKFILE.
       01 ratwork-record.
          05 rh-date     PIC 9(8).
          05 FILLER      PIC x(1).
          05 rh-player   PIC x(12).
          05 FILLER      PIC x(1).
          05 rh-source   PIC x(5).
          05 FILLER      PIC x(1).
          05 rh-opponent PIC x(12).
          05 FILLER      PIC x(1).
          05 rh-outcome  PIC x(5).
          05 FILLER      PIC x(1).
          05 rh-before   PIC 9(4).
          05 FILLER      PIC x(1).
          05 rh-after    PIC 9(4).
          05 FILLER      PIC x(1).
          05 rh-events   PIC 9(4).

      *====last day rated, date of the run and events it rated
       FD RATCTLFILE.
       01 ratctl-input.
          05 rc-last-date PIC 9(8).
          05 FILLER       PIC x(1).
          05 rc-run-date  PIC 9(8).
          05 FILLER       PIC x(1).
          05 rc-events    PIC 9(6).

       FD LADDERFILE.
       01 ladder-fd-record PIC x(80).

      *====duel legs (kind 1) before challenge days (kind 2) on the
      *====same date, legs kept in ledger order
       SD EVENTSORT.
       01 event-sort-record.
          05 es-date     PIC 9(8).
          05 es-kind     PIC x(1).
          05 es-seq      PIC 9(6).
          05 es-player-1 PIC x(12).
          05 es-player-2 PIC x(12).
          05 es-points   PIC 9(6).

       SD LADDERSORT.
       01 ladder-sort-record.
          05 ls-rating PIC 9(4).
          05 ls-name   PIC x(12).
          05 ls-events PIC 9(4).
          05 ls-status PIC x(4).

       WORKING-STORAGE SECTION.

       01 current-date-data.
          05 cd-date PIC 9(8).
          05 FILLER  PIC x(13).

      *====every rated player, loaded from and rewritten to
      *====player-ratings.txt
       01 rating-table.
          05 rating-entry OCCURS 500 TIMES.
             10 rt-name      PIC x(12).
             10 rt-rating    PIC 9(4).
             10 rt-events    PIC 9(4).
             10 rt-last-date PIC 9(8).
       77 nb-ratings PIC 999 VALUE 0.
       77 rating-sub PIC 999 VALUE 0.
       77 rating-full PIC 9 VALUE 0.

      *====entrants of the challenge day being rated, ratings taken
      *====before the day so the order entrants are read has no effect
       01 day-table.
          05 day-entry OCCURS 99 TIMES.
             10 de-player PIC x(12).
             10 de-points PIC 9(6).
             10 de-sub    PIC 999.
             10 de-before PIC 9(4).
             10 de-sum    PIC S9(3)V9(6).
             10 de-place  PIC 999.
       77 nb-day-entries PIC 999 VALUE 0.
       77 day-date PIC 9(8) VALUE 0.
       77 rated-date PIC 9(8) VALUE 0.
       77 j PIC 999.
       77 l PIC 999.

       77 k-factor PIC 99 VALUE 32.
       77 start-rating PIC 9(4) VALUE 1500.
       77 provisional-events PIC 9(4) VALUE 10.
       77 expected-score PIC 9V9(6).
       77 elo-power PIC 9(3)V9(6).
       77 elo-margin PIC S9(5)V9(6).
       77 actual-score PIC 9V9.
       77 rating-gap PIC S9(5).
       77 rating-change PIC S9(4).
       77 new-rating PIC S9(5).
       77 winner-sub PIC 999.
       77 loser-sub PIC 999.
       77 winner-before PIC 9(4).
       77 loser-before PIC 9(4).

       77 last-rated-date PIC 9(8) VALUE 0.
       77 yesterday-date PIC 9(8) VALUE 0.
       77 day-int PIC 9(8) VALUE 0.
       77 event-seq PIC 9(6) VALUE 0.
       77 nb-events PIC 9(6) VALUE 0.
       77 nb-legs PIC 9(6) VALUE 0.
       77 nb-days PIC 9(6) VALUE 0.
       77 duel-eof PIC 9 VALUE 0.
       77 chall-eof PIC 9 VALUE 0.
       77 rating-eof PIC 9 VALUE 0.
       77 ctl-eof PIC 9 VALUE 0.
       77 work-eof PIC 9 VALUE 0.
       77 sort-eof PIC 9 VALUE 0.
       77 search-name PIC x(12).
       77 player-rank PIC 9(4) VALUE 0.
       77 i PIC 999.

       01 ladder-line PIC x(80).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

          DISPLAY "===== SKILL RATING ====="

          MOVE FUNCTION CURRENT-DATE TO current-date-data
          COMPUTE day-int = FUNCTION INTEGER-OF-DATE(cd-date) - 1
          COMPUTE yesterday-date = FUNCTION DATE-OF-INTEGER(day-int)

          PERFORM load-rating-control.
          PERFORM load-ratings.

          IF last-rated-date >= yesterday-date
              DISPLAY "events up to " last-rated-date
                  " already rated"
          ELSE
              DISPLAY "rating events after " last-rated-date
                  " up to " yesterday-date
              SORT EVENTSORT
                  ON ASCENDING KEY es-date
                  ON ASCENDING KEY es-kind
                  ON ASCENDING KEY es-seq
                  INPUT PROCEDURE release-events
                  OUTPUT PROCEDURE rate-events
              IF rating-full = 1
                  DISPLAY "rating table full, nothing saved"
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              PERFORM save-ratings
              PERFORM save-rating-control
              PERFORM append-rating-history
          END-IF

          DISPLAY "duel legs rated       : " nb-legs
          DISPLAY "challenge days rated  : " nb-days

          OPEN OUTPUT LADDERFILE
          SORT LADDERSORT
              ON DESCENDING KEY ls-rating
              ON ASCENDING KEY ls-name
              INPUT PROCEDURE release-ladder-rows
              OUTPUT PROCEDURE write-ladder-lines
          CLOSE LADDERFILE

          DISPLAY "ladder written to rating-ladder.txt"

          STOP RUN.

       load-rating-control.
           MOVE 0 TO last-rated-date
           MOVE 0 TO ctl-eof
           OPEN INPUT RATCTLFILE
           READ RATCTLFILE
               AT END MOVE 1 TO ctl-eof
           END-READ
           IF ctl-eof = 0 AND rc-last-date IS NUMERIC
               MOVE rc-last-date TO last-rated-date
           END-IF
           CLOSE RATCTLFILE.

       load-ratings.
           MOVE 0 TO nb-ratings
           MOVE 0 TO rating-eof
           OPEN INPUT RATINGFILE
           READ RATINGFILE
               AT END MOVE 1 TO rating-eof
           END-READ
           PERFORM UNTIL rating-eof = 1 OR nb-ratings >= 500
               IF rp-name NOT = SPACES
                   ADD 1 TO nb-ratings
                   MOVE rp-name TO rt-name(nb-ratings)
                   MOVE start-rating TO rt-rating(nb-ratings)
                   MOVE 0 TO rt-events(nb-ratings)
                   MOVE 0 TO rt-last-date(nb-ratings)
                   IF rp-rating IS NUMERIC
                       MOVE rp-rating TO rt-rating(nb-ratings)
                   END-IF
                   IF rp-events IS NUMERIC
                       MOVE rp-events TO rt-events(nb-ratings)
                   END-IF
                   IF rp-last-date IS NUMERIC
                       MOVE rp-last-date TO rt-last-date(nb-ratings)
                   END-IF
               END-IF
               READ RATINGFILE
                   AT END MOVE 1 TO rating-eof
               END-READ
           END-PERFORM
           CLOSE RATINGFILE.

      *====a leg is rated once decided and between two players, a
      *====challenge entry once its day is over
       release-events.
           MOVE 0 TO event-seq
           OPEN INPUT DUELFILE
           READ DUELFILE
               AT END MOVE 1 TO duel-eof
           END-READ
           PERFORM UNTIL duel-eof = 1
               IF dl-date IS NUMERIC
                  AND (dl-result = "WIN " OR dl-result = "LOSE")
                  AND dl-setter NOT = SPACES
                  AND dl-guesser NOT = SPACES
                  AND dl-setter NOT = dl-guesser
                   MOVE dl-date TO es-date
                   IF es-date > last-rated-date
                      AND es-date <= yesterday-date
                       ADD 1 TO event-seq
                       MOVE "1" TO es-kind
                       MOVE event-seq TO es-seq
      *====the guesser wins the leg on a solve, the setter otherwise
                       IF dl-result = "WIN "
                           MOVE dl-guesser TO es-player-1
                           MOVE dl-setter TO es-player-2
                       ELSE
                           MOVE dl-setter TO es-player-1
                           MOVE dl-guesser TO es-player-2
                       END-IF
                       MOVE 0 TO es-points
                       RELEASE event-sort-record
                   END-IF
               END-IF
               READ DUELFILE
                   AT END MOVE 1 TO duel-eof
               END-READ
           END-PERFORM
           CLOSE DUELFILE

           OPEN INPUT CHALLFILE
           READ CHALLFILE
               AT END MOVE 1 TO chall-eof
           END-READ
           PERFORM UNTIL chall-eof = 1
               IF dc-date IS NUMERIC AND dc-player NOT = SPACES
                  AND dc-points IS NUMERIC
                   MOVE dc-date TO es-date
                   IF es-date > last-rated-date
                      AND es-date <= yesterday-date
                       ADD 1 TO event-seq
                       MOVE "2" TO es-kind
                       MOVE event-seq TO es-seq
                       MOVE dc-player TO es-player-1
                       MOVE SPACES TO es-player-2
                       MOVE dc-points TO es-points
                       RELEASE event-sort-record
                   END-IF
               END-IF
               READ CHALLFILE
                   AT END MOVE 1 TO chall-eof
               END-READ
           END-PERFORM
           CLOSE CHALLFILE.

       rate-events.
           MOVE 0 TO nb-day-entries
           MOVE 0 TO day-date
           OPEN OUTPUT RATWORKFILE
           MOVE 0 TO sort-eof
           RETURN EVENTSORT
               AT END MOVE 1 TO sort-eof
           END-RETURN
           PERFORM UNTIL sort-eof = 1 OR rating-full = 1
               IF nb-day-entries > 0
                  AND (es-kind NOT = "2" OR es-date NOT = day-date)
                   PERFORM rate-challenge-day
               END-IF
               ADD 1 TO nb-events
               IF es-kind = "1"
                   PERFORM rate-duel-leg
               ELSE
                   PERFORM add-day-entry
               END-IF
               RETURN EVENTSORT
                   AT END MOVE 1 TO sort-eof
               END-RETURN
           END-PERFORM
           IF nb-day-entries > 0 AND rating-full = 0
               PERFORM rate-challenge-day
           END-IF
           CLOSE RATWORKFILE.

       rate-duel-leg.
           MOVE es-player-1 TO search-name
           PERFORM find-or-add-rating
           MOVE rating-sub TO winner-sub
           MOVE es-player-2 TO search-name
           PERFORM find-or-add-rating
           MOVE rating-sub TO loser-sub
           IF rating-full = 0
               ADD 1 TO nb-legs
               MOVE es-date TO rated-date
               MOVE rt-rating(winner-sub) TO winner-before
               MOVE rt-rating(loser-sub) TO loser-before
               COMPUTE rating-gap = loser-before - winner-before
               PERFORM compute-expected-score
               SUBTRACT expected-score FROM 1 GIVING elo-margin
               MULTIPLY k-factor BY elo-margin
                   GIVING rating-change ROUNDED
               COMPUTE new-rating = winner-before + rating-change
               MOVE winner-sub TO rating-sub
               PERFORM store-new-rating
               COMPUTE new-rating = loser-before - rating-change
               MOVE loser-sub TO rating-sub
               PERFORM store-new-rating

               MOVE SPACES TO ratwork-record
               MOVE es-date TO rh-date
               MOVE es-player-1 TO rh-player
               MOVE "DUEL" TO rh-source
               MOVE es-player-2 TO rh-opponent
               MOVE "WIN" TO rh-outcome
               MOVE winner-before TO rh-before
               MOVE rt-rating(winner-sub) TO rh-after
               MOVE rt-events(winner-sub) TO rh-events
               WRITE ratwork-record

               MOVE es-player-2 TO rh-player
               MOVE es-player-1 TO rh-opponent
               MOVE "LOSE" TO rh-outcome
               MOVE loser-before TO rh-before
               MOVE rt-rating(loser-sub) TO rh-after
               MOVE rt-events(loser-sub) TO rh-events
               WRITE ratwork-record
           END-IF.

      *====a second entry for the same player on the same day keeps
      *====the better score
       add-day-entry.
           MOVE es-date TO day-date
           MOVE 0 TO j
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-day-entries
               IF de-player(i) = es-player-1
                   MOVE i TO j
               END-IF
           END-PERFORM
           IF j > 0
               IF es-points > de-points(j)
                   MOVE es-points TO de-points(j)
               END-IF
           ELSE
               IF nb-day-entries < 99
                   MOVE es-player-1 TO search-name
                   PERFORM find-or-add-rating
                   IF rating-full = 0
                       ADD 1 TO nb-day-entries
                       MOVE es-player-1 TO de-player(nb-day-entries)
                       MOVE es-points TO de-points(nb-day-entries)
                       MOVE rating-sub TO de-sub(nb-day-entries)
                       MOVE rt-rating(rating-sub)
                           TO de-before(nb-day-entries)
                   END-IF
               ELSE
                   DISPLAY "more than 99 entrants on " es-date
                       ", " es-player-1 " not rated"
               END-IF
           END-IF.

      *====every entrant against every other : a better score is a
      *====win, the same score a draw ; K is shared over the field so
      *====a big day moves a rating no more than a single leg. A day
      *====with a single entrant has nobody to compare with
       rate-challenge-day.
           IF nb-day-entries > 1
               ADD 1 TO nb-days
               MOVE day-date TO rated-date
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-day-entries
                   MOVE 0 TO de-sum(i)
                   MOVE 1 TO de-place(i)
                   PERFORM VARYING l FROM 1 BY 1
                   UNTIL l > nb-day-entries
                       IF l NOT = i
                           PERFORM score-day-pairing
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-day-entries
                   MULTIPLY k-factor BY de-sum(i) GIVING elo-margin
                   SUBTRACT 1 FROM nb-day-entries GIVING j
                   DIVIDE elo-margin BY j
                       GIVING rating-change ROUNDED
                   COMPUTE new-rating = de-before(i) + rating-change
                   MOVE de-sub(i) TO rating-sub
                   PERFORM store-new-rating

                   MOVE SPACES TO ratwork-record
                   MOVE day-date TO rh-date
                   MOVE de-player(i) TO rh-player
                   MOVE "DAILY" TO rh-source
                   STRING de-place(i)(2:2) "/" nb-day-entries(2:2)
                       DELIMITED BY SIZE INTO rh-outcome
                   MOVE de-before(i) TO rh-before
                   MOVE rt-rating(rating-sub) TO rh-after
                   MOVE rt-events(rating-sub) TO rh-events
                   WRITE ratwork-record
               END-PERFORM
           END-IF
           MOVE 0 TO nb-day-entries.

       score-day-pairing.
           IF de-points(l) > de-points(i)
               ADD 1 TO de-place(i)
               MOVE 0 TO actual-score
           ELSE
               IF de-points(l) = de-points(i)
                   MOVE 0.5 TO actual-score
               ELSE
                   MOVE 1 TO actual-score
               END-IF
           END-IF
           COMPUTE rating-gap = de-before(l) - de-before(i)
           PERFORM compute-expected-score
           ADD actual-score TO de-sum(i)
           SUBTRACT expected-score FROM de-sum(i).

      *====chance of the first player beating the second, from the gap
      *====between their ratings ; beyond 800 points it is a certainty
       compute-expected-score.
           IF rating-gap > 800
               MOVE 800 TO rating-gap
           END-IF
           IF rating-gap < -800
               MOVE -800 TO rating-gap
           END-IF
           COMPUTE elo-power ROUNDED = 10 ** (rating-gap / 400)
           COMPUTE expected-score ROUNDED = 1 / (1 + elo-power).

       store-new-rating.
           IF new-rating < 100
               MOVE 100 TO new-rating
           END-IF
           IF new-rating > 9999
               MOVE 9999 TO new-rating
           END-IF
           MOVE new-rating TO rt-rating(rating-sub)
           ADD 1 TO rt-events(rating-sub)
           MOVE rated-date TO rt-last-date(rating-sub).

       find-or-add-rating.
           MOVE 0 TO rating-sub
           PERFORM VARYING i FROM 1 BY 1
           UNTIL i > nb-ratings OR rating-sub > 0
               IF rt-name(i) = search-name
                   MOVE i TO rating-sub
               END-IF
           END-PERFORM
           IF rating-sub = 0
               IF nb-ratings < 500
                   ADD 1 TO nb-ratings
                   MOVE nb-ratings TO rating-sub
                   MOVE search-name TO rt-name(rating-sub)
                   MOVE start-rating TO rt-rating(rating-sub)
                   MOVE 0 TO rt-events(rating-sub)
                   MOVE 0 TO rt-last-date(rating-sub)
               ELSE
                   MOVE 1 TO rating-full
                   MOVE 1 TO rating-sub
               END-IF
           END-IF.

      *====an entrant alone on the day has no rated event and is left
      *====out until a first one comes
       save-ratings.
           OPEN OUTPUT RATINGFILE
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-ratings
               IF rt-events(i) > 0
                   MOVE SPACES TO rating-input
                   MOVE rt-name(i) TO rp-name
                   MOVE rt-rating(i) TO rp-rating
                   MOVE rt-events(i) TO rp-events
                   IF rt-events(i) < provisional-events
                       MOVE "PROV" TO rp-status
                   END-IF
                   MOVE rt-last-date(i) TO rp-last-date
                   WRITE rating-input
               END-IF
           END-PERFORM
           CLOSE RATINGFILE.

       save-rating-control.
           OPEN OUTPUT RATCTLFILE
           MOVE SPACES TO ratctl-input
           MOVE yesterday-date TO rc-last-date
           MOVE cd-date TO rc-run-date
           MOVE nb-events TO rc-events
           WRITE ratctl-input
           CLOSE RATCTLFILE.

       append-rating-history.
           MOVE 0 TO work-eof
           OPEN INPUT RATWORKFILE
           OPEN EXTEND RATHISTFILE
           READ RATWORKFILE
               AT END MOVE 1 TO work-eof
           END-READ
           PERFORM UNTIL work-eof = 1
               WRITE rathist-input FROM ratwork-record
               READ RATWORKFILE
                   AT END MOVE 1 TO work-eof
               END-READ
           END-PERFORM
           CLOSE RATHISTFILE
           CLOSE RATWORKFILE.

       release-ladder-rows.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-ratings
               IF rt-events(i) > 0
                   MOVE rt-rating(i) TO ls-rating
                   MOVE rt-name(i) TO ls-name
                   MOVE rt-events(i) TO ls-events
                   MOVE SPACES TO ls-status
                   IF rt-events(i) < provisional-events
                       MOVE "PROV" TO ls-status
                   END-IF
                   RELEASE ladder-sort-record
               END-IF
           END-PERFORM.

       write-ladder-lines.
           MOVE "===== RATING LADDER =====" TO ladder-line
           PERFORM write-ladder-line
           MOVE SPACES TO ladder-line
           STRING "rated up to " yesterday-date
               " - PROV : fewer than " provisional-events
               " rated events"
               DELIMITED BY SIZE INTO ladder-line
           PERFORM write-ladder-line
           MOVE "RANK PLAYER       RATING EVENTS" TO ladder-line
           PERFORM write-ladder-line
           MOVE 0 TO player-rank
           MOVE 0 TO sort-eof
           RETURN LADDERSORT
               AT END MOVE 1 TO sort-eof
           END-RETURN
           PERFORM UNTIL sort-eof = 1
               ADD 1 TO player-rank
               MOVE SPACES TO ladder-line
               STRING player-rank " " ls-name " " ls-rating
                   "   " ls-events " " ls-status
                   DELIMITED BY SIZE INTO ladder-line
               PERFORM write-ladder-line
               RETURN LADDERSORT
                   AT END MOVE 1 TO sort-eof
               END-RETURN
           END-PERFORM
           IF player-rank = 0
               MOVE "no rated player yet" TO ladder-line
               PERFORM write-ladder-line
           END-IF.

       write-ladder-line.
           WRITE ladder-fd-record FROM ladder-line
           DISPLAY ladder-line.

       END PROGRAM PENDULE-RATING.
