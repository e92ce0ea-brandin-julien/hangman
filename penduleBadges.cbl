      ******************************************************************
      * Author:
      * Date:
      * Purpose: Badge batch. Replays every player's results in date
      *          order - score archive, live score history and daily
      *          challenge entries - against the rules of
      *          badge-catalogue.txt and adds to badge-ledger.txt the
      *          badges the game has not awarded yet, back-dated to the
      *          game that earned them. Then reports who holds each
      *          badge and lists the badges from rarest to most common
      *          in badge-report.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDULE-BADGES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL BADGECATFILE ASSIGN TO "badge-catalogue.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BADGEFILE ASSIGN TO "badge-ledger.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL HISTFILE ASSIGN TO "score-history.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ARCHFILE ASSIGN TO "score-archive.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHALLFILE ASSIGN TO "daily-challenge.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL LISTFILE ASSIGN TO DYNAMIC LIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BADGEREPFILE ASSIGN TO "badge-report.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BADGESORT ASSIGN TO "badge-sort.tmp".

            SELECT HOLDSORT ASSIGN TO "badge-hold.tmp".

            SELECT OPTIONAL SESSIONFILE ASSIGN TO "active-sessions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD HISTFILE.
       01 hist-fd-record PIC x(100).

       FD ARCHFILE.
       01 arch-fd-record PIC x(100).

       FD CHALLFILE.
       01 challenge-input.
          05 dc-date   PIC 9(8).
          05 FILLER    PIC x(1).
          05 dc-player PIC x(12).
          05 FILLER    PIC x(1).
          05 dc-points PIC 9(6).

       FD LISTFILE.
       01 list-input.
          05 li-word PIC x(30).
          05 FILLER  PIC x(40).

       FD BADGEREPFILE.
       01 badgerep-fd-record PIC x(100).

      *====every player's results in date order : ledger rows (kind 0,
      *====dated zero so they come first), games (kind 1) and daily
      *====challenge days (kind 2)
       SD BADGESORT.
       01 badge-sort-record.
          05 bs-player     PIC x(12).
          05 bs-date       PIC 9(8).
          05 bs-time       PIC 9(6).
          05 bs-kind       PIC x(1).
          05 bs-list       PIC x(1).
          05 bs-difficulty PIC x(1).
          05 bs-word       PIC x(30).
          05 bs-result     PIC x(4).
          05 bs-wrong      PIC 9.
          05 bs-code       PIC x(8).

      *====ledger lines by badge for the holders report
       SD HOLDSORT.
       01 hold-sort-record.
          05 hs-date   PIC 9(8).
          05 FILLER    PIC x(1).
          05 hs-player PIC x(12).
          05 FILLER    PIC x(1).
          05 hs-code   PIC x(8).
          05 FILLER    PIC x(1).
          05 hs-word   PIC x(30).

      *====one line per open game session : session id (start date,
      *====time and hundredths) and the program that registered it
       FD SESSIONFILE.
       01 session-input.
          05 ss-session-id PIC x(16).
          05 FILLER        PIC x(1).
          05 ss-program    PIC x(16).

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
          05 FILLER        PIC x(27).

      *====badge rules, with the current player's holdings and the
      *====number of holders for the rarity list
       01 badge-rule-table.
          05 badge-rule OCCURS 50 TIMES.
             10 br-code      PIC x(8).
             10 br-rule      PIC x(8).
             10 br-threshold PIC 9(4).
             10 br-list      PIC x(1).
             10 br-title     PIC x(30).
             10 br-held      PIC 9.
             10 br-holders   PIC 9(5).
       01 badge-rule-swap PIC x(57).
       77 nb-badge-rules PIC 99 VALUE 0.
       77 badge-sub PIC 99 VALUE 0.
       77 badge-cat-eof PIC 9 VALUE 0.
       77 badge-earned PIC 9 VALUE 0.

      *====the three word lists, each word with a solved flag for the
      *====player being replayed
       01 list-word-table.
          05 list-word-entry OCCURS 150 TIMES.
             10 lw-list   PIC x(1).
             10 lw-word   PIC x(30).
             10 lw-solved PIC 9.
       77 nb-list-words PIC 999 VALUE 0.
       77 list-word-sub PIC 999 VALUE 0.
       01 list-count-table.
          05 list-count OCCURS 3 TIMES.
             10 lc-words  PIC 999.
             10 lc-solved PIC 999.
       77 list-file-name PIC x(40).
       77 list-code PIC x(1).
       77 list-sub PIC 9 VALUE 0.
       77 list-eof PIC 9 VALUE 0.

      *====the player being replayed
       77 current-player PIC x(12).
       77 player-wins PIC 9(5) VALUE 0.
       77 player-streak PIC 9(5) VALUE 0.
       77 player-hard-wins PIC 9(5) VALUE 0.
       77 player-day-run PIC 9(4) VALUE 0.
       77 last-day-int PIC 9(8) VALUE 0.
       77 day-int PIC 9(8) VALUE 0.
       77 word-length PIC 99 VALUE 0.

       77 hist-eof PIC 9 VALUE 0.
       77 chall-eof PIC 9 VALUE 0.
       77 badge-eof PIC 9 VALUE 0.
       77 sort-eof PIC 9 VALUE 0.
       77 hold-eof PIC 9 VALUE 0.
       77 nb-awarded PIC 9(5) VALUE 0.
       77 nb-players PIC 9(5) VALUE 0.
       77 nb-ledger PIC 9(5) VALUE 0.
       77 previous-code PIC x(8).
       77 i PIC 99.
       77 k PIC 99.

      *====game sessions registered in active-sessions.txt
       77 nb-active-sessions PIC 9(4) VALUE 0.
       77 session-eof PIC 9 VALUE 0.
       77 session-choice PIC x(1).
       77 session-confirm PIC x(1).
       77 session-wait-count PIC 99 VALUE 0.
       77 session-wait-seconds PIC 9(4) VALUE 30.

       01 badgerep-line PIC x(100).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

          DISPLAY "===== BADGE AWARDS AND REPORT ====="

          PERFORM check-active-sessions.
          IF nb-active-sessions > 0
              DISPLAY "game session still open, no badge awarded"
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF

          PERFORM load-badge-catalogue.
          IF nb-badge-rules = 0
              DISPLAY "no rule in badge-catalogue.txt, nothing to do"
              STOP RUN
          END-IF
          PERFORM load-list-words.

          SORT BADGESORT
              ON ASCENDING KEY bs-player
              ON ASCENDING KEY bs-date
              ON ASCENDING KEY bs-time
              ON ASCENDING KEY bs-kind
              INPUT PROCEDURE release-player-results
              OUTPUT PROCEDURE replay-player-results

          DISPLAY "players replayed : " nb-players
          DISPLAY "badges awarded   : " nb-awarded

          OPEN OUTPUT BADGEREPFILE
          SORT HOLDSORT
              ON ASCENDING KEY hs-code
              ON ASCENDING KEY hs-date
              ON ASCENDING KEY hs-player
              USING BADGEFILE
              OUTPUT PROCEDURE write-holder-lines
          PERFORM write-rarity-lines
          CLOSE BADGEREPFILE

          DISPLAY "report written to badge-report.txt"

          STOP RUN.

      *====a blank code or a "*" in the first column is a comment line
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
                   MOVE 0 TO br-holders(nb-badge-rules)
               END-IF
               READ BADGECATFILE
                   AT END MOVE 1 TO badge-cat-eof
               END-READ
           END-PERFORM
           CLOSE BADGECATFILE.

       load-list-words.
           MOVE 0 TO nb-list-words
           PERFORM VARYING list-sub FROM 1 BY 1 UNTIL list-sub > 3
               MOVE 0 TO lc-words(list-sub)
               EVALUATE list-sub
                   WHEN 1
                       MOVE "dataForPendule.txt" TO list-file-name
                   WHEN 2
                       MOVE "dataAnimaux.txt" TO list-file-name
                   WHEN OTHER
                       MOVE "dataPays.txt" TO list-file-name
               END-EVALUATE
               MOVE list-sub TO list-code
               MOVE 0 TO list-eof
               OPEN INPUT LISTFILE
               READ LISTFILE
                   AT END MOVE 1 TO list-eof
               END-READ
               PERFORM UNTIL list-eof = 1 OR nb-list-words >= 150
                   IF li-word NOT = SPACES
                       ADD 1 TO nb-list-words
                       ADD 1 TO lc-words(list-sub)
                       MOVE list-code TO lw-list(nb-list-words)
                       MOVE li-word TO lw-word(nb-list-words)
                   END-IF
                   READ LISTFILE
                       AT END MOVE 1 TO list-eof
                   END-READ
               END-PERFORM
               CLOSE LISTFILE
           END-PERFORM.

      *====the ledger first so badges already held are not given twice,
      *====then the archive, the live history and the challenge days
       release-player-results.
           MOVE 0 TO badge-eof
           OPEN INPUT BADGEFILE
           READ BADGEFILE
               AT END MOVE 1 TO badge-eof
           END-READ
           PERFORM UNTIL badge-eof = 1
               MOVE SPACES TO badge-sort-record
               MOVE bl-player TO bs-player
               MOVE 0 TO bs-date
               MOVE 0 TO bs-time
               MOVE "0" TO bs-kind
               MOVE 0 TO bs-wrong
               MOVE bl-code TO bs-code
               RELEASE badge-sort-record
               READ BADGEFILE
                   AT END MOVE 1 TO badge-eof
               END-READ
           END-PERFORM
           CLOSE BADGEFILE

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
           CLOSE HISTFILE

           MOVE 0 TO chall-eof
           OPEN INPUT CHALLFILE
           READ CHALLFILE
               AT END MOVE 1 TO chall-eof
           END-READ
           PERFORM UNTIL chall-eof = 1
               IF dc-date IS NUMERIC AND dc-date > 16010101
                   MOVE SPACES TO badge-sort-record
                   MOVE dc-player TO bs-player
                   MOVE dc-date TO bs-date
                   MOVE 999999 TO bs-time
                   MOVE "2" TO bs-kind
                   MOVE 0 TO bs-wrong
                   RELEASE badge-sort-record
               END-IF
               READ CHALLFILE
                   AT END MOVE 1 TO chall-eof
               END-READ
           END-PERFORM
           CLOSE CHALLFILE.

      *====only finished games count, legacy lines without a stamp are
      *====left out
       release-score-line.
           IF hl-date IS NUMERIC AND hl-time IS NUMERIC
              AND (hl-result = "WIN " OR hl-result = "LOSE")
               MOVE SPACES TO badge-sort-record
               MOVE hl-player TO bs-player
               MOVE hl-date TO bs-date
               MOVE hl-time TO bs-time
               MOVE "1" TO bs-kind
               MOVE hl-list TO bs-list
               MOVE hl-difficulty TO bs-difficulty
               MOVE hl-word TO bs-word
               MOVE hl-result TO bs-result
               MOVE 9 TO bs-wrong
               IF hl-wrong IS NUMERIC
                   MOVE hl-wrong TO bs-wrong
               END-IF
               RELEASE badge-sort-record
           END-IF.

       replay-player-results.
           MOVE SPACES TO current-player
           OPEN EXTEND BADGEFILE
           MOVE 0 TO sort-eof
           RETURN BADGESORT
               AT END MOVE 1 TO sort-eof
           END-RETURN
           PERFORM UNTIL sort-eof = 1
               IF bs-player NOT = current-player
                   PERFORM start-player
               END-IF
               EVALUATE bs-kind
                   WHEN "0"
                       PERFORM mark-held-badge
                   WHEN "1"
                       PERFORM replay-game
                   WHEN OTHER
                       PERFORM replay-challenge-day
               END-EVALUATE
               RETURN BADGESORT
                   AT END MOVE 1 TO sort-eof
               END-RETURN
           END-PERFORM
           CLOSE BADGEFILE.

       start-player.
           ADD 1 TO nb-players
           MOVE bs-player TO current-player
           MOVE 0 TO player-wins
           MOVE 0 TO player-streak
           MOVE 0 TO player-hard-wins
           MOVE 0 TO player-day-run
           MOVE 0 TO last-day-int
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-badge-rules
               MOVE 0 TO br-held(badge-sub)
           END-PERFORM
           PERFORM VARYING list-word-sub FROM 1 BY 1
           UNTIL list-word-sub > nb-list-words
               MOVE 0 TO lw-solved(list-word-sub)
           END-PERFORM
           PERFORM VARYING list-sub FROM 1 BY 1 UNTIL list-sub > 3
               MOVE 0 TO lc-solved(list-sub)
           END-PERFORM.

       mark-held-badge.
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-badge-rules
               IF br-code(badge-sub) = bs-code
                   MOVE 1 TO br-held(badge-sub)
               END-IF
           END-PERFORM.

      *====same figures the game reads back from the history : wins
      *====and the current streak (a loss resets it) over every season,
      *====hard-mode wins and the words solved per list
       replay-game.
           IF bs-result = "WIN "
               ADD 1 TO player-wins
               ADD 1 TO player-streak
               IF bs-difficulty = "H" AND bs-list NOT = "D"
                   ADD 1 TO player-hard-wins
               END-IF
               IF bs-list = "1" OR bs-list = "2" OR bs-list = "3"
                   PERFORM mark-solved-word
               END-IF
           ELSE
               MOVE 0 TO player-streak
           END-IF
           MOVE 0 TO word-length
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 30
               IF bs-word(i:1) NOT = SPACE
                   MOVE i TO word-length
               END-IF
           END-PERFORM
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-badge-rules
               IF br-held(badge-sub) = 0
                   PERFORM apply-game-rule
               END-IF
           END-PERFORM.

       mark-solved-word.
           MOVE bs-list TO list-sub
           PERFORM VARYING list-word-sub FROM 1 BY 1
           UNTIL list-word-sub > nb-list-words
               IF lw-list(list-word-sub) = bs-list
                  AND lw-word(list-word-sub) = bs-word
                  AND lw-solved(list-word-sub) = 0
                   MOVE 1 TO lw-solved(list-word-sub)
                   ADD 1 TO lc-solved(list-sub)
               END-IF
           END-PERFORM.

       apply-game-rule.
           MOVE 0 TO badge-earned
           EVALUATE br-rule(badge-sub)
               WHEN "HARDWIN"
                   IF bs-result = "WIN " AND bs-difficulty = "H"
                      AND bs-list NOT = "D"
                      AND player-hard-wins >= br-threshold(badge-sub)
                       MOVE 1 TO badge-earned
                   END-IF
               WHEN "STREAK"
                   IF player-streak >= br-threshold(badge-sub)
                      AND player-streak > 0
                       MOVE 1 TO badge-earned
                   END-IF
               WHEN "WINS"
                   IF player-wins >= br-threshold(badge-sub)
                      AND player-wins > 0
                       MOVE 1 TO badge-earned
                   END-IF
               WHEN "CLEAN"
                   IF bs-result = "WIN " AND bs-wrong = 0
                      AND word-length >= br-threshold(badge-sub)
                       MOVE 1 TO badge-earned
                   END-IF
               WHEN "LISTALL"
                   IF bs-result = "WIN "
                      AND bs-list = br-list(badge-sub)
                       MOVE bs-list TO list-sub
                       IF lc-words(list-sub) > 0
                          AND lc-solved(list-sub) = lc-words(list-sub)
                           MOVE 1 TO badge-earned
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF badge-earned = 1
               PERFORM award-badge
           END-IF.

      *====consecutive challenge days, a second entry the same day
      *====leaves the run as it is
       replay-challenge-day.
           COMPUTE day-int = FUNCTION INTEGER-OF-DATE(bs-date)
           IF day-int NOT = last-day-int
               IF day-int = last-day-int + 1
                   ADD 1 TO player-day-run
               ELSE
                   MOVE 1 TO player-day-run
               END-IF
               MOVE day-int TO last-day-int
           END-IF
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-badge-rules
               IF br-held(badge-sub) = 0
                  AND br-rule(badge-sub) = "DAILY"
                  AND player-day-run >= br-threshold(badge-sub)
                  AND player-day-run > 0
                   PERFORM award-badge
               END-IF
           END-PERFORM.

      *====back-dated to the game or challenge day that earned it
       award-badge.
           MOVE 1 TO br-held(badge-sub)
           ADD 1 TO nb-awarded
           MOVE SPACES TO badge-input
           MOVE bs-date TO bl-date
           MOVE bs-player TO bl-player
           MOVE br-code(badge-sub) TO bl-code
           MOVE bs-word TO bl-word
           WRITE badge-input
           DISPLAY bs-player " " br-code(badge-sub) " awarded, "
               bs-date.

       write-holder-lines.
           MOVE "===== BADGE HOLDERS =====" TO badgerep-line
           PERFORM write-badgerep-line
           MOVE SPACES TO previous-code
           MOVE 0 TO nb-ledger
           MOVE 0 TO hold-eof
           RETURN HOLDSORT
               AT END MOVE 1 TO hold-eof
           END-RETURN
           PERFORM UNTIL hold-eof = 1
               ADD 1 TO nb-ledger
               IF hs-code NOT = previous-code
                   MOVE hs-code TO previous-code
                   PERFORM write-badge-heading
               END-IF
               MOVE SPACES TO badgerep-line
               STRING "   " hs-player " SINCE " hs-date
                   " WORD=" hs-word
                   DELIMITED BY SIZE INTO badgerep-line
               PERFORM write-badgerep-line
               RETURN HOLDSORT
                   AT END MOVE 1 TO hold-eof
               END-RETURN
           END-PERFORM.

       write-badge-heading.
           MOVE 0 TO k
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-badge-rules
               IF br-code(badge-sub) = hs-code
                   MOVE badge-sub TO k
               END-IF
           END-PERFORM
           MOVE SPACES TO badgerep-line
           IF k > 0
               STRING hs-code " " br-title(k)
                   DELIMITED BY SIZE INTO badgerep-line
           ELSE
               STRING hs-code " (no longer in the catalogue)"
                   DELIMITED BY SIZE INTO badgerep-line
           END-IF
           PERFORM write-badgerep-line.

      *====holders per badge counted from the ledger, fewest first ; a
      *====badge nobody holds yet heads the list
       write-rarity-lines.
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-badge-rules
               MOVE 0 TO br-holders(badge-sub)
           END-PERFORM
           MOVE 0 TO badge-eof
           OPEN INPUT BADGEFILE
           READ BADGEFILE
               AT END MOVE 1 TO badge-eof
           END-READ
           PERFORM UNTIL badge-eof = 1
               PERFORM VARYING badge-sub FROM 1 BY 1
               UNTIL badge-sub > nb-badge-rules
                   IF br-code(badge-sub) = bl-code
                       ADD 1 TO br-holders(badge-sub)
                   END-IF
               END-PERFORM
               READ BADGEFILE
                   AT END MOVE 1 TO badge-eof
               END-READ
           END-PERFORM
           CLOSE BADGEFILE
           PERFORM VARYING i FROM 1 BY 1 UNTIL i >= nb-badge-rules
               PERFORM VARYING k FROM 1 BY 1
               UNTIL k > nb-badge-rules - i
                   IF br-holders(k) > br-holders(k + 1)
                       MOVE badge-rule(k) TO badge-rule-swap
                       MOVE badge-rule(k + 1) TO badge-rule(k)
                       MOVE badge-rule-swap TO badge-rule(k + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO badgerep-line
           PERFORM write-badgerep-line
           MOVE "===== RAREST BADGES =====" TO badgerep-line
           PERFORM write-badgerep-line
           PERFORM VARYING badge-sub FROM 1 BY 1
           UNTIL badge-sub > nb-badge-rules
               MOVE SPACES TO badgerep-line
               STRING br-code(badge-sub) " " br-title(badge-sub)
                   " HOLDERS=" br-holders(badge-sub)
                   DELIMITED BY SIZE INTO badgerep-line
               PERFORM write-badgerep-line
           END-PERFORM.

       write-badgerep-line.
           WRITE badgerep-fd-record FROM badgerep-line
           DISPLAY badgerep-line.

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

       END PROGRAM PENDULE-BADGES.
