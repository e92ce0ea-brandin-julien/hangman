      ******************************************************************
      * Author:
      * Date:
      * Purpose: Season rollover. Snapshots the indexed player master
      *          into a dated season-standings file, appends the
      *          season's champion and best streak to the persistent
      *          honours file, then zeroes the games, wins, losses,
      *          points and streak fields so the new season starts
      *          level. The current season number and start date are
      *          kept in season-info.txt, which the game shows next to
      *          the leaderboard. Points excluded after an integrity
      *          review (score-exclusions.txt) do not count towards the
      *          standings or the champion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL PLAYERFILE ASSIGN TO "player-master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS pm-name.

            SELECT RANKFILE ASSIGN TO "season-rank.tmp".

            SELECT OPTIONAL SEASONFILE ASSIGN TO "season-info.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
                STANDINGS-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SESSIONFILE ASSIGN TO "active-sessions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL EXCLFILE ASSIGN TO "score-exclusions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYERFILE.
          05 pm-cur-streak  PIC 9(4).
          05 pm-points      PIC 9(6).

      *====standings order : most points first, then by name
       SD RANKFILE.
       01 rank-record.
          05 rk-name        PIC x(12).
          05 rk-games       PIC 9(4).
          05 rk-wins        PIC 9(4).
          05 rk-losses      PIC 9(4).
          05 rk-best-streak PIC 9(4).
          05 rk-cur-streak  PIC 9(4).
          05 rk-points      PIC 9(6).

       FD SEASONFILE.
       01 season-input.
          05 si-season PIC 9(3).
       FD STANDINGSFILE.
       01 standings-fd-record PIC x(100).

      *====one line per open game session : session id (start date,
      *====time and hundredths) and the program that registered it
       FD SESSIONFILE.
       01 session-input.
          05 ss-session-id PIC x(16).
          05 FILLER        PIC x(1).
          05 ss-program    PIC x(16).

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

       WORKING-STORAGE SECTION.

       77 nb-players PIC 9(5) VALUE 0.
       77 player-eof PIC 9 VALUE 0.
       77 rank-eof PIC 9 VALUE 0.

      *====current season, season 1 starting today when no info file
       77 season-number PIC 9(3) VALUE 1.
       77 season-start PIC 9(8) VALUE 0.
       77 season-eof PIC 9 VALUE 0.

      *====pending excluded points per player for the closing season,
      *====left out of the champion and the standings
       01 exclusion-table.
          05 exclusion-entry OCCURS 200 TIMES.
             10 xt-player PIC x(12).
             10 xt-points PIC 9(7).
       77 nb-exclusions PIC 999 VALUE 0.
       77 exclusion-sub PIC 999 VALUE 0.
       77 exclusion-look PIC 999 VALUE 0.
       77 exclusion-eof PIC 9 VALUE 0.
       77 net-name PIC x(12).
       77 net-points PIC 9(6) VALUE 0.

       77 standings-file-name PIC x(40).
       77 today-date PIC 9(8).
       01 current-stamp.
          05 cs-time PIC 9(6).
          05 FILLER  PIC x(7).

      *====season champion (points) and best streak of the season,
      *====the first player in name order wins a tie
       01 season-honours.
          05 champion-name   PIC x(12) VALUE SPACES.
          05 champion-points PIC 9(6) VALUE 0.
          05 streak-name     PIC x(12) VALUE SPACES.
          05 streak-length   PIC 9(4) VALUE 0.

       77 confirm-choice PIC x(1).
       77 player-win-rate PIC ZZ9.
       77 player-rank PIC 9(4) VALUE 0.
       01 standings-line PIC x(100).
       01 honours-line PIC x(100).

      *====game sessions registered in active-sessions.txt
       77 nb-active-sessions PIC 9(4) VALUE 0.
       77 session-eof PIC 9 VALUE 0.
       77 session-choice PIC x(1).
       77 session-confirm PIC x(1).
       77 session-wait-count PIC 99 VALUE 0.
       77 session-wait-seconds PIC 9(4) VALUE 30.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
          MOVE FUNCTION CURRENT-DATE TO current-stamp
          MOVE cs-date TO today-date

          PERFORM check-active-sessions.
          IF nb-active-sessions > 0
              DISPLAY "game session still open, rollover not run"
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF

          PERFORM load-season-info.
          PERFORM load-exclusions.
          PERFORM find-honours.

          IF nb-players = 0
              DISPLAY "no players in the master file, nothing to do"
              STOP RUN
          END-IF

          DISPLAY "closing season " season-number
              " (since " season-start ")"
          DISPLAY "champion    : " champion-name
              " with " champion-points " points"
          DISPLAY "best streak : " streak-name
              " with " streak-length
          DISPLAY "snapshot, record honours and reset the master ?"
              " (Y/N) "
          ACCEPT confirm-choice
           END-IF
           CLOSE SEASONFILE.

      *====points excluded after an integrity review and not yet taken
      *====off the master by an audit rebuild
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

       subtract-exclusions.
           PERFORM VARYING exclusion-look FROM 1 BY 1
           UNTIL exclusion-look > nb-exclusions
               IF xt-player(exclusion-look) = net-name
                   IF xt-points(exclusion-look) > net-points
                       MOVE 0 TO net-points
                   ELSE
                       SUBTRACT xt-points(exclusion-look)
                           FROM net-points
                   END-IF
               END-IF
           END-PERFORM.

      *====one pass over the master : player count, champion and
      *====best streak
       find-honours.
           MOVE 0 TO player-eof
           MOVE 0 TO nb-players
           OPEN INPUT PLAYERFILE
           READ PLAYERFILE NEXT RECORD
               AT END MOVE 1 TO player-eof
           END-READ
           PERFORM UNTIL player-eof = 1
               ADD 1 TO nb-players
               IF pm-points IS NOT NUMERIC
                   MOVE 0 TO pm-points
               END-IF
               IF pm-best-streak IS NOT NUMERIC
                   MOVE 0 TO pm-best-streak
               END-IF
               MOVE pm-name TO net-name
               MOVE pm-points TO net-points
               PERFORM subtract-exclusions
               IF nb-players = 1 OR net-points > champion-points
                   MOVE pm-name TO champion-name
                   MOVE net-points TO champion-points
               END-IF
               IF nb-players = 1 OR pm-best-streak > streak-length
                   MOVE pm-name TO streak-name
                   MOVE pm-best-streak TO streak-length
               END-IF
               READ PLAYERFILE NEXT RECORD
                   AT END MOVE 1 TO player-eof
               END-READ
           END-PERFORM
           CLOSE PLAYERFILE
           DISPLAY "players in the master : " nb-players.

       write-season-standings.
           MOVE SPACES TO standings-file-name
               season-start " TO " today-date " ====="
               DELIMITED BY SIZE INTO standings-line
           WRITE standings-fd-record FROM standings-line
           SORT RANKFILE
               ON DESCENDING KEY rk-points
               ON ASCENDING KEY rk-name
               INPUT PROCEDURE release-standings-rows
               OUTPUT PROCEDURE write-standings-lines
           CLOSE STANDINGSFILE.

       release-standings-rows.
           MOVE 0 TO player-eof
           OPEN INPUT PLAYERFILE
           READ PLAYERFILE NEXT RECORD
               AT END MOVE 1 TO player-eof
           END-READ
           PERFORM UNTIL player-eof = 1
               MOVE player-input TO rank-record
               IF rk-points IS NOT NUMERIC
                   MOVE 0 TO rk-points
               END-IF
               MOVE rk-name TO net-name
               MOVE rk-points TO net-points
               PERFORM subtract-exclusions
               MOVE net-points TO rk-points
               RELEASE rank-record
               READ PLAYERFILE NEXT RECORD
                   AT END MOVE 1 TO player-eof
               END-READ
           END-PERFORM
           CLOSE PLAYERFILE.

       write-standings-lines.
           MOVE 0 TO player-rank
           MOVE 0 TO rank-eof
           RETURN RANKFILE
               AT END MOVE 1 TO rank-eof
           END-RETURN
           PERFORM UNTIL rank-eof = 1
               ADD 1 TO player-rank
               MOVE 0 TO player-win-rate
               IF rk-games IS NUMERIC AND rk-games > 0
                   COMPUTE player-win-rate =
                       (rk-wins * 100) / rk-games
               END-IF
               MOVE SPACES TO standings-line
               STRING player-rank " " rk-name
                   " GAMES=" rk-games
                   " WINS=" rk-wins
                   " LOSSES=" rk-losses
                   " STREAK=" rk-best-streak
                   " RATE=" player-win-rate
                   "% POINTS=" rk-points
                   DELIMITED BY SIZE INTO standings-line
               WRITE standings-fd-record FROM standings-line
               RETURN RANKFILE
                   AT END MOVE 1 TO rank-eof
               END-RETURN
           END-PERFORM.

       write-honours.
           OPEN EXTEND HONOURSFILE
           MOVE SPACES TO honours-line
           STRING "SEASON " season-number
               " " season-start " TO " today-date
               " CHAMPION=" champion-name
               " POINTS=" champion-points
               " BEST STREAK=" streak-name
               " (" streak-length ")"
               DELIMITED BY SIZE INTO honours-line
           WRITE honours-record FROM honours-line
           CLOSE HONOURSFILE.

      *====new season : every counter back to zero, the names stay
       reset-player-file.
           MOVE 0 TO player-eof
           OPEN I-O PLAYERFILE
           READ PLAYERFILE NEXT RECORD
               AT END MOVE 1 TO player-eof
           END-READ
           PERFORM UNTIL player-eof = 1
               MOVE 0 TO pm-games
               MOVE 0 TO pm-wins
               MOVE 0 TO pm-losses
               MOVE 0 TO pm-best-streak
               MOVE 0 TO pm-cur-streak
               MOVE 0 TO pm-points
               REWRITE player-input
                   INVALID KEY
                       DISPLAY pm-name " could not be reset"
               END-REWRITE
               READ PLAYERFILE NEXT RECORD
                   AT END MOVE 1 TO player-eof
               END-READ
           END-PERFORM
           CLOSE PLAYERFILE.

           WRITE season-input
           CLOSE SEASONFILE.

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

       END PROGRAM PENDULE-SEASON.
