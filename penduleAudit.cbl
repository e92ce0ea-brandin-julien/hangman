      *          player's games, wins, losses and points from the live
      *          score-history.txt plus score-archive.txt, prints one
      *          discrepancy line for every field that disagrees with
      *          the indexed player master, and on confirmation rewrites
      *          the master from the recomputed figures. The streak
      *          fields cannot be rebuilt from totals and are carried
      *          over unchanged. Master records and score lines are
      *          sorted together by name, so any number of players is
      *          audited. Points excluded after an integrity review
      *          (score-exclusions.txt) are not counted ; a rewrite
      *          takes the pending ones off the master and marks them
      *          applied. A player deleted by the erasure keeps score
      *          lines under a token (erasure-map.txt) but no master
      *          record, and is left out rather than rebuilt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            SELECT OPTIONAL ARCHFILE ASSIGN TO "score-archive.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PLAYERFILE ASSIGN TO "player-master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS pm-name.

            SELECT AUDITSORT ASSIGN TO "audit-sort.tmp".

            SELECT AUDITWORK ASSIGN TO "audit-rebuild.tmp"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SEASONFILE ASSIGN TO "season-info.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SESSIONFILE ASSIGN TO "active-sessions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL EXCLFILE ASSIGN TO "score-exclusions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EXCLWORK ASSIGN TO "score-exclusions.tmp"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MAPFILE ASSIGN TO "erasure-map.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTFILE.
          05 pm-cur-streak  PIC 9(4).
          05 pm-points      PIC 9(6).

      *====one row per master record (source M), per counted score
      *====line (source S) and per excluded score line (source X, the
      *====exclusion status in as-result), M sorting first under each
      *====name
       SD AUDITSORT.
       01 audit-sort-record.
          05 as-name        PIC x(12).
          05 as-source      PIC x(1).
          05 as-result      PIC x(4).
          05 as-points      PIC 9(6).
          05 as-games       PIC 9(4).
          05 as-wins        PIC 9(4).
          05 as-losses      PIC 9(4).
          05 as-best-streak PIC 9(4).
          05 as-cur-streak  PIC 9(4).

      *====recomputed figures, one line per player in name order, kept
      *====until the operator confirms the rewrite
       FD AUDITWORK.
       01 audit-work-record.
          05 aw-name        PIC x(12).
          05 aw-games       PIC 9(4).
          05 aw-wins        PIC 9(4).
          05 aw-losses      PIC 9(4).
          05 aw-best-streak PIC 9(4).
          05 aw-cur-streak  PIC 9(4).
          05 aw-points      PIC 9(6).

       FD SEASONFILE.
       01 season-input.
          05 si-season PIC 9(3).
          05 FILLER    PIC x(1).
          05 si-start  PIC 9(8).

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

       FD EXCLWORK.
       01 exclusion-work-record PIC x(86).

      *====token given to each erased name, with the date and the mode,
      *====A anonymized or D deleted
       FD MAPFILE.
       01 map-input.
          05 em-token PIC x(8).
          05 FILLER   PIC x(1).
          05 em-name  PIC x(12).
          05 FILLER   PIC x(1).
          05 em-date  PIC 9(8).
          05 FILLER   PIC x(1).
          05 em-mode  PIC x(1).

       WORKING-STORAGE SECTION.

      *====score history record, same fixed columns record-score writes
          05 FILLER        PIC x(24).

      *====player totals recomputed from the score lines, alongside
      *====the figures the master file currently holds, for the name
      *====being checked
       01 audit-current.
          05 au-name        PIC x(12).
          05 au-games       PIC 9(4).
          05 au-wins        PIC 9(4).
          05 au-losses      PIC 9(4).
          05 au-points      PIC 9(6).
          05 au-best-streak PIC 9(4).
          05 au-cur-streak  PIC 9(4).
          05 au-in-master   PIC 9.
          05 au-excluded    PIC 9(6).
          05 au-pending     PIC 9(6).
       01 master-current.
          05 mc-games       PIC 9(4).
          05 mc-wins        PIC 9(4).
          05 mc-losses      PIC 9(4).
          05 mc-points      PIC 9(6).
       77 nb-audit PIC 9(5) VALUE 0.

       77 hist-eof PIC 9 VALUE 0.
       77 player-eof PIC 9 VALUE 0.
       77 sort-eof PIC 9 VALUE 0.
       77 work-eof PIC 9 VALUE 0.
       77 nb-read PIC 9(5) VALUE 0.
       77 nb-skipped PIC 9(5) VALUE 0.
       77 nb-excluded PIC 9(5) VALUE 0.
       77 nb-applied PIC 9(5) VALUE 0.
       77 nb-pending-read PIC 9(5) VALUE 0.
       77 exclusion-eof PIC 9 VALUE 0.
       77 points-expected PIC 9(7) VALUE 0.
       77 nb-master PIC 9(5) VALUE 0.
       77 nb-rewritten PIC 9(5) VALUE 0.
       77 nb-discrepancies PIC 9(4) VALUE 0.
       77 line-points PIC 9(6) VALUE 0.
       77 confirm-choice PIC x(1).

      *====rows stamped before the current season started are already
      *====out of the master (the season rollover zeroes it), so they
       77 season-eof PIC 9 VALUE 0.
       77 line-date PIC 9(8) VALUE 0.

      *====tokens of deleted players, the last line of a token on the
      *====map giving its mode (a name erased again keeps its token)
       01 deleted-table.
          05 deleted-entry OCCURS 500 TIMES.
             10 dt-token   PIC x(12).
             10 dt-deleted PIC 9.
       77 nb-deleted-tokens PIC 999 VALUE 0.
       77 deleted-sub PIC 999 VALUE 0.
       77 token-found PIC 9 VALUE 0.
       77 search-token PIC x(12).
       77 map-eof PIC 9 VALUE 0.
       77 nb-deleted-skipped PIC 9(5) VALUE 0.

      *====game sessions registered in active-sessions.txt
       77 nb-active-sessions PIC 9(4) VALUE 0.
       77 session-eof PIC 9 VALUE 0.
       77 session-choice PIC x(1).
       77 session-confirm PIC x(1).
       77 session-wait-count PIC 99 VALUE 0.
       77 session-wait-seconds PIC 9(4) VALUE 30.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
          DISPLAY "===== PLAYER MASTER AUDIT ====="

          PERFORM load-season-start.
          PERFORM load-deleted-tokens.

          PERFORM recompute-players.

          DISPLAY "master players checked : " nb-master
          DISPLAY "score lines counted : " nb-read
          DISPLAY "score lines skipped : " nb-skipped
          DISPLAY "score lines excluded : " nb-excluded
          IF nb-deleted-skipped > 0
              DISPLAY "deleted players left out : " nb-deleted-skipped
          END-IF

          IF nb-discrepancies = 0
              DISPLAY "master file agrees with the score history"
          ELSE
              DISPLAY nb-discrepancies " discrepancies found"
              DISPLAY "rewrite player-master.dat from the recomputed"
                  " figures ? (Y/N) "
              ACCEPT confirm-choice
              IF confirm-choice = "Y" OR confirm-choice = "y"
                  PERFORM check-active-sessions
              END-IF
              IF nb-active-sessions > 0
                  DISPLAY "game session still open, master file left"
                      " untouched"
                  MOVE 8 TO RETURN-CODE
              ELSE
              IF confirm-choice = "Y" OR confirm-choice = "y"
                  DISPLAY "recomputing before the rewrite"
                  PERFORM recompute-players
                  PERFORM rewrite-master
                  DISPLAY "player-master.dat rebuilt, "
                      nb-rewritten " players"
                  PERFORM mark-exclusions-applied
                  IF nb-applied > 0
                      DISPLAY nb-applied " pending exclusions now "
                          "taken off the master"
                  END-IF
              ELSE
                  DISPLAY "master file left untouched"
              END-IF
              END-IF
          END-IF

          STOP RUN.

      *====the figures are taken again once no session is open, so a
      *====rewrite never works from lines read before games saved while
      *====the operator was deciding or waiting
       recompute-players.
           MOVE 0 TO nb-audit
           MOVE 0 TO nb-master
           MOVE 0 TO nb-read
           MOVE 0 TO nb-skipped
           MOVE 0 TO nb-excluded
           MOVE 0 TO nb-pending-read
           MOVE 0 TO nb-deleted-skipped
           SORT AUDITSORT
               ON ASCENDING KEY as-name
               ON ASCENDING KEY as-source
               INPUT PROCEDURE release-audit-rows
               OUTPUT PROCEDURE check-audit-rows.

       load-season-start.
           MOVE 0 TO season-eof
           OPEN INPUT SEASONFILE
           END-IF
           CLOSE SEASONFILE.

       load-deleted-tokens.
           MOVE 0 TO nb-deleted-tokens
           MOVE 0 TO map-eof
           OPEN INPUT MAPFILE
           READ MAPFILE
               AT END MOVE 1 TO map-eof
           END-READ
           PERFORM UNTIL map-eof = 1
               IF em-token NOT = SPACES
                   MOVE em-token TO search-token
                   PERFORM find-deleted-token
                   IF token-found = 0 AND nb-deleted-tokens < 500
                       ADD 1 TO nb-deleted-tokens
                       MOVE nb-deleted-tokens TO deleted-sub
                       MOVE search-token TO dt-token(deleted-sub)
                       MOVE 1 TO token-found
                   END-IF
                   IF token-found = 1
                       MOVE 0 TO dt-deleted(deleted-sub)
                       IF em-mode = "D"
                           MOVE 1 TO dt-deleted(deleted-sub)
                       END-IF
                   END-IF
               END-IF
               READ MAPFILE
                   AT END MOVE 1 TO map-eof
               END-READ
           END-PERFORM
           CLOSE MAPFILE.

       find-deleted-token.
           MOVE 0 TO token-found
           PERFORM VARYING deleted-sub FROM 1 BY 1
           UNTIL deleted-sub > nb-deleted-tokens OR token-found = 1
               IF dt-token(deleted-sub) = search-token
                   MOVE 1 TO token-found
               END-IF
           END-PERFORM
           IF token-found = 1
               SUBTRACT 1 FROM deleted-sub
           END-IF.

      *====the master rows go in first so players with no score line
      *====at all are still checked, then the live and archived lines
       release-audit-rows.
           MOVE 0 TO player-eof
           OPEN INPUT PLAYERFILE
           READ PLAYERFILE NEXT RECORD
               AT END MOVE 1 TO player-eof
           END-READ
           PERFORM UNTIL player-eof = 1
               PERFORM release-master-row
               READ PLAYERFILE NEXT RECORD
                   AT END MOVE 1 TO player-eof
               END-READ
           END-PERFORM
           CLOSE PLAYERFILE

           OPEN INPUT HISTFILE
           MOVE 0 TO hist-eof
           READ HISTFILE INTO hist-line
               AT END MOVE 1 TO hist-eof
           END-READ
           PERFORM UNTIL hist-eof = 1
                PERFORM tally-score-line
                READ HISTFILE INTO hist-line
                    AT END MOVE 1 TO hist-eof
                END-READ
           END-PERFORM
           CLOSE HISTFILE

           OPEN INPUT ARCHFILE
           MOVE 0 TO hist-eof
           READ ARCHFILE INTO hist-line
               AT END MOVE 1 TO hist-eof
           END-READ
           PERFORM UNTIL hist-eof = 1
                PERFORM tally-score-line
                READ ARCHFILE INTO hist-line
                    AT END MOVE 1 TO hist-eof
                END-READ
           END-PERFORM
           CLOSE ARCHFILE

           OPEN INPUT EXCLFILE
           MOVE 0 TO exclusion-eof
           READ EXCLFILE
               AT END MOVE 1 TO exclusion-eof
           END-READ
           PERFORM UNTIL exclusion-eof = 1
                PERFORM release-exclusion-row
                READ EXCLFILE
                    AT END MOVE 1 TO exclusion-eof
                END-READ
           END-PERFORM
           CLOSE EXCLFILE.

      *====excluded points of the season being audited stop counting
       release-exclusion-row.
           IF ex-date IS NUMERIC AND ex-points IS NUMERIC
              AND ex-date >= season-start
              AND (ex-status = "P" OR ex-status = "A")
               ADD 1 TO nb-excluded
               IF ex-status = "P"
                   ADD 1 TO nb-pending-read
               END-IF
               MOVE SPACES TO audit-sort-record
               MOVE ex-player TO as-name
               MOVE "X" TO as-source
               MOVE ex-status TO as-result
               MOVE ex-points TO as-points
               MOVE 0 TO as-games
               MOVE 0 TO as-wins
               MOVE 0 TO as-losses
               MOVE 0 TO as-best-streak
               MOVE 0 TO as-cur-streak
               RELEASE audit-sort-record
           END-IF.

       release-master-row.
           MOVE SPACES TO audit-sort-record
           MOVE pm-name TO as-name
           MOVE "M" TO as-source
           MOVE 0 TO as-points
           MOVE 0 TO as-games
           MOVE 0 TO as-wins
           MOVE 0 TO as-losses
           MOVE 0 TO as-best-streak
           MOVE 0 TO as-cur-streak
           IF pm-games IS NUMERIC
               MOVE pm-games TO as-games
           END-IF
           IF pm-wins IS NUMERIC
               MOVE pm-wins TO as-wins
           END-IF
           IF pm-losses IS NUMERIC
               MOVE pm-losses TO as-losses
           END-IF
           IF pm-points IS NUMERIC
               MOVE pm-points TO as-points
           END-IF
           IF pm-best-streak IS NUMERIC
               MOVE pm-best-streak TO as-best-streak
           END-IF
           IF pm-cur-streak IS NUMERIC
               MOVE pm-cur-streak TO as-cur-streak
           END-IF
           RELEASE audit-sort-record.

       tally-score-line.
           MOVE 0 TO line-date
              AND line-date >= season-start
              AND (hl-result = "WIN " OR hl-result = "LOSE")
               ADD 1 TO nb-read
               MOVE SPACES TO audit-sort-record
               MOVE hl-player TO as-name
               MOVE "S" TO as-source
               MOVE hl-result TO as-result
               MOVE 0 TO as-points
               IF hl-points IS NUMERIC
                   COMPUTE line-points = FUNCTION NUMVAL(hl-points)
                   MOVE line-points TO as-points
               END-IF
               MOVE 0 TO as-games
               MOVE 0 TO as-wins
               MOVE 0 TO as-losses
               MOVE 0 TO as-best-streak
               MOVE 0 TO as-cur-streak
               RELEASE audit-sort-record
           ELSE
               ADD 1 TO nb-skipped
           END-IF.

      *====control break on the name : one player's master row (if any)
      *====and score lines arrive together
       check-audit-rows.
           MOVE 0 TO nb-discrepancies
           OPEN OUTPUT AUDITWORK
           MOVE 0 TO sort-eof
           RETURN AUDITSORT
               AT END MOVE 1 TO sort-eof
           END-RETURN
           PERFORM UNTIL sort-eof = 1
               PERFORM start-audit-player
               PERFORM UNTIL sort-eof = 1 OR as-name NOT = au-name
                   PERFORM apply-audit-row
                   RETURN AUDITSORT
                       AT END MOVE 1 TO sort-eof
                   END-RETURN
               END-PERFORM
               PERFORM finish-audit-player
           END-PERFORM
           CLOSE AUDITWORK.

       start-audit-player.
           ADD 1 TO nb-audit
           MOVE as-name TO au-name
           MOVE 0 TO au-games
           MOVE 0 TO au-wins
           MOVE 0 TO au-losses
           MOVE 0 TO au-points
           MOVE 0 TO au-best-streak
           MOVE 0 TO au-cur-streak
           MOVE 0 TO au-in-master
           MOVE 0 TO au-excluded
           MOVE 0 TO au-pending
           MOVE 0 TO mc-games
           MOVE 0 TO mc-wins
           MOVE 0 TO mc-losses
           MOVE 0 TO mc-points.

       apply-audit-row.
           IF as-source = "M"
               ADD 1 TO nb-master
               MOVE 1 TO au-in-master
               MOVE as-games TO mc-games
               MOVE as-wins TO mc-wins
               MOVE as-losses TO mc-losses
               MOVE as-points TO mc-points
               MOVE as-best-streak TO au-best-streak
               MOVE as-cur-streak TO au-cur-streak
           END-IF
           IF as-source = "X"
               ADD as-points TO au-excluded
               IF as-result = "P"
                   ADD as-points TO au-pending
               END-IF
           END-IF
           IF as-source = "S"
               ADD 1 TO au-games
               IF as-result = "WIN "
                   ADD 1 TO au-wins
               ELSE
                   ADD 1 TO au-losses
               END-IF
               ADD as-points TO au-points
           END-IF.

      *====one line per field that disagrees, so the report reads as
      *====NAME FIELD MASTER=n RECOMPUTED=n. The master still holds
      *====the pending excluded points, a rebuild takes them off. A
      *====deleted player's token has no master record on purpose : it
      *====is neither reported nor written back
       finish-audit-player.
           MOVE 0 TO token-found
           IF au-in-master = 0
               MOVE au-name TO search-token
               PERFORM find-deleted-token
               IF token-found = 1
                   MOVE dt-deleted(deleted-sub) TO token-found
               END-IF
               IF token-found = 1
                   ADD 1 TO nb-deleted-skipped
               END-IF
           END-IF
           IF au-excluded > au-points
               MOVE 0 TO au-points
           ELSE
               SUBTRACT au-excluded FROM au-points
           END-IF
           COMPUTE points-expected = au-points + au-pending
           IF au-in-master = 0 AND (au-games = 0 OR token-found = 1)
               CONTINUE
           ELSE
               IF au-in-master = 0
                   ADD 1 TO nb-discrepancies
                   DISPLAY au-name " MISSING FROM MASTER, "
                       au-games " games in the history"
               ELSE
                   IF mc-games NOT = au-games
                       ADD 1 TO nb-discrepancies
                       DISPLAY au-name " GAMES  MASTER=" mc-games
                           " RECOMPUTED=" au-games
                   END-IF
                   IF mc-wins NOT = au-wins
                       ADD 1 TO nb-discrepancies
                       DISPLAY au-name " WINS   MASTER=" mc-wins
                           " RECOMPUTED=" au-wins
                   END-IF
                   IF mc-losses NOT = au-losses
                       ADD 1 TO nb-discrepancies
                       DISPLAY au-name " LOSSES MASTER=" mc-losses
                           " RECOMPUTED=" au-losses
                   END-IF
                   IF mc-points NOT = points-expected
                       ADD 1 TO nb-discrepancies
                       DISPLAY au-name " POINTS MASTER=" mc-points
                           " RECOMPUTED=" points-expected
                   END-IF
               END-IF
               IF au-excluded > 0
                   DISPLAY au-name " EXCLUDED=" au-excluded
                       " PENDING=" au-pending
               END-IF
               MOVE au-name TO aw-name
               MOVE au-games TO aw-games
               MOVE au-wins TO aw-wins
               MOVE au-losses TO aw-losses
               MOVE au-best-streak TO aw-best-streak
               MOVE au-cur-streak TO aw-cur-streak
               MOVE au-points TO aw-points
               WRITE audit-work-record
           END-IF.

       rewrite-master.
           MOVE 0 TO nb-rewritten
           MOVE 0 TO work-eof
           OPEN INPUT AUDITWORK
           OPEN OUTPUT PLAYERFILE
           READ AUDITWORK
               AT END MOVE 1 TO work-eof
           END-READ
           PERFORM UNTIL work-eof = 1
               MOVE aw-name TO pm-name
               MOVE aw-games TO pm-games
               MOVE aw-wins TO pm-wins
               MOVE aw-losses TO pm-losses
               MOVE aw-best-streak TO pm-best-streak
               MOVE aw-cur-streak TO pm-cur-streak
               MOVE aw-points TO pm-points
               WRITE player-input
                   INVALID KEY
                       DISPLAY aw-name " could not be written"
                   NOT INVALID KEY
                       ADD 1 TO nb-rewritten
               END-WRITE
               READ AUDITWORK
                   AT END MOVE 1 TO work-eof
               END-READ
           END-PERFORM
           CLOSE PLAYERFILE
           CLOSE AUDITWORK.

      *====the rebuilt master no longer holds the excluded points of
      *====the season, so their pending exclusions become applied ;
      *====the file is copied to the work file and back. Only as many
      *====as the recomputation read are marked : the file is only ever
      *====appended to, so a later one is left pending
       mark-exclusions-applied.
           MOVE 0 TO nb-applied
           MOVE 0 TO exclusion-eof
           OPEN INPUT EXCLFILE
           OPEN OUTPUT EXCLWORK
           READ EXCLFILE
               AT END MOVE 1 TO exclusion-eof
           END-READ
           PERFORM UNTIL exclusion-eof = 1
               IF ex-status = "P" AND ex-date IS NUMERIC
                  AND ex-points IS NUMERIC
                  AND ex-date >= season-start
                  AND nb-applied < nb-pending-read
                   MOVE "A" TO ex-status
                   ADD 1 TO nb-applied
               END-IF
               WRITE exclusion-work-record FROM exclusion-input
               READ EXCLFILE
                   AT END MOVE 1 TO exclusion-eof
               END-READ
           END-PERFORM
           CLOSE EXCLWORK
           CLOSE EXCLFILE

           MOVE 0 TO exclusion-eof
           OPEN INPUT EXCLWORK
           OPEN OUTPUT EXCLFILE
           READ EXCLWORK
               AT END MOVE 1 TO exclusion-eof
           END-READ
           PERFORM UNTIL exclusion-eof = 1
               WRITE exclusion-input FROM exclusion-work-record
               READ EXCLWORK
                   AT END MOVE 1 TO exclusion-eof
               END-READ
           END-PERFORM
           CLOSE EXCLFILE
           CLOSE EXCLWORK.

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

       END PROGRAM PENDULE-AUDIT.
