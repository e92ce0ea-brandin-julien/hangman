      ******************************************************************
      * Author:
      * Date:
      * Purpose: Player erasure. Takes a player name and either
      *          anonymizes it or deletes the player. In both cases the
      *          name is replaced by a stable token (ANON0001, ...) in
      *          every file that keeps game history - score history and
      *          archive, daily challenge, duel ledger, game events,
      *          badges, ratings, score exclusions, the tournament
      *          bracket, honours and the season standings - so word
      *          statistics and challenge standings still add up.
      *          Anonymizing re-keys the player master record and the
      *          profiles to the token ; deleting removes the master
      *          record and the profiles named after the player. The
      *          token given to each name is kept in erasure-map.txt,
      *          and every run appends a certificate of the files and
      *          records changed to erasure-certificate.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDULE-ERASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL PLAYERFILE ASSIGN TO "player-master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS pm-name.

            SELECT OPTIONAL TARGETFILE ASSIGN TO DYNAMIC
                TARGET-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WORKFILE ASSIGN TO "erasure-work.tmp"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MAPFILE ASSIGN TO "erasure-map.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CERTFILE ASSIGN TO "erasure-certificate.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SESSIONFILE ASSIGN TO "active-sessions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYERFILE.
       01 player-input.
          05 pm-name        PIC x(12).
          05 pm-games       PIC 9(4).
          05 pm-wins        PIC 9(4).
          05 pm-losses      PIC 9(4).
          05 pm-best-streak PIC 9(4).
          05 pm-cur-streak  PIC 9(4).
          05 pm-points      PIC 9(6).

       FD TARGETFILE.
       01 target-record PIC x(200).

       FD WORKFILE.
       01 work-record PIC x(200).

      *====token given to each erased name, with the date and mode
       FD MAPFILE.
       01 map-input.
          05 em-token PIC x(8).
          05 FILLER   PIC x(1).
          05 em-name  PIC x(12).
          05 FILLER   PIC x(1).
          05 em-date  PIC 9(8).
          05 FILLER   PIC x(1).
          05 em-mode  PIC x(1).

       FD CERTFILE.
       01 cert-fd-record PIC x(100).

      *====one line per open game session : session id (start date,
      *====time and hundredths) and the program that registered it
       FD SESSIONFILE.
       01 session-input.
          05 ss-session-id PIC x(16).
          05 FILLER        PIC x(1).
          05 ss-program    PIC x(16).

       WORKING-STORAGE SECTION.

      *====files holding the name : file, how the name is found (P at
      *====fixed positions, T after an "=" tag, F as a profile name)
      *====and the positions for P
       01 file-definitions.
          05 FILLER PIC x(24) VALUE "score-history.txt".
          05 FILLER PIC x(5)  VALUE "P1700".
          05 FILLER PIC x(24) VALUE "score-archive.txt".
          05 FILLER PIC x(5)  VALUE "P1700".
          05 FILLER PIC x(24) VALUE "daily-challenge.txt".
          05 FILLER PIC x(5)  VALUE "P1000".
          05 FILLER PIC x(24) VALUE "duel-ledger.txt".
          05 FILLER PIC x(5)  VALUE "P1023".
          05 FILLER PIC x(24) VALUE "game-events.txt".
          05 FILLER PIC x(5)  VALUE "P3200".
          05 FILLER PIC x(24) VALUE "badge-ledger.txt".
          05 FILLER PIC x(5)  VALUE "P1000".
          05 FILLER PIC x(24) VALUE "player-ratings.txt".
          05 FILLER PIC x(5)  VALUE "P0100".
          05 FILLER PIC x(24) VALUE "rating-history.txt".
          05 FILLER PIC x(5)  VALUE "P1029".
          05 FILLER PIC x(24) VALUE "score-exclusions.txt".
          05 FILLER PIC x(5)  VALUE "P1700".
          05 FILLER PIC x(24) VALUE "tournament-bracket.txt".
          05 FILLER PIC x(5)  VALUE "P1127".
          05 FILLER PIC x(24) VALUE "honours.txt".
          05 FILLER PIC x(5)  VALUE "T0000".
          05 FILLER PIC x(24) VALUE "config-profiles.txt".
          05 FILLER PIC x(5)  VALUE "F0100".
       01 file-table REDEFINES file-definitions.
          05 file-entry OCCURS 12 TIMES.
             10 fl-name PIC x(24).
             10 fl-type PIC x(1).
             10 fl-pos1 PIC 99.
             10 fl-pos2 PIC 99.
       77 nb-files PIC 99 VALUE 12.
       77 file-sub PIC 99 VALUE 0.

      *====season standings files, named from the honours lines
       01 standings-table.
          05 standings-name OCCURS 200 TIMES PIC x(40).
       77 nb-standings PIC 999 VALUE 0.
       77 standings-overflow-flag PIC 9 VALUE 0.
       77 standings-sub PIC 999 VALUE 0.

       77 target-file-name PIC x(40).
       77 target-type PIC x(1).
       77 target-pos1 PIC 99.
       77 target-pos2 PIC 99.
       77 target-eof PIC 9 VALUE 0.
       77 work-eof PIC 9 VALUE 0.
       77 line-changed PIC 9 VALUE 0.
       77 line-dropped PIC 9 VALUE 0.
       77 nb-target-read PIC 9(7) VALUE 0.
       77 nb-target-changed PIC 9(7) VALUE 0.
       77 nb-total-changed PIC 9(7) VALUE 0.
       77 nb-files-touched PIC 999 VALUE 0.

      *====name to erase and the token that replaces it
       77 erase-name PIC x(12).
       77 erase-token PIC x(12) VALUE SPACES.
       77 erase-mode PIC x(1).
       77 token-number PIC 9(4) VALUE 0.
       77 highest-token PIC 9(4) VALUE 0.
       77 token-reused PIC 9 VALUE 0.
       77 map-eof PIC 9 VALUE 0.

      *====tag searched in the tagged files and its replacement
       77 search-tag PIC x(20).
       77 replace-tag PIC x(20).
       77 tag-length PIC 99 VALUE 0.
       77 tag-count PIC 99 VALUE 0.

      *====player master record of the erased name
       77 master-found PIC 9 VALUE 0.
       77 master-changed PIC 9 VALUE 0.
       01 erased-record.
          05 er-name        PIC x(12).
          05 er-games       PIC 9(4).
          05 er-wins        PIC 9(4).
          05 er-losses      PIC 9(4).
          05 er-best-streak PIC 9(4).
          05 er-cur-streak  PIC 9(4).
          05 er-points      PIC 9(6).

       77 today-date PIC 9(8).
       01 current-stamp.
          05 cs-date PIC 9(8).
          05 cs-time PIC 9(6).
          05 FILLER  PIC x(7).

      *====game sessions registered in active-sessions.txt
       77 nb-active-sessions PIC 9(4) VALUE 0.
       77 session-eof PIC 9 VALUE 0.
       77 session-choice PIC x(1).
       77 session-confirm PIC x(1).
       77 session-wait-count PIC 99 VALUE 0.
       77 session-wait-seconds PIC 9(4) VALUE 30.

       77 confirm-choice PIC x(1).
       01 cert-line PIC x(100).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

          DISPLAY "===== PLAYER ERASURE ====="

          MOVE FUNCTION CURRENT-DATE TO current-stamp
          MOVE cs-date TO today-date

          PERFORM check-active-sessions.
          IF nb-active-sessions > 0
              DISPLAY "game session still open, nothing erased"
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF

          MOVE SPACES TO erase-name
          PERFORM UNTIL erase-name NOT = SPACES
              DISPLAY "player name to erase : "
              ACCEPT erase-name
          END-PERFORM
          MOVE FUNCTION UPPER-CASE(erase-name) TO erase-name

          MOVE SPACE TO erase-mode
          PERFORM UNTIL erase-mode = "A" OR erase-mode = "D"
              DISPLAY "(A)nonymize or (D)elete the player ? "
              ACCEPT erase-mode
              MOVE FUNCTION UPPER-CASE(erase-mode) TO erase-mode
          END-PERFORM

          PERFORM find-master-record.
          PERFORM find-token.

          IF master-found = 1
              DISPLAY erase-name " : " er-games " games, "
                  er-points " points on the master"
          ELSE
              DISPLAY erase-name " is not on the player master"
          END-IF
          IF token-reused = 1
              DISPLAY "already erased before as "
                  FUNCTION TRIM(erase-token)
          ELSE
              DISPLAY "new token " FUNCTION TRIM(erase-token)
          END-IF
          IF erase-mode = "A"
              DISPLAY "replace the name by " FUNCTION TRIM(erase-token)
                  " everywhere ? (Y/N) "
          ELSE
              DISPLAY "delete the player and replace the name by "
                  FUNCTION TRIM(erase-token) " in the history ? (Y/N) "
          END-IF
          ACCEPT confirm-choice
          IF confirm-choice NOT = "Y" AND confirm-choice NOT = "y"
              DISPLAY "erasure cancelled, nothing written"
              STOP RUN
          END-IF

          IF token-reused = 0
              PERFORM record-token
          END-IF

          OPEN EXTEND CERTFILE
          PERFORM write-cert-header

          PERFORM erase-master-record

          PERFORM VARYING file-sub FROM 1 BY 1
          UNTIL file-sub > nb-files
               MOVE fl-name(file-sub) TO target-file-name
               MOVE fl-type(file-sub) TO target-type
               MOVE fl-pos1(file-sub) TO target-pos1
               MOVE fl-pos2(file-sub) TO target-pos2
               PERFORM erase-in-file
          END-PERFORM

          PERFORM VARYING standings-sub FROM 1 BY 1
          UNTIL standings-sub > nb-standings
               MOVE standings-name(standings-sub) TO target-file-name
               MOVE "S" TO target-type
               MOVE 0 TO target-pos1
               MOVE 0 TO target-pos2
               PERFORM erase-in-file
          END-PERFORM

          PERFORM write-cert-footer
          CLOSE CERTFILE

          DISPLAY "records changed : " nb-total-changed
          DISPLAY "certificate added to erasure-certificate.txt"

          STOP RUN.

       find-master-record.
           MOVE 0 TO master-found
           OPEN INPUT PLAYERFILE
           MOVE erase-name TO pm-name
           READ PLAYERFILE
               INVALID KEY
                   MOVE 0 TO master-found
               NOT INVALID KEY
                   MOVE 1 TO master-found
                   MOVE player-input TO erased-record
           END-READ
           CLOSE PLAYERFILE.

      *====a name erased before keeps its token, a new one takes the
      *====next number after the highest on the map
       find-token.
           MOVE 0 TO token-reused
           MOVE 0 TO highest-token
           MOVE 0 TO map-eof
           OPEN INPUT MAPFILE
           READ MAPFILE
               AT END MOVE 1 TO map-eof
           END-READ
           PERFORM UNTIL map-eof = 1
               IF em-token(5:4) IS NUMERIC
                   MOVE em-token(5:4) TO token-number
                   IF token-number > highest-token
                       MOVE token-number TO highest-token
                   END-IF
               END-IF
               IF em-name = erase-name AND token-reused = 0
                   MOVE 1 TO token-reused
                   MOVE SPACES TO erase-token
                   MOVE em-token TO erase-token
               END-IF
               READ MAPFILE
                   AT END MOVE 1 TO map-eof
               END-READ
           END-PERFORM
           CLOSE MAPFILE
           IF token-reused = 0
               COMPUTE token-number = highest-token + 1
               MOVE SPACES TO erase-token
               STRING "ANON" token-number
                   DELIMITED BY SIZE INTO erase-token
           END-IF.

       record-token.
           OPEN EXTEND MAPFILE
           MOVE SPACES TO map-input
           MOVE erase-token TO em-token
           MOVE erase-name TO em-name
           MOVE today-date TO em-date
           MOVE erase-mode TO em-mode
           WRITE map-input
           CLOSE MAPFILE.

      *====anonymize moves the record under the token, adding it to a
      *====token record left by an earlier erasure of the same name ;
      *====delete simply removes it
       erase-master-record.
           MOVE 0 TO master-changed
           IF master-found = 1
               OPEN I-O PLAYERFILE
               MOVE erase-name TO pm-name
               READ PLAYERFILE
                   INVALID KEY
                       MOVE 0 TO master-found
               END-READ
               IF master-found = 1
                   MOVE player-input TO erased-record
                   DELETE PLAYERFILE RECORD
                       INVALID KEY
                           DISPLAY "player master delete failed for "
                               erase-name
                       NOT INVALID KEY
                           MOVE 1 TO master-changed
                   END-DELETE
                   IF erase-mode = "A" AND master-changed = 1
                       PERFORM rekey-master-record
                   END-IF
               END-IF
               CLOSE PLAYERFILE
           END-IF
           ADD master-changed TO nb-total-changed
           MOVE SPACES TO cert-line
           IF erase-mode = "A"
               STRING "player-master.dat                  READ="
                   master-found " RE-KEYED=" master-changed
                   DELIMITED BY SIZE INTO cert-line
           ELSE
               STRING "player-master.dat                  READ="
                   master-found " DELETED=" master-changed
                   DELIMITED BY SIZE INTO cert-line
           END-IF
           PERFORM write-cert-line.

       rekey-master-record.
           MOVE erase-token TO pm-name
           READ PLAYERFILE
               INVALID KEY
                   MOVE erased-record TO player-input
                   MOVE erase-token TO pm-name
                   WRITE player-input
                       INVALID KEY
                           DISPLAY "player master write failed for "
                               erase-token
                   END-WRITE
               NOT INVALID KEY
                   ADD er-games TO pm-games
                   ADD er-wins TO pm-wins
                   ADD er-losses TO pm-losses
                   ADD er-points TO pm-points
                   IF er-best-streak > pm-best-streak
                       MOVE er-best-streak TO pm-best-streak
                   END-IF
                   MOVE er-cur-streak TO pm-cur-streak
                   REWRITE player-input
                       INVALID KEY
                           DISPLAY "player master rewrite failed for "
                               erase-token
                   END-REWRITE
           END-READ.

      *====copy the file to the work file with the name replaced, then
      *====back over the original when anything changed
       erase-in-file.
           MOVE 0 TO nb-target-read
           MOVE 0 TO nb-target-changed
           PERFORM set-search-tag
           MOVE 0 TO target-eof
           OPEN INPUT TARGETFILE
           OPEN OUTPUT WORKFILE
           READ TARGETFILE
               AT END MOVE 1 TO target-eof
           END-READ
           PERFORM UNTIL target-eof = 1
               ADD 1 TO nb-target-read
               PERFORM erase-in-line
               IF line-changed = 1
                   ADD 1 TO nb-target-changed
               END-IF
               IF line-dropped = 0
                   WRITE work-record FROM target-record
               END-IF
               READ TARGETFILE
                   AT END MOVE 1 TO target-eof
               END-READ
           END-PERFORM
           CLOSE WORKFILE
           CLOSE TARGETFILE
           IF nb-target-changed > 0
               PERFORM copy-work-to-target
               ADD 1 TO nb-files-touched
               ADD nb-target-changed TO nb-total-changed
           END-IF
           MOVE SPACES TO cert-line
           STRING target-file-name(1:34) " READ=" nb-target-read
               " CHANGED=" nb-target-changed
               DELIMITED BY SIZE INTO cert-line
           PERFORM write-cert-line.

      *====honours carry names after CHAMPION= and similar tags, the
      *====standings carry them after the rank, ahead of GAMES=
       set-search-tag.
           MOVE SPACES TO search-tag
           MOVE SPACES TO replace-tag
           EVALUATE target-type
               WHEN "T"
                   STRING "=" erase-name
                       DELIMITED BY SIZE INTO search-tag
                   STRING "=" erase-token
                       DELIMITED BY SIZE INTO replace-tag
                   MOVE 13 TO tag-length
               WHEN "S"
                   STRING " " erase-name " GAMES="
                       DELIMITED BY SIZE INTO search-tag
                   STRING " " erase-token " GAMES="
                       DELIMITED BY SIZE INTO replace-tag
                   MOVE 20 TO tag-length
               WHEN OTHER
                   MOVE 0 TO tag-length
           END-EVALUATE.

       erase-in-line.
           MOVE 0 TO line-changed
           MOVE 0 TO line-dropped
           EVALUATE target-type
               WHEN "P"
                   IF target-record(target-pos1:12) = erase-name
                       MOVE erase-token TO target-record(target-pos1:12)
                       MOVE 1 TO line-changed
                   END-IF
                   IF target-pos2 > 0
                       IF target-record(target-pos2:12) = erase-name
                           MOVE erase-token
                               TO target-record(target-pos2:12)
                           MOVE 1 TO line-changed
                       END-IF
                   END-IF
               WHEN "F"
                   IF target-record(target-pos1:12) = erase-name
                       MOVE 1 TO line-changed
                       IF erase-mode = "D"
                           MOVE 1 TO line-dropped
                       ELSE
                           MOVE erase-token
                               TO target-record(target-pos1:12)
                       END-IF
                   END-IF
               WHEN OTHER
                   IF target-type = "T"
                       PERFORM note-standings-file
                   END-IF
                   MOVE 0 TO tag-count
                   INSPECT target-record TALLYING tag-count
                       FOR ALL search-tag(1:tag-length)
                   IF tag-count > 0
                       INSPECT target-record REPLACING ALL
                           search-tag(1:tag-length)
                           BY replace-tag(1:tag-length)
                       MOVE 1 TO line-changed
                   END-IF
           END-EVALUATE.

      *====SEASON nnn yyyymmdd TO yyyymmdd ... was written with the
      *====standings file season-nnn-yyyymmdd-standings.txt
       note-standings-file.
           IF target-record(1:7) = "SEASON "
              AND target-record(8:3) IS NUMERIC
              AND target-record(24:8) IS NUMERIC
               IF nb-standings < 200
                   ADD 1 TO nb-standings
                   MOVE SPACES TO standings-name(nb-standings)
                   STRING "season-" target-record(8:3) "-"
                       target-record(24:8) "-standings.txt"
                       DELIMITED BY SIZE
                       INTO standings-name(nb-standings)
               ELSE
                   IF standings-overflow-flag = 0
                       MOVE 1 TO standings-overflow-flag
                       DISPLAY "more than 200 seasons, later "
                           "standings files not checked"
                   END-IF
               END-IF
           END-IF.

       copy-work-to-target.
           MOVE 0 TO work-eof
           OPEN INPUT WORKFILE
           OPEN OUTPUT TARGETFILE
           READ WORKFILE
               AT END MOVE 1 TO work-eof
           END-READ
           PERFORM UNTIL work-eof = 1
               WRITE target-record FROM work-record
               READ WORKFILE
                   AT END MOVE 1 TO work-eof
               END-READ
           END-PERFORM
           CLOSE TARGETFILE
           CLOSE WORKFILE.

       write-cert-header.
           MOVE SPACES TO cert-line
           STRING "===== ERASURE CERTIFICATE " cs-date " " cs-time
               " ====="
               DELIMITED BY SIZE INTO cert-line
           PERFORM write-cert-line
           MOVE SPACES TO cert-line
           IF erase-mode = "A"
               STRING "player anonymized as " erase-token
                   DELIMITED BY SIZE INTO cert-line
           ELSE
               STRING "player deleted, history kept as " erase-token
                   DELIMITED BY SIZE INTO cert-line
           END-IF
           PERFORM write-cert-line.

       write-cert-footer.
           MOVE SPACES TO cert-line
           STRING "files changed : " nb-files-touched
               "  records changed : " nb-total-changed
               DELIMITED BY SIZE INTO cert-line
           PERFORM write-cert-line
           IF standings-overflow-flag = 1
               MOVE "more than 200 seasons, later standings not checked"
                   TO cert-line
               PERFORM write-cert-line
           END-IF.

       write-cert-line.
           WRITE cert-fd-record FROM cert-line
           DISPLAY cert-line.

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

       END PROGRAM PENDULE-ERASE.
