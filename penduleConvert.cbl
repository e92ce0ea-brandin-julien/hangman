      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time player master conversion. Loads the old flat
      *          player-master.txt into the indexed player-master.dat
      *          keyed on the player name, which the game and the batch
      *          programs now use. Lines with a blank name or a name
      *          already loaded are reported and skipped, counters that
      *          are not numeric are loaded as zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDULE-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL OLDPLAYERFILE ASSIGN TO "player-master.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PLAYERFILE ASSIGN TO "player-master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS pm-name.

       DATA DIVISION.
       FILE SECTION.
       FD OLDPLAYERFILE.
       01 old-player-input.
          05 op-name        PIC x(12).
          05 op-games       PIC 9(4).
          05 op-wins        PIC 9(4).
          05 op-losses      PIC 9(4).
          05 op-best-streak PIC 9(4).
          05 op-cur-streak  PIC 9(4).
          05 op-points      PIC 9(6).

       FD PLAYERFILE.
       01 player-input.
          05 pm-name        PIC x(12).
          05 pm-games       PIC 9(4).
          05 pm-wins        PIC 9(4).
          05 pm-losses      PIC 9(4).
          05 pm-best-streak PIC 9(4).
          05 pm-cur-streak  PIC 9(4).
          05 pm-points      PIC 9(6).

       WORKING-STORAGE SECTION.

       77 old-eof PIC 9 VALUE 0.
       77 player-eof PIC 9 VALUE 0.
       77 nb-read PIC 9(5) VALUE 0.
       77 nb-loaded PIC 9(5) VALUE 0.
       77 nb-skipped PIC 9(5) VALUE 0.
       77 nb-already PIC 9(5) VALUE 0.
       77 confirm-choice PIC x(1).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

          DISPLAY "===== PLAYER MASTER CONVERSION ====="

          PERFORM count-indexed-players.
          IF nb-already > 0
              DISPLAY "player-master.dat already holds " nb-already
                  " players"
              DISPLAY "replace it from player-master.txt ? (Y/N) "
              ACCEPT confirm-choice
              IF confirm-choice NOT = "Y" AND confirm-choice NOT = "y"
                  DISPLAY "conversion cancelled, nothing written"
                  STOP RUN
              END-IF
          END-IF

          OPEN INPUT OLDPLAYERFILE
          OPEN OUTPUT PLAYERFILE
          READ OLDPLAYERFILE
              AT END MOVE 1 TO old-eof
          END-READ
          PERFORM UNTIL old-eof = 1
               ADD 1 TO nb-read
               PERFORM load-one-player
               READ OLDPLAYERFILE
                   AT END MOVE 1 TO old-eof
               END-READ
          END-PERFORM
          CLOSE PLAYERFILE
          CLOSE OLDPLAYERFILE

          DISPLAY "flat lines read   : " nb-read
          DISPLAY "players loaded    : " nb-loaded
          DISPLAY "lines skipped     : " nb-skipped
          DISPLAY "player-master.txt is no longer read and can be "
              "archived"

          STOP RUN.

       count-indexed-players.
           MOVE 0 TO nb-already
           MOVE 0 TO player-eof
           OPEN INPUT PLAYERFILE
           READ PLAYERFILE NEXT RECORD
               AT END MOVE 1 TO player-eof
           END-READ
           PERFORM UNTIL player-eof = 1
               ADD 1 TO nb-already
               READ PLAYERFILE NEXT RECORD
                   AT END MOVE 1 TO player-eof
               END-READ
           END-PERFORM
           CLOSE PLAYERFILE.

       load-one-player.
           IF op-name = SPACES
               ADD 1 TO nb-skipped
               DISPLAY "line " nb-read " has no player name, skipped"
           ELSE
               MOVE op-name TO pm-name
               MOVE 0 TO pm-games
               MOVE 0 TO pm-wins
               MOVE 0 TO pm-losses
               MOVE 0 TO pm-best-streak
               MOVE 0 TO pm-cur-streak
               MOVE 0 TO pm-points
               IF op-games IS NUMERIC
                   MOVE op-games TO pm-games
               END-IF
               IF op-wins IS NUMERIC
                   MOVE op-wins TO pm-wins
               END-IF
               IF op-losses IS NUMERIC
                   MOVE op-losses TO pm-losses
               END-IF
               IF op-best-streak IS NUMERIC
                   MOVE op-best-streak TO pm-best-streak
               END-IF
               IF op-cur-streak IS NUMERIC
                   MOVE op-cur-streak TO pm-cur-streak
               END-IF
               IF op-points IS NUMERIC
                   MOVE op-points TO pm-points
               END-IF
               WRITE player-input
                   INVALID KEY
                       ADD 1 TO nb-skipped
                       DISPLAY op-name " appears twice, "
                           "line " nb-read " skipped"
                   NOT INVALID KEY
                       ADD 1 TO nb-loaded
               END-WRITE
           END-IF.

       END PROGRAM PENDULE-CONVERT.
