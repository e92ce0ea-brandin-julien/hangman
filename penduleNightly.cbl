      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly batch driver. Runs the nightly steps in the
      *          agreed order (trend archive, audit, grade, stats, duel
      *          standings, rating, extract) and keeps each step's
      *          start, end, return code and outcome in
      *          nightly-control.txt. The run stops at the first
      *          failing step ; the next invocation picks up at that
      *          step instead of starting again from the archive.
      *          Record counts in and out of every step go to the
      *          one-page run log nightly-runlog.txt, the steps' own
      *          output to nightly-steps.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDULE-NIGHTLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
            SELECT OPTIONAL CONTROLFILE ASSIGN TO "nightly-control.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RUNLOGFILE ASSIGN TO "nightly-runlog.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT STEPOUTFILE ASSIGN TO "nightly-steps.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ANSWERFILE ASSIGN TO "nightly-answers.tmp"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL COUNTFILE ASSIGN TO DYNAMIC COUNT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SESSIONFILE ASSIGN TO "active-sessions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *====one line per step, rewritten at every change of status
       FD CONTROLFILE.
       01 control-input.
          05 cf-step   PIC x(8).
          05 FILLER    PIC x(1).
          05 cf-status PIC x(4).
          05 FILLER    PIC x(1).
          05 cf-start  PIC 9(14).
          05 FILLER    PIC x(1).
          05 cf-end    PIC 9(14).
          05 FILLER    PIC x(1).
          05 cf-rc     PIC 9(4).
          05 FILLER    PIC x(1).
          05 cf-in     PIC 9(7).
          05 FILLER    PIC x(1).
          05 cf-out    PIC 9(7).

       FD RUNLOGFILE.
       01 runlog-fd-record PIC x(100).

       FD STEPOUTFILE.
       01 stepout-fd-record PIC x(100).

       FD ANSWERFILE.
       01 answer-fd-record PIC x(20).

       FD COUNTFILE.
       01 count-fd-record PIC x(200).

      *====one line per open game session : session id (start date,
      *====time and hundredths) and the program that registered it
       FD SESSIONFILE.
       01 session-input.
          05 ss-session-id PIC x(16).
          05 FILLER        PIC x(1).
          05 ss-program    PIC x(16).

       WORKING-STORAGE SECTION.

      *====the nightly steps in running order : step name, program,
      *====file counted in before the step and out after it
       01 step-definitions.
          05 FILLER PIC x(8)  VALUE "TREND".
          05 FILLER PIC x(16) VALUE "penduleTrend".
          05 FILLER PIC x(24) VALUE "score-history.txt".
          05 FILLER PIC x(24) VALUE "score-archive.txt".
          05 FILLER PIC x(8)  VALUE "AUDIT".
          05 FILLER PIC x(16) VALUE "penduleAudit".
          05 FILLER PIC x(24) VALUE "score-history.txt".
          05 FILLER PIC x(24) VALUE "audit-rebuild.tmp".
          05 FILLER PIC x(8)  VALUE "GRADE".
          05 FILLER PIC x(16) VALUE "penduleGrade".
          05 FILLER PIC x(24) VALUE "word-stats.txt".
          05 FILLER PIC x(24) VALUE "word-tiers.txt".
          05 FILLER PIC x(8)  VALUE "STATS".
          05 FILLER PIC x(16) VALUE "penduleStats".
          05 FILLER PIC x(24) VALUE "word-stats.txt".
          05 FILLER PIC x(24) VALUE "word-stats-report.txt".
          05 FILLER PIC x(8)  VALUE "DUEL".
          05 FILLER PIC x(16) VALUE "penduleDuel".
          05 FILLER PIC x(24) VALUE "duel-ledger.txt".
          05 FILLER PIC x(24) VALUE "duel-report.txt".
          05 FILLER PIC x(8)  VALUE "RATING".
          05 FILLER PIC x(16) VALUE "penduleRating".
          05 FILLER PIC x(24) VALUE "duel-ledger.txt".
          05 FILLER PIC x(24) VALUE "rating-history.txt".
          05 FILLER PIC x(8)  VALUE "EXTRACT".
          05 FILLER PIC x(16) VALUE "penduleExtract".
          05 FILLER PIC x(24) VALUE "score-history.txt".
          05 FILLER PIC x(24) VALUE "score-history.csv".
       01 step-table REDEFINES step-definitions.
          05 step-entry OCCURS 7 TIMES.
             10 sd-name     PIC x(8).
             10 sd-program  PIC x(16).
             10 sd-in-file  PIC x(24).
             10 sd-out-file PIC x(24).
       77 nb-steps PIC 9 VALUE 7.

      *====state of each step for this run (PEND, RUN, OK or FAIL)
       01 run-table.
          05 run-entry OCCURS 7 TIMES.
             10 ru-status PIC x(4).
             10 ru-start  PIC 9(14).
             10 ru-end    PIC 9(14).
             10 ru-rc     PIC 9(4).
             10 ru-in     PIC 9(7).
             10 ru-out    PIC 9(7).

       77 step-sub PIC 9 VALUE 0.
       77 resume-step PIC 9 VALUE 1.
       77 run-failed PIC 9 VALUE 0.
       77 control-eof PIC 9 VALUE 0.
       77 count-eof PIC 9 VALUE 0.
       77 count-file-name PIC x(24).
       77 nb-counted PIC 9(7) VALUE 0.
       77 system-status PIC S9(9) VALUE 0.
       77 step-command PIC x(100).

      *====the trend step archives score lines older than this
       77 archive-days PIC 999 VALUE 30.
       77 cutoff-date PIC 9(8) VALUE 0.

       77 today-date PIC 9(8).
       01 current-stamp.
          05 cs-date PIC 9(8).
          05 cs-time PIC 9(6).
          05 FILLER  PIC x(7).
       77 step-stamp PIC 9(14).

      *====game sessions registered in active-sessions.txt
       77 nb-active-sessions PIC 9(4) VALUE 0.
       77 session-eof PIC 9 VALUE 0.
       77 session-choice PIC x(1).
       77 session-confirm PIC x(1).
       77 session-wait-count PIC 99 VALUE 0.
       77 session-wait-seconds PIC 9(4) VALUE 30.

       01 runlog-line PIC x(100).
       77 i PIC 9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

          DISPLAY "===== NIGHTLY BATCH RUN ====="

          MOVE FUNCTION CURRENT-DATE TO current-stamp
          MOVE cs-date TO today-date
          COMPUTE cutoff-date = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(today-date) - archive-days)

          PERFORM check-active-sessions.
          IF nb-active-sessions > 0
              DISPLAY "game session still open, nightly run not started"
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF

          PERFORM load-run-control.

          OPEN OUTPUT STEPOUTFILE
          CLOSE STEPOUTFILE

          PERFORM VARYING step-sub FROM resume-step BY 1
          UNTIL step-sub > nb-steps OR run-failed = 1
               PERFORM run-one-step
          END-PERFORM

          PERFORM write-run-log.

          IF run-failed = 1
              MOVE 8 TO RETURN-CODE
          ELSE
              MOVE 0 TO RETURN-CODE
          END-IF

          STOP RUN.

      *====a run left with a step not OK is picked up at that step,
      *====otherwise every step starts again as pending
       load-run-control.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-steps
               MOVE "PEND" TO ru-status(i)
               MOVE 0 TO ru-start(i)
               MOVE 0 TO ru-end(i)
               MOVE 0 TO ru-rc(i)
               MOVE 0 TO ru-in(i)
               MOVE 0 TO ru-out(i)
           END-PERFORM
           MOVE 0 TO control-eof
           OPEN INPUT CONTROLFILE
           READ CONTROLFILE
               AT END MOVE 1 TO control-eof
           END-READ
           PERFORM UNTIL control-eof = 1
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-steps
                   IF cf-step = sd-name(i)
                       MOVE cf-status TO ru-status(i)
                       IF cf-start IS NUMERIC
                           MOVE cf-start TO ru-start(i)
                       END-IF
                       IF cf-end IS NUMERIC
                           MOVE cf-end TO ru-end(i)
                       END-IF
                       IF cf-rc IS NUMERIC
                           MOVE cf-rc TO ru-rc(i)
                       END-IF
                       IF cf-in IS NUMERIC
                           MOVE cf-in TO ru-in(i)
                       END-IF
                       IF cf-out IS NUMERIC
                           MOVE cf-out TO ru-out(i)
                       END-IF
                   END-IF
               END-PERFORM
               READ CONTROLFILE
                   AT END MOVE 1 TO control-eof
               END-READ
           END-PERFORM
           CLOSE CONTROLFILE

           MOVE 0 TO resume-step
           PERFORM VARYING i FROM 1 BY 1
           UNTIL i > nb-steps OR resume-step > 0
               IF ru-status(i) NOT = "OK"
                   MOVE i TO resume-step
               END-IF
           END-PERFORM

           IF resume-step = 0 OR resume-step = 1
               MOVE 1 TO resume-step
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-steps
                   MOVE "PEND" TO ru-status(i)
                   MOVE 0 TO ru-start(i)
                   MOVE 0 TO ru-end(i)
                   MOVE 0 TO ru-rc(i)
                   MOVE 0 TO ru-in(i)
                   MOVE 0 TO ru-out(i)
               END-PERFORM
               DISPLAY "full run, archiving before " cutoff-date
           ELSE
               DISPLAY "previous run stopped at "
                   FUNCTION TRIM(sd-name(resume-step))
                   ", resuming there"
           END-IF.

       run-one-step.
           MOVE FUNCTION CURRENT-DATE TO current-stamp
           MOVE current-stamp(1:14) TO step-stamp
           MOVE "RUN" TO ru-status(step-sub)
           MOVE step-stamp TO ru-start(step-sub)
           MOVE 0 TO ru-end(step-sub)
           MOVE 0 TO ru-rc(step-sub)
           MOVE 0 TO ru-out(step-sub)
           MOVE sd-in-file(step-sub) TO count-file-name
           PERFORM count-file-records
           MOVE nb-counted TO ru-in(step-sub)
           PERFORM write-run-control

           PERFORM write-step-answers
           MOVE SPACES TO step-command
           STRING "./" DELIMITED BY SIZE
               sd-program(step-sub) DELIMITED BY SPACE
               " < nightly-answers.tmp >> nightly-steps.txt 2>&1"
               DELIMITED BY SIZE
               INTO step-command
           DISPLAY "step " step-sub " " sd-name(step-sub) " running"
           CALL "SYSTEM" USING step-command
           MOVE RETURN-CODE TO system-status

           MOVE sd-out-file(step-sub) TO count-file-name
           PERFORM count-file-records
           MOVE nb-counted TO ru-out(step-sub)
           MOVE FUNCTION CURRENT-DATE TO current-stamp
           MOVE current-stamp(1:14) TO step-stamp
           MOVE step-stamp TO ru-end(step-sub)
      *====the shell hands back the exit code in the high byte, a step
      *====killed by a signal leaves it zero
           IF system-status = 0
               MOVE "OK" TO ru-status(step-sub)
               DISPLAY "step " step-sub " " sd-name(step-sub) " ok"
           ELSE
               MOVE "FAIL" TO ru-status(step-sub)
               COMPUTE ru-rc(step-sub) = system-status / 256
               IF ru-rc(step-sub) = 0
                   MOVE 255 TO ru-rc(step-sub)
               END-IF
               MOVE 1 TO run-failed
               DISPLAY "step " step-sub " " sd-name(step-sub)
                   " FAILED, return code " ru-rc(step-sub)
           END-IF
           PERFORM write-run-control.

      *====the trend step asks for its cutoff date and the audit for
      *====the rewrite, which the nightly run never does
       write-step-answers.
           OPEN OUTPUT ANSWERFILE
           EVALUATE sd-name(step-sub)
               WHEN "TREND"
                   MOVE SPACES TO answer-fd-record
                   MOVE cutoff-date TO answer-fd-record(1:8)
                   WRITE answer-fd-record
               WHEN "AUDIT"
                   MOVE "N" TO answer-fd-record
                   WRITE answer-fd-record
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE ANSWERFILE.

       count-file-records.
           MOVE 0 TO nb-counted
           MOVE 0 TO count-eof
           OPEN INPUT COUNTFILE
           READ COUNTFILE
               AT END MOVE 1 TO count-eof
           END-READ
           PERFORM UNTIL count-eof = 1
               ADD 1 TO nb-counted
               READ COUNTFILE
                   AT END MOVE 1 TO count-eof
               END-READ
           END-PERFORM
           CLOSE COUNTFILE.

       write-run-control.
           OPEN OUTPUT CONTROLFILE
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-steps
               MOVE SPACES TO control-input
               MOVE sd-name(i) TO cf-step
               MOVE ru-status(i) TO cf-status
               MOVE ru-start(i) TO cf-start
               MOVE ru-end(i) TO cf-end
               MOVE ru-rc(i) TO cf-rc
               MOVE ru-in(i) TO cf-in
               MOVE ru-out(i) TO cf-out
               WRITE control-input
           END-PERFORM
           CLOSE CONTROLFILE.

      *====one page for the morning check : every step, its times,
      *====return code and record counts
       write-run-log.
           OPEN OUTPUT RUNLOGFILE
           MOVE SPACES TO runlog-line
           STRING "===== NIGHTLY RUN " today-date " ====="
               DELIMITED BY SIZE INTO runlog-line
           PERFORM write-runlog-line
           MOVE SPACES TO runlog-line
           IF resume-step > 1
               STRING "resumed at step " resume-step " "
                   DELIMITED BY SIZE
                   sd-name(resume-step) DELIMITED BY SPACE
                   INTO runlog-line
           ELSE
               STRING "full run, score lines archived before "
                   cutoff-date
                   DELIMITED BY SIZE INTO runlog-line
           END-IF
           PERFORM write-runlog-line
           MOVE "STEP     STATUS STARTED        ENDED          RC   "
               TO runlog-line
           MOVE "IN      OUT" TO runlog-line(52:11)
           PERFORM write-runlog-line
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-steps
               MOVE SPACES TO runlog-line
               STRING sd-name(i) " " ru-status(i) "   "
                   ru-start(i) " " ru-end(i) " " ru-rc(i) " "
                   ru-in(i) " " ru-out(i)
                   DELIMITED BY SIZE INTO runlog-line
               PERFORM write-runlog-line
           END-PERFORM
           MOVE SPACES TO runlog-line
           IF run-failed = 1
               STRING "RUN STOPPED at " DELIMITED BY SIZE
                   sd-name(step-sub - 1) DELIMITED BY SPACE
                   ", run again to resume from that step"
                   DELIMITED BY SIZE INTO runlog-line
           ELSE
               MOVE "RUN COMPLETE" TO runlog-line
           END-IF
           PERFORM write-runlog-line
           MOVE "step output in nightly-steps.txt" TO runlog-line
           PERFORM write-runlog-line
           CLOSE RUNLOGFILE.

       write-runlog-line.
           WRITE runlog-fd-record FROM runlog-line
           DISPLAY runlog-line.

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

       END PROGRAM PENDULE-NIGHTLY.
