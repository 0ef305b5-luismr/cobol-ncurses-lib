       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEADLINE-WATCHER.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Batch-window deadline watcher. A job's 'J' line in the
      *> job-definition file may name the clock time it must have
      *> ended by (NIGHTRUN by 05:30); every job that has one is
      *> watched against the live status file. A job still running
      *> gets a projected finish from two readings - its average
      *> elapsed time in the run-history file RUN-HISTORY-COLLECTOR
      *> keeps, scaled to the records it still has to do, and the
      *> rate it has actually been doing them at this run - and the
      *> later of the two is believed, so a run that is crawling is
      *> caught even when its history says it is quick. A job only
      *> waiting is projected at now plus its average. When the
      *> projected finish passes the deadline the watcher raises a
      *> DEADLINE alert through NCURSES-ALERT, so the banner is up on
      *> every console while there is still time to act; one alert
      *> per job per batch window (the alerts file itself is the
      *> memory, so a restart does not raise it again).
      *>
      *> Clock times carry no date, so every time is placed in the
      *> batch window that opens at 18:00: anything earlier in the
      *> day belongs to the morning after. Runs as a poll loop like
      *> JOB-DISPATCHER; ONCE on the command line makes one pass and
      *> stops, and REPORT writes the morning SLA report instead
      *> (data/sla-report.txt) - every job with a deadline as MET,
      *> MISSED or AT RISK with its margin in minutes (negative is
      *> late), plus ON TRACK, NOT RUN or NO HISTORY for what is
      *> still open when the report is taken. A job that ended F
      *> missed its deadline whatever the clock said.
      *>
      *> A status line carries no date either, so last night's E is
      *> still the job's newest line until tonight's run begins. An
      *> E, F or R is only believed when the dispatcher's run ledger
      *> (run-ledger.cpy) shows a launch of the job since this
      *> window opened; otherwise the job has not started yet this
      *> window and is projected like a waiting job, from its
      *> average, and MISSED once its deadline has passed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEF-FILE ASSIGN TO JOB-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-DEF-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOB-STATUS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-STATUS-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUN-HISTORY-PATH
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY RUN-HISTORY-KEY
               FILE STATUS RUN-HISTORY-STATUS.
           SELECT ALERTS-FILE ASSIGN TO ALERTS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ALERTS-FILE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO RUN-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUN-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO SLA-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Only the 'J' lines matter here, and only their deadline.
       FD  JOB-DEF-FILE.
       01  JOB-DEF-LINE.
           05 JOB-DEF-RECORD-TYPE    PIC X.
              88 JOB-DEF-IS-JOB          VALUE 'J'.
           05 FILLER                 PIC X.
           05 JOB-DEF-NAME           PIC X(8).
           05 FILLER                 PIC X.
           05 JOB-DEF-DETAIL         PIC X(64).
      *> Alternate view of the detail for a 'J' line: description,
      *> minimum authority, then the HH:MM the job must have ended
      *> by (blank for a job with no deadline).
           05 JOB-DEF-DETAIL-JOB REDEFINES JOB-DEF-DETAIL.
               10 DEF-JOB-DESCRIPTION PIC X(40).
               10 FILLER             PIC X.
               10 DEF-JOB-MIN-AUTH   PIC X.
               10 FILLER             PIC X.
               10 DEF-JOB-DEADLINE.
                   15 DEF-DEADLINE-HH PIC 9(2).
                   15 DEF-DEADLINE-SEP PIC X.
                   15 DEF-DEADLINE-MM PIC 9(2).
               10 FILLER             PIC X(16).
       FD  JOB-STATUS-FILE.
       COPY "job-status.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".
       FD  ALERTS-FILE.
       COPY "alert-record.cpy" REPLACING LEADING ==ALERT== BY
                                         ==FILE-ALERT==.
       FD  RUN-LEDGER-FILE.
       COPY "run-ledger.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 JOB-DEF-PATH              PIC X(40).
       01 JOB-STATUS-PATH           PIC X(40).
       01 RUN-HISTORY-PATH          PIC X(40).
       01 ALERTS-PATH               PIC X(40).
       01 SLA-REPORT-PATH           PIC X(40).
       01 RUN-LEDGER-PATH           PIC X(40).

       01 JOB-DEF-STATUS             PIC XX.
           88 JOB-DEF-OK             VALUE '00'.
       01 END-OF-DEF-SWITCH          PIC X.
           88 END-OF-JOB-DEF-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 JOB-STATUS-FILE-STATUS     PIC XX.
           88 JOB-STATUS-FILE-OK     VALUE '00'.
       01 END-OF-STATUS-SWITCH       PIC X.
           88 END-OF-JOB-STATUS-FILE VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 RUN-HISTORY-STATUS         PIC XX.
           88 RUN-HISTORY-OK         VALUE '00'.
       01 END-OF-HISTORY-SWITCH      PIC X.
           88 END-OF-RUN-HISTORY     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 ALERTS-FILE-STATUS         PIC XX.
           88 ALERTS-FILE-OK         VALUE '00'.
       01 END-OF-ALERTS-SWITCH       PIC X.
           88 END-OF-ALERTS-FILE     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 RUN-LEDGER-STATUS          PIC XX.
           88 RUN-LEDGER-OK          VALUE '00'.
       01 END-OF-LEDGER-SWITCH       PIC X.
           88 END-OF-RUN-LEDGER      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ONCE makes one watch pass and stops, REPORT writes the SLA
      *> report and stops; anything else polls forever.
       01 RUN-MODE-ARG               PIC X(8).
           88 SINGLE-PASS-MODE       VALUE 'ONCE'.
           88 SLA-REPORT-MODE        VALUE 'REPORT'.
       01 WATCHER-DONE-SWITCH        PIC X VALUE 'N'.
           88 WATCHER-IS-DONE        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 POLL-SECONDS               PIC 9(9) COMP-5 VALUE 60.

      *> ---- the batch window --------------------------------------
      *> Seconds past midnight the window opens (18:00); a clock
      *> time is turned into seconds since that opening.
       01 WINDOW-OPEN-SECONDS        PIC 9(5) VALUE 64800.
       01 WINDOW-OPEN-DATE           PIC 9(8).
       01 WINDOW-OPEN-STAMP          PIC 9(14).
       01 NOW-DATE                   PIC 9(8).
       01 NOW-TIME-RAW               PIC 9(8).
       01 NOW-TIME                   PIC 9(6).
       01 NOW-TIME-PARTS REDEFINES NOW-TIME.
           05 NOW-HH                 PIC 9(2).
           05 NOW-MM                 PIC 9(2).
           05 NOW-SS                 PIC 9(2).
       01 NOW-WINDOW-SECONDS         PIC 9(6).
       01 CLOCK-SECONDS              PIC 9(6).
       01 WINDOW-SECONDS             PIC 9(6).

      *> ---- HH:MM:SS parsing --------------------------------------
       01 TIME-PARTS.
           05 TIME-HH                PIC 9(2).
           05 FILLER                 PIC X.
           05 TIME-MM                PIC 9(2).
           05 FILLER                 PIC X.
           05 TIME-SS                PIC 9(2).
       01 TIME-VALID-SWITCH          PIC X.
           88 TIME-IS-VALID          VALUE 'Y'.

      *> ---- the watched jobs --------------------------------------
      *> One entry per job with a deadline: the deadline, its run-
      *> history average, its newest status line, whether the run
      *> ledger shows it launched this window, and the verdict this
      *> pass reached.
       01 WATCH-JOB-COUNT            PIC 9(2) VALUE 0.
       01 WATCH-JOB-CAPACITY         PIC 9(2) VALUE 50.
       01 WATCH-JOB-TABLE.
           05 WATCH-JOB-ENTRY OCCURS 50 TIMES.
               10 WATCH-NAME         PIC X(8).
               10 WATCH-DEADLINE-TEXT PIC X(5).
               10 WATCH-DEADLINE-SECS PIC 9(6).
               10 WATCH-HIST-RUNS    PIC 9(5).
               10 WATCH-HIST-SECS    PIC 9(9).
               10 WATCH-AVG-SECS     PIC 9(7).
               10 WATCH-STATE        PIC X.
               10 WATCH-START-TIME   PIC X(8).
               10 WATCH-END-TIME     PIC X(8).
               10 WATCH-RETURN-CODE  PIC 9(4).
               10 WATCH-RECORDS-DONE PIC X(9).
               10 WATCH-RECORDS-TOTAL PIC X(9).
               10 WATCH-ALERTED      PIC X.
                  88 WATCH-ALREADY-ALERTED VALUE 'Y'.
               10 WATCH-LAUNCHED     PIC X.
                  88 WATCH-LAUNCHED-THIS-WINDOW VALUE 'Y'.
               10 WATCH-FINISH-SECS  PIC 9(6).
               10 WATCH-FINISH-KIND  PIC X.
                  88 WATCH-FINISH-ACTUAL    VALUE 'A'.
                  88 WATCH-FINISH-PROJECTED VALUE 'P'.
                  88 WATCH-FINISH-UNKNOWN   VALUE ' '.
               10 WATCH-VERDICT      PIC X(10).
               10 WATCH-NOTE         PIC X(20).
               10 WATCH-MARGIN-MIN   PIC S9(5).
       01 WATCH-IDX                  PIC 9(2).
       01 WATCH-FOUND-IDX            PIC 9(2).
       01 MATCH-NAME                 PIC X(8).

      *> ---- projection --------------------------------------------
       01 START-WINDOW-SECONDS       PIC 9(6).
       01 ELAPSED-SO-FAR             PIC 9(6).
       01 REMAINING-BY-AVERAGE       PIC 9(7).
       01 REMAINING-BY-RATE          PIC 9(7).
       01 PROGRESS-DONE              PIC 9(9).
       01 PROGRESS-TOTAL             PIC 9(9).
       01 PROGRESS-SWITCH            PIC X.
           88 PROGRESS-IS-KNOWN      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 MARGIN-SECONDS             PIC S9(7).
       01 MINUTES-LATE               PIC 9(7).
       01 ALERT-STAMP                PIC 9(14).
       01 LAUNCH-STAMP               PIC 9(14).
      *> The state a job is judged in: its status line's, or 'N'
      *> (not started this window) when that line is from a run
      *> the ledger does not place in this window.
       01 ASSESS-STATE               PIC X.

      *> ---- alert raised on a projected breach ---------------------
       COPY "alert-record.cpy".
       01 ALERT-FOUND-FLAG           PIC X.

      *> ---- report formatting -------------------------------------
       01 DETAIL-LINE                PIC X(132).
       01 FINISH-TEXT                PIC X(6).
       01 FINISH-CLOCK-SECONDS       PIC 9(6).
       01 FINISH-HH                  PIC 9(2).
       01 FINISH-MM                  PIC 9(2).
       01 MARGIN-EDITED              PIC -(5)9.
       01 COUNT-EDITED               PIC ZZ9.
       01 MET-COUNT                  PIC 9(3).
       01 MISSED-COUNT               PIC 9(3).
       01 AT-RISK-COUNT              PIC 9(3).
       01 OPEN-COUNT                 PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT RUN-MODE-ARG FROM COMMAND-LINE.
           SET WATCHER-IS-DONE TO FALSE.
           PERFORM WATCH-ONE-PASS.
           IF SLA-REPORT-MODE
               PERFORM WRITE-SLA-REPORT
               STOP RUN
           END-IF
           IF SINGLE-PASS-MODE
               SET WATCHER-IS-DONE TO TRUE
           END-IF
           PERFORM SLEEP-AND-WATCH UNTIL WATCHER-IS-DONE.
           STOP RUN.

       SLEEP-AND-WATCH SECTION.
           CALL 'sleep' USING BY VALUE POLL-SECONDS.
           PERFORM WATCH-ONE-PASS.
           EXIT SECTION.

      *> One pass: everything is reread, so a deadline added to the
      *> job-definition file or a run collected into history counts
      *> from the next pass without a restart.
       WATCH-ONE-PASS SECTION.
           PERFORM BUILD-WINDOW-CLOCK.
           PERFORM LOAD-WATCHED-JOBS.
           IF WATCH-JOB-COUNT = 0
               EXIT SECTION
           END-IF
           PERFORM LOAD-JOB-AVERAGES.
           PERFORM LOAD-STATUS-FOLD.
           PERFORM LOAD-WINDOW-LAUNCHES.
           PERFORM LOAD-RAISED-ALERTS.
           PERFORM ASSESS-ONE-JOB
               VARYING WATCH-IDX FROM 1 BY 1
               UNTIL WATCH-IDX > WATCH-JOB-COUNT.
           EXIT SECTION.

      *> Now, as seconds into the current window, and the date-and-
      *> time stamp that window opened at - before 18:00 the window
      *> is the one that opened yesterday evening.
       BUILD-WINDOW-CLOCK SECTION.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.
           COMPUTE NOW-TIME = NOW-TIME-RAW / 100.
           COMPUTE CLOCK-SECONDS =
               NOW-HH * 3600 + NOW-MM * 60 + NOW-SS.
           PERFORM CONVERT-TO-WINDOW.
           MOVE WINDOW-SECONDS TO NOW-WINDOW-SECONDS.
           IF CLOCK-SECONDS >= WINDOW-OPEN-SECONDS
               MOVE NOW-DATE TO WINDOW-OPEN-DATE
           ELSE
               COMPUTE WINDOW-OPEN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NOW-DATE) - 1)
           END-IF
           COMPUTE WINDOW-OPEN-STAMP =
               WINDOW-OPEN-DATE * 1000000
               + (WINDOW-OPEN-SECONDS / 3600) * 10000.
           EXIT SECTION.

       CONVERT-TO-WINDOW SECTION.
           IF CLOCK-SECONDS >= WINDOW-OPEN-SECONDS
               COMPUTE WINDOW-SECONDS =
                   CLOCK-SECONDS - WINDOW-OPEN-SECONDS
           ELSE
               COMPUTE WINDOW-SECONDS =
                   CLOCK-SECONDS + 86400 - WINDOW-OPEN-SECONDS
           END-IF
           EXIT SECTION.

      *> Every 'J' line with a well-formed HH:MM deadline; a
      *> deadline that does not read as a clock time is ignored
      *> rather than guessed at.
       LOAD-WATCHED-JOBS SECTION.
           MOVE 0 TO WATCH-JOB-COUNT.
           SET END-OF-JOB-DEF-FILE TO FALSE.
           OPEN INPUT JOB-DEF-FILE.
           IF JOB-DEF-OK
               PERFORM READ-JOB-DEF-LINE
               PERFORM STORE-JOB-DEF-LINE UNTIL END-OF-JOB-DEF-FILE
               CLOSE JOB-DEF-FILE
           END-IF
           EXIT SECTION.

       READ-JOB-DEF-LINE SECTION.
           READ JOB-DEF-FILE
               AT END
                   SET END-OF-JOB-DEF-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-JOB-DEF-LINE SECTION.
           IF JOB-DEF-IS-JOB
                   AND DEF-DEADLINE-HH IS NUMERIC
                   AND DEF-DEADLINE-MM IS NUMERIC
                   AND DEF-DEADLINE-SEP = ':'
                   AND DEF-DEADLINE-HH < 24
                   AND DEF-DEADLINE-MM < 60
                   AND WATCH-JOB-COUNT < WATCH-JOB-CAPACITY
               ADD 1 TO WATCH-JOB-COUNT
               INITIALIZE WATCH-JOB-ENTRY(WATCH-JOB-COUNT)
               MOVE JOB-DEF-NAME TO WATCH-NAME(WATCH-JOB-COUNT)
               MOVE DEF-JOB-DEADLINE
                   TO WATCH-DEADLINE-TEXT(WATCH-JOB-COUNT)
               COMPUTE CLOCK-SECONDS =
                   DEF-DEADLINE-HH * 3600 + DEF-DEADLINE-MM * 60
               PERFORM CONVERT-TO-WINDOW
               MOVE WINDOW-SECONDS
                   TO WATCH-DEADLINE-SECS(WATCH-JOB-COUNT)
           END-IF
           PERFORM READ-JOB-DEF-LINE.
           EXIT SECTION.

      *> Average elapsed seconds per watched job over its timed runs;
      *> a zero elapsed is a run the collector could not time and
      *> stays out, the way the trend report leaves it out.
       LOAD-JOB-AVERAGES SECTION.
           SET END-OF-RUN-HISTORY TO FALSE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF NOT RUN-HISTORY-OK
               EXIT SECTION
           END-IF
           PERFORM READ-HISTORY-RECORD.
           PERFORM TALLY-HISTORY-RECORD UNTIL END-OF-RUN-HISTORY.
           CLOSE RUN-HISTORY-FILE.
           PERFORM COMPUTE-ONE-AVERAGE
               VARYING WATCH-IDX FROM 1 BY 1
               UNTIL WATCH-IDX > WATCH-JOB-COUNT.
           EXIT SECTION.

       READ-HISTORY-RECORD SECTION.
           READ RUN-HISTORY-FILE NEXT
               AT END
                   SET END-OF-RUN-HISTORY TO TRUE
           END-READ.
           EXIT SECTION.

       TALLY-HISTORY-RECORD SECTION.
           IF HIST-ELAPSED-SECONDS > 0
               MOVE HIST-JOB-NAME TO MATCH-NAME
               PERFORM FIND-WATCH-ENTRY
               IF WATCH-FOUND-IDX > 0
                   ADD 1 TO WATCH-HIST-RUNS(WATCH-FOUND-IDX)
                   ADD HIST-ELAPSED-SECONDS
                       TO WATCH-HIST-SECS(WATCH-FOUND-IDX)
               END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.
           EXIT SECTION.

       COMPUTE-ONE-AVERAGE SECTION.
           IF WATCH-HIST-RUNS(WATCH-IDX) > 0
               COMPUTE WATCH-AVG-SECS(WATCH-IDX) =
                   WATCH-HIST-SECS(WATCH-IDX)
                   / WATCH-HIST-RUNS(WATCH-IDX)
           END-IF
           EXIT SECTION.

       FIND-WATCH-ENTRY SECTION.
           MOVE 0 TO WATCH-FOUND-IDX.
           PERFORM MATCH-WATCH-ENTRY
               VARYING WATCH-IDX FROM 1 BY 1
               UNTIL WATCH-IDX > WATCH-JOB-COUNT
                   OR WATCH-FOUND-IDX > 0.
           EXIT SECTION.

       MATCH-WATCH-ENTRY SECTION.
           IF WATCH-NAME(WATCH-IDX) = MATCH-NAME
               MOVE WATCH-IDX TO WATCH-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> Newest status line per watched job wins, the board's fold.
       LOAD-STATUS-FOLD SECTION.
           SET END-OF-JOB-STATUS-FILE TO FALSE.
           OPEN INPUT JOB-STATUS-FILE.
           IF JOB-STATUS-FILE-OK
               PERFORM READ-JOB-STATUS-RECORD
               PERFORM FOLD-JOB-STATUS-RECORD
                   UNTIL END-OF-JOB-STATUS-FILE
               CLOSE JOB-STATUS-FILE
           END-IF
           EXIT SECTION.

       READ-JOB-STATUS-RECORD SECTION.
           READ JOB-STATUS-FILE
               AT END
                   SET END-OF-JOB-STATUS-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       FOLD-JOB-STATUS-RECORD SECTION.
           MOVE JOB-NAME TO MATCH-NAME.
           PERFORM FIND-WATCH-ENTRY.
           IF WATCH-FOUND-IDX > 0
               MOVE JOB-STATE TO WATCH-STATE(WATCH-FOUND-IDX)
               MOVE JOB-START-TIME
                   TO WATCH-START-TIME(WATCH-FOUND-IDX)
               MOVE JOB-END-TIME TO WATCH-END-TIME(WATCH-FOUND-IDX)
               MOVE JOB-RETURN-CODE
                   TO WATCH-RETURN-CODE(WATCH-FOUND-IDX)
               MOVE JOB-RECORDS-DONE
                   TO WATCH-RECORDS-DONE(WATCH-FOUND-IDX)
               MOVE JOB-RECORDS-TOTAL
                   TO WATCH-RECORDS-TOTAL(WATCH-FOUND-IDX)
           END-IF
           PERFORM READ-JOB-STATUS-RECORD.
           EXIT SECTION.

      *> Marks each watched job the run ledger shows launched at or
      *> after the window opened. A ledger line's start time is the
      *> launch clock on its run date; one that does not parse
      *> places nothing.
       LOAD-WINDOW-LAUNCHES SECTION.
           SET END-OF-RUN-LEDGER TO FALSE.
           OPEN INPUT RUN-LEDGER-FILE.
           IF RUN-LEDGER-OK
               PERFORM READ-RUN-LEDGER-RECORD
               PERFORM NOTE-LEDGER-LAUNCH UNTIL END-OF-RUN-LEDGER
               CLOSE RUN-LEDGER-FILE
           END-IF
           EXIT SECTION.

       READ-RUN-LEDGER-RECORD SECTION.
           READ RUN-LEDGER-FILE
               AT END
                   SET END-OF-RUN-LEDGER TO TRUE
           END-READ.
           EXIT SECTION.

       NOTE-LEDGER-LAUNCH SECTION.
           MOVE LEDGER-START-TIME TO TIME-PARTS.
           PERFORM PARSE-TIME-PARTS.
           IF TIME-IS-VALID AND LEDGER-RUN-DATE IS NUMERIC
               COMPUTE LAUNCH-STAMP =
                   LEDGER-RUN-DATE * 1000000
                   + TIME-HH * 10000 + TIME-MM * 100 + TIME-SS
               IF LAUNCH-STAMP >= WINDOW-OPEN-STAMP
                   MOVE LEDGER-JOB TO MATCH-NAME
                   PERFORM FIND-WATCH-ENTRY
                   IF WATCH-FOUND-IDX > 0
                       MOVE 'Y' TO WATCH-LAUNCHED(WATCH-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-RUN-LEDGER-RECORD.
           EXIT SECTION.

      *> A DEADLINE alert already raised for a job since this window
      *> opened - acknowledged or not - means it is not raised again.
       LOAD-RAISED-ALERTS SECTION.
           SET END-OF-ALERTS-FILE TO FALSE.
           OPEN INPUT ALERTS-FILE.
           IF ALERTS-FILE-OK
               PERFORM READ-ALERT-RECORD
               PERFORM NOTE-RAISED-ALERT UNTIL END-OF-ALERTS-FILE
               CLOSE ALERTS-FILE
           END-IF
           EXIT SECTION.

       READ-ALERT-RECORD SECTION.
           READ ALERTS-FILE
               AT END
                   SET END-OF-ALERTS-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       NOTE-RAISED-ALERT SECTION.
           IF FILE-ALERT-IS-DEADLINE
                   AND FILE-ALERT-DATE IS NUMERIC
                   AND FILE-ALERT-TIME IS NUMERIC
               COMPUTE ALERT-STAMP =
                   FILE-ALERT-DATE * 1000000 + FILE-ALERT-TIME
               IF ALERT-STAMP >= WINDOW-OPEN-STAMP
                   MOVE FILE-ALERT-JOB TO MATCH-NAME
                   PERFORM FIND-WATCH-ENTRY
                   IF WATCH-FOUND-IDX > 0
                       MOVE 'Y' TO WATCH-ALERTED(WATCH-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-ALERT-RECORD.
           EXIT SECTION.

      *> The verdict for one watched job. An ended job is judged on
      *> its end time (a run that failed missed, whatever the
      *> clock said); a running or waiting one on its projection,
      *> and so is one whose newest line is from an earlier window;
      *> a job with no status line at all has simply not run yet.
      *> The margin is deadline less finish, in whole minutes.
       ASSESS-ONE-JOB SECTION.
           MOVE ' ' TO WATCH-FINISH-KIND(WATCH-IDX).
           MOVE 0 TO WATCH-FINISH-SECS(WATCH-IDX).
           MOVE SPACES TO WATCH-NOTE(WATCH-IDX).
           MOVE WATCH-STATE(WATCH-IDX) TO ASSESS-STATE.
           IF (ASSESS-STATE = 'E' OR ASSESS-STATE = 'F'
                   OR ASSESS-STATE = 'R')
                   AND NOT WATCH-LAUNCHED-THIS-WINDOW(WATCH-IDX)
               MOVE 'N' TO ASSESS-STATE
           END-IF
           EVALUATE ASSESS-STATE
               WHEN 'E'
               WHEN 'F'
                   PERFORM JUDGE-ENDED-JOB
               WHEN 'R'
                   PERFORM PROJECT-RUNNING-FINISH
                   PERFORM JUDGE-OPEN-JOB
               WHEN 'W'
               WHEN 'N'
                   PERFORM PROJECT-WAITING-FINISH
                   PERFORM JUDGE-OPEN-JOB
               WHEN OTHER
                   PERFORM JUDGE-UNSTARTED-JOB
           END-EVALUATE
           IF NOT SLA-REPORT-MODE
                   AND (ASSESS-STATE = 'R' OR ASSESS-STATE = 'W'
                       OR ASSESS-STATE = 'N')
                   AND WATCH-FINISH-PROJECTED(WATCH-IDX)
                   AND WATCH-FINISH-SECS(WATCH-IDX)
                       > WATCH-DEADLINE-SECS(WATCH-IDX)
                   AND NOT WATCH-ALREADY-ALERTED(WATCH-IDX)
               PERFORM RAISE-DEADLINE-ALERT
           END-IF
           EXIT SECTION.

      *> An end time that does not parse still ended no later than
      *> now, which is the finish used for it.
       JUDGE-ENDED-JOB SECTION.
           MOVE WATCH-END-TIME(WATCH-IDX) TO TIME-PARTS.
           PERFORM PARSE-TIME-PARTS.
           IF TIME-IS-VALID
               PERFORM CONVERT-TO-WINDOW
               MOVE WINDOW-SECONDS TO WATCH-FINISH-SECS(WATCH-IDX)
           ELSE
               MOVE NOW-WINDOW-SECONDS TO WATCH-FINISH-SECS(WATCH-IDX)
           END-IF
           SET WATCH-FINISH-ACTUAL(WATCH-IDX) TO TRUE.
           PERFORM COMPUTE-MARGIN.
           EVALUATE TRUE
               WHEN WATCH-STATE(WATCH-IDX) = 'F'
                   MOVE 'MISSED' TO WATCH-VERDICT(WATCH-IDX)
                   MOVE 'FAILED' TO WATCH-NOTE(WATCH-IDX)
               WHEN WATCH-FINISH-SECS(WATCH-IDX)
                       > WATCH-DEADLINE-SECS(WATCH-IDX)
                   MOVE 'MISSED' TO WATCH-VERDICT(WATCH-IDX)
               WHEN OTHER
                   MOVE 'MET' TO WATCH-VERDICT(WATCH-IDX)
           END-EVALUATE
           EXIT SECTION.

      *> Remaining time two ways: the history average scaled to the
      *> share of records still to do (or, with no progress figures,
      *> whatever of the average is left), and this run's own rate
      *> carried over the records still to do. The later finish is
      *> the one projected; with neither there is no projection.
       PROJECT-RUNNING-FINISH SECTION.
           MOVE WATCH-START-TIME(WATCH-IDX) TO TIME-PARTS.
           PERFORM PARSE-TIME-PARTS.
           IF TIME-IS-VALID
               PERFORM CONVERT-TO-WINDOW
               MOVE WINDOW-SECONDS TO START-WINDOW-SECONDS
           ELSE
               MOVE NOW-WINDOW-SECONDS TO START-WINDOW-SECONDS
           END-IF
           MOVE 0 TO ELAPSED-SO-FAR.
           IF NOW-WINDOW-SECONDS > START-WINDOW-SECONDS
               COMPUTE ELAPSED-SO-FAR =
                   NOW-WINDOW-SECONDS - START-WINDOW-SECONDS
           END-IF
           SET PROGRESS-IS-KNOWN TO FALSE.
           IF WATCH-RECORDS-DONE(WATCH-IDX) IS NUMERIC
                   AND WATCH-RECORDS-TOTAL(WATCH-IDX) IS NUMERIC
               MOVE WATCH-RECORDS-DONE(WATCH-IDX) TO PROGRESS-DONE
               MOVE WATCH-RECORDS-TOTAL(WATCH-IDX) TO PROGRESS-TOTAL
               IF PROGRESS-TOTAL > 0
                   SET PROGRESS-IS-KNOWN TO TRUE
                   IF PROGRESS-DONE > PROGRESS-TOTAL
                       MOVE PROGRESS-TOTAL TO PROGRESS-DONE
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO REMAINING-BY-AVERAGE.
           MOVE 0 TO REMAINING-BY-RATE.
           IF WATCH-AVG-SECS(WATCH-IDX) > 0
               SET WATCH-FINISH-PROJECTED(WATCH-IDX) TO TRUE
               IF PROGRESS-IS-KNOWN
                   COMPUTE REMAINING-BY-AVERAGE =
                       WATCH-AVG-SECS(WATCH-IDX)
                       * (PROGRESS-TOTAL - PROGRESS-DONE)
                       / PROGRESS-TOTAL
               ELSE
                   IF WATCH-AVG-SECS(WATCH-IDX) > ELAPSED-SO-FAR
                       COMPUTE REMAINING-BY-AVERAGE =
                           WATCH-AVG-SECS(WATCH-IDX) - ELAPSED-SO-FAR
                   END-IF
               END-IF
           END-IF
           IF PROGRESS-IS-KNOWN AND PROGRESS-DONE > 0
               SET WATCH-FINISH-PROJECTED(WATCH-IDX) TO TRUE
               COMPUTE REMAINING-BY-RATE =
                   ELAPSED-SO-FAR * (PROGRESS-TOTAL - PROGRESS-DONE)
                   / PROGRESS-DONE
           END-IF
           IF REMAINING-BY-RATE > REMAINING-BY-AVERAGE
               MOVE REMAINING-BY-RATE TO REMAINING-BY-AVERAGE
           END-IF
           IF WATCH-FINISH-PROJECTED(WATCH-IDX)
               COMPUTE WATCH-FINISH-SECS(WATCH-IDX) =
                   NOW-WINDOW-SECONDS + REMAINING-BY-AVERAGE
           END-IF
           EXIT SECTION.

       PROJECT-WAITING-FINISH SECTION.
           IF WATCH-AVG-SECS(WATCH-IDX) > 0
               SET WATCH-FINISH-PROJECTED(WATCH-IDX) TO TRUE
               COMPUTE WATCH-FINISH-SECS(WATCH-IDX) =
                   NOW-WINDOW-SECONDS + WATCH-AVG-SECS(WATCH-IDX)
           END-IF
           EXIT SECTION.

      *> A job still open after its deadline has missed it already;
      *> before then it is at risk or on track by its projection.
      *> Without a projection the margin is the time left.
       JUDGE-OPEN-JOB SECTION.
           IF NOT WATCH-FINISH-PROJECTED(WATCH-IDX)
               MOVE NOW-WINDOW-SECONDS TO WATCH-FINISH-SECS(WATCH-IDX)
               MOVE 'NO RUN HISTORY' TO WATCH-NOTE(WATCH-IDX)
           END-IF
           PERFORM COMPUTE-MARGIN.
           EVALUATE TRUE
               WHEN NOW-WINDOW-SECONDS
                       > WATCH-DEADLINE-SECS(WATCH-IDX)
                   MOVE 'MISSED' TO WATCH-VERDICT(WATCH-IDX)
               WHEN NOT WATCH-FINISH-PROJECTED(WATCH-IDX)
                   MOVE 'NO HISTORY' TO WATCH-VERDICT(WATCH-IDX)
               WHEN WATCH-FINISH-SECS(WATCH-IDX)
                       > WATCH-DEADLINE-SECS(WATCH-IDX)
                   MOVE 'AT RISK' TO WATCH-VERDICT(WATCH-IDX)
               WHEN OTHER
                   MOVE 'ON TRACK' TO WATCH-VERDICT(WATCH-IDX)
           END-EVALUATE
           IF ASSESS-STATE = 'R'
                   AND WATCH-NOTE(WATCH-IDX) = SPACES
               MOVE 'STILL RUNNING' TO WATCH-NOTE(WATCH-IDX)
           END-IF
           IF ASSESS-STATE = 'W'
                   AND WATCH-NOTE(WATCH-IDX) = SPACES
               MOVE 'WAITING' TO WATCH-NOTE(WATCH-IDX)
           END-IF
           IF ASSESS-STATE = 'N'
                   AND WATCH-NOTE(WATCH-IDX) = SPACES
               MOVE 'NOT STARTED' TO WATCH-NOTE(WATCH-IDX)
           END-IF
           EXIT SECTION.

       JUDGE-UNSTARTED-JOB SECTION.
           MOVE NOW-WINDOW-SECONDS TO WATCH-FINISH-SECS(WATCH-IDX).
           PERFORM COMPUTE-MARGIN.
           IF NOW-WINDOW-SECONDS > WATCH-DEADLINE-SECS(WATCH-IDX)
               MOVE 'MISSED' TO WATCH-VERDICT(WATCH-IDX)
           ELSE
               MOVE 'NOT RUN' TO WATCH-VERDICT(WATCH-IDX)
           END-IF
           MOVE 'NO STATUS LINE' TO WATCH-NOTE(WATCH-IDX).
           EXIT SECTION.

       COMPUTE-MARGIN SECTION.
           COMPUTE MARGIN-SECONDS =
               WATCH-DEADLINE-SECS(WATCH-IDX)
               - WATCH-FINISH-SECS(WATCH-IDX).
           COMPUTE WATCH-MARGIN-MIN(WATCH-IDX) = MARGIN-SECONDS / 60.
           EXIT SECTION.

       PARSE-TIME-PARTS SECTION.
           MOVE 'Y' TO TIME-VALID-SWITCH.
           IF TIME-HH NOT NUMERIC
                   OR TIME-MM NOT NUMERIC
                   OR TIME-SS NOT NUMERIC
               MOVE 'N' TO TIME-VALID-SWITCH
           ELSE
               COMPUTE CLOCK-SECONDS =
                   TIME-HH * 3600 + TIME-MM * 60 + TIME-SS
           END-IF
           EXIT SECTION.

      *> The return-code field of a DEADLINE alert carries the
      *> projected minutes past the deadline, rounded up.
       RAISE-DEADLINE-ALERT SECTION.
           COMPUTE MINUTES-LATE =
               (WATCH-FINISH-SECS(WATCH-IDX)
                - WATCH-DEADLINE-SECS(WATCH-IDX) + 59) / 60.
           IF MINUTES-LATE > 9999
               MOVE 9999 TO MINUTES-LATE
           END-IF
           MOVE NOW-DATE TO ALERT-DATE.
           MOVE NOW-TIME TO ALERT-TIME.
           MOVE WATCH-NAME(WATCH-IDX) TO ALERT-JOB.
           SET ALERT-IS-DEADLINE TO TRUE.
           MOVE MINUTES-LATE TO ALERT-RETURN-CODE.
           CALL 'NCURSES-ALERT' USING 'RAISE-ALERT', ALERT-RECORD,
                                       ALERT-FOUND-FLAG.
           MOVE 'Y' TO WATCH-ALERTED(WATCH-IDX).
           DISPLAY 'DEADLINE-WATCHER: '
               FUNCTION TRIM(WATCH-NAME(WATCH-IDX))
               ' at risk for ' WATCH-DEADLINE-TEXT(WATCH-IDX)
               ' - alert raised'.
           EXIT SECTION.

       WRITE-SLA-REPORT SECTION.
           MOVE 0 TO MET-COUNT.
           MOVE 0 TO MISSED-COUNT.
           MOVE 0 TO AT-RISK-COUNT.
           MOVE 0 TO OPEN-COUNT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'BATCH WINDOW SLA REPORT  '      DELIMITED BY SIZE
                  NOW-DATE(1:4)                    DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  NOW-DATE(5:2)                    DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  NOW-DATE(7:2)                    DELIMITED BY SIZE
                  '  AS OF '                       DELIMITED BY SIZE
                  NOW-HH                           DELIMITED BY SIZE
                  ':'                              DELIMITED BY SIZE
                  NOW-MM                           DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'WINDOW OPENED '                 DELIMITED BY SIZE
                  WINDOW-OPEN-DATE                 DELIMITED BY SIZE
                  ' 18:00'                         DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'JOB       DEADLINE  RESULT      '
                                                   DELIMITED BY SIZE
                  'FINISH  MARGIN MIN  NOTE'       DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-SLA-LINE
               VARYING WATCH-IDX FROM 1 BY 1
               UNTIL WATCH-IDX > WATCH-JOB-COUNT.
           IF WATCH-JOB-COUNT = 0
               MOVE '  (NO JOB HAS A DEADLINE)' TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE MET-COUNT TO COUNT-EDITED.
           STRING 'MET '                           DELIMITED BY SIZE
                  COUNT-EDITED                     DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           MOVE MISSED-COUNT TO COUNT-EDITED.
           STRING '   MISSED '                     DELIMITED BY SIZE
                  COUNT-EDITED                     DELIMITED BY SIZE
               INTO DETAIL-LINE(9:)
           END-STRING
           MOVE AT-RISK-COUNT TO COUNT-EDITED.
           STRING '   AT RISK '                    DELIMITED BY SIZE
                  COUNT-EDITED                     DELIMITED BY SIZE
               INTO DETAIL-LINE(24:)
           END-STRING
           MOVE OPEN-COUNT TO COUNT-EDITED.
           STRING '   STILL OPEN '                 DELIMITED BY SIZE
                  COUNT-EDITED                     DELIMITED BY SIZE
               INTO DETAIL-LINE(40:)
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           CLOSE REPORT-FILE.
           DISPLAY 'DEADLINE-WATCHER: SLA report written'.
           EXIT SECTION.

      *> Finish is the actual end time, or ~HH:MM for a projection;
      *> a job with neither shows no finish.
       WRITE-SLA-LINE SECTION.
           EVALUATE WATCH-VERDICT(WATCH-IDX)
               WHEN 'MET'
                   ADD 1 TO MET-COUNT
               WHEN 'MISSED'
                   ADD 1 TO MISSED-COUNT
               WHEN 'AT RISK'
                   ADD 1 TO AT-RISK-COUNT
               WHEN OTHER
                   ADD 1 TO OPEN-COUNT
           END-EVALUATE
           MOVE SPACES TO FINISH-TEXT.
           IF NOT WATCH-FINISH-UNKNOWN(WATCH-IDX)
               COMPUTE FINISH-CLOCK-SECONDS = FUNCTION MOD(
                   WATCH-FINISH-SECS(WATCH-IDX) + WINDOW-OPEN-SECONDS,
                   86400)
               COMPUTE FINISH-HH = FINISH-CLOCK-SECONDS / 3600
               COMPUTE FINISH-MM =
                   (FINISH-CLOCK-SECONDS - FINISH-HH * 3600) / 60
               IF WATCH-FINISH-PROJECTED(WATCH-IDX)
                   STRING '~'                      DELIMITED BY SIZE
                          FINISH-HH                DELIMITED BY SIZE
                          ':'                      DELIMITED BY SIZE
                          FINISH-MM                DELIMITED BY SIZE
                       INTO FINISH-TEXT
                   END-STRING
               ELSE
                   STRING ' '                      DELIMITED BY SIZE
                          FINISH-HH                DELIMITED BY SIZE
                          ':'                      DELIMITED BY SIZE
                          FINISH-MM                DELIMITED BY SIZE
                       INTO FINISH-TEXT
                   END-STRING
               END-IF
           END-IF
           MOVE WATCH-MARGIN-MIN(WATCH-IDX) TO MARGIN-EDITED.
           MOVE SPACES TO DETAIL-LINE.
           STRING WATCH-NAME(WATCH-IDX)            DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  WATCH-DEADLINE-TEXT(WATCH-IDX)   DELIMITED BY SIZE
                  '     '                          DELIMITED BY SIZE
                  WATCH-VERDICT(WATCH-IDX)         DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  FINISH-TEXT                      DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  MARGIN-EDITED                    DELIMITED BY SIZE
                  '      '                         DELIMITED BY SIZE
                  WATCH-NOTE(WATCH-IDX)            DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       WRITE-DETAIL-LINE SECTION.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-BLANK-LINE SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
           MOVE SPACES TO JOB-DEF-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-def.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-DEF-PATH
           END-STRING
           MOVE SPACES TO JOB-STATUS-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-status.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-STATUS-PATH
           END-STRING
           MOVE SPACES TO RUN-HISTORY-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/run-history.dat'
                                                  DELIMITED BY SIZE
               INTO RUN-HISTORY-PATH
           END-STRING
           MOVE SPACES TO ALERTS-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/alerts.dat'
                                                  DELIMITED BY SIZE
               INTO ALERTS-PATH
           END-STRING
           MOVE SPACES TO SLA-REPORT-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/sla-report.txt'
                                                  DELIMITED BY SIZE
               INTO SLA-REPORT-PATH
           END-STRING
           MOVE SPACES TO RUN-LEDGER-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/run-ledger.dat'
                                                  DELIMITED BY SIZE
               INTO RUN-LEDGER-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM DEADLINE-WATCHER.
