       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-EXCEPTION-SCANNER.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Reads the log of every job that has finished and looks for
      *> the messages a clean return code hides: a run can end RC=0
      *> and still have written RECORD REJECTED or OUT OF BALANCE
      *> hundreds of times, and until now nobody saw that unless
      *> they opened the log in LOG-BROWSER. The patterns come from
      *> data/log-rules.dat, each with a severity (H, M or L) and
      *> optionally a job it applies to; a pattern matches anywhere
      *> in a line, ignoring case. The status file is folded the
      *> way the board folds it (newest line per job) and each job
      *> whose newest line is ended or failed has the log named by
      *> JOB-LOG-PATH scanned. data/log-exceptions.txt gets, per
      *> job, how many lines matched each pattern and the first few
      *> matching lines with their line numbers. Any high-severity
      *> hit raises a LOGSCAN alert through NCURSES-ALERT whatever
      *> the return code, so the banner reaches every console; a
      *> run already alerted on (a LOGSCAN alert for the job raised
      *> since the run ended, even across midnight) is not alerted
      *> on again when the scanner is re-run. Run it after the
      *> cycle, before FILE-HOUSEKEEPING thins the status file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO LOG-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RULES-FILE-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOB-STATUS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-STATUS-FILE-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO SCAN-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-LOG-FILE-STATUS.
           SELECT ALERTS-FILE ASSIGN TO ALERTS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ALERTS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO LOG-EXCEPTIONS-PATH
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULE-LINE.
           05 RULE-LINE-SEVERITY     PIC X.
           05 FILLER                 PIC X.
           05 RULE-LINE-JOB          PIC X(8).
           05 FILLER                 PIC X.
           05 RULE-LINE-PATTERN      PIC X(50).
       FD  JOB-STATUS-FILE.
       COPY "job-status.cpy".
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD            PIC X(200).
       FD  ALERTS-FILE.
       COPY "alert-record.cpy" REPLACING LEADING ==ALERT== BY
                                         ==FILE-ALERT==.
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 LOG-RULES-PATH            PIC X(40).
       01 JOB-STATUS-PATH           PIC X(40).
       01 ALERTS-PATH               PIC X(40).
       01 LOG-EXCEPTIONS-PATH       PIC X(40).
       01 SCAN-LOG-PATH             PIC X(60).

       01 RULES-FILE-STATUS          PIC XX.
           88 RULES-FILE-OK          VALUE '00'.
       01 JOB-STATUS-FILE-STATUS     PIC XX.
           88 JOB-STATUS-FILE-OK     VALUE '00'.
       01 JOB-LOG-FILE-STATUS        PIC XX.
           88 JOB-LOG-FILE-OK        VALUE '00'.
       01 ALERTS-FILE-STATUS         PIC XX.
           88 ALERTS-FILE-OK         VALUE '00'.
       01 END-OF-RULES-SWITCH        PIC X.
           88 END-OF-RULES-FILE      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-STATUS-SWITCH       PIC X.
           88 END-OF-JOB-STATUS-FILE VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-LOG-SWITCH          PIC X.
           88 END-OF-JOB-LOG-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-ALERTS-SWITCH       PIC X.
           88 END-OF-ALERTS-FILE     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- rules -------------------------------------------------
      *> Patterns are kept upper-cased and trimmed, with their
      *> length, so a match is one INSPECT against the upper-cased
      *> log line. The hit count is per job and starts again for
      *> each log.
       01 RULE-COUNT                 PIC 9(2) VALUE 0.
       01 RULE-CAPACITY              PIC 9(2) VALUE 50.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 50 TIMES.
               10 LR-SEVERITY        PIC X.
                  88 LR-IS-HIGH          VALUE 'H'.
               10 LR-JOB             PIC X(8).
               10 LR-PATTERN         PIC X(50).
               10 LR-PATTERN-LEN     PIC 9(2).
               10 LR-HIT-COUNT       PIC 9(7).
       01 RULE-IDX                   PIC 9(2).

      *> ---- status fold -------------------------------------------
      *> Newest line per job wins; the log path is the newest one
      *> any line gave, since a job's own progress lines carry none.
       01 SCAN-JOB-COUNT             PIC 9(2) VALUE 0.
       01 SCAN-JOB-CAPACITY          PIC 9(2) VALUE 50.
       01 SCAN-JOB-TABLE.
           05 SCAN-JOB-ENTRY OCCURS 50 TIMES.
               10 SJ-NAME            PIC X(8).
               10 SJ-STATE           PIC X.
                  88 SJ-IS-FINISHED      VALUE 'E' 'F'.
               10 SJ-RETURN-CODE     PIC 9(4).
               10 SJ-END-TIME        PIC X(8).
               10 SJ-LOG-PATH        PIC X(60).
               10 SJ-ALERTED         PIC X.
                  88 SJ-ALREADY-ALERTED  VALUE 'Y'.
       01 SCAN-JOB-IDX               PIC 9(2).
       01 SCAN-FOUND-IDX             PIC 9(2).
       01 MATCH-NAME                 PIC X(8).

      *> ---- one log -----------------------------------------------
       01 SCAN-LINE-UPPER            PIC X(200).
       01 MATCH-TALLY                PIC 9(4).
       01 LOG-LINE-NUMBER            PIC 9(7).
       01 JOB-HIT-COUNT              PIC 9(7).
       01 HIGH-HIT-COUNT             PIC 9(7).
       01 LINE-SAMPLED-SWITCH        PIC X.
           88 LINE-IS-SAMPLED        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
      *> The first few matching lines of the log, each under the
      *> first rule it matched.
       01 SAMPLE-COUNT               PIC 9 VALUE 0.
       01 SAMPLE-CAPACITY            PIC 9 VALUE 5.
       01 SAMPLE-TABLE.
           05 SAMPLE-ENTRY OCCURS 5 TIMES.
               10 SAMPLE-LINE-NUMBER PIC 9(7).
               10 SAMPLE-SEVERITY    PIC X.
               10 SAMPLE-TEXT        PIC X(100).
       01 SAMPLE-IDX                 PIC 9.

      *> ---- alerts ------------------------------------------------
       COPY "alert-record.cpy".
       01 ALERT-FOUND-FLAG           PIC X.
       01 RUN-END-HHMMSS             PIC 9(6).
       01 RUN-END-DATE               PIC 9(8).
       01 RUN-END-STAMP              PIC 9(14).
       01 ALERT-STAMP                PIC 9(14).
       01 END-TIME-VIEW.
           05 END-HH                 PIC 99.
           05 FILLER                 PIC X.
           05 END-MM                 PIC 99.
           05 FILLER                 PIC X.
           05 END-SS                 PIC 99.
       01 NOW-DATE                   PIC 9(8).
       01 NOW-TIME                   PIC 9(6).
       01 CLOCK-RAW.
           05 CLOCK-HHMMSS           PIC 9(6).
           05 FILLER                 PIC X(2).

      *> ---- report formatting -------------------------------------
       01 DETAIL-LINE                PIC X(132).
       01 COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01 LINE-NUMBER-EDITED         PIC Z,ZZZ,ZZ9.
       01 RC-EDITED                  PIC ZZZ9.
       01 STATE-WORD                 PIC X(6).
       01 JOBS-SCANNED-COUNT         PIC 9(3) VALUE 0.
       01 JOBS-WITH-HITS-COUNT       PIC 9(3) VALUE 0.
       01 JOBS-HIGH-COUNT            PIC 9(3) VALUE 0.
       01 ALERTS-RAISED-COUNT        PIC 9(3) VALUE 0.
       01 LOGS-MISSING-COUNT         PIC 9(3) VALUE 0.
       01 SUMMARY-EDITED             PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-RAW FROM TIME.
           MOVE CLOCK-HHMMSS TO NOW-TIME.
           PERFORM LOAD-LOG-RULES.
           PERFORM LOAD-STATUS-JOBS.
           PERFORM LOAD-RAISED-ALERTS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           IF RULE-COUNT > 0
               PERFORM SCAN-ONE-JOB
                   VARYING SCAN-JOB-IDX FROM 1 BY 1
                   UNTIL SCAN-JOB-IDX > SCAN-JOB-COUNT
           END-IF
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           MOVE JOBS-SCANNED-COUNT TO SUMMARY-EDITED.
           DISPLAY 'LOG-EXCEPTION-SCANNER: logs scanned: '
               SUMMARY-EDITED.
           MOVE ALERTS-RAISED-COUNT TO SUMMARY-EDITED.
           DISPLAY 'LOG-EXCEPTION-SCANNER: alerts raised: '
               SUMMARY-EDITED.
           STOP RUN.

       LOAD-LOG-RULES SECTION.
           MOVE 0 TO RULE-COUNT.
           SET END-OF-RULES-FILE TO FALSE.
           OPEN INPUT RULES-FILE.
           IF RULES-FILE-OK
               PERFORM READ-RULE-LINE
               PERFORM STORE-RULE-LINE UNTIL END-OF-RULES-FILE
               CLOSE RULES-FILE
           END-IF
           EXIT SECTION.

       READ-RULE-LINE SECTION.
           READ RULES-FILE
               AT END
                   SET END-OF-RULES-FILE TO TRUE
           END-READ.
           EXIT SECTION.

      *> Comment lines, blank patterns and severities other than
      *> H, M and L are skipped.
       STORE-RULE-LINE SECTION.
           IF RULE-LINE-SEVERITY NOT = '*'
                   AND RULE-LINE-PATTERN NOT = SPACES
                   AND (RULE-LINE-SEVERITY = 'H'
                        OR RULE-LINE-SEVERITY = 'M'
                        OR RULE-LINE-SEVERITY = 'L')
                   AND RULE-COUNT < RULE-CAPACITY
               ADD 1 TO RULE-COUNT
               MOVE RULE-LINE-SEVERITY TO LR-SEVERITY(RULE-COUNT)
               MOVE RULE-LINE-JOB TO LR-JOB(RULE-COUNT)
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(RULE-LINE-PATTERN))
                   TO LR-PATTERN(RULE-COUNT)
               COMPUTE LR-PATTERN-LEN(RULE-COUNT) = FUNCTION LENGTH(
                   FUNCTION TRIM(RULE-LINE-PATTERN))
               MOVE 0 TO LR-HIT-COUNT(RULE-COUNT)
           END-IF
           PERFORM READ-RULE-LINE.
           EXIT SECTION.

       LOAD-STATUS-JOBS SECTION.
           MOVE 0 TO SCAN-JOB-COUNT.
           SET END-OF-JOB-STATUS-FILE TO FALSE.
           OPEN INPUT JOB-STATUS-FILE.
           IF JOB-STATUS-FILE-OK
               PERFORM READ-JOB-STATUS-RECORD
               PERFORM STORE-STATUS-JOB UNTIL END-OF-JOB-STATUS-FILE
               CLOSE JOB-STATUS-FILE
           END-IF
           EXIT SECTION.

       READ-JOB-STATUS-RECORD SECTION.
           READ JOB-STATUS-FILE
               AT END
                   SET END-OF-JOB-STATUS-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-STATUS-JOB SECTION.
           MOVE JOB-NAME TO MATCH-NAME.
           PERFORM FIND-SCAN-JOB.
           IF SCAN-FOUND-IDX = 0
                   AND SCAN-JOB-COUNT < SCAN-JOB-CAPACITY
               ADD 1 TO SCAN-JOB-COUNT
               MOVE SCAN-JOB-COUNT TO SCAN-FOUND-IDX
               MOVE JOB-NAME TO SJ-NAME(SCAN-FOUND-IDX)
               MOVE SPACES TO SJ-LOG-PATH(SCAN-FOUND-IDX)
               MOVE 'N' TO SJ-ALERTED(SCAN-FOUND-IDX)
           END-IF
           IF SCAN-FOUND-IDX > 0
               MOVE JOB-STATE TO SJ-STATE(SCAN-FOUND-IDX)
               IF JOB-RETURN-CODE IS NUMERIC
                   MOVE JOB-RETURN-CODE
                       TO SJ-RETURN-CODE(SCAN-FOUND-IDX)
               ELSE
                   MOVE 0 TO SJ-RETURN-CODE(SCAN-FOUND-IDX)
               END-IF
               MOVE JOB-END-TIME TO SJ-END-TIME(SCAN-FOUND-IDX)
               IF JOB-LOG-PATH NOT = SPACES
                   MOVE JOB-LOG-PATH TO SJ-LOG-PATH(SCAN-FOUND-IDX)
               END-IF
           END-IF
           PERFORM READ-JOB-STATUS-RECORD.
           EXIT SECTION.

       FIND-SCAN-JOB SECTION.
           MOVE 0 TO SCAN-FOUND-IDX.
           PERFORM MATCH-SCAN-JOB
               VARYING SCAN-JOB-IDX FROM 1 BY 1
               UNTIL SCAN-JOB-IDX > SCAN-JOB-COUNT.
           EXIT SECTION.

       MATCH-SCAN-JOB SECTION.
           IF SCAN-FOUND-IDX = 0
                   AND SJ-NAME(SCAN-JOB-IDX) = MATCH-NAME
               MOVE SCAN-JOB-IDX TO SCAN-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> A LOGSCAN alert raised at or after the job's newest end was
      *> raised about this very run. The end time carries no date:
      *> one later in the day than now ended yesterday, so a run
      *> that ended before midnight and was alerted on then is not
      *> alerted on again by a scan after it.
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
           IF FILE-ALERT-IS-LOG-EXCEPTION
                   AND FILE-ALERT-DATE IS NUMERIC
                   AND FILE-ALERT-TIME IS NUMERIC
               MOVE FILE-ALERT-JOB TO MATCH-NAME
               PERFORM FIND-SCAN-JOB
               IF SCAN-FOUND-IDX > 0
                   PERFORM FOLD-RUN-END-TIME
                   COMPUTE ALERT-STAMP =
                       FILE-ALERT-DATE * 1000000 + FILE-ALERT-TIME
                   IF ALERT-STAMP >= RUN-END-STAMP
                       MOVE 'Y' TO SJ-ALERTED(SCAN-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-ALERT-RECORD.
           EXIT SECTION.

       FOLD-RUN-END-TIME SECTION.
           MOVE SJ-END-TIME(SCAN-FOUND-IDX) TO END-TIME-VIEW.
           IF END-HH IS NUMERIC AND END-MM IS NUMERIC
                   AND END-SS IS NUMERIC
               COMPUTE RUN-END-HHMMSS =
                   END-HH * 10000 + END-MM * 100 + END-SS
           ELSE
               MOVE 0 TO RUN-END-HHMMSS
           END-IF
           IF RUN-END-HHMMSS > NOW-TIME
               COMPUTE RUN-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NOW-DATE) - 1)
           ELSE
               MOVE NOW-DATE TO RUN-END-DATE
           END-IF
           COMPUTE RUN-END-STAMP =
               RUN-END-DATE * 1000000 + RUN-END-HHMMSS.
           EXIT SECTION.

      *> One finished job: its log line by line against every rule
      *> that applies to it, then its block of the report.
       SCAN-ONE-JOB SECTION.
           IF NOT SJ-IS-FINISHED(SCAN-JOB-IDX)
               EXIT SECTION
           END-IF
           ADD 1 TO JOBS-SCANNED-COUNT.
           PERFORM WRITE-JOB-HEADING.
           IF SJ-LOG-PATH(SCAN-JOB-IDX) = SPACES
               ADD 1 TO LOGS-MISSING-COUNT
               MOVE '  NO LOG PATH ON THE STATUS LINE - NOT SCANNED'
                   TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               PERFORM WRITE-BLANK-LINE
               EXIT SECTION
           END-IF
           MOVE SJ-LOG-PATH(SCAN-JOB-IDX) TO SCAN-LOG-PATH.
           SET END-OF-JOB-LOG-FILE TO FALSE.
           OPEN INPUT JOB-LOG-FILE.
           IF NOT JOB-LOG-FILE-OK
               ADD 1 TO LOGS-MISSING-COUNT
               MOVE '  LOG NOT FOUND - NOT SCANNED' TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               PERFORM WRITE-BLANK-LINE
               EXIT SECTION
           END-IF
           MOVE 0 TO LOG-LINE-NUMBER.
           MOVE 0 TO JOB-HIT-COUNT.
           MOVE 0 TO HIGH-HIT-COUNT.
           MOVE 0 TO SAMPLE-COUNT.
           PERFORM RESET-ONE-RULE-COUNT
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT.
           PERFORM READ-JOB-LOG-LINE.
           PERFORM SCAN-ONE-LOG-LINE UNTIL END-OF-JOB-LOG-FILE.
           CLOSE JOB-LOG-FILE.
           PERFORM WRITE-JOB-FINDINGS.
           IF HIGH-HIT-COUNT > 0
               ADD 1 TO JOBS-HIGH-COUNT
               PERFORM RAISE-LOG-ALERT
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT SECTION.

       RESET-ONE-RULE-COUNT SECTION.
           MOVE 0 TO LR-HIT-COUNT(RULE-IDX).
           EXIT SECTION.

       READ-JOB-LOG-LINE SECTION.
           READ JOB-LOG-FILE
               AT END
                   SET END-OF-JOB-LOG-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       SCAN-ONE-LOG-LINE SECTION.
           ADD 1 TO LOG-LINE-NUMBER.
           MOVE FUNCTION UPPER-CASE(JOB-LOG-RECORD)
               TO SCAN-LINE-UPPER.
           SET LINE-IS-SAMPLED TO FALSE.
           PERFORM CHECK-ONE-RULE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT.
           PERFORM READ-JOB-LOG-LINE.
           EXIT SECTION.

      *> A line counts once per pattern however many times the
      *> pattern appears in it.
       CHECK-ONE-RULE SECTION.
           IF LR-JOB(RULE-IDX) NOT = SPACES
                   AND LR-JOB(RULE-IDX) NOT = SJ-NAME(SCAN-JOB-IDX)
               EXIT SECTION
           END-IF
           MOVE 0 TO MATCH-TALLY.
           INSPECT SCAN-LINE-UPPER TALLYING MATCH-TALLY
               FOR ALL LR-PATTERN(RULE-IDX)
                   (1:LR-PATTERN-LEN(RULE-IDX)).
           IF MATCH-TALLY = 0
               EXIT SECTION
           END-IF
           ADD 1 TO LR-HIT-COUNT(RULE-IDX).
           ADD 1 TO JOB-HIT-COUNT.
           IF LR-IS-HIGH(RULE-IDX)
               ADD 1 TO HIGH-HIT-COUNT
           END-IF
           IF NOT LINE-IS-SAMPLED AND SAMPLE-COUNT < SAMPLE-CAPACITY
               ADD 1 TO SAMPLE-COUNT
               MOVE LOG-LINE-NUMBER TO SAMPLE-LINE-NUMBER(SAMPLE-COUNT)
               MOVE LR-SEVERITY(RULE-IDX)
                   TO SAMPLE-SEVERITY(SAMPLE-COUNT)
               MOVE JOB-LOG-RECORD TO SAMPLE-TEXT(SAMPLE-COUNT)
               SET LINE-IS-SAMPLED TO TRUE
           END-IF
           EXIT SECTION.

      *> The return-code field carries the high-severity line count,
      *> capped at what it holds.
       RAISE-LOG-ALERT SECTION.
           IF SJ-ALREADY-ALERTED(SCAN-JOB-IDX)
               MOVE '  ALERT ALREADY RAISED FOR THIS RUN'
                   TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT SECTION
           END-IF
           MOVE NOW-DATE TO ALERT-DATE.
           MOVE NOW-TIME TO ALERT-TIME.
           MOVE SJ-NAME(SCAN-JOB-IDX) TO ALERT-JOB.
           SET ALERT-IS-LOG-EXCEPTION TO TRUE.
           IF HIGH-HIT-COUNT > 9999
               MOVE 9999 TO ALERT-RETURN-CODE
           ELSE
               MOVE HIGH-HIT-COUNT TO ALERT-RETURN-CODE
           END-IF
           CALL 'NCURSES-ALERT' USING 'RAISE-ALERT', ALERT-RECORD,
                                       ALERT-FOUND-FLAG.
           MOVE 'Y' TO SJ-ALERTED(SCAN-JOB-IDX).
           ADD 1 TO ALERTS-RAISED-COUNT.
           MOVE '  HIGH-SEVERITY LINES FOUND - ALERT RAISED'
               TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           DISPLAY 'LOG-EXCEPTION-SCANNER: '
               FUNCTION TRIM(SJ-NAME(SCAN-JOB-IDX))
               ' has high-severity log lines - alert raised'.
           EXIT SECTION.

       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'JOB LOG EXCEPTION SCAN  '       DELIMITED BY SIZE
                  NOW-DATE(1:4)                    DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  NOW-DATE(5:2)                    DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  NOW-DATE(7:2)                    DELIMITED BY SIZE
                  '  REGION '                      DELIMITED BY SIZE
                  REGION-NAME                      DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE RULE-COUNT TO SUMMARY-EDITED.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'RULES LOADED: '                 DELIMITED BY SIZE
                  SUMMARY-EDITED                   DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           IF RULE-COUNT = 0
               MOVE 'NO RULES IN LOG-RULES.DAT - NOTHING SCANNED'
                   TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           EXIT SECTION.

       WRITE-JOB-HEADING SECTION.
           IF SJ-STATE(SCAN-JOB-IDX) = 'F'
               MOVE 'FAILED' TO STATE-WORD
           ELSE
               MOVE 'ENDED' TO STATE-WORD
           END-IF
           MOVE SJ-RETURN-CODE(SCAN-JOB-IDX) TO RC-EDITED.
           MOVE SPACES TO DETAIL-LINE.
           STRING SJ-NAME(SCAN-JOB-IDX)            DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  STATE-WORD                       DELIMITED BY SIZE
                  ' RC='                           DELIMITED BY SIZE
                  RC-EDITED                        DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  SJ-LOG-PATH(SCAN-JOB-IDX)        DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       WRITE-JOB-FINDINGS SECTION.
           MOVE LOG-LINE-NUMBER TO COUNT-EDITED.
           MOVE SPACES TO DETAIL-LINE.
           STRING '  LINES READ '                  DELIMITED BY SIZE
                  COUNT-EDITED                     DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           IF JOB-HIT-COUNT = 0
               MOVE '  CLEAN - NO PATTERN MATCHED' TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT SECTION
           END-IF
           ADD 1 TO JOBS-WITH-HITS-COUNT.
           MOVE '  SEV      LINES  PATTERN' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-ONE-RULE-COUNT
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT.
           MOVE '  FIRST MATCHING LINES' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-ONE-SAMPLE
               VARYING SAMPLE-IDX FROM 1 BY 1
               UNTIL SAMPLE-IDX > SAMPLE-COUNT.
           EXIT SECTION.

       WRITE-ONE-RULE-COUNT SECTION.
           IF LR-HIT-COUNT(RULE-IDX) > 0
               MOVE LR-HIT-COUNT(RULE-IDX) TO COUNT-EDITED
               MOVE SPACES TO DETAIL-LINE
               STRING '   '                        DELIMITED BY SIZE
                      LR-SEVERITY(RULE-IDX)        DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      COUNT-EDITED                 DELIMITED BY SIZE
                      '  '                         DELIMITED BY SIZE
                      LR-PATTERN(RULE-IDX)         DELIMITED BY SIZE
                   INTO DETAIL-LINE
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF
           EXIT SECTION.

       WRITE-ONE-SAMPLE SECTION.
           MOVE SAMPLE-LINE-NUMBER(SAMPLE-IDX) TO LINE-NUMBER-EDITED.
           MOVE SPACES TO DETAIL-LINE.
           STRING '   LINE'                         DELIMITED BY SIZE
                  LINE-NUMBER-EDITED                DELIMITED BY SIZE
                  ' ['                              DELIMITED BY SIZE
                  SAMPLE-SEVERITY(SAMPLE-IDX)       DELIMITED BY SIZE
                  '] '                              DELIMITED BY SIZE
                  SAMPLE-TEXT(SAMPLE-IDX)           DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       WRITE-REPORT-SUMMARY SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE JOBS-SCANNED-COUNT TO SUMMARY-EDITED.
           STRING 'LOGS SCANNED '                  DELIMITED BY SIZE
                  SUMMARY-EDITED                   DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE JOBS-WITH-HITS-COUNT TO SUMMARY-EDITED.
           STRING 'WITH MATCHES '                  DELIMITED BY SIZE
                  SUMMARY-EDITED                   DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE JOBS-HIGH-COUNT TO SUMMARY-EDITED.
           STRING 'HIGH SEVERITY'                  DELIMITED BY SIZE
                  SUMMARY-EDITED                   DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE ALERTS-RAISED-COUNT TO SUMMARY-EDITED.
           STRING 'ALERTS RAISED'                  DELIMITED BY SIZE
                  SUMMARY-EDITED                   DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE LOGS-MISSING-COUNT TO SUMMARY-EDITED.
           STRING 'NOT SCANNED  '                  DELIMITED BY SIZE
                  SUMMARY-EDITED                   DELIMITED BY SIZE
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
           MOVE SPACES TO LOG-RULES-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/log-rules.dat'
                                                  DELIMITED BY SIZE
               INTO LOG-RULES-PATH
           END-STRING
           MOVE SPACES TO JOB-STATUS-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-status.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-STATUS-PATH
           END-STRING
           MOVE SPACES TO ALERTS-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/alerts.dat'
                                                  DELIMITED BY SIZE
               INTO ALERTS-PATH
           END-STRING
           MOVE SPACES TO LOG-EXCEPTIONS-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/log-exceptions.txt'
                                                  DELIMITED BY SIZE
               INTO LOG-EXCEPTIONS-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM LOG-EXCEPTION-SCANNER.
