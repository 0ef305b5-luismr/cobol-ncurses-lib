       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITOR-FEED.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Outbound batch-status feed for the enterprise monitoring
      *> collector, so batch state can be watched from outside a
      *> JOB-STATUS-BOARD terminal. Each pass reads the status file
      *> (newest line per job, the board's fold), the alerts file
      *> (alerts nobody has acknowledged yet) and the request queue
      *> (how many requests are pending, held, awaiting approval and
      *> interrupted), and writes monitor-feed.dat in the region's
      *> data directory in the layout of monitor-feed.cpy: header,
      *> job, alert and queue lines, trailer.
      *>
      *> Only what changed since the previous feed is sent. The
      *> picture as of the last feed is kept in monitor-state.dat -
      *> a full feed of it, in the same layout - and each pass is
      *> compared against that. A full refresh goes instead when
      *> FULL is on the command line (the first feed of the run),
      *> when the collector drops a monitor-refresh.dat into the
      *> data directory (taken away once the full feed is out), or
      *> when there is no picture yet. A pass with nothing changed
      *> still sends header and trailer, so the collector can tell
      *> a quiet night from a feeder that has stopped.
      *>
      *> The feed is written as monitor-feed.new and renamed into
      *> place, so the collector never sees half a file - a .new
      *> that could not be opened or written in full is never
      *> renamed, and the pass is tried again; and while the
      *> previous feed is still there uncollected, the pass is
      *> skipped - the changes wait for the next pass, measured
      *> against what was last delivered, so nothing is lost. The
      *> picture is saved the same way, after the feed is published.
      *>
      *> A sequence number is never sent twice. Each one is written
      *> to monitor-sequence.dat before its feed is published, and
      *> the next feed numbers on from there rather than from the
      *> picture. So a picture that fails to save (or a feeder that
      *> dies before saving it) only means the next delta, measured
      *> against the older picture, repeats those changes under a
      *> new number - harmless, since every line carries its whole
      *> current state. A feed that is numbered but then cannot be
      *> published leaves its number unused: a gap in the numbers
      *> means a feed was lost on this side, never on the
      *> collector's.
      *>
      *> Runs as a poll loop like DEADLINE-WATCHER; ONCE on the
      *> command line makes one pass and stops (FULL ONCE for a one-
      *> off full refresh).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STATUS-FILE ASSIGN TO JOB-STATUS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-STATUS-FILE-STATUS.
           SELECT ALERTS-FILE ASSIGN TO ALERTS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ALERTS-FILE-STATUS.
           SELECT JOB-QUEUE-FILE ASSIGN TO JOB-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-QUEUE-STATUS.
           SELECT PUBLISHED-FEED-FILE ASSIGN TO FEED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PUBLISHED-FEED-STATUS.
           SELECT FEED-NEW-FILE ASSIGN TO FEED-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FEED-NEW-STATUS.
           SELECT PICTURE-FILE ASSIGN TO PICTURE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PICTURE-FILE-STATUS.
           SELECT PICTURE-NEW-FILE ASSIGN TO PICTURE-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PICTURE-NEW-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO SEQUENCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS SEQUENCE-FILE-STATUS.
           SELECT REFRESH-REQUEST-FILE ASSIGN TO REFRESH-REQUEST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REFRESH-REQUEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STATUS-FILE.
       COPY "job-status.cpy".
       FD  ALERTS-FILE.
       COPY "alert-record.cpy".
       FD  JOB-QUEUE-FILE.
       COPY "job-queue.cpy".
      *> Feed and picture lines are built in FEED-RECORD below and
      *> moved out whole, one monitor-feed.cpy line per record.
       FD  PUBLISHED-FEED-FILE.
       01  PUBLISHED-FEED-RECORD     PIC X(80).
       FD  FEED-NEW-FILE.
       01  FEED-NEW-RECORD           PIC X(80).
       FD  PICTURE-FILE.
       01  PICTURE-RECORD            PIC X(80).
       FD  PICTURE-NEW-FILE.
       01  PICTURE-NEW-RECORD        PIC X(80).
       FD  REFRESH-REQUEST-FILE.
       01  REFRESH-REQUEST-RECORD    PIC X(80).
      *> The last sequence number given to a feed.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05 SEQUENCE-LAST-SENT     PIC 9(8).

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 JOB-STATUS-PATH           PIC X(40).
       01 ALERTS-PATH               PIC X(40).
       01 JOB-QUEUE-PATH            PIC X(40).
       01 FEED-PATH                 PIC X(40).
       01 FEED-NEW-PATH             PIC X(40).
       01 PICTURE-PATH              PIC X(40).
       01 PICTURE-NEW-PATH          PIC X(40).
       01 REFRESH-REQUEST-PATH      PIC X(40).
       01 SEQUENCE-PATH             PIC X(40).

       01 JOB-STATUS-FILE-STATUS     PIC XX.
           88 JOB-STATUS-FILE-OK     VALUE '00'.
       01 END-OF-STATUS-SWITCH       PIC X.
           88 END-OF-JOB-STATUS-FILE VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 ALERTS-FILE-STATUS         PIC XX.
           88 ALERTS-FILE-OK         VALUE '00'.
       01 END-OF-ALERTS-SWITCH       PIC X.
           88 END-OF-ALERTS-FILE     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 JOB-QUEUE-STATUS           PIC XX.
           88 JOB-QUEUE-OK           VALUE '00'.
       01 END-OF-QUEUE-SWITCH        PIC X.
           88 END-OF-JOB-QUEUE-FILE  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PUBLISHED-FEED-STATUS      PIC XX.
           88 PUBLISHED-FEED-OK      VALUE '00'.
       01 FEED-NEW-STATUS            PIC XX.
           88 FEED-NEW-OK            VALUE '00'.
       01 PICTURE-NEW-STATUS         PIC XX.
           88 PICTURE-NEW-OK         VALUE '00'.
       01 SEQUENCE-FILE-STATUS       PIC XX.
           88 SEQUENCE-FILE-OK       VALUE '00'.
       01 PICTURE-FILE-STATUS        PIC XX.
           88 PICTURE-FILE-OK        VALUE '00'.
       01 END-OF-PICTURE-SWITCH      PIC X.
           88 END-OF-PICTURE-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 REFRESH-REQUEST-STATUS     PIC XX.
           88 REFRESH-REQUEST-OK     VALUE '00'.

      *> ONCE makes one pass and stops; FULL makes the first feed a
      *> full refresh. Either or both, in any order.
       01 RUN-MODE-ARG               PIC X(20).
       01 RUN-MODE-WORDS.
           05 RUN-MODE-WORD OCCURS 2 TIMES PIC X(8).
       01 RUN-MODE-IDX               PIC 9.
       01 SINGLE-PASS-SWITCH         PIC X VALUE 'N'.
           88 SINGLE-PASS-MODE       VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 FULL-ASKED-SWITCH          PIC X VALUE 'N'.
           88 FULL-REFRESH-ASKED     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 FEEDER-DONE-SWITCH         PIC X VALUE 'N'.
           88 FEEDER-IS-DONE         VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 POLL-SECONDS               PIC 9(9) COMP-5 VALUE 60.

      *> ---- this pass ---------------------------------------------
       01 FEED-WAITING-SWITCH        PIC X.
           88 LAST-FEED-UNCOLLECTED  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 REFRESH-FILE-SWITCH        PIC X.
           88 REFRESH-FILE-PRESENT   VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 FULL-FEED-SWITCH           PIC X.
           88 FULL-FEED-DUE          VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
      *> Which file WRITE-FEED-LINE writes to: the feed being built,
      *> or the picture saved after it.
       01 WRITE-TARGET-SWITCH        PIC X.
           88 WRITING-FEED           VALUE 'F'.
           88 WRITING-PICTURE        VALUE 'P'.
       01 WRITE-FAILED-SWITCH        PIC X.
           88 LINE-WRITE-FAILED      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 SEQUENCE-SAVED-SWITCH      PIC X.
           88 SEQUENCE-IS-SAVED      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 AS-OF-DATE                 PIC 9(8).
       01 AS-OF-TIME-RAW             PIC 9(8).
       01 AS-OF-TIME                 PIC 9(6).
       01 FEED-SEQUENCE-NO           PIC 9(8).
       01 MAX-SEQUENCE-NO            PIC 9(8) VALUE 99999999.

      *> ---- the picture as of the last feed ------------------------
       01 LAST-PICTURE-SWITCH        PIC X.
           88 LAST-PICTURE-PRESENT   VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 LAST-SEQUENCE-NO           PIC 9(8).
       01 LAST-JOB-COUNT             PIC 9(3) VALUE 0.
       01 LAST-JOB-CAPACITY          PIC 9(3) VALUE 100.
       01 LAST-JOB-TABLE.
           05 LAST-JOB-ENTRY OCCURS 100 TIMES.
               10 LJ-NAME            PIC X(8).
               10 LJ-DETAIL          PIC X(76).
               10 LJ-MATCHED         PIC X.
                  88 LJ-IS-MATCHED       VALUE 'Y'.
       01 LAST-JOB-IDX               PIC 9(3).
       01 LAST-JOB-FOUND-IDX         PIC 9(3).
       01 LAST-ALERT-COUNT           PIC 9(3) VALUE 0.
       01 LAST-ALERT-CAPACITY        PIC 9(3) VALUE 200.
       01 LAST-ALERT-TABLE.
           05 LAST-ALERT-ENTRY OCCURS 200 TIMES.
               10 LA-DETAIL          PIC X(76).
               10 LA-MATCHED         PIC X.
                  88 LA-IS-MATCHED       VALUE 'Y'.
       01 LAST-ALERT-IDX             PIC 9(3).
       01 LAST-ALERT-FOUND-IDX       PIC 9(3).
       01 LAST-QUEUE-SWITCH          PIC X.
           88 LAST-QUEUE-PRESENT     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 LAST-QUEUE-DETAIL          PIC X(76).

      *> ---- the picture now ----------------------------------------
       01 CUR-JOB-COUNT              PIC 9(3) VALUE 0.
       01 CUR-JOB-CAPACITY           PIC 9(3) VALUE 100.
       01 CUR-JOB-TABLE.
           05 CUR-JOB-ENTRY OCCURS 100 TIMES.
               10 CJ-NAME            PIC X(8).
               10 CJ-STEP            PIC X(8).
               10 CJ-STATE           PIC X.
               10 CJ-START-TIME      PIC X(8).
               10 CJ-END-TIME        PIC X(8).
               10 CJ-RETURN-CODE     PIC 9(4).
               10 CJ-ATTEMPT         PIC X(2).
               10 CJ-ATTEMPT-LIMIT   PIC X(2).
       01 CUR-JOB-IDX                PIC 9(3).
       01 CUR-JOB-FOUND-IDX          PIC 9(3).
       01 CUR-ALERT-COUNT            PIC 9(3) VALUE 0.
       01 CUR-ALERT-CAPACITY         PIC 9(3) VALUE 200.
       01 CUR-ALERT-TABLE.
           05 CUR-ALERT-ENTRY OCCURS 200 TIMES.
               10 CA-DATE            PIC 9(8).
               10 CA-TIME            PIC 9(6).
               10 CA-JOB             PIC X(8).
               10 CA-STEP            PIC X(8).
               10 CA-RETURN-CODE     PIC 9(4).
       01 CUR-ALERT-IDX              PIC 9(3).
       01 QUEUE-PENDING-COUNT        PIC 9(5).
       01 QUEUE-HELD-COUNT           PIC 9(5).
       01 QUEUE-AWAITING-COUNT       PIC 9(5).
       01 QUEUE-INTERRUPTED-COUNT    PIC 9(5).

      *> ---- feed lines ----------------------------------------------
       COPY "monitor-feed.cpy".
       01 LINES-JOB-COUNT            PIC 9(5).
       01 LINES-ALERT-COUNT          PIC 9(5).
       01 LINES-QUEUE-COUNT          PIC 9(5).
       01 LINES-WRITTEN-COUNT        PIC 9(7).
       01 COUNT-EDITED               PIC ZZ,ZZ9.

      *> ---- C library calls ---------------------------------------
      *> rename() and unlink() want null-terminated paths.
       01 RENAME-OLD-NAME            PIC X(40).
       01 RENAME-NEW-NAME            PIC X(40).
       01 RENAME-RESULT              PIC S9(9) COMP-5.
       01 UNLINK-PATH                PIC X(41).
       01 UNLINK-RESULT              PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT RUN-MODE-ARG FROM COMMAND-LINE.
           MOVE SPACES TO RUN-MODE-WORDS.
           UNSTRING RUN-MODE-ARG DELIMITED BY ALL SPACE
               INTO RUN-MODE-WORD(1) RUN-MODE-WORD(2)
           END-UNSTRING
           PERFORM NOTE-RUN-MODE-WORD
               VARYING RUN-MODE-IDX FROM 1 BY 1
               UNTIL RUN-MODE-IDX > 2.
           SET FEEDER-IS-DONE TO FALSE.
           PERFORM FEED-ONE-PASS.
           IF SINGLE-PASS-MODE
               SET FEEDER-IS-DONE TO TRUE
           END-IF
           PERFORM SLEEP-AND-FEED UNTIL FEEDER-IS-DONE.
           STOP RUN.

       NOTE-RUN-MODE-WORD SECTION.
           EVALUATE RUN-MODE-WORD(RUN-MODE-IDX)
               WHEN 'ONCE'
                   SET SINGLE-PASS-MODE TO TRUE
               WHEN 'FULL'
                   SET FULL-REFRESH-ASKED TO TRUE
           END-EVALUATE
           EXIT SECTION.

       SLEEP-AND-FEED SECTION.
           CALL 'sleep' USING BY VALUE POLL-SECONDS.
           PERFORM FEED-ONE-PASS.
           EXIT SECTION.

      *> One pass: everything is reread, so the feed always reflects
      *> the files as they stand at its as-of stamp.
       FEED-ONE-PASS SECTION.
           PERFORM CHECK-LAST-FEED-COLLECTED.
           IF LAST-FEED-UNCOLLECTED
               IF SINGLE-PASS-MODE
                   DISPLAY 'MONITOR-FEED: previous feed not yet '
                       'collected - nothing sent'
               END-IF
               EXIT SECTION
           END-IF
           PERFORM LOAD-LAST-PICTURE.
           PERFORM LOAD-LAST-SEQUENCE.
           PERFORM CHECK-REFRESH-REQUEST.
           IF FULL-REFRESH-ASKED OR REFRESH-FILE-PRESENT
                   OR NOT LAST-PICTURE-PRESENT
               SET FULL-FEED-DUE TO TRUE
           ELSE
               SET FULL-FEED-DUE TO FALSE
           END-IF
           IF LAST-SEQUENCE-NO >= MAX-SEQUENCE-NO
               MOVE 1 TO FEED-SEQUENCE-NO
           ELSE
               COMPUTE FEED-SEQUENCE-NO = LAST-SEQUENCE-NO + 1
           END-IF
           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.
           ACCEPT AS-OF-TIME-RAW FROM TIME.
           COMPUTE AS-OF-TIME = AS-OF-TIME-RAW / 100.
           PERFORM LOAD-CURRENT-JOBS.
           PERFORM LOAD-OPEN-ALERTS.
           PERFORM COUNT-QUEUE-STATES.
           SET WRITING-FEED TO TRUE.
           SET LINE-WRITE-FAILED TO FALSE.
           OPEN OUTPUT FEED-NEW-FILE.
           IF NOT FEED-NEW-OK
               DISPLAY 'MONITOR-FEED: feed ' FEED-SEQUENCE-NO
                   ' could not be written - will retry'
               EXIT SECTION
           END-IF
           PERFORM WRITE-PICTURE-LINES.
           CLOSE FEED-NEW-FILE.
           IF NOT FEED-NEW-OK
               SET LINE-WRITE-FAILED TO TRUE
           END-IF
           IF LINE-WRITE-FAILED
               DISPLAY 'MONITOR-FEED: feed ' FEED-SEQUENCE-NO
                   ' could not be written - will retry'
               EXIT SECTION
           END-IF
           MOVE LINES-WRITTEN-COUNT TO COUNT-EDITED.
           PERFORM RECORD-FEED-SEQUENCE.
           IF NOT SEQUENCE-IS-SAVED
               DISPLAY 'MONITOR-FEED: feed ' FEED-SEQUENCE-NO
                   ' not published - its number could not be '
                   'recorded - will retry'
               EXIT SECTION
           END-IF
           PERFORM PUBLISH-FEED.
           IF RENAME-RESULT NOT = 0
               DISPLAY 'MONITOR-FEED: feed ' FEED-SEQUENCE-NO
                   ' could not be published - will retry'
               EXIT SECTION
           END-IF
           PERFORM SAVE-PICTURE.
           IF REFRESH-FILE-PRESENT
               MOVE LOW-VALUES TO UNLINK-PATH
               STRING FUNCTION TRIM(REFRESH-REQUEST-PATH)
                                                  DELIMITED BY SIZE
                   INTO UNLINK-PATH
               END-STRING
               CALL 'unlink' USING UNLINK-PATH RETURNING UNLINK-RESULT
           END-IF
           SET FULL-REFRESH-ASKED TO FALSE.
           IF SINGLE-PASS-MODE AND FULL-FEED-DUE
               DISPLAY 'MONITOR-FEED: feed ' FEED-SEQUENCE-NO
                   ' FULL lines: ' COUNT-EDITED
           END-IF
           IF SINGLE-PASS-MODE AND NOT FULL-FEED-DUE
               DISPLAY 'MONITOR-FEED: feed ' FEED-SEQUENCE-NO
                   ' DELTA lines: ' COUNT-EDITED
           END-IF
           EXIT SECTION.

      *> The collector takes the feed away when it has it; until it
      *> does, another feed would overwrite one it has not read.
       CHECK-LAST-FEED-COLLECTED SECTION.
           SET LAST-FEED-UNCOLLECTED TO FALSE.
           OPEN INPUT PUBLISHED-FEED-FILE.
           IF PUBLISHED-FEED-OK
               SET LAST-FEED-UNCOLLECTED TO TRUE
               CLOSE PUBLISHED-FEED-FILE
           END-IF
           EXIT SECTION.

       CHECK-REFRESH-REQUEST SECTION.
           SET REFRESH-FILE-PRESENT TO FALSE.
           OPEN INPUT REFRESH-REQUEST-FILE.
           IF REFRESH-REQUEST-OK
               SET REFRESH-FILE-PRESENT TO TRUE
               CLOSE REFRESH-REQUEST-FILE
           END-IF
           EXIT SECTION.

      *> A picture with no header line is no picture: the next feed
      *> is a full one, and numbering starts again at 1 unless the
      *> sequence file says otherwise.
       LOAD-LAST-PICTURE SECTION.
           SET LAST-PICTURE-PRESENT TO FALSE.
           SET LAST-QUEUE-PRESENT TO FALSE.
           MOVE SPACES TO LAST-QUEUE-DETAIL.
           MOVE 0 TO LAST-SEQUENCE-NO.
           MOVE 0 TO LAST-JOB-COUNT.
           MOVE 0 TO LAST-ALERT-COUNT.
           SET END-OF-PICTURE-FILE TO FALSE.
           OPEN INPUT PICTURE-FILE.
           IF PICTURE-FILE-OK
               PERFORM READ-PICTURE-RECORD
               PERFORM STORE-PICTURE-LINE UNTIL END-OF-PICTURE-FILE
               CLOSE PICTURE-FILE
           END-IF
           EXIT SECTION.

      *> The sequence file, when it reads, outranks the picture's
      *> header: it is written before each feed goes out, the
      *> picture only after.
       LOAD-LAST-SEQUENCE SECTION.
           OPEN INPUT SEQUENCE-FILE.
           IF NOT SEQUENCE-FILE-OK
               EXIT SECTION
           END-IF
           READ SEQUENCE-FILE
               AT END
                   MOVE SPACES TO SEQUENCE-RECORD
           END-READ.
           IF SEQUENCE-LAST-SENT IS NUMERIC
               MOVE SEQUENCE-LAST-SENT TO LAST-SEQUENCE-NO
           END-IF
           CLOSE SEQUENCE-FILE.
           EXIT SECTION.

      *> Written before the feed is published, so that however the
      *> pass ends this number is not given out again. If it cannot
      *> be written the feed is not published.
       RECORD-FEED-SEQUENCE SECTION.
           SET SEQUENCE-IS-SAVED TO FALSE.
           OPEN OUTPUT SEQUENCE-FILE.
           IF NOT SEQUENCE-FILE-OK
               EXIT SECTION
           END-IF
           MOVE FEED-SEQUENCE-NO TO SEQUENCE-LAST-SENT.
           WRITE SEQUENCE-RECORD.
           IF NOT SEQUENCE-FILE-OK
               CLOSE SEQUENCE-FILE
               EXIT SECTION
           END-IF
           CLOSE SEQUENCE-FILE.
           IF SEQUENCE-FILE-OK
               SET SEQUENCE-IS-SAVED TO TRUE
           END-IF
           EXIT SECTION.

       READ-PICTURE-RECORD SECTION.
           READ PICTURE-FILE INTO FEED-RECORD
               AT END
                   SET END-OF-PICTURE-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-PICTURE-LINE SECTION.
           EVALUATE TRUE
               WHEN FEED-IS-HEADER
                   IF FEED-SEQUENCE IS NUMERIC
                       SET LAST-PICTURE-PRESENT TO TRUE
                       MOVE FEED-SEQUENCE TO LAST-SEQUENCE-NO
                   END-IF
               WHEN FEED-IS-JOB
                   AND LAST-JOB-COUNT < LAST-JOB-CAPACITY
                   ADD 1 TO LAST-JOB-COUNT
                   MOVE FEED-JOB-NAME TO LJ-NAME(LAST-JOB-COUNT)
                   MOVE FEED-DETAIL TO LJ-DETAIL(LAST-JOB-COUNT)
                   MOVE 'N' TO LJ-MATCHED(LAST-JOB-COUNT)
               WHEN FEED-IS-ALERT
                   AND LAST-ALERT-COUNT < LAST-ALERT-CAPACITY
                   ADD 1 TO LAST-ALERT-COUNT
                   MOVE FEED-DETAIL TO LA-DETAIL(LAST-ALERT-COUNT)
                   MOVE 'N' TO LA-MATCHED(LAST-ALERT-COUNT)
               WHEN FEED-IS-QUEUE
                   SET LAST-QUEUE-PRESENT TO TRUE
                   MOVE FEED-DETAIL TO LAST-QUEUE-DETAIL
           END-EVALUATE
           PERFORM READ-PICTURE-RECORD.
           EXIT SECTION.

      *> ---- the picture now ----------------------------------------
      *> Newest status line per job wins, the board's fold; only the
      *> dispatcher's lines carry the attempt, so a job's own
      *> progress lines leave the last one it reported standing.
       LOAD-CURRENT-JOBS SECTION.
           MOVE 0 TO CUR-JOB-COUNT.
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
           IF JOB-NAME = SPACES
               PERFORM READ-JOB-STATUS-RECORD
               EXIT SECTION
           END-IF
           MOVE 0 TO CUR-JOB-FOUND-IDX.
           PERFORM MATCH-CURRENT-JOB
               VARYING CUR-JOB-IDX FROM 1 BY 1
               UNTIL CUR-JOB-IDX > CUR-JOB-COUNT
                   OR CUR-JOB-FOUND-IDX > 0.
           IF CUR-JOB-FOUND-IDX = 0
                   AND CUR-JOB-COUNT < CUR-JOB-CAPACITY
               ADD 1 TO CUR-JOB-COUNT
               MOVE CUR-JOB-COUNT TO CUR-JOB-FOUND-IDX
               MOVE JOB-NAME TO CJ-NAME(CUR-JOB-FOUND-IDX)
               MOVE SPACES TO CJ-ATTEMPT(CUR-JOB-FOUND-IDX)
               MOVE SPACES TO CJ-ATTEMPT-LIMIT(CUR-JOB-FOUND-IDX)
           END-IF
           IF CUR-JOB-FOUND-IDX > 0
               MOVE JOB-STEP TO CJ-STEP(CUR-JOB-FOUND-IDX)
               MOVE JOB-STATE TO CJ-STATE(CUR-JOB-FOUND-IDX)
               MOVE JOB-START-TIME TO CJ-START-TIME(CUR-JOB-FOUND-IDX)
               MOVE JOB-END-TIME TO CJ-END-TIME(CUR-JOB-FOUND-IDX)
               MOVE JOB-RETURN-CODE
                   TO CJ-RETURN-CODE(CUR-JOB-FOUND-IDX)
               IF JOB-ATTEMPT IS NUMERIC
                       AND JOB-ATTEMPT-LIMIT IS NUMERIC
                   MOVE JOB-ATTEMPT TO CJ-ATTEMPT(CUR-JOB-FOUND-IDX)
                   MOVE JOB-ATTEMPT-LIMIT
                       TO CJ-ATTEMPT-LIMIT(CUR-JOB-FOUND-IDX)
               END-IF
           END-IF
           PERFORM READ-JOB-STATUS-RECORD.
           EXIT SECTION.

       MATCH-CURRENT-JOB SECTION.
           IF CJ-NAME(CUR-JOB-IDX) = JOB-NAME
               MOVE CUR-JOB-IDX TO CUR-JOB-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> An alert stays open until an operator acknowledges it,
      *> whatever kind it is.
       LOAD-OPEN-ALERTS SECTION.
           MOVE 0 TO CUR-ALERT-COUNT.
           SET END-OF-ALERTS-FILE TO FALSE.
           OPEN INPUT ALERTS-FILE.
           IF ALERTS-FILE-OK
               PERFORM READ-ALERT-RECORD
               PERFORM NOTE-OPEN-ALERT UNTIL END-OF-ALERTS-FILE
               CLOSE ALERTS-FILE
           END-IF
           EXIT SECTION.

       READ-ALERT-RECORD SECTION.
           READ ALERTS-FILE
               AT END
                   SET END-OF-ALERTS-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       NOTE-OPEN-ALERT SECTION.
           IF NOT ALERT-IS-ACKED
                   AND ALERT-JOB NOT = SPACES
                   AND CUR-ALERT-COUNT < CUR-ALERT-CAPACITY
               ADD 1 TO CUR-ALERT-COUNT
               MOVE ALERT-DATE TO CA-DATE(CUR-ALERT-COUNT)
               MOVE ALERT-TIME TO CA-TIME(CUR-ALERT-COUNT)
               MOVE ALERT-JOB TO CA-JOB(CUR-ALERT-COUNT)
               MOVE ALERT-STEP TO CA-STEP(CUR-ALERT-COUNT)
               MOVE ALERT-RETURN-CODE
                   TO CA-RETURN-CODE(CUR-ALERT-COUNT)
           END-IF
           PERFORM READ-ALERT-RECORD.
           EXIT SECTION.

      *> Taken, cancelled and rejected requests are history, not
      *> queue; a state byte of space is a pending request from
      *> before the byte existed.
       COUNT-QUEUE-STATES SECTION.
           MOVE 0 TO QUEUE-PENDING-COUNT.
           MOVE 0 TO QUEUE-HELD-COUNT.
           MOVE 0 TO QUEUE-AWAITING-COUNT.
           MOVE 0 TO QUEUE-INTERRUPTED-COUNT.
           SET END-OF-JOB-QUEUE-FILE TO FALSE.
           OPEN INPUT JOB-QUEUE-FILE.
           IF JOB-QUEUE-OK
               PERFORM READ-JOB-QUEUE-RECORD
               PERFORM COUNT-ONE-QUEUE-RECORD
                   UNTIL END-OF-JOB-QUEUE-FILE
               CLOSE JOB-QUEUE-FILE
           END-IF
           EXIT SECTION.

       READ-JOB-QUEUE-RECORD SECTION.
           READ JOB-QUEUE-FILE
               AT END
                   SET END-OF-JOB-QUEUE-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       COUNT-ONE-QUEUE-RECORD SECTION.
           EVALUATE TRUE
               WHEN QUEUE-IS-PENDING
                   ADD 1 TO QUEUE-PENDING-COUNT
               WHEN QUEUE-IS-HELD
                   ADD 1 TO QUEUE-HELD-COUNT
               WHEN QUEUE-IS-AWAITING-APPROVAL
                   ADD 1 TO QUEUE-AWAITING-COUNT
               WHEN QUEUE-IS-INTERRUPTED
                   ADD 1 TO QUEUE-INTERRUPTED-COUNT
           END-EVALUATE
           PERFORM READ-JOB-QUEUE-RECORD.
           EXIT SECTION.

      *> ---- writing a feed or a picture ------------------------------
      *> The feed gets everything on a full refresh and only the
      *> differences from the last picture otherwise; the picture
      *> always gets everything, as a full feed of itself.
       WRITE-PICTURE-LINES SECTION.
           MOVE 0 TO LINES-JOB-COUNT.
           MOVE 0 TO LINES-ALERT-COUNT.
           MOVE 0 TO LINES-QUEUE-COUNT.
           MOVE 0 TO LINES-WRITTEN-COUNT.
           MOVE SPACES TO FEED-RECORD.
           SET FEED-IS-HEADER TO TRUE.
           MOVE REGION-NAME TO FEED-REGION.
           MOVE AS-OF-DATE TO FEED-AS-OF-DATE.
           MOVE AS-OF-TIME TO FEED-AS-OF-TIME.
           MOVE FEED-SEQUENCE-NO TO FEED-SEQUENCE.
           IF FULL-FEED-DUE OR WRITING-PICTURE
               SET FEED-IS-FULL TO TRUE
           ELSE
               SET FEED-IS-DELTA TO TRUE
           END-IF
           PERFORM WRITE-FEED-LINE.
           PERFORM WRITE-ONE-JOB-LINE
               VARYING CUR-JOB-IDX FROM 1 BY 1
               UNTIL CUR-JOB-IDX > CUR-JOB-COUNT.
           IF WRITING-FEED AND NOT FULL-FEED-DUE
               PERFORM WRITE-CLEARED-JOB-LINE
                   VARYING LAST-JOB-IDX FROM 1 BY 1
                   UNTIL LAST-JOB-IDX > LAST-JOB-COUNT
           END-IF
           PERFORM WRITE-ONE-ALERT-LINE
               VARYING CUR-ALERT-IDX FROM 1 BY 1
               UNTIL CUR-ALERT-IDX > CUR-ALERT-COUNT.
           IF WRITING-FEED AND NOT FULL-FEED-DUE
               PERFORM WRITE-CLEARED-ALERT-LINE
                   VARYING LAST-ALERT-IDX FROM 1 BY 1
                   UNTIL LAST-ALERT-IDX > LAST-ALERT-COUNT
           END-IF
           PERFORM WRITE-QUEUE-LINE.
           MOVE SPACES TO FEED-RECORD.
           SET FEED-IS-TRAILER TO TRUE.
           MOVE LINES-JOB-COUNT TO FEED-JOB-COUNT.
           MOVE LINES-ALERT-COUNT TO FEED-ALERT-COUNT.
           MOVE LINES-QUEUE-COUNT TO FEED-QUEUE-COUNT.
           COMPUTE FEED-LINE-COUNT = LINES-WRITTEN-COUNT + 1.
           PERFORM WRITE-FEED-LINE.
           EXIT SECTION.

      *> A job goes in a delta when it is new or any field sent for
      *> it has moved; the last picture's entry is marked either way
      *> so the ones left unmarked are the jobs that have gone.
       WRITE-ONE-JOB-LINE SECTION.
           MOVE SPACES TO FEED-RECORD.
           SET FEED-IS-JOB TO TRUE.
           SET FEED-IS-CURRENT TO TRUE.
           MOVE CJ-NAME(CUR-JOB-IDX) TO FEED-JOB-NAME.
           MOVE CJ-STEP(CUR-JOB-IDX) TO FEED-JOB-STEP.
           MOVE CJ-STATE(CUR-JOB-IDX) TO FEED-JOB-STATE.
           MOVE CJ-START-TIME(CUR-JOB-IDX) TO FEED-JOB-START-TIME.
           MOVE CJ-END-TIME(CUR-JOB-IDX) TO FEED-JOB-END-TIME.
           MOVE CJ-RETURN-CODE(CUR-JOB-IDX) TO FEED-JOB-RETURN-CODE.
           MOVE CJ-ATTEMPT(CUR-JOB-IDX) TO FEED-JOB-ATTEMPT.
           MOVE CJ-ATTEMPT-LIMIT(CUR-JOB-IDX)
               TO FEED-JOB-ATTEMPT-LIMIT.
           IF WRITING-PICTURE OR FULL-FEED-DUE
               PERFORM WRITE-COUNTED-JOB-LINE
               EXIT SECTION
           END-IF
           MOVE 0 TO LAST-JOB-FOUND-IDX.
           PERFORM MATCH-LAST-JOB
               VARYING LAST-JOB-IDX FROM 1 BY 1
               UNTIL LAST-JOB-IDX > LAST-JOB-COUNT
                   OR LAST-JOB-FOUND-IDX > 0.
           IF LAST-JOB-FOUND-IDX = 0
               PERFORM WRITE-COUNTED-JOB-LINE
               EXIT SECTION
           END-IF
           MOVE 'Y' TO LJ-MATCHED(LAST-JOB-FOUND-IDX).
           IF LJ-DETAIL(LAST-JOB-FOUND-IDX) NOT = FEED-DETAIL
               PERFORM WRITE-COUNTED-JOB-LINE
           END-IF
           EXIT SECTION.

       MATCH-LAST-JOB SECTION.
           IF LJ-NAME(LAST-JOB-IDX) = CJ-NAME(CUR-JOB-IDX)
               MOVE LAST-JOB-IDX TO LAST-JOB-FOUND-IDX
           END-IF
           EXIT SECTION.

       WRITE-COUNTED-JOB-LINE SECTION.
           ADD 1 TO LINES-JOB-COUNT.
           PERFORM WRITE-FEED-LINE.
           EXIT SECTION.

       WRITE-CLEARED-JOB-LINE SECTION.
           IF NOT LJ-IS-MATCHED(LAST-JOB-IDX)
               MOVE SPACES TO FEED-RECORD
               SET FEED-IS-JOB TO TRUE
               SET FEED-IS-CLEARED TO TRUE
               MOVE LJ-DETAIL(LAST-JOB-IDX) TO FEED-DETAIL
               PERFORM WRITE-COUNTED-JOB-LINE
           END-IF
           EXIT SECTION.

      *> An alert's line never changes while it is open, so in a
      *> delta only a newly raised one goes; one in the last picture
      *> and no longer open has been acknowledged and is cleared.
       WRITE-ONE-ALERT-LINE SECTION.
           MOVE SPACES TO FEED-RECORD.
           SET FEED-IS-ALERT TO TRUE.
           SET FEED-IS-CURRENT TO TRUE.
           MOVE CA-DATE(CUR-ALERT-IDX) TO FEED-ALERT-DATE.
           MOVE CA-TIME(CUR-ALERT-IDX) TO FEED-ALERT-TIME.
           MOVE CA-JOB(CUR-ALERT-IDX) TO FEED-ALERT-JOB.
           MOVE CA-STEP(CUR-ALERT-IDX) TO FEED-ALERT-STEP.
           MOVE CA-RETURN-CODE(CUR-ALERT-IDX)
               TO FEED-ALERT-RETURN-CODE.
           IF WRITING-PICTURE OR FULL-FEED-DUE
               PERFORM WRITE-COUNTED-ALERT-LINE
               EXIT SECTION
           END-IF
           MOVE 0 TO LAST-ALERT-FOUND-IDX.
           PERFORM MATCH-LAST-ALERT
               VARYING LAST-ALERT-IDX FROM 1 BY 1
               UNTIL LAST-ALERT-IDX > LAST-ALERT-COUNT
                   OR LAST-ALERT-FOUND-IDX > 0.
           IF LAST-ALERT-FOUND-IDX = 0
               PERFORM WRITE-COUNTED-ALERT-LINE
           ELSE
               MOVE 'Y' TO LA-MATCHED(LAST-ALERT-FOUND-IDX)
           END-IF
           EXIT SECTION.

      *> Two open alerts can read the same; each one matches its own
      *> line in the last picture.
       MATCH-LAST-ALERT SECTION.
           IF LA-DETAIL(LAST-ALERT-IDX) = FEED-DETAIL
                   AND NOT LA-IS-MATCHED(LAST-ALERT-IDX)
               MOVE LAST-ALERT-IDX TO LAST-ALERT-FOUND-IDX
           END-IF
           EXIT SECTION.

       WRITE-COUNTED-ALERT-LINE SECTION.
           ADD 1 TO LINES-ALERT-COUNT.
           PERFORM WRITE-FEED-LINE.
           EXIT SECTION.

       WRITE-CLEARED-ALERT-LINE SECTION.
           IF NOT LA-IS-MATCHED(LAST-ALERT-IDX)
               MOVE SPACES TO FEED-RECORD
               SET FEED-IS-ALERT TO TRUE
               SET FEED-IS-CLEARED TO TRUE
               MOVE LA-DETAIL(LAST-ALERT-IDX) TO FEED-DETAIL
               PERFORM WRITE-COUNTED-ALERT-LINE
           END-IF
           EXIT SECTION.

       WRITE-QUEUE-LINE SECTION.
           MOVE SPACES TO FEED-RECORD.
           SET FEED-IS-QUEUE TO TRUE.
           SET FEED-IS-CURRENT TO TRUE.
           MOVE QUEUE-PENDING-COUNT TO FEED-QUEUE-PENDING.
           MOVE QUEUE-HELD-COUNT TO FEED-QUEUE-HELD.
           MOVE QUEUE-AWAITING-COUNT TO FEED-QUEUE-AWAITING.
           MOVE QUEUE-INTERRUPTED-COUNT TO FEED-QUEUE-INTERRUPTED.
           IF WRITING-PICTURE OR FULL-FEED-DUE
                   OR NOT LAST-QUEUE-PRESENT
                   OR LAST-QUEUE-DETAIL NOT = FEED-DETAIL
               ADD 1 TO LINES-QUEUE-COUNT
               PERFORM WRITE-FEED-LINE
           END-IF
           EXIT SECTION.

       WRITE-FEED-LINE SECTION.
           IF WRITING-FEED
               MOVE FEED-RECORD TO FEED-NEW-RECORD
               WRITE FEED-NEW-RECORD
               IF NOT FEED-NEW-OK
                   SET LINE-WRITE-FAILED TO TRUE
               END-IF
           ELSE
               MOVE FEED-RECORD TO PICTURE-NEW-RECORD
               WRITE PICTURE-NEW-RECORD
               IF NOT PICTURE-NEW-OK
                   SET LINE-WRITE-FAILED TO TRUE
               END-IF
           END-IF
           ADD 1 TO LINES-WRITTEN-COUNT.
           EXIT SECTION.

      *> Saved only once the feed is out, so the picture is always
      *> what the collector was last sent. A picture that fails to
      *> save - the .new not written in full, or not renamed - leaves
      *> the old one in place; the next delta is measured against
      *> it and so repeats these changes, under the next number,
      *> since the sequence file already holds this one.
       SAVE-PICTURE SECTION.
           SET WRITING-PICTURE TO TRUE.
           SET LINE-WRITE-FAILED TO FALSE.
           OPEN OUTPUT PICTURE-NEW-FILE.
           IF NOT PICTURE-NEW-OK
               DISPLAY 'MONITOR-FEED: picture after feed '
                   FEED-SEQUENCE-NO ' could not be saved'
               EXIT SECTION
           END-IF
           PERFORM WRITE-PICTURE-LINES.
           CLOSE PICTURE-NEW-FILE.
           IF NOT PICTURE-NEW-OK
               SET LINE-WRITE-FAILED TO TRUE
           END-IF
           IF LINE-WRITE-FAILED
               DISPLAY 'MONITOR-FEED: picture after feed '
                   FEED-SEQUENCE-NO ' could not be saved'
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(PICTURE-NEW-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(PICTURE-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           IF RENAME-RESULT NOT = 0
               DISPLAY 'MONITOR-FEED: picture after feed '
                   FEED-SEQUENCE-NO ' could not be saved'
           END-IF
           EXIT SECTION.

      *> The one step the collector can see: the whole feed appears
      *> under its real name at once.
       PUBLISH-FEED SECTION.
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(FEED-NEW-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(FEED-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
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
           MOVE SPACES TO JOB-QUEUE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-queue.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-QUEUE-PATH
           END-STRING
           MOVE SPACES TO FEED-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/monitor-feed.dat'
                                                  DELIMITED BY SIZE
               INTO FEED-PATH
           END-STRING
           MOVE SPACES TO FEED-NEW-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/monitor-feed.new'
                                                  DELIMITED BY SIZE
               INTO FEED-NEW-PATH
           END-STRING
           MOVE SPACES TO PICTURE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/monitor-state.dat'
                                                  DELIMITED BY SIZE
               INTO PICTURE-PATH
           END-STRING
           MOVE SPACES TO PICTURE-NEW-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/monitor-state.new'
                                                  DELIMITED BY SIZE
               INTO PICTURE-NEW-PATH
           END-STRING
           MOVE SPACES TO REFRESH-REQUEST-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/monitor-refresh.dat'
                                                  DELIMITED BY SIZE
               INTO REFRESH-REQUEST-PATH
           END-STRING
           MOVE SPACES TO SEQUENCE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/monitor-sequence.dat'
                                                  DELIMITED BY SIZE
               INTO SEQUENCE-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM MONITOR-FEED.
