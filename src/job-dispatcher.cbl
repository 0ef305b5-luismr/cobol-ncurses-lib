      *> panels light up without anyone touching anything. Runs as a
      *> poll loop; a single drain pass (for a test or a one-shot
      *> catch-up) is the ONCE command-line argument.
      *>
      *> Jobs run side by side, each in its own child process, the
      *> way a mainframe initiator runs one job of its class at a
      *> time: a submission's class is the value keyed in its job's
      *> CLASS-table field (jobs without one run in the default
      *> class), and data/initiators.dat caps how many jobs of each
      *> class may run at once. A submission whose class has no
      *> free initiator, or whose job is still running from an
      *> earlier submission, is simply left pending for a later
      *> pass - it is never marked taken until it is launched. Each
      *> poll first collects the children that have ended and
      *> reports their E or F (and raises the failure alert) for
      *> exactly that job, whatever order they finish in. ONCE keeps
      *> polling until everything it could take has run and ended.
      *>
      *> A job's 'R' line in the job-definition file is its retry
      *> policy: how many attempts it gets, how many minutes to wait
      *> between them, and which return codes are worth another try
      *> (none listed means any failing code). A failed run the
      *> policy covers is reported F for that attempt and the same
      *> submission goes back on the queue as the next attempt, not
      *> to be taken before the wait is up; the requeue is audited
      *> as RETRY. The failure alert is raised only when the last
      *> attempt the policy allows has failed, or the code is not
      *> one it retries.
      *>
      *> At startup, before its first take, the dispatcher looks for
      *> runs a dead predecessor left behind: the newest taken line
      *> of each job whose status never reached E or F (its W or R
      *> still stands, for that attempt). Each is ended F with the
      *> interrupted return code 0999 - no real exit code gets that
      *> high - alerted, audited as RECOVER, and its queue line
      *> parked 'I' so an operator can resubmit or cancel it from
      *> QUEUE-REVIEW-CONSOLE; a recovery section naming who keyed
      *> each one and when it was taken is added to
      *> data/recovery-report.txt. A run whose process is still
      *> alive (the run ledger keeps each launch's process id) is not
      *> an orphan: it is adopted into a run slot and watched until
      *> it goes, then ended the same way, since its return code
      *> left with the dispatcher that launched it. A taken line is
      *> kept on the queue for as long as its run is live, so there
      *> is always one to park. Until the queue lock can be had for
      *> that check no pass takes anything.
      *>
      *> A submission awaiting four-eyes approval ('A') is never
      *> taken, and one rejected ('R') is compacted out like a
      *> cancelled one. A pending submission of a job whose 'J' line
      *> asks for approval but that carries no approval - written by
      *> something that did not know the job needs one - is parked
      *> 'A' instead of run. A retry carries its first attempt's
      *> approval with it.
      *>
      *> Every launch is also appended to data/run-ledger.dat
      *> (run-ledger.cpy): the run's date, job and start time with
      *> the submission and keyed parameters behind it, which is
      *> what CHARGEBACK-REPORT charges each run-history entry to,
      *> and the process id the job runs under.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QUEUE-NEW-FILE ASSIGN TO QUEUE-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE ASSIGN TO JOB-STATUS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-STATUS-FILE-STATUS.
           SELECT JOB-DEF-FILE ASSIGN TO JOB-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-DEF-STATUS.
           SELECT INITIATOR-FILE ASSIGN TO INITIATOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS INITIATOR-FILE-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO RECOVERY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RECOVERY-FILE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO RUN-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-QUEUE-FILE.
       COPY "job-queue.cpy".
       FD  QUEUE-NEW-FILE.
       01  QUEUE-NEW-RECORD          PIC X(534).
       FD  JOB-STATUS-FILE.
       COPY "job-status.cpy".
      *> Only the 'J', 'F' and 'R' lines matter here: which jobs
      *> exist, which of their fields, if any, is keyed from the
      *> CLASS code table, and their retry policies.
       FD  JOB-DEF-FILE.
       01  JOB-DEF-LINE.
           05 JOB-DEF-RECORD-TYPE    PIC X.
              88 JOB-DEF-IS-JOB          VALUE 'J'.
              88 JOB-DEF-IS-FIELD        VALUE 'F'.
              88 JOB-DEF-IS-RETRY        VALUE 'R'.
           05 FILLER                 PIC X.
           05 JOB-DEF-NAME           PIC X(8).
           05 FILLER                 PIC X.
           05 JOB-DEF-DETAIL         PIC X(64).
           05 JOB-DEF-DETAIL-FIELD REDEFINES JOB-DEF-DETAIL.
               10 DEF-FIELD-LABEL    PIC X(12).
               10 FILLER             PIC X.
               10 DEF-FIELD-LEN      PIC 9(2).
               10 FILLER             PIC X.
               10 DEF-FIELD-TYPE     PIC X.
               10 FILLER             PIC X.
               10 DEF-FIELD-REQUIRED PIC X.
               10 FILLER             PIC X.
               10 DEF-FIELD-TABLE    PIC X(8).
               10 FILLER             PIC X(36).
      *> Alternate view of the detail for an 'R' line: attempts in
      *> all (first run included), minutes between attempts, then
      *> up to eight retryable return codes.
           05 JOB-DEF-DETAIL-RETRY REDEFINES JOB-DEF-DETAIL.
               10 DEF-RETRY-ATTEMPTS PIC 9(2).
               10 FILLER             PIC X.
               10 DEF-RETRY-DELAY    PIC 9(3).
               10 DEF-RETRY-RC-LIST OCCURS 8 TIMES.
                   15 FILLER         PIC X.
                   15 DEF-RETRY-RC   PIC X(4).
               10 FILLER             PIC X(18).
      *> Alternate view of the detail for a 'J' line: past the
      *> description, authority and deadline, the four-eyes flag.
           05 JOB-DEF-DETAIL-JOB REDEFINES JOB-DEF-DETAIL.
               10 FILLER             PIC X(49).
               10 DEF-JOB-APPROVAL   PIC X.
                  88 DEF-JOB-NEEDS-APPROVAL VALUE 'Y'.
               10 FILLER             PIC X(14).
      *> Initiator control file: one line per job class with the
      *> number of jobs of that class allowed to run at once, plus
      *> an optional DEFAULT line naming the class of jobs that have
      *> no CLASS field. '*' lines are comments.
       FD  INITIATOR-FILE.
       01  INITIATOR-LINE.
           05 INITIATOR-CLASS        PIC X(8).
           05 FILLER                 PIC X.
           05 INITIATOR-CAP          PIC 9(2).
           05 FILLER                 PIC X(69).
       01  INITIATOR-DEFAULT-LINE.
           05 INITIATOR-DEFAULT-TAG  PIC X(8).
           05 FILLER                 PIC X.
           05 INITIATOR-DEFAULT-CLASS PIC X(8).
           05 FILLER                 PIC X(63).
       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD           PIC X(132).
       FD  RUN-LEDGER-FILE.
       COPY "run-ledger.cpy".

       WORKING-STORAGE SECTION.

       01 JOB-QUEUE-PATH            PIC X(40).
       01 QUEUE-NEW-PATH            PIC X(40).
       01 JOB-STATUS-PATH           PIC X(40).
       01 JOB-DEF-PATH              PIC X(40).
       01 INITIATOR-PATH            PIC X(40).
       01 RECOVERY-PATH             PIC X(40).
       01 RUN-LEDGER-PATH           PIC X(40).

       01 JOB-QUEUE-STATUS           PIC XX.
           88 JOB-QUEUE-OK           VALUE '00'.
       01 END-OF-QUEUE-SWITCH        PIC X.
           88 END-OF-JOB-QUEUE       VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 JOB-DEF-STATUS             PIC XX.
           88 JOB-DEF-OK             VALUE '00'.
       01 END-OF-DEF-SWITCH          PIC X.
           88 END-OF-JOB-DEF-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 INITIATOR-FILE-STATUS      PIC XX.
           88 INITIATOR-FILE-OK      VALUE '00'.
       01 END-OF-INITIATOR-SWITCH    PIC X.
           88 END-OF-INITIATOR-FILE  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 JOB-STATUS-FILE-STATUS     PIC XX.
           88 JOB-STATUS-FILE-OK     VALUE '00'.
       01 END-OF-STATUS-SWITCH       PIC X.
           88 END-OF-JOB-STATUS-FILE VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 RECOVERY-FILE-STATUS       PIC XX.
           88 RECOVERY-FILE-OK       VALUE '00'.
       01 RUN-LEDGER-STATUS          PIC XX.
           88 RUN-LEDGER-OK          VALUE '00'.
       01 END-OF-LEDGER-SWITCH       PIC X.
           88 END-OF-RUN-LEDGER      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ONCE on the command line drains the queue once and stops;
      *> anything else polls forever, the way the floor runs it.

      *> Whole-queue image for the mark-taken rewrite: every line as
      *> read, with pending ones flipped to taken in place. Entries
      *> are the job-queue.cpy record's 534 bytes.
       01 QUEUE-LINE-COUNT           PIC 9(3) VALUE 0.
       01 QUEUE-LINE-CAPACITY        PIC 9(3) VALUE 100.
      *> A queue that still will not fit after compaction must not
           88 QUEUE-LOAD-OVERFLOWED  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 QUEUE-LINE-TABLE.
           05 QUEUE-LINE-ENTRY OCCURS 100 TIMES PIC X(534).
       01 QUEUE-LINE-IDX             PIC 9(3).

      *> The submissions this pass will actually launch, captured
      *> while the queue was being read. WAITING-COUNT is what was
      *> left pending only because its initiator was busy - what a
      *> ONCE run has to stay around for.
       01 PENDING-COUNT              PIC 9(3) VALUE 0.
       01 WAITING-COUNT              PIC 9(3) VALUE 0.
      *> Pending lines this pass parked for approval they lacked;
      *> the image then has to go back to disk even with nothing
      *> to launch.
       01 PARKED-COUNT               PIC 9(3) VALUE 0.
       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS 100 TIMES.
               10 RUN-JOB            PIC X(8).
               10 RUN-CLASS          PIC X(8).
               10 RUN-QUEUE-DATE     PIC 9(8).
               10 RUN-QUEUE-TIME     PIC 9(6).
               10 RUN-QUEUE-USER     PIC X(20).
               10 RUN-ATTEMPT        PIC 9(2).
               10 RUN-ATTEMPT-LIMIT  PIC 9(2).
               10 RUN-PARAM-TEXT     PIC X(400).
               10 RUN-PARAM-VIEW REDEFINES RUN-PARAM-TEXT.
                   15 RUN-PARAM OCCURS 10 TIMES PIC X(40).
               10 RUN-APPROVAL-TEXT  PIC X(75).
       01 RUN-IDX                    PIC 9(3).
       01 RUN-PARAM-IDX              PIC 9(2).

      *> ---- job classes -------------------------------------------
      *> Per defined job, which parameter position (if any) carries
      *> its job class - the field whose code table is CLASS.
       01 CLASS-TABLE-NAME           PIC X(8) VALUE 'CLASS'.
       01 DEF-JOB-COUNT              PIC 9(2) VALUE 0.
       01 DEF-JOB-CAPACITY           PIC 9(2) VALUE 50.
       01 DEF-JOB-TABLE.
           05 DEF-JOB-ENTRY OCCURS 50 TIMES.
               10 DJ-NAME            PIC X(8).
               10 DJ-FIELD-COUNT     PIC 9(2).
               10 DJ-CLASS-FIELD     PIC 9(2).
               10 DJ-RETRY-ATTEMPTS  PIC 9(2).
               10 DJ-RETRY-DELAY     PIC 9(3).
               10 DJ-RETRY-RC-COUNT  PIC 9.
               10 DJ-RETRY-RC OCCURS 8 TIMES PIC 9(4).
               10 DJ-APPROVAL        PIC X.
                  88 DJ-NEEDS-APPROVAL     VALUE 'Y'.
       01 DEF-JOB-IDX                PIC 9(2).
       01 DEF-RETRY-IDX              PIC 9.
       01 DEF-JOB-FOUND-IDX          PIC 9(2).
       01 SUBMISSION-CLASS           PIC X(8).

      *> ---- initiators --------------------------------------------
      *> One entry per class with its cap and how many of its jobs
      *> are running right now. A class the control file does not
      *> name gets a single initiator, so an unlisted class still
      *> runs - one job at a time, the way everything ran before
      *> classes had caps; a cap of 00 stops a class outright. With
      *> no control file at all every class runs one at a time.
       01 DEFAULT-JOB-CLASS          PIC X(8) VALUE 'A'.
       01 DEFAULT-INITIATOR-CAP      PIC 9(2) VALUE 1.
       01 INIT-CLASS-COUNT           PIC 9(2) VALUE 0.
       01 INIT-CLASS-CAPACITY        PIC 9(2) VALUE 20.
       01 INIT-CLASS-TABLE.
           05 INIT-CLASS-ENTRY OCCURS 20 TIMES.
               10 IC-CLASS           PIC X(8).
               10 IC-CAP             PIC 9(2).
               10 IC-RUNNING         PIC 9(2).
       01 INIT-CLASS-IDX             PIC 9(2).
       01 INIT-CLASS-FOUND-IDX       PIC 9(2).
       01 CLASS-FOUND-FLAG           PIC X.
       01 JOB-BUSY-SWITCH            PIC X.
           88 JOB-IS-BUSY            VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- running jobs ------------------------------------------
      *> One slot per launched child process, held from launch until
      *> the child is collected; a slot with a zero process id is
      *> free. Twenty slots bound how many jobs can run at once no
      *> matter what the control file allows. The slot keeps the
      *> whole submission - who keyed it and when, its attempt and
      *> its parameters - so a failed run can be requeued as it was.
      *> An adopted slot holds a run a previous dispatcher launched
      *> and this one found still going at startup: it is not this
      *> process's child, so it is watched with kill(pid, 0) instead
      *> of waitpid.
       01 RUNNING-COUNT              PIC 9(2) VALUE 0.
       01 RUN-SLOT-CAPACITY          PIC 9(2) VALUE 20.
       01 RUN-SLOT-TABLE.
           05 RUN-SLOT OCCURS 20 TIMES.
               10 SLOT-PID           PIC S9(9) COMP-5 VALUE 0.
               10 SLOT-JOB           PIC X(8).
               10 SLOT-CLASS         PIC X(8).
               10 SLOT-START-TIME    PIC X(8).
               10 SLOT-LOG-PATH      PIC X(60).
               10 SLOT-QUEUE-DATE    PIC 9(8).
               10 SLOT-QUEUE-TIME    PIC 9(6).
               10 SLOT-QUEUE-USER    PIC X(20).
               10 SLOT-ATTEMPT       PIC 9(2).
               10 SLOT-ATTEMPT-LIMIT PIC 9(2).
               10 SLOT-PARAM-TEXT    PIC X(400).
               10 SLOT-PARAM-VIEW REDEFINES SLOT-PARAM-TEXT.
                   15 SLOT-PARAM OCCURS 10 TIMES PIC X(40).
               10 SLOT-APPROVAL-TEXT PIC X(75).
               10 SLOT-ADOPTED       PIC X VALUE 'N'.
                  88 SLOT-IS-ADOPTED     VALUE 'Y'.
       01 SLOT-IDX                   PIC 9(2).
       01 FREE-SLOT-IDX              PIC 9(2).
       01 CHILD-PID                  PIC S9(9) COMP-5.
       01 WAIT-RESULT                PIC S9(9) COMP-5.
       01 WAIT-STATUS                PIC S9(9) COMP-5.
       01 WAIT-NO-HANG               PIC S9(9) COMP-5 VALUE 1.
       01 CHILD-EXIT-CODE            PIC S9(9) COMP-5.
      *> Signal 0 to kill() delivers nothing; it only answers
      *> whether the process id is still in use.
       01 PROBE-PID                  PIC S9(9) COMP-5.
       01 PROBE-SIGNAL               PIC S9(9) COMP-5 VALUE 0.
       01 PROBE-RESULT               PIC S9(9) COMP-5.
       01 PROBE-PID-EDITED           PIC Z(8)9.
       01 RUN-ALIVE-SWITCH           PIC X.
           88 RUN-IS-ALIVE           VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 TAKEN-LIVE-SWITCH          PIC X.
           88 TAKEN-RUN-IS-LIVE      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- job launch via the C library ---------------------------
      *> system() wants a null-terminated command; it is built with
      *> a fill pointer in COMMAND-TEXT first, then moved behind a
       01 RENAME-NEW-NAME            PIC X(40).
       01 RENAME-RESULT              PIC S9(9) COMP-5.

      *> ---- retry policy ------------------------------------------
      *> A retry's earliest start is figured in seconds since day
      *> zero of the integer-date calendar so a wait can cross
      *> midnight; NOT-BEFORE stamps compare as YYYYMMDDHHMMSS.
       01 RETRY-SWITCH               PIC X.
           88 RUN-WILL-RETRY         VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 RETRY-CODE-SWITCH          PIC X.
           88 RETRY-CODE-MATCHED     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PASS-NOW-STAMP             PIC 9(14).
       01 NOT-BEFORE-STAMP           PIC 9(14).
       01 TODAY-DATE                 PIC 9(8).
       01 RETRY-SECONDS              PIC 9(12).
       01 RETRY-DAY-NUMBER           PIC 9(7).
       01 RETRY-DAY-SECONDS          PIC 9(5).
       01 RETRY-DATE                 PIC 9(8).
       01 RETRY-TIME                 PIC 9(6).
       01 RETRY-HH                   PIC 9(2).
       01 RETRY-MM                   PIC 9(2).
       01 RETRY-SS                   PIC 9(2).
       01 ATTEMPT-EDITED             PIC Z9.

      *> ---- audit trail -------------------------------------------
      *> The dispatcher signs its own audit lines.
       01 DISPATCHER-OPERATOR-ID     PIC X(20) VALUE 'JOBDISP'.
       COPY "util-control.cpy".

      *> ---- status reporting --------------------------------------
       01 REPORT-JOB-NAME            PIC X(8).
       01 REPORT-LOG-PATH            PIC X(60).
       01 REPORT-ATTEMPT             PIC 9(2).
       01 REPORT-ATTEMPT-LIMIT       PIC 9(2).
       01 REPORT-STATE               PIC X.
       01 REPORT-START-TIME          PIC X(8).
       01 REPORT-END-TIME            PIC X(8).
      *> ---- shared-file write lock --------------------------------
       01 GUARD-RESULT-FLAG          PIC X.

      *> ---- startup recovery --------------------------------------
      *> Per job: its newest status line, the newest taken line it
      *> has on the queue, whether it has a line still waiting to be
      *> taken, and its newest run-ledger line. Every orphan found is
      *> kept for the status lines, alerts and report that follow
      *> the rewrite. Each pass refolds the status into the same
      *> table to see which taken lines still belong to live runs.
       01 INTERRUPTED-RETURN-CODE    PIC 9(4) VALUE 999.
       01 RECOVERY-SWITCH            PIC X VALUE 'N'.
           88 RECOVERY-IS-DONE       VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 RECOVERY-JOB-COUNT         PIC 9(3) VALUE 0.
       01 RECOVERY-JOB-CAPACITY      PIC 9(3) VALUE 100.
       01 RECOVERY-JOB-TABLE.
           05 RECOVERY-JOB-ENTRY OCCURS 100 TIMES.
               10 RJ-NAME            PIC X(8).
               10 RJ-STATE           PIC X.
               10 RJ-START-TIME      PIC X(8).
               10 RJ-LOG-PATH        PIC X(60).
               10 RJ-ATTEMPT         PIC X(2).
               10 RJ-TAKEN-IDX       PIC 9(3).
               10 RJ-OPEN-LINE       PIC X.
                  88 RJ-HAS-OPEN-LINE    VALUE 'Y'.
               10 RJ-LEDGER-ROW      PIC X(469).
       01 RJ-IDX                     PIC 9(3).
       01 RJ-FOUND-IDX               PIC 9(3).
       01 RJ-MATCH-NAME              PIC X(8).
       01 ORPHAN-COUNT               PIC 9(3) VALUE 0.
       01 ORPHAN-TABLE.
           05 ORPHAN-ENTRY OCCURS 100 TIMES.
               10 ORPHAN-JOB         PIC X(8).
               10 ORPHAN-DATE        PIC 9(8).
               10 ORPHAN-TIME        PIC 9(6).
               10 ORPHAN-USER        PIC X(20).
               10 ORPHAN-ATTEMPT     PIC 9(2).
               10 ORPHAN-STATE       PIC X.
               10 ORPHAN-TAKEN-TIME  PIC X(8).
               10 ORPHAN-LOG-PATH    PIC X(60).
               10 ORPHAN-PARKED      PIC X.
       01 ORPHAN-IDX                 PIC 9(3).
       01 RECOVERY-LINE              PIC X(132).
       01 RECOVERY-STATE-TEXT        PIC X(12).
       01 RECOVERY-COUNT-EDITED      PIC ZZ9.
       01 ADOPTED-COUNT              PIC 9(3) VALUE 0.
       01 ADOPTED-COUNT-EDITED       PIC ZZ9.
       01 ADOPTED-LINE-SWITCH        PIC X.
           88 ADOPTED-LINE-FOUND     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           MOVE DISPATCHER-OPERATOR-ID TO UTIL-OPERATOR-ID.
           MOVE 9 TO UTIL-AUTH-LEVEL.
           CALL 'NCURSES-UTIL' USING 'SET-OPERATOR', UTIL-CONTROL.
           MOVE 'JOB-DISPATCHER' TO UTIL-AUDIT-PROGRAM.
           ACCEPT RUN-MODE-ARG FROM COMMAND-LINE.
           SET DISPATCHER-IS-DONE TO FALSE.
           PERFORM DISPATCH-ONE-PASS.
           PERFORM CHECK-SINGLE-PASS-DONE.
           PERFORM SLEEP-AND-DISPATCH UNTIL DISPATCHER-IS-DONE.
           STOP RUN.

       SLEEP-AND-DISPATCH SECTION.
           CALL 'sleep' USING BY VALUE POLL-SECONDS.
           PERFORM DISPATCH-ONE-PASS.
           PERFORM CHECK-SINGLE-PASS-DONE.
           EXIT SECTION.

      *> A ONCE run is finished when none of its children is still
      *> running and nothing was left waiting on a busy initiator;
      *> a class capped at 00 does not hold it open.
       CHECK-SINGLE-PASS-DONE SECTION.
           IF SINGLE-PASS-MODE
                   AND RUNNING-COUNT = 0
                   AND WAITING-COUNT = 0
               SET DISPATCHER-IS-DONE TO TRUE
           END-IF
           EXIT SECTION.

      *> One poll: collect whatever has ended since the last one,
      *> then read the queue and take every pending submission that
      *> has a free initiator, marking it taken on disk first and
      *> launching the taken ones in queue order. The read-mark-
      *> rewrite runs under the FILE-GUARD queue lock so a console
      *> appending or holding a request mid-pass can neither be lost
      *> nor half-read; the lock is dropped before any job launches.
      *> A pass that cannot get the lock just waits for the next
      *> poll.
       DISPATCH-ONE-PASS SECTION.
           PERFORM LOAD-JOB-DEFINITIONS.
           IF NOT RECOVERY-IS-DONE
               PERFORM RECOVER-ORPHANED-RUNS
               IF NOT RECOVERY-IS-DONE
                   DISPLAY 'JOB-DISPATCHER: queue busy - startup '
                       'recovery waits'
                   MOVE 0 TO PENDING-COUNT
                   MOVE 1 TO WAITING-COUNT
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM COLLECT-ENDED-RUNS.
           PERFORM LOAD-INITIATOR-CAPS.
           PERFORM BUILD-PASS-NOW-STAMP.
           MOVE 0 TO RECOVERY-JOB-COUNT.
           PERFORM LOAD-RECOVERY-STATUS.
           MOVE 0 TO PENDING-COUNT.
           MOVE 0 TO WAITING-COUNT.
           MOVE 0 TO PARKED-COUNT.
           CALL 'FILE-GUARD' USING 'ACQUIRE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
      *> run a submission twice; refuse the whole pass.
               DISPLAY 'JOB-DISPATCHER: queue file too large - '
                   'pass refused'
               MOVE 0 TO PENDING-COUNT
               MOVE 0 TO WAITING-COUNT
               CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                        GUARD-RESULT-FLAG
               EXIT SECTION
           END-IF
           IF PENDING-COUNT > 0 OR PARKED-COUNT > 0
               PERFORM REWRITE-QUEUE-FILE
           END-IF
           CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF PENDING-COUNT > 0
               PERFORM LAUNCH-ONE-SUBMISSION
                   VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > PENDING-COUNT
           END-IF
           EXIT SECTION.

      *> Startup recovery, once per dispatcher life. The status
      *> file and the run ledger are folded first (no lock needed -
      *> both are only ever appended to), then the queue is read raw
      *> under its lock: the newest taken line per job is the one
      *> whose run the status must show ended. A W or R that belongs
      *> to a later attempt is a retry already requeued, not an
      *> orphan; nor is a W or R with no taken line while the job
      *> still has a line waiting on the queue. A W or R with no
      *> line at all is an orphan whose taken line was compacted
      *> away - it is ended like any other, with nothing to park.
      *> Before anything is called an orphan, a run that got as far
      *> as R is looked up on the ledger and its process id probed:
      *> a run still going is adopted into a slot, not failed, so it
      *> can never be started a second time alongside itself.
      *> Orphan lines are parked 'I' in the image and the image
      *> rewritten before the lock drops; the F lines, alerts, audit
      *> lines and report come after.
       RECOVER-ORPHANED-RUNS SECTION.
           MOVE 0 TO RECOVERY-JOB-COUNT.
           MOVE 0 TO ORPHAN-COUNT.
           MOVE 0 TO ADOPTED-COUNT.
           PERFORM LOAD-RECOVERY-STATUS.
           PERFORM LOAD-RECOVERY-LEDGER.
      *> An adopted run is classed the way a pass would class it,
      *> default class included.
           PERFORM LOAD-INITIATOR-CAPS.
           CALL 'FILE-GUARD' USING 'ACQUIRE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               EXIT SECTION
           END-IF
           PERFORM LOAD-RECOVERY-QUEUE.
           IF QUEUE-LOAD-OVERFLOWED
               DISPLAY 'JOB-DISPATCHER: queue file too large - '
                   'startup recovery refused'
               CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                        GUARD-RESULT-FLAG
               EXIT SECTION
           END-IF
           PERFORM CHECK-ONE-TAKEN-JOB
               VARYING RJ-IDX FROM 1 BY 1
               UNTIL RJ-IDX > RECOVERY-JOB-COUNT.
           IF ORPHAN-COUNT > 0
               PERFORM REWRITE-QUEUE-FILE
           END-IF
           CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           SET RECOVERY-IS-DONE TO TRUE.
           IF ORPHAN-COUNT > 0
               PERFORM END-ONE-ORPHAN
                   VARYING ORPHAN-IDX FROM 1 BY 1
                   UNTIL ORPHAN-IDX > ORPHAN-COUNT
               PERFORM WRITE-RECOVERY-REPORT
           END-IF
           MOVE ORPHAN-COUNT TO RECOVERY-COUNT-EDITED.
           MOVE ADOPTED-COUNT TO ADOPTED-COUNT-EDITED.
           DISPLAY 'JOB-DISPATCHER: startup recovery - '
               FUNCTION TRIM(RECOVERY-COUNT-EDITED)
               ' interrupted run(s), '
               FUNCTION TRIM(ADOPTED-COUNT-EDITED)
               ' still running'.
           EXIT SECTION.

       LOAD-RECOVERY-STATUS SECTION.
           SET END-OF-JOB-STATUS-FILE TO FALSE.
           OPEN INPUT JOB-STATUS-FILE.
           IF JOB-STATUS-FILE-OK
               PERFORM READ-JOB-STATUS-RECORD
               PERFORM FOLD-RECOVERY-STATUS
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

      *> Newest line per job wins, the board's fold. A job's own
      *> progress lines carry no attempt; the dispatcher's last one
      *> is kept through them.
       FOLD-RECOVERY-STATUS SECTION.
           MOVE JOB-NAME TO RJ-MATCH-NAME.
           PERFORM FIND-RECOVERY-JOB.
           IF RJ-FOUND-IDX > 0
               MOVE JOB-STATE TO RJ-STATE(RJ-FOUND-IDX)
               MOVE JOB-START-TIME TO RJ-START-TIME(RJ-FOUND-IDX)
               IF JOB-LOG-PATH NOT = SPACES
                   MOVE JOB-LOG-PATH TO RJ-LOG-PATH(RJ-FOUND-IDX)
               END-IF
               IF JOB-ATTEMPT IS NUMERIC
                   MOVE JOB-ATTEMPT TO RJ-ATTEMPT(RJ-FOUND-IDX)
               END-IF
           END-IF
           PERFORM READ-JOB-STATUS-RECORD.
           EXIT SECTION.

      *> Newest ledger line per job, kept only for jobs the status
      *> file knows - a job with no status line has no run to
      *> recover.
       LOAD-RECOVERY-LEDGER SECTION.
           SET END-OF-RUN-LEDGER TO FALSE.
           OPEN INPUT RUN-LEDGER-FILE.
           IF RUN-LEDGER-OK
               PERFORM READ-RUN-LEDGER-RECORD
               PERFORM FOLD-RECOVERY-LEDGER
                   UNTIL END-OF-RUN-LEDGER
               CLOSE RUN-LEDGER-FILE
           END-IF
           EXIT SECTION.

       READ-RUN-LEDGER-RECORD SECTION.
           READ RUN-LEDGER-FILE
               AT END
                   SET END-OF-RUN-LEDGER TO TRUE
           END-READ.
           EXIT SECTION.

       FOLD-RECOVERY-LEDGER SECTION.
           MOVE LEDGER-JOB TO RJ-MATCH-NAME.
           MOVE 0 TO RJ-FOUND-IDX.
           PERFORM MATCH-ONE-RECOVERY-JOB
               VARYING RJ-IDX FROM 1 BY 1
               UNTIL RJ-IDX > RECOVERY-JOB-COUNT
                   OR RJ-FOUND-IDX > 0.
           IF RJ-FOUND-IDX > 0
               MOVE RUN-LEDGER-RECORD TO RJ-LEDGER-ROW(RJ-FOUND-IDX)
           END-IF
           PERFORM READ-RUN-LEDGER-RECORD.
           EXIT SECTION.

      *> Finds RJ-MATCH-NAME's entry, opening a fresh one (no status
      *> yet, nothing taken) when the job is new.
       FIND-RECOVERY-JOB SECTION.
           MOVE 0 TO RJ-FOUND-IDX.
           PERFORM MATCH-ONE-RECOVERY-JOB
               VARYING RJ-IDX FROM 1 BY 1
               UNTIL RJ-IDX > RECOVERY-JOB-COUNT
                   OR RJ-FOUND-IDX > 0.
           IF RJ-FOUND-IDX = 0
                   AND RECOVERY-JOB-COUNT < RECOVERY-JOB-CAPACITY
               ADD 1 TO RECOVERY-JOB-COUNT
               MOVE RECOVERY-JOB-COUNT TO RJ-FOUND-IDX
               MOVE RJ-MATCH-NAME TO RJ-NAME(RJ-FOUND-IDX)
               MOVE SPACE TO RJ-STATE(RJ-FOUND-IDX)
               MOVE SPACES TO RJ-START-TIME(RJ-FOUND-IDX)
               MOVE SPACES TO RJ-LOG-PATH(RJ-FOUND-IDX)
               MOVE SPACES TO RJ-ATTEMPT(RJ-FOUND-IDX)
               MOVE 0 TO RJ-TAKEN-IDX(RJ-FOUND-IDX)
               MOVE 'N' TO RJ-OPEN-LINE(RJ-FOUND-IDX)
               MOVE SPACES TO RJ-LEDGER-ROW(RJ-FOUND-IDX)
           END-IF
           EXIT SECTION.

       MATCH-ONE-RECOVERY-JOB SECTION.
           IF RJ-NAME(RJ-IDX) = RJ-MATCH-NAME
               MOVE RJ-IDX TO RJ-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> The queue exactly as it stands - nothing compacted, nothing
      *> considered - noting each job's newest taken line and which
      *> jobs still have a line waiting to be taken.
       LOAD-RECOVERY-QUEUE SECTION.
           MOVE 0 TO QUEUE-LINE-COUNT.
           SET QUEUE-LOAD-OVERFLOWED TO FALSE.
           SET END-OF-JOB-QUEUE TO FALSE.
           OPEN INPUT JOB-QUEUE-FILE.
           IF JOB-QUEUE-OK
               PERFORM READ-QUEUE-RECORD
               PERFORM STORE-RECOVERY-QUEUE-LINE
                   UNTIL END-OF-JOB-QUEUE
               CLOSE JOB-QUEUE-FILE
           END-IF
           EXIT SECTION.

       STORE-RECOVERY-QUEUE-LINE SECTION.
           IF QUEUE-LINE-COUNT >= QUEUE-LINE-CAPACITY
               SET QUEUE-LOAD-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO QUEUE-LINE-COUNT
               MOVE JOB-QUEUE-RECORD
                   TO QUEUE-LINE-ENTRY(QUEUE-LINE-COUNT)
               IF QUEUE-IS-TAKEN AND QUEUE-JOB NOT = SPACES
                   MOVE QUEUE-JOB TO RJ-MATCH-NAME
                   PERFORM FIND-RECOVERY-JOB
                   IF RJ-FOUND-IDX > 0
                       MOVE QUEUE-LINE-COUNT
                           TO RJ-TAKEN-IDX(RJ-FOUND-IDX)
                   END-IF
               END-IF
               IF (QUEUE-IS-PENDING OR QUEUE-IS-HELD
                       OR QUEUE-IS-AWAITING-APPROVAL)
                       AND QUEUE-JOB NOT = SPACES
                   MOVE QUEUE-JOB TO RJ-MATCH-NAME
                   PERFORM FIND-RECOVERY-JOB
                   IF RJ-FOUND-IDX > 0
                       MOVE 'Y' TO RJ-OPEN-LINE(RJ-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-QUEUE-RECORD.
           EXIT SECTION.

       CHECK-ONE-TAKEN-JOB SECTION.
           IF RJ-STATE(RJ-IDX) = 'E' OR RJ-STATE(RJ-IDX) = 'F'
               EXIT SECTION
           END-IF
           IF RJ-TAKEN-IDX(RJ-IDX) = 0
               IF RJ-HAS-OPEN-LINE(RJ-IDX)
                       OR (RJ-STATE(RJ-IDX) NOT = 'W'
                           AND RJ-STATE(RJ-IDX) NOT = 'R')
                   EXIT SECTION
               END-IF
               PERFORM BUILD-UNQUEUED-RUN
           ELSE
               MOVE QUEUE-LINE-ENTRY(RJ-TAKEN-IDX(RJ-IDX))
                   TO JOB-QUEUE-RECORD
               IF RJ-ATTEMPT(RJ-IDX) IS NUMERIC
                       AND QUEUE-ATTEMPT IS NUMERIC
                       AND RJ-ATTEMPT(RJ-IDX) NOT = QUEUE-ATTEMPT
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM PROBE-RECOVERED-RUN.
           IF RUN-IS-ALIVE
               PERFORM ADOPT-RECOVERED-RUN
               EXIT SECTION
           END-IF
           IF ORPHAN-COUNT >= 100
               EXIT SECTION
           END-IF
           ADD 1 TO ORPHAN-COUNT.
           IF RJ-TAKEN-IDX(RJ-IDX) > 0
               SET QUEUE-IS-INTERRUPTED TO TRUE
               MOVE JOB-QUEUE-RECORD
                   TO QUEUE-LINE-ENTRY(RJ-TAKEN-IDX(RJ-IDX))
               MOVE 'Y' TO ORPHAN-PARKED(ORPHAN-COUNT)
           ELSE
               MOVE 'N' TO ORPHAN-PARKED(ORPHAN-COUNT)
           END-IF
           MOVE QUEUE-JOB TO ORPHAN-JOB(ORPHAN-COUNT).
           MOVE QUEUE-DATE TO ORPHAN-DATE(ORPHAN-COUNT).
           MOVE QUEUE-TIME TO ORPHAN-TIME(ORPHAN-COUNT).
           MOVE QUEUE-USER TO ORPHAN-USER(ORPHAN-COUNT).
           IF QUEUE-ATTEMPT IS NUMERIC AND QUEUE-ATTEMPT > 0
               MOVE QUEUE-ATTEMPT TO ORPHAN-ATTEMPT(ORPHAN-COUNT)
           ELSE
               MOVE 1 TO ORPHAN-ATTEMPT(ORPHAN-COUNT)
           END-IF
           MOVE RJ-STATE(RJ-IDX) TO ORPHAN-STATE(ORPHAN-COUNT).
           MOVE RJ-START-TIME(RJ-IDX)
               TO ORPHAN-TAKEN-TIME(ORPHAN-COUNT).
           MOVE RJ-LOG-PATH(RJ-IDX) TO ORPHAN-LOG-PATH(ORPHAN-COUNT).
           EXIT SECTION.

      *> A W or R whose taken line is gone: the submission is rebuilt
      *> in the queue record from the job's newest ledger line when
      *> that line is this run's launch (same start time), otherwise
      *> it is known by its job and attempt alone.
       BUILD-UNQUEUED-RUN SECTION.
           MOVE SPACES TO JOB-QUEUE-RECORD.
           MOVE 0 TO QUEUE-DATE.
           MOVE 0 TO QUEUE-TIME.
           MOVE RJ-NAME(RJ-IDX) TO QUEUE-JOB.
           SET QUEUE-IS-TAKEN TO TRUE.
           IF RJ-ATTEMPT(RJ-IDX) IS NUMERIC
               MOVE RJ-ATTEMPT(RJ-IDX) TO QUEUE-ATTEMPT
           END-IF
           IF RJ-STATE(RJ-IDX) NOT = 'R'
                   OR RJ-LEDGER-ROW(RJ-IDX) = SPACES
               EXIT SECTION
           END-IF
           MOVE RJ-LEDGER-ROW(RJ-IDX) TO RUN-LEDGER-RECORD.
           IF LEDGER-START-TIME NOT = RJ-START-TIME(RJ-IDX)
               EXIT SECTION
           END-IF
           IF LEDGER-QUEUE-DATE IS NUMERIC
                   AND LEDGER-QUEUE-TIME IS NUMERIC
               MOVE LEDGER-QUEUE-DATE TO QUEUE-DATE
               MOVE LEDGER-QUEUE-TIME TO QUEUE-TIME
           END-IF
           MOVE LEDGER-QUEUE-USER TO QUEUE-USER.
           IF LEDGER-ATTEMPT IS NUMERIC
               MOVE LEDGER-ATTEMPT TO QUEUE-ATTEMPT
           END-IF
           PERFORM MOVE-ONE-UNQUEUED-PARAM
               VARYING RUN-PARAM-IDX FROM 1 BY 1
               UNTIL RUN-PARAM-IDX > 10.
           EXIT SECTION.

       MOVE-ONE-UNQUEUED-PARAM SECTION.
           MOVE LEDGER-PARAM(RUN-PARAM-IDX)
               TO QUEUE-PARAM(RUN-PARAM-IDX).
           EXIT SECTION.

      *> A run is alive only if it got as far as R, its job's newest
      *> ledger line is that launch (same start time) with a process
      *> id, and kill() with signal 0 still finds the process. A W
      *> never reached fork(), and a run the ledger cannot place is
      *> treated as gone, as before the id was recorded. An id the
      *> system has since given to some other process reads as
      *> alive too; that run then shows R until the other process
      *> ends - the safe way to be wrong, since the job is not
      *> started twice.
       PROBE-RECOVERED-RUN SECTION.
           SET RUN-IS-ALIVE TO FALSE.
           IF RJ-STATE(RJ-IDX) NOT = 'R'
                   OR RJ-LEDGER-ROW(RJ-IDX) = SPACES
               EXIT SECTION
           END-IF
           MOVE RJ-LEDGER-ROW(RJ-IDX) TO RUN-LEDGER-RECORD.
           IF LEDGER-START-TIME NOT = RJ-START-TIME(RJ-IDX)
                   OR LEDGER-PID IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF LEDGER-PID = 0
               EXIT SECTION
           END-IF
           MOVE LEDGER-PID TO PROBE-PID.
           CALL 'kill' USING BY VALUE PROBE-PID,
                             BY VALUE PROBE-SIGNAL
               RETURNING PROBE-RESULT.
           IF PROBE-RESULT = 0
               SET RUN-IS-ALIVE TO TRUE
           END-IF
           EXIT SECTION.

      *> The live run takes a slot the way a launch would - class,
      *> submission, attempt and log as they stand - so it counts
      *> against its initiator, keeps its job busy and keeps its
      *> taken line on the queue until it ends. With no slot free it
      *> is left exactly as found: its R line and taken line stand,
      *> and the next restart looks again.
       ADOPT-RECOVERED-RUN SECTION.
           MOVE 0 TO FREE-SLOT-IDX.
           PERFORM FIND-ONE-FREE-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > RUN-SLOT-CAPACITY
                   OR FREE-SLOT-IDX > 0.
           MOVE PROBE-PID TO PROBE-PID-EDITED.
           IF FREE-SLOT-IDX = 0
               DISPLAY 'JOB-DISPATCHER: '
                   FUNCTION TRIM(RJ-NAME(RJ-IDX))
                   ' still running as process '
                   FUNCTION TRIM(PROBE-PID-EDITED)
                   ' - no slot free to adopt it'
               EXIT SECTION
           END-IF
           MOVE FREE-SLOT-IDX TO SLOT-IDX.
           PERFORM RESOLVE-SUBMISSION-CLASS.
           MOVE PROBE-PID TO SLOT-PID(SLOT-IDX).
           SET SLOT-IS-ADOPTED(SLOT-IDX) TO TRUE.
           MOVE RJ-NAME(RJ-IDX) TO SLOT-JOB(SLOT-IDX).
           MOVE SUBMISSION-CLASS TO SLOT-CLASS(SLOT-IDX).
           MOVE RJ-START-TIME(RJ-IDX) TO SLOT-START-TIME(SLOT-IDX).
           MOVE RJ-LOG-PATH(RJ-IDX) TO SLOT-LOG-PATH(SLOT-IDX).
           MOVE QUEUE-DATE TO SLOT-QUEUE-DATE(SLOT-IDX).
           MOVE QUEUE-TIME TO SLOT-QUEUE-TIME(SLOT-IDX).
           MOVE QUEUE-USER TO SLOT-QUEUE-USER(SLOT-IDX).
           IF QUEUE-ATTEMPT IS NUMERIC AND QUEUE-ATTEMPT > 0
               MOVE QUEUE-ATTEMPT TO SLOT-ATTEMPT(SLOT-IDX)
           ELSE
               MOVE 1 TO SLOT-ATTEMPT(SLOT-IDX)
           END-IF
           IF DEF-JOB-FOUND-IDX > 0
               MOVE DJ-RETRY-ATTEMPTS(DEF-JOB-FOUND-IDX)
                   TO SLOT-ATTEMPT-LIMIT(SLOT-IDX)
           ELSE
               MOVE 1 TO SLOT-ATTEMPT-LIMIT(SLOT-IDX)
           END-IF
           PERFORM ADOPT-ONE-RUN-PARAM
               VARYING RUN-PARAM-IDX FROM 1 BY 1
               UNTIL RUN-PARAM-IDX > 10.
           MOVE QUEUE-APPROVAL TO SLOT-APPROVAL-TEXT(SLOT-IDX).
           ADD 1 TO RUNNING-COUNT.
           ADD 1 TO ADOPTED-COUNT.
           DISPLAY 'JOB-DISPATCHER: '
               FUNCTION TRIM(RJ-NAME(RJ-IDX))
               ' still running as process '
               FUNCTION TRIM(PROBE-PID-EDITED) ' - adopted'.
           EXIT SECTION.

       ADOPT-ONE-RUN-PARAM SECTION.
           MOVE QUEUE-PARAM(RUN-PARAM-IDX)
               TO SLOT-PARAM(SLOT-IDX, RUN-PARAM-IDX).
           EXIT SECTION.

      *> The orphan's run is ended F with the interrupted code on
      *> the status file (a job that never reported a log gets the
      *> path its launch would have used), alerted like any failure
      *> and audited as RECOVER naming the request. No retry: an
      *> operator decides whether it runs again.
       END-ONE-ORPHAN SECTION.
           MOVE ORPHAN-JOB(ORPHAN-IDX) TO REPORT-JOB-NAME.
           MOVE ORPHAN-LOG-PATH(ORPHAN-IDX) TO REPORT-LOG-PATH.
           IF REPORT-LOG-PATH = SPACES
               STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                   DELIMITED BY SIZE
                      '/joblog-'                   DELIMITED BY SIZE
                      FUNCTION TRIM(REPORT-JOB-NAME)
                                                   DELIMITED BY SIZE
                      '.log'                       DELIMITED BY SIZE
                   INTO REPORT-LOG-PATH
               END-STRING
           END-IF
           MOVE ORPHAN-TAKEN-TIME(ORPHAN-IDX) TO REPORT-START-TIME.
           PERFORM BUILD-CLOCK-TEXT.
           MOVE CLOCK-TEXT TO REPORT-END-TIME.
           MOVE ORPHAN-ATTEMPT(ORPHAN-IDX) TO REPORT-ATTEMPT.
           MOVE 1 TO REPORT-ATTEMPT-LIMIT.
           PERFORM MATCH-ONE-ORPHAN-DEF-JOB
               VARYING DEF-JOB-IDX FROM 1 BY 1
               UNTIL DEF-JOB-IDX > DEF-JOB-COUNT.
           MOVE INTERRUPTED-RETURN-CODE TO JOB-EXIT-CODE.
           MOVE INTERRUPTED-RETURN-CODE TO REPORT-RETURN-CODE.
           MOVE 'F' TO REPORT-STATE.
           PERFORM REPORT-JOB-STATUS.
           PERFORM RAISE-FAILURE-ALERT.
           MOVE SPACES TO UTIL-AUDIT-WINDOW.
           STRING FUNCTION TRIM(REPORT-JOB-NAME)   DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  ORPHAN-DATE(ORPHAN-IDX)          DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  ORPHAN-TIME(ORPHAN-IDX)          DELIMITED BY SIZE
                  ' INTERRUPTED'                   DELIMITED BY SIZE
               INTO UTIL-AUDIT-WINDOW
           END-STRING
           MOVE 'RECOVER' TO UTIL-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-LINE.
           IF ORPHAN-PARKED(ORPHAN-IDX) = 'Y'
               DISPLAY 'JOB-DISPATCHER: '
                   FUNCTION TRIM(REPORT-JOB-NAME)
                   ' interrupted - ended RC=0999 and parked for review'
           ELSE
               DISPLAY 'JOB-DISPATCHER: '
                   FUNCTION TRIM(REPORT-JOB-NAME)
                   ' interrupted - ended RC=0999, no queue line to park'
           END-IF
           EXIT SECTION.

       MATCH-ONE-ORPHAN-DEF-JOB SECTION.
           IF DJ-NAME(DEF-JOB-IDX) = ORPHAN-JOB(ORPHAN-IDX)
               MOVE DJ-RETRY-ATTEMPTS(DEF-JOB-IDX)
                   TO REPORT-ATTEMPT-LIMIT
           END-IF
           EXIT SECTION.

      *> One section per startup that found anything, appended so
      *> an earlier restart's findings are still there to read.
       WRITE-RECOVERY-REPORT SECTION.
           OPEN EXTEND RECOVERY-FILE.
           IF RECOVERY-FILE-STATUS = '35'
               OPEN OUTPUT RECOVERY-FILE
           END-IF
           IF NOT RECOVERY-FILE-OK
               DISPLAY 'JOB-DISPATCHER: recovery report not written'
               EXIT SECTION
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM BUILD-CLOCK-TEXT.
           MOVE SPACES TO RECOVERY-LINE.
           STRING 'DISPATCHER STARTUP RECOVERY  '  DELIMITED BY SIZE
                  TODAY-DATE(1:4)                  DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  TODAY-DATE(5:2)                  DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  TODAY-DATE(7:2)                  DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  CLOCK-TEXT                       DELIMITED BY SIZE
               INTO RECOVERY-LINE
           END-STRING
           PERFORM WRITE-RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           STRING 'JOB       KEYED            KEYED BY'
                                                   DELIMITED BY SIZE
                  '              TAKEN     TRY  LAST STATUS'
                                                   DELIMITED BY SIZE
               INTO RECOVERY-LINE
           END-STRING
           PERFORM WRITE-RECOVERY-LINE.
           PERFORM WRITE-ONE-ORPHAN-LINE
               VARYING ORPHAN-IDX FROM 1 BY 1
               UNTIL ORPHAN-IDX > ORPHAN-COUNT.
           MOVE ORPHAN-COUNT TO RECOVERY-COUNT-EDITED.
           MOVE SPACES TO RECOVERY-LINE.
           STRING RECOVERY-COUNT-EDITED            DELIMITED BY SIZE
                  ' RUN(S) ENDED F RC=0999 - '     DELIMITED BY SIZE
                  'RESUBMIT OR CANCEL ON QUEUE-REVIEW-CONSOLE'
                                                   DELIMITED BY SIZE
               INTO RECOVERY-LINE
           END-STRING
           PERFORM WRITE-RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           PERFORM WRITE-RECOVERY-LINE.
           CLOSE RECOVERY-FILE.
           EXIT SECTION.

      *> Taken is the launch time on its R line; a run that never
      *> got past W was taken but not started.
       WRITE-ONE-ORPHAN-LINE SECTION.
           EVALUATE ORPHAN-STATE(ORPHAN-IDX)
               WHEN 'R'
                   MOVE 'RUNNING' TO RECOVERY-STATE-TEXT
               WHEN 'W'
                   MOVE 'NOT STARTED' TO RECOVERY-STATE-TEXT
               WHEN OTHER
                   MOVE 'NONE' TO RECOVERY-STATE-TEXT
           END-EVALUATE
           IF ORPHAN-TAKEN-TIME(ORPHAN-IDX) = SPACES
               MOVE '--:--:--' TO ORPHAN-TAKEN-TIME(ORPHAN-IDX)
           END-IF
           MOVE ORPHAN-ATTEMPT(ORPHAN-IDX) TO ATTEMPT-EDITED.
           MOVE SPACES TO RECOVERY-LINE.
           STRING ORPHAN-JOB(ORPHAN-IDX)           DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  ORPHAN-DATE(ORPHAN-IDX)          DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  ORPHAN-TIME(ORPHAN-IDX)          DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  ORPHAN-USER(ORPHAN-IDX)          DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  ORPHAN-TAKEN-TIME(ORPHAN-IDX)    DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  ATTEMPT-EDITED                   DELIMITED BY SIZE
                  '   '                            DELIMITED BY SIZE
                  RECOVERY-STATE-TEXT              DELIMITED BY SIZE
               INTO RECOVERY-LINE
           END-STRING
           PERFORM WRITE-RECOVERY-LINE.
           EXIT SECTION.

       WRITE-RECOVERY-LINE SECTION.
           MOVE RECOVERY-LINE TO RECOVERY-RECORD.
           WRITE RECOVERY-RECORD.
           EXIT SECTION.

      *> Asks the C library, without blocking, whether each running
      *> child has ended; an ended one frees its slot and gets its
      *> E or F line. A child the library no longer knows (-1) has
      *> been lost - reported as a failure rather than left showing
      *> R forever. An adopted run is not a child of this process;
      *> it is only asked whether it still exists.
       COLLECT-ENDED-RUNS SECTION.
           PERFORM COLLECT-ONE-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > RUN-SLOT-CAPACITY.
           EXIT SECTION.

       COLLECT-ONE-SLOT SECTION.
           IF SLOT-PID(SLOT-IDX) = 0
               EXIT SECTION
           END-IF
           IF SLOT-IS-ADOPTED(SLOT-IDX)
               PERFORM COLLECT-ADOPTED-SLOT
               EXIT SECTION
           END-IF
           MOVE 0 TO WAIT-STATUS.
           CALL 'waitpid' USING BY VALUE SLOT-PID(SLOT-IDX),
                                BY REFERENCE WAIT-STATUS,
                                BY VALUE WAIT-NO-HANG
               RETURNING WAIT-RESULT.
           EVALUATE TRUE
               WHEN WAIT-RESULT = 0
                   EXIT SECTION
               WHEN WAIT-RESULT < 0
                   MOVE 12 TO JOB-EXIT-CODE
      *> The child exits with the job's decoded return code; a
      *> nonzero low byte means the child itself was killed before
      *> it could say, which is the standard RC=12 again.
               WHEN FUNCTION MOD(WAIT-STATUS, 256) NOT = 0
                   MOVE 12 TO JOB-EXIT-CODE
               WHEN OTHER
                   COMPUTE JOB-EXIT-CODE = WAIT-STATUS / 256
           END-EVALUATE
           PERFORM FINISH-ONE-RUN.
           MOVE 0 TO SLOT-PID(SLOT-IDX).
           SUBTRACT 1 FROM RUNNING-COUNT.
           EXIT SECTION.

      *> An adopted run that has gone ended under the dispatcher
      *> that launched it, and its return code went with that
      *> process: nobody can say whether it worked. It is ended the
      *> way startup recovery ends an orphan - F with the
      *> interrupted code, alerted, audited as RECOVER, and its taken
      *> line parked 'I' for an operator to resubmit or cancel - and
      *> never retried on a code that was never seen.
       COLLECT-ADOPTED-SLOT SECTION.
           MOVE SLOT-PID(SLOT-IDX) TO PROBE-PID.
           CALL 'kill' USING BY VALUE PROBE-PID,
                             BY VALUE PROBE-SIGNAL
               RETURNING PROBE-RESULT.
           IF PROBE-RESULT = 0
               EXIT SECTION
           END-IF
           SET ADOPTED-LINE-FOUND TO FALSE.
           PERFORM PARK-ADOPTED-QUEUE-LINE.
           MOVE 1 TO ORPHAN-COUNT.
           MOVE ADOPTED-LINE-SWITCH TO ORPHAN-PARKED(1).
           MOVE 1 TO ORPHAN-IDX.
           MOVE SLOT-JOB(SLOT-IDX) TO ORPHAN-JOB(1).
           MOVE SLOT-QUEUE-DATE(SLOT-IDX) TO ORPHAN-DATE(1).
           MOVE SLOT-QUEUE-TIME(SLOT-IDX) TO ORPHAN-TIME(1).
           MOVE SLOT-QUEUE-USER(SLOT-IDX) TO ORPHAN-USER(1).
           MOVE SLOT-ATTEMPT(SLOT-IDX) TO ORPHAN-ATTEMPT(1).
           MOVE 'R' TO ORPHAN-STATE(1).
           MOVE SLOT-START-TIME(SLOT-IDX) TO ORPHAN-TAKEN-TIME(1).
           MOVE SLOT-LOG-PATH(SLOT-IDX) TO ORPHAN-LOG-PATH(1).
           PERFORM END-ONE-ORPHAN.
           MOVE 0 TO SLOT-PID(SLOT-IDX).
           MOVE 'N' TO SLOT-ADOPTED(SLOT-IDX).
           SUBTRACT 1 FROM RUNNING-COUNT.
           EXIT SECTION.

      *> Flips the adopted run's taken line to 'I' under the queue
      *> lock. Without the lock the line is left taken; the next
      *> pass compacts it away once the F line is on the status
      *> file, and the alert and audit line still say what happened.
       PARK-ADOPTED-QUEUE-LINE SECTION.
           CALL 'FILE-GUARD' USING 'ACQUIRE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               DISPLAY 'JOB-DISPATCHER: queue busy - '
                   FUNCTION TRIM(SLOT-JOB(SLOT-IDX))
                   ' left taken'
               EXIT SECTION
           END-IF
           PERFORM LOAD-RECOVERY-QUEUE.
           IF NOT QUEUE-LOAD-OVERFLOWED
               PERFORM MATCH-ONE-ADOPTED-LINE
                   VARYING QUEUE-LINE-IDX FROM 1 BY 1
                   UNTIL QUEUE-LINE-IDX > QUEUE-LINE-COUNT
                       OR ADOPTED-LINE-FOUND
               IF ADOPTED-LINE-FOUND
                   PERFORM REWRITE-QUEUE-FILE
               END-IF
           END-IF
           CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           EXIT SECTION.

       MATCH-ONE-ADOPTED-LINE SECTION.
           MOVE QUEUE-LINE-ENTRY(QUEUE-LINE-IDX) TO JOB-QUEUE-RECORD.
           IF QUEUE-IS-TAKEN
                   AND QUEUE-JOB = SLOT-JOB(SLOT-IDX)
                   AND QUEUE-DATE = SLOT-QUEUE-DATE(SLOT-IDX)
                   AND QUEUE-TIME = SLOT-QUEUE-TIME(SLOT-IDX)
               SET QUEUE-IS-INTERRUPTED TO TRUE
               MOVE JOB-QUEUE-RECORD
                   TO QUEUE-LINE-ENTRY(QUEUE-LINE-IDX)
               SET ADOPTED-LINE-FOUND TO TRUE
           END-IF
           EXIT SECTION.

      *> Reports the ended run in slot SLOT-IDX as E or F with its
      *> return code. A failure the job's retry policy covers goes
      *> back on the queue as the next attempt; any other failure
      *> raises the alert.
       FINISH-ONE-RUN SECTION.
           MOVE SLOT-JOB(SLOT-IDX) TO REPORT-JOB-NAME.
           MOVE SLOT-LOG-PATH(SLOT-IDX) TO REPORT-LOG-PATH.
           MOVE SLOT-START-TIME(SLOT-IDX) TO REPORT-START-TIME.
           MOVE SLOT-ATTEMPT(SLOT-IDX) TO REPORT-ATTEMPT.
           MOVE SLOT-ATTEMPT-LIMIT(SLOT-IDX) TO REPORT-ATTEMPT-LIMIT.
           PERFORM BUILD-CLOCK-TEXT.
           MOVE CLOCK-TEXT TO REPORT-END-TIME.
           MOVE JOB-EXIT-CODE TO REPORT-RETURN-CODE.
           IF JOB-EXIT-CODE <= 4
               MOVE 'E' TO REPORT-STATE
           ELSE
               MOVE 'F' TO REPORT-STATE
           END-IF
           PERFORM REPORT-JOB-STATUS.
           MOVE JOB-EXIT-CODE TO EXIT-CODE-EDITED.
           DISPLAY 'JOB-DISPATCHER: ran '
               FUNCTION TRIM(REPORT-JOB-NAME)
               ' RC=' EXIT-CODE-EDITED.
           IF REPORT-STATE = 'F'
               PERFORM CHECK-RETRY-POLICY
               IF RUN-WILL-RETRY
                   PERFORM REQUEUE-FOR-RETRY
               END-IF
               IF NOT RUN-WILL-RETRY
                   PERFORM RAISE-FAILURE-ALERT
               END-IF
           END-IF
           EXIT SECTION.

      *> A retry is due when the job's policy allows more attempts
      *> than this one and either lists no codes (every failure is
      *> retried) or lists this one. The policy is read as it stands
      *> now, so tightening it stops a retry chain already running.
       CHECK-RETRY-POLICY SECTION.
           SET RUN-WILL-RETRY TO FALSE.
           MOVE 0 TO DEF-JOB-FOUND-IDX.
           PERFORM MATCH-ONE-SLOT-DEF-JOB
               VARYING DEF-JOB-IDX FROM 1 BY 1
               UNTIL DEF-JOB-IDX > DEF-JOB-COUNT
                   OR DEF-JOB-FOUND-IDX > 0.
           IF DEF-JOB-FOUND-IDX = 0
               EXIT SECTION
           END-IF
           IF DJ-RETRY-ATTEMPTS(DEF-JOB-FOUND-IDX)
                   <= SLOT-ATTEMPT(SLOT-IDX)
               EXIT SECTION
           END-IF
           IF DJ-RETRY-RC-COUNT(DEF-JOB-FOUND-IDX) = 0
               SET RUN-WILL-RETRY TO TRUE
               EXIT SECTION
           END-IF
           SET RETRY-CODE-MATCHED TO FALSE.
           PERFORM MATCH-ONE-RETRY-CODE
               VARYING DEF-RETRY-IDX FROM 1 BY 1
               UNTIL DEF-RETRY-IDX
                       > DJ-RETRY-RC-COUNT(DEF-JOB-FOUND-IDX)
                   OR RETRY-CODE-MATCHED.
           IF RETRY-CODE-MATCHED
               SET RUN-WILL-RETRY TO TRUE
           END-IF
           EXIT SECTION.

       MATCH-ONE-SLOT-DEF-JOB SECTION.
           IF DJ-NAME(DEF-JOB-IDX) = SLOT-JOB(SLOT-IDX)
               MOVE DEF-JOB-IDX TO DEF-JOB-FOUND-IDX
           END-IF
           EXIT SECTION.

       MATCH-ONE-RETRY-CODE SECTION.
           IF DJ-RETRY-RC(DEF-JOB-FOUND-IDX, DEF-RETRY-IDX)
                   = JOB-EXIT-CODE
               SET RETRY-CODE-MATCHED TO TRUE
           END-IF
           EXIT SECTION.

      *> Appends the slot's submission to the queue as the next
      *> attempt - same keyed stamp, operator and parameters, so
      *> every report still ties it to the one request - with its
      *> earliest start the policy's wait from now. The board gets
      *> a W line for the coming attempt and the audit trail a
      *> RETRY line naming the request, the attempt and the code
      *> that caused it. If the queue lock cannot be had the retry
      *> is abandoned and the failure alerted like any other.
       REQUEUE-FOR-RETRY SECTION.
           PERFORM BUILD-RETRY-NOT-BEFORE.
           MOVE SLOT-QUEUE-DATE(SLOT-IDX) TO QUEUE-DATE.
           MOVE SLOT-QUEUE-TIME(SLOT-IDX) TO QUEUE-TIME.
           MOVE SLOT-QUEUE-USER(SLOT-IDX) TO QUEUE-USER.
           MOVE SLOT-JOB(SLOT-IDX) TO QUEUE-JOB.
           PERFORM MOVE-ONE-RETRY-PARAM
               VARYING RUN-PARAM-IDX FROM 1 BY 1
               UNTIL RUN-PARAM-IDX > 10.
           SET QUEUE-IS-PENDING TO TRUE.
           COMPUTE QUEUE-ATTEMPT = SLOT-ATTEMPT(SLOT-IDX) + 1.
           MOVE RETRY-DATE TO QUEUE-NOT-BEFORE-DATE.
           MOVE RETRY-TIME TO QUEUE-NOT-BEFORE-TIME.
           MOVE SLOT-APPROVAL-TEXT(SLOT-IDX) TO QUEUE-APPROVAL.
           CALL 'FILE-GUARD' USING 'ACQUIRE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               DISPLAY 'JOB-DISPATCHER: queue busy - retry of '
                   FUNCTION TRIM(SLOT-JOB(SLOT-IDX)) ' abandoned'
               SET RUN-WILL-RETRY TO FALSE
               EXIT SECTION
           END-IF
           OPEN EXTEND JOB-QUEUE-FILE.
           IF JOB-QUEUE-STATUS = '35'
               OPEN OUTPUT JOB-QUEUE-FILE
           END-IF
           WRITE JOB-QUEUE-RECORD.
           CLOSE JOB-QUEUE-FILE.
           CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           MOVE QUEUE-ATTEMPT TO REPORT-ATTEMPT.
           MOVE SPACES TO REPORT-START-TIME.
           MOVE SPACES TO REPORT-END-TIME.
           MOVE 'W' TO REPORT-STATE.
           PERFORM REPORT-JOB-STATUS.
           MOVE QUEUE-ATTEMPT TO ATTEMPT-EDITED.
           MOVE SPACES TO UTIL-AUDIT-WINDOW.
           STRING FUNCTION TRIM(QUEUE-JOB)         DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  QUEUE-DATE                       DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  QUEUE-TIME                       DELIMITED BY SIZE
                  ' TRY '                          DELIMITED BY SIZE
                  FUNCTION TRIM(ATTEMPT-EDITED)    DELIMITED BY SIZE
                  ' RC='                           DELIMITED BY SIZE
                  REPORT-RETURN-CODE               DELIMITED BY SIZE
               INTO UTIL-AUDIT-WINDOW
           END-STRING
           MOVE 'RETRY' TO UTIL-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-LINE.
           DISPLAY 'JOB-DISPATCHER: '
               FUNCTION TRIM(QUEUE-JOB) ' requeued as attempt '
               FUNCTION TRIM(ATTEMPT-EDITED) ' not before '
               RETRY-DATE ' ' RETRY-TIME.
           EXIT SECTION.

       MOVE-ONE-RETRY-PARAM SECTION.
           MOVE SLOT-PARAM(SLOT-IDX, RUN-PARAM-IDX)
               TO QUEUE-PARAM(RUN-PARAM-IDX).
           EXIT SECTION.

      *> Now plus the policy's wait, carried across midnight (and
      *> month or year ends) through the integer-date functions.
       BUILD-RETRY-NOT-BEFORE SECTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-RAW FROM TIME.
           COMPUTE RETRY-SECONDS =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) * 86400
               + CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS
               + DJ-RETRY-DELAY(DEF-JOB-FOUND-IDX) * 60.
           COMPUTE RETRY-DAY-NUMBER = RETRY-SECONDS / 86400.
           COMPUTE RETRY-DAY-SECONDS =
               RETRY-SECONDS - RETRY-DAY-NUMBER * 86400.
           COMPUTE RETRY-DATE =
               FUNCTION DATE-OF-INTEGER(RETRY-DAY-NUMBER).
           COMPUTE RETRY-HH = RETRY-DAY-SECONDS / 3600.
           COMPUTE RETRY-MM =
               (RETRY-DAY-SECONDS - RETRY-HH * 3600) / 60.
           COMPUTE RETRY-SS =
               RETRY-DAY-SECONDS - RETRY-HH * 3600 - RETRY-MM * 60.
           COMPUTE RETRY-TIME =
               RETRY-HH * 10000 + RETRY-MM * 100 + RETRY-SS.
           EXIT SECTION.

      *> Now as YYYYMMDDHHMMSS, taken once a pass, for comparing
      *> against a retry's NOT-BEFORE stamp.
       BUILD-PASS-NOW-STAMP SECTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-RAW FROM TIME.
           COMPUTE PASS-NOW-STAMP =
               TODAY-DATE * 1000000
               + CLOCK-HH * 10000 + CLOCK-MM * 100 + CLOCK-SS.
           EXIT SECTION.

       WRITE-AUDIT-LINE SECTION.
           MOVE 0 TO UTIL-AUDIT-WIDTH.
           MOVE 0 TO UTIL-AUDIT-HEIGHT.
           MOVE 0 TO UTIL-AUDIT-X.
           MOVE 0 TO UTIL-AUDIT-Y.
           CALL 'NCURSES-UTIL' USING 'AUDIT-LOG', UTIL-CONTROL.
           EXIT SECTION.

      *> Folds the job-definition file down to each job, the
      *> position of its CLASS field and its retry policy; reread
      *> every pass so a job added to the file is classed correctly
      *> without a restart.
       LOAD-JOB-DEFINITIONS SECTION.
           MOVE 0 TO DEF-JOB-COUNT.
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
           EVALUATE TRUE
               WHEN JOB-DEF-IS-JOB
                   IF DEF-JOB-COUNT < DEF-JOB-CAPACITY
                       ADD 1 TO DEF-JOB-COUNT
                       MOVE JOB-DEF-NAME TO DJ-NAME(DEF-JOB-COUNT)
                       MOVE 0 TO DJ-FIELD-COUNT(DEF-JOB-COUNT)
                       MOVE 0 TO DJ-CLASS-FIELD(DEF-JOB-COUNT)
                       MOVE 1 TO DJ-RETRY-ATTEMPTS(DEF-JOB-COUNT)
                       MOVE 0 TO DJ-RETRY-DELAY(DEF-JOB-COUNT)
                       MOVE 0 TO DJ-RETRY-RC-COUNT(DEF-JOB-COUNT)
                       IF DEF-JOB-NEEDS-APPROVAL
                           SET DJ-NEEDS-APPROVAL(DEF-JOB-COUNT) TO TRUE
                       ELSE
                           MOVE 'N' TO DJ-APPROVAL(DEF-JOB-COUNT)
                       END-IF
                   END-IF
               WHEN JOB-DEF-IS-FIELD
                   IF DEF-JOB-COUNT > 0
                           AND DJ-FIELD-COUNT(DEF-JOB-COUNT) < 10
                       ADD 1 TO DJ-FIELD-COUNT(DEF-JOB-COUNT)
                       IF DEF-FIELD-TABLE = CLASS-TABLE-NAME
                               AND DJ-CLASS-FIELD(DEF-JOB-COUNT) = 0
                           MOVE DJ-FIELD-COUNT(DEF-JOB-COUNT)
                               TO DJ-CLASS-FIELD(DEF-JOB-COUNT)
                       END-IF
                   END-IF
      *> Like a 'D' line, the policy belongs to the job most
      *> recently opened. A policy that does not read as numbers
      *> leaves the job at one attempt rather than guessing.
               WHEN JOB-DEF-IS-RETRY
                   IF DEF-JOB-COUNT > 0
                           AND DEF-RETRY-ATTEMPTS IS NUMERIC
                           AND DEF-RETRY-DELAY IS NUMERIC
                           AND DEF-RETRY-ATTEMPTS > 0
                       MOVE DEF-RETRY-ATTEMPTS
                           TO DJ-RETRY-ATTEMPTS(DEF-JOB-COUNT)
                       MOVE DEF-RETRY-DELAY
                           TO DJ-RETRY-DELAY(DEF-JOB-COUNT)
                       MOVE 0 TO DJ-RETRY-RC-COUNT(DEF-JOB-COUNT)
                       PERFORM STORE-ONE-RETRY-CODE
                           VARYING DEF-RETRY-IDX FROM 1 BY 1
                           UNTIL DEF-RETRY-IDX > 8
                   END-IF
           END-EVALUATE
           PERFORM READ-JOB-DEF-LINE.
           EXIT SECTION.

       STORE-ONE-RETRY-CODE SECTION.
           IF DEF-RETRY-RC(DEF-RETRY-IDX) IS NUMERIC
               ADD 1 TO DJ-RETRY-RC-COUNT(DEF-JOB-COUNT)
               MOVE DEF-RETRY-RC(DEF-RETRY-IDX)
                   TO DJ-RETRY-RC(DEF-JOB-COUNT,
                       DJ-RETRY-RC-COUNT(DEF-JOB-COUNT))
           END-IF
           EXIT SECTION.

      *> Reloads the caps every pass, so an operator can open or
      *> close an initiator by editing the control file, then counts
      *> the jobs still running against their classes. A class line
      *> naming a code the CLASS table does not hold as live is
      *> ignored - the caps can only describe real classes.
       LOAD-INITIATOR-CAPS SECTION.
           MOVE 0 TO INIT-CLASS-COUNT.
           MOVE 'A' TO DEFAULT-JOB-CLASS.
           SET END-OF-INITIATOR-FILE TO FALSE.
           OPEN INPUT INITIATOR-FILE.
           IF INITIATOR-FILE-OK
               PERFORM READ-INITIATOR-LINE
               PERFORM STORE-INITIATOR-LINE
                   UNTIL END-OF-INITIATOR-FILE
               CLOSE INITIATOR-FILE
           END-IF
           PERFORM COUNT-ONE-RUNNING-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > RUN-SLOT-CAPACITY.
           EXIT SECTION.

       READ-INITIATOR-LINE SECTION.
           READ INITIATOR-FILE
               AT END
                   SET END-OF-INITIATOR-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-INITIATOR-LINE SECTION.
           EVALUATE TRUE
               WHEN INITIATOR-CLASS(1:1) = '*'
                       OR INITIATOR-CLASS = SPACES
                   CONTINUE
               WHEN INITIATOR-DEFAULT-TAG = 'DEFAULT'
                   IF INITIATOR-DEFAULT-CLASS NOT = SPACES
                       MOVE INITIATOR-DEFAULT-CLASS
                           TO DEFAULT-JOB-CLASS
                   END-IF
               WHEN INITIATOR-CAP IS NOT NUMERIC
                   DISPLAY 'JOB-DISPATCHER: initiator line for '
                       FUNCTION TRIM(INITIATOR-CLASS)
                       ' has no cap - ignored'
               WHEN OTHER
                   CALL 'NCURSES-CODE-TABLE' USING 'VALIDATE-CODE',
                       CLASS-TABLE-NAME, INITIATOR-CLASS,
                       CLASS-FOUND-FLAG
                   IF CLASS-FOUND-FLAG = 'Y'
                       MOVE INITIATOR-CLASS TO SUBMISSION-CLASS
                       PERFORM FIND-INITIATOR-CLASS
                       MOVE INITIATOR-CAP
                           TO IC-CAP(INIT-CLASS-FOUND-IDX)
                   ELSE
                       DISPLAY 'JOB-DISPATCHER: initiator class '
                           FUNCTION TRIM(INITIATOR-CLASS)
                           ' is not a live CLASS code - ignored'
                   END-IF
           END-EVALUATE
           PERFORM READ-INITIATOR-LINE.
           EXIT SECTION.

       COUNT-ONE-RUNNING-SLOT SECTION.
           IF SLOT-PID(SLOT-IDX) NOT = 0
               MOVE SLOT-CLASS(SLOT-IDX) TO SUBMISSION-CLASS
               PERFORM FIND-INITIATOR-CLASS
               ADD 1 TO IC-RUNNING(INIT-CLASS-FOUND-IDX)
           END-IF
           EXIT SECTION.

      *> Answers the initiator entry for SUBMISSION-CLASS in
      *> INIT-CLASS-FOUND-IDX, adding one at the default cap the
      *> first time a class is seen. A full table answers its last
      *> entry, so an unexpected class shares an initiator rather
      *> than running uncapped.
       FIND-INITIATOR-CLASS SECTION.
           MOVE 0 TO INIT-CLASS-FOUND-IDX.
           PERFORM MATCH-ONE-INITIATOR-CLASS
               VARYING INIT-CLASS-IDX FROM 1 BY 1
               UNTIL INIT-CLASS-IDX > INIT-CLASS-COUNT
                   OR INIT-CLASS-FOUND-IDX > 0.
           IF INIT-CLASS-FOUND-IDX = 0
               IF INIT-CLASS-COUNT < INIT-CLASS-CAPACITY
                   ADD 1 TO INIT-CLASS-COUNT
                   MOVE SUBMISSION-CLASS
                       TO IC-CLASS(INIT-CLASS-COUNT)
                   MOVE DEFAULT-INITIATOR-CAP
                       TO IC-CAP(INIT-CLASS-COUNT)
                   MOVE 0 TO IC-RUNNING(INIT-CLASS-COUNT)
               END-IF
               MOVE INIT-CLASS-COUNT TO INIT-CLASS-FOUND-IDX
           END-IF
           EXIT SECTION.

       MATCH-ONE-INITIATOR-CLASS SECTION.
           IF IC-CLASS(INIT-CLASS-IDX) = SUBMISSION-CLASS
               MOVE INIT-CLASS-IDX TO INIT-CLASS-FOUND-IDX
           END-IF
           EXIT SECTION.

       LOAD-QUEUE-TABLE SECTION.
           MOVE 0 TO QUEUE-LINE-COUNT.
           MOVE 0 TO PENDING-COUNT.
           MOVE 0 TO WAITING-COUNT.
           SET QUEUE-LOAD-OVERFLOWED TO FALSE.
           SET END-OF-JOB-QUEUE TO FALSE.
           OPEN INPUT JOB-QUEUE-FILE.
           END-READ.
           EXIT SECTION.

      *> A pending line with a free initiator is captured for this
      *> pass's run list and flipped to taken in the image before it
      *> is stored; one without stays pending for a later pass.
      *> Lines already taken or cancelled on disk are compacted out
      *> - the dispatcher is the only writer that may retire them,
      *> their story lives on in the audit log and the status file,
      *> and dropping them here is what keeps the queue bounded. A
      *> taken line stays, though, for as long as its run does: while
      *> its job holds a run slot or its newest status line is still
      *> W or R, startup recovery needs the line to find the run if
      *> this dispatcher dies under it. A record with no job name is
      *> a torn line from a writer caught mid-append; keep it for
      *> the rewrite (the writer may finish it) but never run it.
       STORE-QUEUE-RECORD SECTION.
           SET TAKEN-RUN-IS-LIVE TO FALSE.
           IF QUEUE-IS-TAKEN
               PERFORM CHECK-TAKEN-RUN-LIVE
           END-IF
           EVALUATE TRUE
               WHEN (QUEUE-IS-TAKEN AND NOT TAKEN-RUN-IS-LIVE)
                       OR QUEUE-IS-CANCELLED OR QUEUE-IS-REJECTED
                   CONTINUE
               WHEN QUEUE-LINE-COUNT >= QUEUE-LINE-CAPACITY
                   SET QUEUE-LOAD-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO QUEUE-LINE-COUNT
                   IF QUEUE-IS-PENDING AND QUEUE-JOB NOT = SPACES
                       PERFORM CONSIDER-PENDING-SUBMISSION
                   END-IF
                   MOVE JOB-QUEUE-RECORD
                       TO QUEUE-LINE-ENTRY(QUEUE-LINE-COUNT)
           PERFORM READ-QUEUE-RECORD.
           EXIT SECTION.

      *> The status fold is the one this pass loaded before taking
      *> the queue lock.
       CHECK-TAKEN-RUN-LIVE SECTION.
           SET JOB-IS-BUSY TO FALSE.
           PERFORM MATCH-ONE-BUSY-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > RUN-SLOT-CAPACITY
                   OR JOB-IS-BUSY.
           IF JOB-IS-BUSY
               SET TAKEN-RUN-IS-LIVE TO TRUE
               EXIT SECTION
           END-IF
           MOVE QUEUE-JOB TO RJ-MATCH-NAME.
           PERFORM FIND-RECOVERY-JOB.
           IF RJ-FOUND-IDX > 0
               IF RJ-STATE(RJ-FOUND-IDX) = 'W'
                       OR RJ-STATE(RJ-FOUND-IDX) = 'R'
                   SET TAKEN-RUN-IS-LIVE TO TRUE
               END-IF
           END-IF
           EXIT SECTION.

      *> Takes the submission in the queue record when its class has
      *> an initiator free, its job is not already running (two runs
      *> of one job would share one log and one status line), a run
      *> slot is left for it, and - for a retry - its wait is over.
       CONSIDER-PENDING-SUBMISSION SECTION.
           PERFORM RESOLVE-SUBMISSION-CLASS.
           IF DEF-JOB-FOUND-IDX > 0
                   AND DJ-NEEDS-APPROVAL(DEF-JOB-FOUND-IDX)
                   AND NOT QUEUE-WAS-APPROVED
               SET QUEUE-IS-AWAITING-APPROVAL TO TRUE
               ADD 1 TO PARKED-COUNT
               DISPLAY 'JOB-DISPATCHER: ' FUNCTION TRIM(QUEUE-JOB)
                   ' keyed ' QUEUE-DATE ' ' QUEUE-TIME
                   ' has no approval - parked for four-eyes approval'
               EXIT SECTION
           END-IF
           PERFORM FIND-INITIATOR-CLASS.
           IF IC-CAP(INIT-CLASS-FOUND-IDX) = 0
               EXIT SECTION
           END-IF
           MOVE 0 TO NOT-BEFORE-STAMP.
           IF QUEUE-NOT-BEFORE IS NUMERIC
               MOVE QUEUE-NOT-BEFORE TO NOT-BEFORE-STAMP
           END-IF
           PERFORM CHECK-JOB-BUSY.
           IF JOB-IS-BUSY
                   OR IC-RUNNING(INIT-CLASS-FOUND-IDX)
                       >= IC-CAP(INIT-CLASS-FOUND-IDX)
                   OR RUNNING-COUNT + PENDING-COUNT
                       >= RUN-SLOT-CAPACITY
                   OR NOT-BEFORE-STAMP > PASS-NOW-STAMP
               ADD 1 TO WAITING-COUNT
               EXIT SECTION
           END-IF
           ADD 1 TO PENDING-COUNT.
           ADD 1 TO IC-RUNNING(INIT-CLASS-FOUND-IDX).
           MOVE QUEUE-JOB TO RUN-JOB(PENDING-COUNT).
           MOVE SUBMISSION-CLASS TO RUN-CLASS(PENDING-COUNT).
           MOVE QUEUE-DATE TO RUN-QUEUE-DATE(PENDING-COUNT).
           MOVE QUEUE-TIME TO RUN-QUEUE-TIME(PENDING-COUNT).
           MOVE QUEUE-USER TO RUN-QUEUE-USER(PENDING-COUNT).
      *> A record from before the attempt count existed is a first
      *> attempt; a job missing from the definitions gets one.
           IF QUEUE-ATTEMPT IS NUMERIC AND QUEUE-ATTEMPT > 0
               MOVE QUEUE-ATTEMPT TO RUN-ATTEMPT(PENDING-COUNT)
           ELSE
               MOVE 1 TO RUN-ATTEMPT(PENDING-COUNT)
           END-IF
           IF DEF-JOB-FOUND-IDX > 0
               MOVE DJ-RETRY-ATTEMPTS(DEF-JOB-FOUND-IDX)
                   TO RUN-ATTEMPT-LIMIT(PENDING-COUNT)
           ELSE
               MOVE 1 TO RUN-ATTEMPT-LIMIT(PENDING-COUNT)
           END-IF
           PERFORM CAPTURE-ONE-RUN-PARAM
               VARYING RUN-PARAM-IDX FROM 1 BY 1
               UNTIL RUN-PARAM-IDX > 10.
           MOVE QUEUE-APPROVAL TO RUN-APPROVAL-TEXT(PENDING-COUNT).
           SET QUEUE-IS-TAKEN TO TRUE.
           EXIT SECTION.

      *> The class is the value keyed in the job's CLASS field; a job
      *> with no such field, or a submission that left it blank,
      *> runs in the default class.
       RESOLVE-SUBMISSION-CLASS SECTION.
           MOVE DEFAULT-JOB-CLASS TO SUBMISSION-CLASS.
           MOVE 0 TO DEF-JOB-FOUND-IDX.
           PERFORM MATCH-ONE-DEF-JOB
               VARYING DEF-JOB-IDX FROM 1 BY 1
               UNTIL DEF-JOB-IDX > DEF-JOB-COUNT
                   OR DEF-JOB-FOUND-IDX > 0.
           IF DEF-JOB-FOUND-IDX > 0
               IF DJ-CLASS-FIELD(DEF-JOB-FOUND-IDX) > 0
                   IF QUEUE-PARAM(DJ-CLASS-FIELD(DEF-JOB-FOUND-IDX))
                           NOT = SPACES
                       MOVE QUEUE-PARAM(
                           DJ-CLASS-FIELD(DEF-JOB-FOUND-IDX))
                           TO SUBMISSION-CLASS
                   END-IF
               END-IF
           END-IF
           EXIT SECTION.

       MATCH-ONE-DEF-JOB SECTION.
           IF DJ-NAME(DEF-JOB-IDX) = QUEUE-JOB
               MOVE DEF-JOB-IDX TO DEF-JOB-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> Busy means a child is still running this job, or this pass
      *> has already taken a submission for it.
       CHECK-JOB-BUSY SECTION.
           SET JOB-IS-BUSY TO FALSE.
           PERFORM MATCH-ONE-BUSY-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > RUN-SLOT-CAPACITY
                   OR JOB-IS-BUSY.
           PERFORM MATCH-ONE-TAKEN-RUN
               VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > PENDING-COUNT
                   OR JOB-IS-BUSY.
           EXIT SECTION.

       MATCH-ONE-BUSY-SLOT SECTION.
           IF SLOT-PID(SLOT-IDX) NOT = 0
                   AND SLOT-JOB(SLOT-IDX) = QUEUE-JOB
               SET JOB-IS-BUSY TO TRUE
           END-IF
           EXIT SECTION.

       MATCH-ONE-TAKEN-RUN SECTION.
           IF RUN-JOB(RUN-IDX) = QUEUE-JOB
               SET JOB-IS-BUSY TO TRUE
           END-IF
           EXIT SECTION.

       CAPTURE-ONE-RUN-PARAM SECTION.
           MOVE QUEUE-PARAM(RUN-PARAM-IDX)
               TO RUN-PARAM(PENDING-COUNT, RUN-PARAM-IDX).
           WRITE QUEUE-NEW-RECORD.
           EXIT SECTION.

      *> One taken submission: W as accepted, R at launch, then the
      *> job goes to a child process and this pass moves on; its E
      *> or F comes from COLLECT-ENDED-RUNS when the child ends. A
      *> child that cannot even be created is an F with the shop's
      *> standard RC=12 on the spot.
       LAUNCH-ONE-SUBMISSION SECTION.
           PERFORM BUILD-JOB-LOG-PATH.
           PERFORM CLAIM-RUN-SLOT.
           MOVE RUN-JOB(RUN-IDX) TO REPORT-JOB-NAME.
           MOVE RUN-LOG-PATH TO REPORT-LOG-PATH.
           MOVE RUN-ATTEMPT(RUN-IDX) TO REPORT-ATTEMPT.
           MOVE RUN-ATTEMPT-LIMIT(RUN-IDX) TO REPORT-ATTEMPT-LIMIT.
           MOVE SPACES TO REPORT-START-TIME.
           MOVE SPACES TO REPORT-END-TIME.
           MOVE 0 TO REPORT-RETURN-CODE.
           MOVE CLOCK-TEXT TO REPORT-START-TIME.
           MOVE 'R' TO REPORT-STATE.
           PERFORM REPORT-JOB-STATUS.
           MOVE REPORT-START-TIME TO SLOT-START-TIME(SLOT-IDX).
           PERFORM BUILD-JOB-COMMAND.
           CALL 'fork' RETURNING CHILD-PID.
           IF CHILD-PID = 0
               PERFORM RUN-JOB-IN-CHILD
           END-IF
           PERFORM RECORD-RUN-LEDGER.
           EVALUATE TRUE
               WHEN CHILD-PID < 0
                   MOVE 12 TO JOB-EXIT-CODE
                   PERFORM FINISH-ONE-RUN
               WHEN OTHER
                   MOVE CHILD-PID TO SLOT-PID(SLOT-IDX)
                   ADD 1 TO RUNNING-COUNT
                   DISPLAY 'JOB-DISPATCHER: started '
                       FUNCTION TRIM(RUN-JOB(RUN-IDX))
                       ' class ' FUNCTION TRIM(RUN-CLASS(RUN-IDX))
           END-EVALUATE
           EXIT SECTION.

      *> The child's whole life: run the job, decode what system()
      *> hands back, and leave with that return code as its own
      *> exit status. _exit skips the runtime's shutdown so the
      *> child never flushes or closes anything the dispatcher
      *> still owns. A command that could not run at all (shell
      *> reports 127, or system() itself failed) is RC=12.
       RUN-JOB-IN-CHILD SECTION.
           CALL 'system' USING JOB-COMMAND
               RETURNING SYSTEM-RESULT.
           EVALUATE TRUE
               WHEN SYSTEM-RESULT < 0
                   MOVE 12 TO JOB-EXIT-CODE
               WHEN OTHER
                   COMPUTE JOB-EXIT-CODE = SYSTEM-RESULT / 256
           END-EVALUATE
           MOVE JOB-EXIT-CODE TO CHILD-EXIT-CODE.
           CALL '_exit' USING BY VALUE CHILD-EXIT-CODE.
           EXIT SECTION.

      *> Copies the taken submission into a free slot, leaving
      *> SLOT-IDX on it; the slot only counts as running once the
      *> child's process id is in it. The pass never takes more
      *> than the free slots, so one is always there.
       CLAIM-RUN-SLOT SECTION.
           MOVE 0 TO FREE-SLOT-IDX.
           PERFORM FIND-ONE-FREE-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > RUN-SLOT-CAPACITY
                   OR FREE-SLOT-IDX > 0.
           MOVE FREE-SLOT-IDX TO SLOT-IDX.
           MOVE RUN-JOB(RUN-IDX) TO SLOT-JOB(SLOT-IDX).
           MOVE RUN-CLASS(RUN-IDX) TO SLOT-CLASS(SLOT-IDX).
           MOVE SPACES TO SLOT-START-TIME(SLOT-IDX).
           MOVE RUN-LOG-PATH TO SLOT-LOG-PATH(SLOT-IDX).
           MOVE RUN-QUEUE-DATE(RUN-IDX) TO SLOT-QUEUE-DATE(SLOT-IDX).
           MOVE RUN-QUEUE-TIME(RUN-IDX) TO SLOT-QUEUE-TIME(SLOT-IDX).
           MOVE RUN-QUEUE-USER(RUN-IDX) TO SLOT-QUEUE-USER(SLOT-IDX).
           MOVE RUN-ATTEMPT(RUN-IDX) TO SLOT-ATTEMPT(SLOT-IDX).
           MOVE RUN-ATTEMPT-LIMIT(RUN-IDX)
               TO SLOT-ATTEMPT-LIMIT(SLOT-IDX).
           MOVE RUN-PARAM-TEXT(RUN-IDX) TO SLOT-PARAM-TEXT(SLOT-IDX).
           MOVE RUN-APPROVAL-TEXT(RUN-IDX)
               TO SLOT-APPROVAL-TEXT(SLOT-IDX).
           EXIT SECTION.

       FIND-ONE-FREE-SLOT SECTION.
           IF SLOT-PID(SLOT-IDX) = 0
               MOVE SLOT-IDX TO FREE-SLOT-IDX
           END-IF
           EXIT SECTION.

       BUILD-JOB-COMMAND SECTION.
      *> instrumented for the progress gauge appends its own richer
      *> lines while it runs.
       REPORT-JOB-STATUS SECTION.
           MOVE REPORT-JOB-NAME TO JOB-NAME.
           MOVE 'MAIN' TO JOB-STEP.
           MOVE REPORT-STATE TO JOB-STATE.
           MOVE REPORT-START-TIME TO JOB-START-TIME.
           MOVE REPORT-RETURN-CODE TO JOB-RETURN-CODE.
           MOVE 0 TO JOB-RECORDS-DONE.
           MOVE 0 TO JOB-RECORDS-TOTAL.
           MOVE REPORT-LOG-PATH TO JOB-LOG-PATH.
           MOVE REPORT-ATTEMPT TO JOB-ATTEMPT.
           MOVE REPORT-ATTEMPT-LIMIT TO JOB-ATTEMPT-LIMIT.
      *> Serialized against every other status writer; after the
      *> retry window the line goes out anyway - a possibly torn
      *> status line beats a board stuck on stale state.
           CALL 'FILE-GUARD' USING 'ACQUIRE', JOB-STATUS-PATH,
                                    GUARD-RESULT-FLAG.
           OPEN EXTEND JOB-STATUS-FILE.
           IF JOB-STATUS-FILE-STATUS = '35'
               OPEN OUTPUT JOB-STATUS-FILE
           END-IF
           WRITE JOB-STATUS-RECORD.
           CLOSE JOB-STATUS-FILE.
           IF GUARD-RESULT-FLAG = 'Y'
           END-IF
           EXIT SECTION.

      *> Which submission a run was made for, kept past the queue
      *> compaction that forgets it, so the chargeback report can
      *> charge the run to the branch and class that were keyed, and
      *> which process it runs in, so a restarted dispatcher can tell
      *> a run still going from one that died with its predecessor.
      *> Written just after fork(), in the parent only; a launch
      *> whose child could not be created is recorded with no
      *> process. The ledger is written only under its lock, with
      *> one more full retry window when the first times out; a
      *> launch that still cannot get it goes unrecorded and the
      *> operator is told which lock is stuck - a torn ledger line
      *> would misplace a charge for good.
       RECORD-RUN-LEDGER SECTION.
           ACCEPT LEDGER-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-JOB(RUN-IDX) TO LEDGER-JOB.
           MOVE REPORT-START-TIME TO LEDGER-START-TIME.
           MOVE RUN-QUEUE-DATE(RUN-IDX) TO LEDGER-QUEUE-DATE.
           MOVE RUN-QUEUE-TIME(RUN-IDX) TO LEDGER-QUEUE-TIME.
           MOVE RUN-QUEUE-USER(RUN-IDX) TO LEDGER-QUEUE-USER.
           MOVE RUN-ATTEMPT(RUN-IDX) TO LEDGER-ATTEMPT.
           PERFORM MOVE-ONE-LEDGER-PARAM
               VARYING RUN-PARAM-IDX FROM 1 BY 1
               UNTIL RUN-PARAM-IDX > 10.
           IF CHILD-PID > 0
               MOVE CHILD-PID TO LEDGER-PID
           ELSE
               MOVE 0 TO LEDGER-PID
           END-IF
           CALL 'FILE-GUARD' USING 'ACQUIRE', RUN-LEDGER-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               CALL 'FILE-GUARD' USING 'ACQUIRE', RUN-LEDGER-PATH,
                                        GUARD-RESULT-FLAG
           END-IF
           IF GUARD-RESULT-FLAG NOT = 'Y'
               DISPLAY 'JOB-DISPATCHER: run ledger busy - launch of '
                   FUNCTION TRIM(RUN-JOB(RUN-IDX))
                   ' not recorded; check '
                   FUNCTION TRIM(RUN-LEDGER-PATH) '.lock'
               EXIT SECTION
           END-IF
           OPEN EXTEND RUN-LEDGER-FILE.
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
           CALL 'FILE-GUARD' USING 'RELEASE', RUN-LEDGER-PATH,
                                    GUARD-RESULT-FLAG.
           EXIT SECTION.

       MOVE-ONE-LEDGER-PARAM SECTION.
           MOVE RUN-PARAM(RUN-IDX, RUN-PARAM-IDX)
               TO LEDGER-PARAM(RUN-PARAM-IDX).
           EXIT SECTION.

       RAISE-FAILURE-ALERT SECTION.
           ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CLOCK-TEXT.
           ACCEPT CLOCK-RAW FROM TIME.
           COMPUTE ALERT-TIME =
               CLOCK-HH * 10000 + CLOCK-MM * 100 + CLOCK-SS.
           MOVE REPORT-JOB-NAME TO ALERT-JOB.
           MOVE 'MAIN' TO ALERT-STEP.
           MOVE JOB-EXIT-CODE TO ALERT-RETURN-CODE.
           CALL 'NCURSES-ALERT' USING 'RAISE-ALERT', ALERT-RECORD,
                                                  DELIMITED BY SIZE
               INTO JOB-STATUS-PATH
           END-STRING
           MOVE SPACES TO JOB-DEF-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-def.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-DEF-PATH
           END-STRING
           MOVE SPACES TO INITIATOR-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/initiators.dat'
                                                  DELIMITED BY SIZE
               INTO INITIATOR-PATH
           END-STRING
           MOVE SPACES TO RECOVERY-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/recovery-report.txt'
                                                  DELIMITED BY SIZE
               INTO RECOVERY-PATH
           END-STRING
           MOVE SPACES TO RUN-LEDGER-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/run-ledger.dat'
                                                  DELIMITED BY SIZE
               INTO RUN-LEDGER-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM JOB-DISPATCHER.
