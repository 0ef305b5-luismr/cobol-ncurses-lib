       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SCHEDULER.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-02.

      *> Calendar-driven release of the recurring work nobody should
      *> have to key by hand every night. The schedule file
      *> (data/job-schedule.dat: an 'S' line per entry naming the
      *> job, how often it runs - every day, every business day,
      *> the month-end business day or the Nth business day of the
      *> month - and the HHMM it is released at, then 'P' lines with
      *> the default parameter values, where &BUSDATE stands for the
      *> current business date) is read against BUSINESS-CALENDAR
      *> each poll, and every entry that has come due is appended
      *> to the request queue JOB-DISPATCHER polls, exactly as if an
      *> operator had submitted it, under the scheduler's own id.
      *> Each release is written to the release ledger
      *> (data/schedule-ledger.dat) under the same queue lock as the
      *> queue append and before it, so a scheduler restarted in the
      *> middle of a night never releases the same entry twice for
      *> one date, and it goes on the audit trail as a SUBMIT line
      *> the reconciliation report pairs like any other. A job whose
      *> 'J' line asks for four-eyes approval is released awaiting
      *> approval, the same as a keyed submission of it - the
      *> scheduler is never the second pair of eyes. Runs as a
      *> poll loop; ONCE on the command line makes one pass.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SCHEDULE-FILE ASSIGN TO JOB-SCHEDULE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-SCHEDULE-STATUS.
           SELECT SCHEDULE-LEDGER-FILE ASSIGN TO SCHEDULE-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS SCHEDULE-LEDGER-STATUS.
           SELECT JOB-DEF-FILE ASSIGN TO JOB-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-DEF-STATUS.
           SELECT JOB-QUEUE-FILE ASSIGN TO JOB-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       01  SCHEDULE-LINE.
           05 SCHEDULE-RECORD-TYPE   PIC X.
              88 SCHEDULE-IS-ENTRY       VALUE 'S'.
              88 SCHEDULE-IS-PARAM       VALUE 'P'.
              88 SCHEDULE-IS-COMMENT     VALUE '*'.
           05 FILLER                 PIC X.
           05 SCHEDULE-ENTRY-ID      PIC X(8).
           05 FILLER                 PIC X.
           05 SCHEDULE-DETAIL        PIC X(64).
      *> Alternate view of the detail for an 'S' line: the job, its
      *> frequency code, the N of an Nth-business-day entry and the
      *> HHMM it is released at.
           05 SCHEDULE-DETAIL-ENTRY REDEFINES SCHEDULE-DETAIL.
               10 SCHED-DEF-JOB      PIC X(8).
               10 FILLER             PIC X.
               10 SCHED-DEF-FREQUENCY PIC X.
               10 FILLER             PIC X.
               10 SCHED-DEF-NTH      PIC 9(2).
               10 FILLER             PIC X.
               10 SCHED-DEF-RELEASE  PIC 9(4).
               10 FILLER             PIC X.
               10 SCHED-DEF-DESCRIPTION PIC X(40).
               10 FILLER             PIC X(5).
      *> Alternate view of the detail for a 'P' line: which queued
      *> parameter (the job's 'F' line order) and its default value.
           05 SCHEDULE-DETAIL-PARAM REDEFINES SCHEDULE-DETAIL.
               10 SCHED-DEF-PARAM-NO PIC 9(2).
               10 FILLER             PIC X.
               10 SCHED-DEF-PARAM-VALUE PIC X(40).
               10 FILLER             PIC X(21).
       FD  SCHEDULE-LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LEDGER-ENTRY-ID        PIC X(8).
           05 FILLER                 PIC X.
           05 LEDGER-SCHEDULE-DATE   PIC 9(8).
           05 FILLER                 PIC X.
           05 LEDGER-JOB             PIC X(8).
           05 FILLER                 PIC X.
           05 LEDGER-RELEASE-DATE    PIC 9(8).
           05 FILLER                 PIC X.
           05 LEDGER-RELEASE-TIME    PIC 9(6).
       FD  JOB-DEF-FILE.
       01  JOB-DEF-LINE.
           05 JOB-DEF-RECORD-TYPE    PIC X.
              88 JOB-DEF-IS-JOB          VALUE 'J'.
           05 FILLER                 PIC X.
           05 JOB-DEF-NAME           PIC X(8).
           05 FILLER                 PIC X.
      *> Of a 'J' line's detail only the four-eyes approval flag
      *> matters here.
           05 FILLER                 PIC X(49).
           05 DEF-JOB-APPROVAL       PIC X.
              88 DEF-JOB-NEEDS-APPROVAL  VALUE 'Y'.
           05 FILLER                 PIC X(14).
       FD  JOB-QUEUE-FILE.
       COPY "job-queue.cpy".

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 JOB-SCHEDULE-PATH         PIC X(40).
       01 SCHEDULE-LEDGER-PATH      PIC X(40).
       01 JOB-DEF-PATH              PIC X(40).
       01 JOB-QUEUE-PATH            PIC X(40).

       01 JOB-SCHEDULE-STATUS        PIC XX.
           88 JOB-SCHEDULE-OK        VALUE '00'.
       01 SCHEDULE-LEDGER-STATUS     PIC XX.
           88 SCHEDULE-LEDGER-OK     VALUE '00'.
       01 JOB-DEF-STATUS             PIC XX.
           88 JOB-DEF-OK             VALUE '00'.
       01 JOB-QUEUE-STATUS           PIC XX.
       01 END-OF-SCHEDULE-SWITCH     PIC X.
           88 END-OF-JOB-SCHEDULE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-LEDGER-SWITCH       PIC X.
           88 END-OF-SCHEDULE-LEDGER VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-DEF-SWITCH          PIC X.
           88 END-OF-JOB-DEF-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ONCE on the command line makes one pass and stops; anything
      *> else polls, the way the floor runs the dispatcher.
       01 RUN-MODE-ARG               PIC X(8).
           88 SINGLE-PASS-MODE       VALUE 'ONCE'.
       01 SCHEDULER-DONE-SWITCH      PIC X VALUE 'N'.
           88 SCHEDULER-IS-DONE      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 POLL-SECONDS               PIC 9(9) COMP-5 VALUE 60.

      *> The id every release is queued and audited under - the
      *> scheduler's, never the id of whoever started it.
       01 SCHEDULER-OPERATOR-ID      PIC X(20) VALUE 'JOBSCHED'.

      *> ---- the schedule, folded entry by entry -------------------
       01 SCHED-COUNT                PIC 9(2) VALUE 0.
       01 SCHED-CAPACITY             PIC 9(2) VALUE 50.
       01 SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 50 TIMES.
               10 SCHED-ENTRY-ID     PIC X(8).
               10 SCHED-JOB          PIC X(8).
               10 SCHED-FREQUENCY    PIC X.
                  88 SCHED-EVERY-DAY       VALUE 'D'.
                  88 SCHED-BUSINESS-DAY    VALUE 'B'.
                  88 SCHED-MONTH-END       VALUE 'M'.
                  88 SCHED-NTH-BUSINESS    VALUE 'N'.
               10 SCHED-NTH          PIC 9(2).
               10 SCHED-RELEASE-TIME PIC 9(4).
               10 SCHED-PARAM OCCURS 10 TIMES PIC X(40).
       01 SCHED-IDX                  PIC 9(2).
       01 SCHED-PARAM-IDX            PIC 9(2).

      *> ---- jobs the job-definition file declares ---------------
       01 DEFINED-JOB-COUNT          PIC 9(2) VALUE 0.
       01 DEFINED-JOB-CAPACITY       PIC 9(2) VALUE 50.
       01 DEFINED-JOB-TABLE.
           05 DEFINED-JOB-ENTRY OCCURS 50 TIMES.
               10 DEFINED-JOB-NAME   PIC X(8).
               10 DEFINED-JOB-APPROVAL PIC X.
                  88 DEFINED-JOB-NEEDS-APPROVAL VALUE 'Y'.
       01 DEFINED-JOB-IDX            PIC 9(2).
       01 DEFINED-JOB-FOUND-IDX      PIC 9(2).
       01 JOB-DEFINED-SWITCH         PIC X.
           88 JOB-IS-DEFINED         VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- entries already released for today -------------------
       01 LEDGER-COUNT               PIC 9(3) VALUE 0.
       01 LEDGER-CAPACITY            PIC 9(3) VALUE 200.
       01 LEDGER-TABLE.
           05 LEDGER-TODAY-ID OCCURS 200 TIMES PIC X(8).
       01 LEDGER-IDX                 PIC 9(3).
       01 ALREADY-RELEASED-SWITCH    PIC X.
           88 ENTRY-ALREADY-RELEASED VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- this pass's releases, audited once the lock is down --
       01 RELEASED-COUNT             PIC 9(2) VALUE 0.
       01 RELEASED-TABLE.
           05 RELEASED-ENTRY OCCURS 50 TIMES.
               10 RELEASED-ID        PIC X(8).
               10 RELEASED-JOB       PIC X(8).
       01 RELEASED-IDX               PIC 9(2).

      *> ---- the processing calendar for this pass -----------------
       01 TODAY-DATE                 PIC 9(8).
       01 TODAY-DATE-VIEW REDEFINES TODAY-DATE.
           05 TODAY-YYYYMM           PIC 9(6).
           05 TODAY-DD               PIC 9(2).
       01 CLOCK-RAW.
           05 CLOCK-HH               PIC 9(2).
           05 CLOCK-MM               PIC 9(2).
           05 CLOCK-SS               PIC 9(2).
           05 FILLER                 PIC X(2).
       01 CLOCK-HHMM                 PIC 9(4).
       01 CLOCK-HHMMSS               PIC 9(6).
       01 TODAY-BUSINESS-SWITCH      PIC X.
           88 TODAY-IS-BUSINESS-DAY  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 MONTH-END-SWITCH           PIC X.
           88 TODAY-IS-MONTH-END     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 BUSINESS-DATE              PIC X(8).
       01 PRIOR-BUSINESS-DATE        PIC X(8).
      *> Which business day of its month today is (1 for the first);
      *> zero on a weekend or holiday.
       01 BUSINESS-DAY-ORDINAL       PIC 9(2).
       01 ORDINAL-WALK-DATE          PIC X(8).
       01 ORDINAL-GUARD              PIC 9(2).

      *> ---- BUSINESS-CALENDAR call parameters ---------------------
       01 CAL-FUNCTION               PIC X(20).
       01 CAL-DATE                   PIC X(8).
       01 CAL-DAY-COUNT              PIC S9(4).
       01 CAL-RESULT-FLAG            PIC X.

       01 ENTRY-DUE-SWITCH           PIC X.
           88 ENTRY-IS-DUE           VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- queue write -------------------------------------------
       01 QUEUE-PARAM-IDX            PIC 9(2).

      *> ---- shared-file write lock --------------------------------
       01 GUARD-RESULT-FLAG          PIC X.

       COPY "util-control.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT RUN-MODE-ARG FROM COMMAND-LINE.
           MOVE SCHEDULER-OPERATOR-ID TO UTIL-OPERATOR-ID.
           MOVE 9 TO UTIL-AUTH-LEVEL.
           CALL 'NCURSES-UTIL' USING 'SET-OPERATOR', UTIL-CONTROL.
           SET SCHEDULER-IS-DONE TO FALSE.
           PERFORM SCHEDULE-ONE-PASS.
           IF SINGLE-PASS-MODE
               SET SCHEDULER-IS-DONE TO TRUE
           END-IF
           PERFORM SLEEP-AND-SCHEDULE UNTIL SCHEDULER-IS-DONE.
           STOP RUN.

       SLEEP-AND-SCHEDULE SECTION.
           CALL 'sleep' USING BY VALUE POLL-SECONDS.
           PERFORM SCHEDULE-ONE-PASS.
           EXIT SECTION.

      *> One poll: settle what today is on the processing calendar,
      *> re-read the schedule (an edit takes effect on the next
      *> poll without a restart), then - holding the queue lock so
      *> the ledger read, the ledger append and the queue append are
      *> one step against every other queue writer - release every
      *> entry that is due and not yet in the ledger for today. A
      *> pass that cannot get the lock waits for the next poll.
       SCHEDULE-ONE-PASS SECTION.
           PERFORM ESTABLISH-PROCESSING-DATE.
           PERFORM LOAD-JOB-DEFINITIONS.
           PERFORM LOAD-SCHEDULE-TABLE.
           MOVE 0 TO RELEASED-COUNT.
           CALL 'FILE-GUARD' USING 'ACQUIRE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               DISPLAY 'JOB-SCHEDULER: queue busy - pass skipped'
               EXIT SECTION
           END-IF
           PERFORM LOAD-TODAYS-LEDGER.
           PERFORM CONSIDER-ONE-ENTRY
               VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT.
           CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           PERFORM AUDIT-ONE-RELEASE
               VARYING RELEASED-IDX FROM 1 BY 1
               UNTIL RELEASED-IDX > RELEASED-COUNT.
           EXIT SECTION.

      *> Today's date and clock, whether today is a business day,
      *> the current business date (today, or the last business day
      *> before a weekend or holiday), the business day before it,
      *> whether today is the month's last business day, and which
      *> business day of the month it is.
       ESTABLISH-PROCESSING-DATE SECTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-RAW FROM TIME.
           COMPUTE CLOCK-HHMM = CLOCK-HH * 100 + CLOCK-MM.
           COMPUTE CLOCK-HHMMSS = CLOCK-HH * 10000 + CLOCK-MM * 100
               + CLOCK-SS.
           MOVE 'IS-BUSINESS-DAY' TO CAL-FUNCTION.
           MOVE TODAY-DATE TO CAL-DATE.
           MOVE 0 TO CAL-DAY-COUNT.
           CALL 'BUSINESS-CALENDAR' USING CAL-FUNCTION, CAL-DATE,
                                           CAL-DAY-COUNT,
                                           CAL-RESULT-FLAG.
           IF CAL-RESULT-FLAG = 'Y'
               SET TODAY-IS-BUSINESS-DAY TO TRUE
               MOVE TODAY-DATE TO BUSINESS-DATE
           ELSE
               SET TODAY-IS-BUSINESS-DAY TO FALSE
               MOVE 'PRIOR-BUSINESS-DAY' TO CAL-FUNCTION
               MOVE TODAY-DATE TO CAL-DATE
               CALL 'BUSINESS-CALENDAR' USING CAL-FUNCTION, CAL-DATE,
                                               CAL-DAY-COUNT,
                                               CAL-RESULT-FLAG
               MOVE CAL-DATE TO BUSINESS-DATE
           END-IF
           MOVE 'PRIOR-BUSINESS-DAY' TO CAL-FUNCTION.
           MOVE BUSINESS-DATE TO CAL-DATE.
           CALL 'BUSINESS-CALENDAR' USING CAL-FUNCTION, CAL-DATE,
                                           CAL-DAY-COUNT,
                                           CAL-RESULT-FLAG.
           MOVE CAL-DATE TO PRIOR-BUSINESS-DATE.
           SET TODAY-IS-MONTH-END TO FALSE.
           MOVE 0 TO BUSINESS-DAY-ORDINAL.
           IF NOT TODAY-IS-BUSINESS-DAY
               EXIT SECTION
           END-IF
           MOVE 'NEXT-BUSINESS-DAY' TO CAL-FUNCTION.
           MOVE TODAY-DATE TO CAL-DATE.
           CALL 'BUSINESS-CALENDAR' USING CAL-FUNCTION, CAL-DATE,
                                           CAL-DAY-COUNT,
                                           CAL-RESULT-FLAG.
           IF CAL-RESULT-FLAG = 'Y'
                   AND CAL-DATE(1:6) NOT = TODAY-DATE(1:6)
               SET TODAY-IS-MONTH-END TO TRUE
           END-IF
      *> Count business days from the first of the month up to
      *> today; the guard stops a bad calendar walking forever.
           MOVE TODAY-DATE TO ORDINAL-WALK-DATE.
           MOVE '01' TO ORDINAL-WALK-DATE(7:2).
           MOVE 'IS-BUSINESS-DAY' TO CAL-FUNCTION.
           MOVE ORDINAL-WALK-DATE TO CAL-DATE.
           CALL 'BUSINESS-CALENDAR' USING CAL-FUNCTION, CAL-DATE,
                                           CAL-DAY-COUNT,
                                           CAL-RESULT-FLAG.
           IF CAL-RESULT-FLAG NOT = 'Y'
               PERFORM STEP-ORDINAL-WALK
           END-IF
           MOVE 1 TO BUSINESS-DAY-ORDINAL.
           MOVE 0 TO ORDINAL-GUARD.
           PERFORM COUNT-ONE-BUSINESS-DAY
               UNTIL ORDINAL-WALK-DATE >= TODAY-DATE
               OR ORDINAL-GUARD >= 31.
           EXIT SECTION.

       COUNT-ONE-BUSINESS-DAY SECTION.
           ADD 1 TO ORDINAL-GUARD.
           PERFORM STEP-ORDINAL-WALK.
           ADD 1 TO BUSINESS-DAY-ORDINAL.
           EXIT SECTION.

       STEP-ORDINAL-WALK SECTION.
           MOVE 'NEXT-BUSINESS-DAY' TO CAL-FUNCTION.
           MOVE ORDINAL-WALK-DATE TO CAL-DATE.
           CALL 'BUSINESS-CALENDAR' USING CAL-FUNCTION, CAL-DATE,
                                           CAL-DAY-COUNT,
                                           CAL-RESULT-FLAG.
           MOVE CAL-DATE TO ORDINAL-WALK-DATE.
           EXIT SECTION.

      *> Only the 'J' lines matter here: an entry naming a job the
      *> definition file does not know is refused rather than
      *> queued for the dispatcher to fail.
       LOAD-JOB-DEFINITIONS SECTION.
           MOVE 0 TO DEFINED-JOB-COUNT.
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
                   AND DEFINED-JOB-COUNT < DEFINED-JOB-CAPACITY
               ADD 1 TO DEFINED-JOB-COUNT
               MOVE JOB-DEF-NAME TO DEFINED-JOB-NAME(DEFINED-JOB-COUNT)
               IF DEF-JOB-NEEDS-APPROVAL
                   SET DEFINED-JOB-NEEDS-APPROVAL(DEFINED-JOB-COUNT)
                       TO TRUE
               ELSE
                   MOVE 'N' TO DEFINED-JOB-APPROVAL(DEFINED-JOB-COUNT)
               END-IF
           END-IF
           PERFORM READ-JOB-DEF-LINE.
           EXIT SECTION.

       LOAD-SCHEDULE-TABLE SECTION.
           MOVE 0 TO SCHED-COUNT.
           SET END-OF-JOB-SCHEDULE TO FALSE.
           OPEN INPUT JOB-SCHEDULE-FILE.
           IF JOB-SCHEDULE-OK
               PERFORM READ-SCHEDULE-LINE
               PERFORM STORE-SCHEDULE-LINE UNTIL END-OF-JOB-SCHEDULE
               CLOSE JOB-SCHEDULE-FILE
           ELSE
               DISPLAY 'JOB-SCHEDULER: no schedule file - nothing '
                   'to release'
           END-IF
           EXIT SECTION.

       READ-SCHEDULE-LINE SECTION.
           READ JOB-SCHEDULE-FILE
               AT END
                   SET END-OF-JOB-SCHEDULE TO TRUE
           END-READ.
           EXIT SECTION.

      *> 'S' lines open an entry; 'P' lines fill in a default value
      *> for the entry most recently opened, the way the job
      *> definition file attaches its 'F' lines.
       STORE-SCHEDULE-LINE SECTION.
           EVALUATE TRUE
               WHEN SCHEDULE-IS-ENTRY
                   IF SCHED-COUNT < SCHED-CAPACITY
                       ADD 1 TO SCHED-COUNT
                       MOVE SCHEDULE-ENTRY-ID
                           TO SCHED-ENTRY-ID(SCHED-COUNT)
                       MOVE SCHED-DEF-JOB TO SCHED-JOB(SCHED-COUNT)
                       MOVE SCHED-DEF-FREQUENCY
                           TO SCHED-FREQUENCY(SCHED-COUNT)
                       IF SCHED-DEF-NTH IS NUMERIC
                           MOVE SCHED-DEF-NTH TO SCHED-NTH(SCHED-COUNT)
                       ELSE
                           MOVE 0 TO SCHED-NTH(SCHED-COUNT)
                       END-IF
      *> A release time that is not HHMM can never come due; it is
      *> parked past midnight so the entry sits idle, not fires.
                       IF SCHED-DEF-RELEASE IS NUMERIC
                           MOVE SCHED-DEF-RELEASE
                               TO SCHED-RELEASE-TIME(SCHED-COUNT)
                       ELSE
                           MOVE 9999 TO SCHED-RELEASE-TIME(SCHED-COUNT)
                       END-IF
                       PERFORM CLEAR-ONE-SCHED-PARAM
                           VARYING SCHED-PARAM-IDX FROM 1 BY 1
                           UNTIL SCHED-PARAM-IDX > 10
                   ELSE
                       DISPLAY 'JOB-SCHEDULER: schedule full - entry '
                           SCHEDULE-ENTRY-ID ' ignored'
                   END-IF
               WHEN SCHEDULE-IS-PARAM
                   IF SCHED-COUNT > 0
                           AND SCHED-DEF-PARAM-NO IS NUMERIC
                           AND SCHEDULE-ENTRY-ID
                               = SCHED-ENTRY-ID(SCHED-COUNT)
                       MOVE SCHED-DEF-PARAM-NO TO SCHED-PARAM-IDX
                       IF SCHED-PARAM-IDX >= 1 AND SCHED-PARAM-IDX <= 10
                           MOVE SCHED-DEF-PARAM-VALUE
                               TO SCHED-PARAM(SCHED-COUNT,
                                              SCHED-PARAM-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-SCHEDULE-LINE.
           EXIT SECTION.

       CLEAR-ONE-SCHED-PARAM SECTION.
           MOVE SPACES TO SCHED-PARAM(SCHED-COUNT, SCHED-PARAM-IDX).
           EXIT SECTION.

      *> The ledger only matters for today; earlier dates are left
      *> on file for the record and skipped here.
       LOAD-TODAYS-LEDGER SECTION.
           MOVE 0 TO LEDGER-COUNT.
           SET END-OF-SCHEDULE-LEDGER TO FALSE.
           OPEN INPUT SCHEDULE-LEDGER-FILE.
           IF SCHEDULE-LEDGER-OK
               PERFORM READ-LEDGER-RECORD
               PERFORM STORE-LEDGER-RECORD
                   UNTIL END-OF-SCHEDULE-LEDGER
               CLOSE SCHEDULE-LEDGER-FILE
           END-IF
           EXIT SECTION.

       READ-LEDGER-RECORD SECTION.
           READ SCHEDULE-LEDGER-FILE
               AT END
                   SET END-OF-SCHEDULE-LEDGER TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-LEDGER-RECORD SECTION.
           IF LEDGER-SCHEDULE-DATE IS NUMERIC
                   AND LEDGER-SCHEDULE-DATE = TODAY-DATE
                   AND LEDGER-COUNT < LEDGER-CAPACITY
               ADD 1 TO LEDGER-COUNT
               MOVE LEDGER-ENTRY-ID TO LEDGER-TODAY-ID(LEDGER-COUNT)
           END-IF
           PERFORM READ-LEDGER-RECORD.
           EXIT SECTION.

      *> An entry is due when today qualifies for its frequency, its
      *> release time has passed, and the ledger has no release of
      *> it for today. A scheduler that was down at release time
      *> releases late the same day; a day it missed entirely is
      *> not made up - that is an operator's call.
       CONSIDER-ONE-ENTRY SECTION.
           SET ENTRY-IS-DUE TO FALSE.
           EVALUATE TRUE
               WHEN SCHED-EVERY-DAY(SCHED-IDX)
                   SET ENTRY-IS-DUE TO TRUE
               WHEN SCHED-BUSINESS-DAY(SCHED-IDX)
                   IF TODAY-IS-BUSINESS-DAY
                       SET ENTRY-IS-DUE TO TRUE
                   END-IF
               WHEN SCHED-MONTH-END(SCHED-IDX)
                   IF TODAY-IS-MONTH-END
                       SET ENTRY-IS-DUE TO TRUE
                   END-IF
               WHEN SCHED-NTH-BUSINESS(SCHED-IDX)
                   IF TODAY-IS-BUSINESS-DAY
                           AND SCHED-NTH(SCHED-IDX) > 0
                           AND BUSINESS-DAY-ORDINAL
                               = SCHED-NTH(SCHED-IDX)
                       SET ENTRY-IS-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT ENTRY-IS-DUE
                   OR CLOCK-HHMM < SCHED-RELEASE-TIME(SCHED-IDX)
               EXIT SECTION
           END-IF
           SET ENTRY-ALREADY-RELEASED TO FALSE.
           PERFORM MATCH-LEDGER-ENTRY
               VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT.
           IF ENTRY-ALREADY-RELEASED
               EXIT SECTION
           END-IF
           SET JOB-IS-DEFINED TO FALSE.
           MOVE 0 TO DEFINED-JOB-FOUND-IDX.
           PERFORM MATCH-DEFINED-JOB
               VARYING DEFINED-JOB-IDX FROM 1 BY 1
               UNTIL DEFINED-JOB-IDX > DEFINED-JOB-COUNT.
           IF NOT JOB-IS-DEFINED
               DISPLAY 'JOB-SCHEDULER: entry '
                   FUNCTION TRIM(SCHED-ENTRY-ID(SCHED-IDX))
                   ' names undefined job '
                   FUNCTION TRIM(SCHED-JOB(SCHED-IDX))
                   ' - not released'
               EXIT SECTION
           END-IF
           PERFORM RELEASE-ONE-ENTRY.
           EXIT SECTION.

       MATCH-LEDGER-ENTRY SECTION.
           IF LEDGER-TODAY-ID(LEDGER-IDX) = SCHED-ENTRY-ID(SCHED-IDX)
               SET ENTRY-ALREADY-RELEASED TO TRUE
           END-IF
           EXIT SECTION.

       MATCH-DEFINED-JOB SECTION.
           IF DEFINED-JOB-NAME(DEFINED-JOB-IDX) = SCHED-JOB(SCHED-IDX)
                   AND NOT JOB-IS-DEFINED
               SET JOB-IS-DEFINED TO TRUE
               MOVE DEFINED-JOB-IDX TO DEFINED-JOB-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> The ledger line goes down first: a crash between the two
      *> writes costs one release an operator can key by hand,
      *> where the other order could run the job twice.
       RELEASE-ONE-ENTRY SECTION.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE SCHED-ENTRY-ID(SCHED-IDX) TO LEDGER-ENTRY-ID.
           MOVE TODAY-DATE TO LEDGER-SCHEDULE-DATE.
           MOVE SCHED-JOB(SCHED-IDX) TO LEDGER-JOB.
           MOVE TODAY-DATE TO LEDGER-RELEASE-DATE.
           MOVE CLOCK-HHMMSS TO LEDGER-RELEASE-TIME.
      *> The first release ever finds no ledger (status 35) and
      *> starts one.
           OPEN EXTEND SCHEDULE-LEDGER-FILE.
           IF SCHEDULE-LEDGER-STATUS = '35'
               OPEN OUTPUT SCHEDULE-LEDGER-FILE
           END-IF
           WRITE LEDGER-RECORD.
           CLOSE SCHEDULE-LEDGER-FILE.
           IF LEDGER-COUNT < LEDGER-CAPACITY
               ADD 1 TO LEDGER-COUNT
               MOVE SCHED-ENTRY-ID(SCHED-IDX)
                   TO LEDGER-TODAY-ID(LEDGER-COUNT)
           END-IF
           MOVE TODAY-DATE TO QUEUE-DATE.
           MOVE CLOCK-HHMMSS TO QUEUE-TIME.
           MOVE SCHEDULER-OPERATOR-ID TO QUEUE-USER.
           MOVE SCHED-JOB(SCHED-IDX) TO QUEUE-JOB.
           PERFORM RESOLVE-ONE-QUEUE-PARAM
               VARYING QUEUE-PARAM-IDX FROM 1 BY 1
               UNTIL QUEUE-PARAM-IDX > 10.
           IF DEFINED-JOB-NEEDS-APPROVAL(DEFINED-JOB-FOUND-IDX)
               SET QUEUE-IS-AWAITING-APPROVAL TO TRUE
           ELSE
               SET QUEUE-IS-PENDING TO TRUE
           END-IF
           MOVE 1 TO QUEUE-ATTEMPT.
           MOVE 0 TO QUEUE-NOT-BEFORE-DATE.
           MOVE 0 TO QUEUE-NOT-BEFORE-TIME.
           MOVE SPACES TO QUEUE-APPROVAL.
           MOVE 0 TO QUEUE-APPROVAL-DATE.
           MOVE 0 TO QUEUE-APPROVAL-TIME.
           OPEN EXTEND JOB-QUEUE-FILE.
           IF JOB-QUEUE-STATUS = '35'
               OPEN OUTPUT JOB-QUEUE-FILE
           END-IF
           WRITE JOB-QUEUE-RECORD.
           CLOSE JOB-QUEUE-FILE.
           IF RELEASED-COUNT < SCHED-CAPACITY
               ADD 1 TO RELEASED-COUNT
               MOVE SCHED-ENTRY-ID(SCHED-IDX)
                   TO RELEASED-ID(RELEASED-COUNT)
               MOVE SCHED-JOB(SCHED-IDX) TO RELEASED-JOB(RELEASED-COUNT)
           END-IF
           DISPLAY 'JOB-SCHEDULER: released '
               FUNCTION TRIM(SCHED-ENTRY-ID(SCHED-IDX)) ' ('
               FUNCTION TRIM(SCHED-JOB(SCHED-IDX)) ') for '
               TODAY-DATE.
           IF QUEUE-IS-AWAITING-APPROVAL
               DISPLAY 'JOB-SCHEDULER: '
                   FUNCTION TRIM(SCHED-JOB(SCHED-IDX))
                   ' awaits four-eyes approval before it can run'
           END-IF
           EXIT SECTION.

      *> Symbolic defaults resolve against this pass's calendar;
      *> anything else is queued exactly as the schedule spells it.
       RESOLVE-ONE-QUEUE-PARAM SECTION.
           EVALUATE SCHED-PARAM(SCHED-IDX, QUEUE-PARAM-IDX)
               WHEN '&BUSDATE'
                   MOVE BUSINESS-DATE TO QUEUE-PARAM(QUEUE-PARAM-IDX)
               WHEN '&PRIORBD'
                   MOVE PRIOR-BUSINESS-DATE
                       TO QUEUE-PARAM(QUEUE-PARAM-IDX)
               WHEN '&TODAY'
                   MOVE TODAY-DATE TO QUEUE-PARAM(QUEUE-PARAM-IDX)
               WHEN OTHER
                   MOVE SCHED-PARAM(SCHED-IDX, QUEUE-PARAM-IDX)
                       TO QUEUE-PARAM(QUEUE-PARAM-IDX)
           END-EVALUATE
           EXIT SECTION.

      *> The SUBMIT line carries the job name first in WINDOW, the
      *> way LOG-SUBMISSION writes it, so the reconciliation report
      *> pairs a scheduled release with its queue record; the entry
      *> id and date follow for the reader.
       AUDIT-ONE-RELEASE SECTION.
           MOVE 'JOB-SCHEDULER' TO UTIL-AUDIT-PROGRAM.
           MOVE 'SUBMIT' TO UTIL-AUDIT-ACTION.
           MOVE SPACES TO UTIL-AUDIT-WINDOW.
           STRING RELEASED-JOB(RELEASED-IDX)      DELIMITED BY SIZE
                  ' SCHED '                       DELIMITED BY SIZE
                  RELEASED-ID(RELEASED-IDX)       DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  TODAY-DATE                      DELIMITED BY SIZE
               INTO UTIL-AUDIT-WINDOW
           END-STRING
           MOVE 0 TO UTIL-AUDIT-WIDTH.
           MOVE 0 TO UTIL-AUDIT-HEIGHT.
           MOVE 0 TO UTIL-AUDIT-X.
           MOVE 0 TO UTIL-AUDIT-Y.
           CALL 'NCURSES-UTIL' USING 'AUDIT-LOG', UTIL-CONTROL.
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
           MOVE SPACES TO JOB-SCHEDULE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-schedule.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-SCHEDULE-PATH
           END-STRING
           MOVE SPACES TO SCHEDULE-LEDGER-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/schedule-ledger.dat'
                                                  DELIMITED BY SIZE
               INTO SCHEDULE-LEDGER-PATH
           END-STRING
           MOVE SPACES TO JOB-DEF-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-def.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-DEF-PATH
           END-STRING
           MOVE SPACES TO JOB-QUEUE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-queue.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-QUEUE-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM JOB-SCHEDULER.
