       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-REQUEST-INTAKE.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Inbound job requests from upstream systems, so the branch
      *> settlement feed stops phoning the bridge for an EXTRACT an
      *> operator then re-keys. A sender drops job-requests.dat
      *> (job-request.cpy) in the region's data directory; each run
      *> claims the drop by renaming it to job-requests.wrk, so the
      *> sender can leave the next one without either side waiting,
      *> and checks every request exactly as JOB-SUBMIT-CONSOLE
      *> checks a keyed one: the job must be in job-def.dat, required
      *> fields present, numbers numeric, dates real dates, a 'B'
      *> field's date a business day on BUSINESS-CALENDAR, a coded
      *> field's value a live code in its table today, and the
      *> job's predecessor ended clean. There is no operator here to
      *> override a predecessor that is not clear, so that is a
      *> rejection. A request that passes is appended to the request
      *> queue JOB-DISPATCHER polls under the sender's interface id
      *> (IF- and the sender), awaiting approval instead of pending
      *> when its 'J' line asks for four-eyes approval, and goes on
      *> the audit trail as a SUBMIT line under that same id so the
      *> reconciliation report pairs it like any other. Every
      *> request - accepted or not - gets one line with the reason
      *> in the response file (job-response.cpy) the sender picks
      *> up. The request ledger (data/request-ledger.dat) remembers
      *> each sender's accepted request ids, written under the queue
      *> lock ahead of the queue append, so neither a resent drop
      *> nor a rerun after a crash part-way through one can queue
      *> the same request twice; a drop left claimed by a run that
      *> never finished is taken up by the next run. A processed
      *> drop is kept under its run's date and time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO REQUEST-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REQUEST-FILE-STATUS.
           SELECT JOB-DEF-FILE ASSIGN TO JOB-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-DEF-STATUS.
           SELECT JOB-QUEUE-FILE ASSIGN TO JOB-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-QUEUE-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO JOB-STATUS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-STATUS-FILE-STATUS.
           SELECT REQUEST-LEDGER-FILE ASSIGN TO REQUEST-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REQUEST-LEDGER-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO RESPONSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RESPONSE-FILE-STATUS.
           SELECT RESPONSE-NEW-FILE ASSIGN TO RESPONSE-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RESPONSE-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY "job-request.cpy".
       FD  JOB-DEF-FILE.
       01  JOB-DEF-LINE.
           05 JOB-DEF-RECORD-TYPE    PIC X.
              88 JOB-DEF-IS-JOB          VALUE 'J'.
              88 JOB-DEF-IS-FIELD        VALUE 'F'.
              88 JOB-DEF-IS-DEPEND       VALUE 'D'.
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
      *> Alternate view of the detail for a 'D' line: the job this
      *> one depends on having ended clean.
           05 JOB-DEF-DETAIL-DEPEND REDEFINES JOB-DEF-DETAIL.
               10 DEF-PREDECESSOR    PIC X(8).
               10 FILLER             PIC X(56).
      *> Alternate view of the detail for a 'J' line: of it only the
      *> four-eyes approval flag matters here.
           05 JOB-DEF-DETAIL-JOB REDEFINES JOB-DEF-DETAIL.
               10 FILLER             PIC X(49).
               10 DEF-JOB-APPROVAL   PIC X.
                  88 DEF-JOB-NEEDS-APPROVAL VALUE 'Y'.
               10 FILLER             PIC X(14).
       FD  JOB-QUEUE-FILE.
       COPY "job-queue.cpy".
       FD  JOB-STATUS-FILE.
       COPY "job-status.cpy".
       FD  REQUEST-LEDGER-FILE.
       01  REQUEST-LEDGER-RECORD.
           05 LEDGER-SENDER          PIC X(8).
           05 FILLER                 PIC X.
           05 LEDGER-REQUEST-ID      PIC X(12).
           05 FILLER                 PIC X.
           05 LEDGER-JOB             PIC X(8).
           05 FILLER                 PIC X.
           05 LEDGER-QUEUED-DATE     PIC 9(8).
           05 FILLER                 PIC X.
           05 LEDGER-QUEUED-TIME     PIC 9(6).
       FD  RESPONSE-FILE.
       01  RESPONSE-CARRIED-LINE     PIC X(116).
       FD  RESPONSE-NEW-FILE.
       COPY "job-response.cpy".

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 REQUEST-DROP-PATH          PIC X(40).
       01 REQUEST-WORK-PATH          PIC X(40).
       01 REQUEST-DONE-PATH          PIC X(60).
       01 JOB-DEF-PATH               PIC X(40).
       01 JOB-QUEUE-PATH             PIC X(40).
       01 JOB-STATUS-PATH            PIC X(40).
       01 REQUEST-LEDGER-PATH        PIC X(40).
       01 RESPONSE-PATH              PIC X(40).
       01 RESPONSE-NEW-PATH          PIC X(40).

       01 REQUEST-FILE-STATUS        PIC XX.
           88 REQUEST-FILE-OK        VALUE '00'.
       01 JOB-DEF-STATUS             PIC XX.
           88 JOB-DEF-OK             VALUE '00'.
       01 JOB-QUEUE-STATUS           PIC XX.
       01 JOB-STATUS-FILE-STATUS     PIC XX.
           88 JOB-STATUS-FILE-OK     VALUE '00'.
       01 REQUEST-LEDGER-STATUS      PIC XX.
           88 REQUEST-LEDGER-OK      VALUE '00'.
       01 RESPONSE-FILE-STATUS       PIC XX.
           88 RESPONSE-FILE-OK       VALUE '00'.
       01 RESPONSE-NEW-STATUS        PIC XX.
           88 RESPONSE-NEW-OK        VALUE '00'.
       01 END-OF-REQUEST-SWITCH      PIC X.
           88 END-OF-REQUEST-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-DEF-SWITCH          PIC X.
           88 END-OF-JOB-DEF-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-STATUS-SWITCH       PIC X.
           88 END-OF-JOB-STATUS-FILE VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-LEDGER-SWITCH       PIC X.
           88 END-OF-REQUEST-LEDGER  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-RESPONSE-SWITCH     PIC X.
           88 END-OF-RESPONSE-FILE   VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- claiming the drop -------------------------------------
       01 DROP-CLAIMED-SWITCH        PIC X.
           88 DROP-IS-CLAIMED        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 RENAME-OLD-NAME            PIC X(60).
       01 RENAME-NEW-NAME            PIC X(60).
       01 RENAME-RESULT              PIC S9(9) COMP-5.

      *> ---- this run's stamp --------------------------------------
       01 RUN-DATE                   PIC 9(8).
       01 CLOCK-RAW.
           05 CLOCK-HH               PIC 9(2).
           05 CLOCK-MM               PIC 9(2).
           05 CLOCK-SS               PIC 9(2).
           05 FILLER                 PIC X(2).
       01 RUN-TIME                   PIC 9(6).

      *> In-memory fold of the job-definition file: per job its
      *> predecessors, its approval flag and the declarations of its
      *> parameter fields, as JOB-SUBMIT-CONSOLE folds it.
       01 JOB-COUNT                  PIC 9(2) VALUE 0.
       01 JOB-CAPACITY               PIC 9(2) VALUE 50.
       01 JOB-TABLE.
           05 JOB-TABLE-ENTRY OCCURS 50 TIMES.
               10 JT-NAME            PIC X(8).
               10 JT-PRED-COUNT      PIC 9.
               10 JT-PREDECESSOR OCCURS 4 TIMES PIC X(8).
               10 JT-APPROVAL        PIC X.
                  88 JT-NEEDS-APPROVAL     VALUE 'Y'.
               10 JT-FIELD-COUNT     PIC 9(2).
               10 JT-FIELD-DEF OCCURS 10 TIMES.
                   15 JT-FIELD-LABEL    PIC X(12).
                   15 JT-FIELD-LEN      PIC 9(2).
                   15 JT-FIELD-TYPE     PIC X.
                      88 JT-FIELD-IS-NUMERIC   VALUE 'N'.
                      88 JT-FIELD-IS-ANY-DATE  VALUE 'D' 'B'.
                      88 JT-FIELD-IS-BUSINESS-DATE VALUE 'B'.
                   15 JT-FIELD-REQUIRED PIC X.
                      88 JT-FIELD-IS-REQUIRED  VALUE 'Y'.
                   15 JT-FIELD-TABLE    PIC X(8).
       01 JOB-IDX                    PIC 9(2).
       01 REQUESTED-JOB-IDX          PIC 9(2).
       01 DEF-FIELD-IDX              PIC 9(2).
       01 PRED-IDX                   PIC 9.

      *> ---- the request being read --------------------------------
      *> A request is settled when the next 'R' line or the end of
      *> the drop shows its 'P' lines are all in. REQUEST-REASON
      *> stays spaces while it is good; the first thing wrong with
      *> it is the reason the sender is given.
       01 REQUEST-OPEN-SWITCH        PIC X.
           88 REQUEST-IS-OPEN        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 OPEN-REQUEST.
           05 OPEN-REQUEST-ID        PIC X(12).
           05 OPEN-SENDER            PIC X(8).
           05 OPEN-JOB               PIC X(8).
           05 OPEN-PARAM OCCURS 10 TIMES.
               10 OPEN-PARAM-VALUE   PIC X(40).
               10 OPEN-PARAM-GIVEN   PIC X.
                  88 OPEN-PARAM-WAS-GIVEN  VALUE 'Y'.
       01 OPEN-PARAM-IDX             PIC 9(2).
       01 SENDER-OPERATOR-ID         PIC X(20).
       01 REQUEST-REASON             PIC X(60).
       01 STRAY-REASON               PIC X(60).

      *> ---- field checks, as NCURSES-FIELD makes them -------------
       01 CHECK-VALUE                PIC X(40).
       01 CHECK-LEN                  PIC 9(2).
       01 CHECK-LABEL                PIC X(12).
       01 SCAN-IDX                   PIC 9(2).
       01 NON-NUMERIC-SWITCH         PIC X.
           88 VALUE-HAS-NON-NUMERIC  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 DATE-CHECK-VALUE           PIC X(8).
       01 DATE-CHECK-PARTS.
           05 DATE-CHECK-YEAR        PIC 9(4).
           05 DATE-CHECK-MONTH       PIC 9(2).
           05 DATE-CHECK-DAY         PIC 9(2).
       01 DATE-CHECK-LIMIT           PIC 9(2).
       01 DATE-CHECK-REMAINDER       PIC 9(4).
       01 DATE-VALID-SWITCH          PIC X.
           88 DATE-IS-VALID          VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 LEN-EDITED                 PIC Z9.

      *> ---- BUSINESS-CALENDAR call parameters ---------------------
       01 CAL-FUNCTION               PIC X(20).
       01 CAL-CHECK-DATE             PIC X(8).
       01 CAL-DAY-COUNT              PIC S9(4) VALUE 0.
       01 CAL-RESULT-FLAG            PIC X.

      *> ---- NCURSES-CODE-TABLE call parameters --------------------
       01 CODE-TABLE-NAME            PIC X(8).
       01 CODE-VALUE                 PIC X(8).
       01 CODE-FOUND-FLAG            PIC X.

      *> ---- predecessor check -------------------------------------
      *> The same gate the console puts up: the predecessor's newest
      *> status line must be E with the return code in the board's
      *> OK/WARNING band (0-4).
       01 PRED-SEEN-SWITCH           PIC X.
           88 PRED-REPORT-SEEN       VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PRED-STATE                 PIC X.
       01 PRED-RETURN-CODE           PIC 9(4).
       01 PRED-STATE-TEXT            PIC X(9).
       01 PRED-RC-EDITED             PIC ZZZ9.

      *> ---- duplicate check ---------------------------------------
       01 DUPLICATE-SWITCH           PIC X.
           88 REQUEST-ALREADY-QUEUED VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 DUPLICATE-QUEUED-DATE      PIC 9(8).

      *> ---- shared-file write lock --------------------------------
       01 GUARD-RESULT-FLAG          PIC X.

      *> ---- queue write -------------------------------------------
       01 QUEUE-PARAM-IDX            PIC 9(2).

      *> ---- run totals --------------------------------------------
       01 REQUESTS-READ              PIC 9(5) VALUE 0.
       01 REQUESTS-ACCEPTED          PIC 9(5) VALUE 0.
       01 REQUESTS-REJECTED          PIC 9(5) VALUE 0.

       COPY "util-control.cpy".

       PROCEDURE DIVISION.

      *> The job definitions are read before the drop is claimed: a
      *> definition file that cannot be read would turn every
      *> request away as an unknown job, so the drop is left for a
      *> run that can judge it. The work-file lock keeps a second
      *> run from taking up the same claimed drop.
       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           PERFORM LOAD-JOB-DEFINITIONS.
           IF JOB-COUNT = 0
               DISPLAY 'JOB-REQUEST-INTAKE: no job definitions in '
                   FUNCTION TRIM(JOB-DEF-PATH)
                   ' - requests left waiting'
               STOP RUN
           END-IF
           CALL 'FILE-GUARD' USING 'ACQUIRE', REQUEST-WORK-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               DISPLAY 'JOB-REQUEST-INTAKE: another intake run is '
                   'working - nothing done'
               STOP RUN
           END-IF
           PERFORM CLAIM-DROP-FILE.
           IF DROP-IS-CLAIMED
               PERFORM ESTABLISH-RUN-STAMP
               MOVE 'JOB-REQUEST-INTAKE' TO UTIL-AUDIT-PROGRAM
               PERFORM OPEN-RESPONSE-FILE
               PERFORM PROCESS-DROP-FILE
               PERFORM PUBLISH-RESPONSE-FILE
               PERFORM RETIRE-DROP-FILE
               DISPLAY 'JOB-REQUEST-INTAKE: ' REQUESTS-READ
                   ' request(s) read, ' REQUESTS-ACCEPTED
                   ' accepted, ' REQUESTS-REJECTED ' rejected'
           ELSE
               DISPLAY 'JOB-REQUEST-INTAKE: no requests waiting'
           END-IF
           CALL 'FILE-GUARD' USING 'RELEASE', REQUEST-WORK-PATH,
                                    GUARD-RESULT-FLAG.
           STOP RUN.

       LOAD-JOB-DEFINITIONS SECTION.
           MOVE 0 TO JOB-COUNT.
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

      *> 'J' lines open a new job entry; 'F' lines attach parameter
      *> fields and 'D' lines attach predecessors to the job most
      *> recently opened, the way the file reads top to bottom.
      *> A field length that is not a usable number is taken as the
      *> whole parameter.
       STORE-JOB-DEF-LINE SECTION.
           EVALUATE TRUE
               WHEN JOB-DEF-IS-JOB
                   IF JOB-COUNT < JOB-CAPACITY
                       ADD 1 TO JOB-COUNT
                       MOVE JOB-DEF-NAME TO JT-NAME(JOB-COUNT)
                       MOVE 0 TO JT-PRED-COUNT(JOB-COUNT)
                       IF DEF-JOB-NEEDS-APPROVAL
                           SET JT-NEEDS-APPROVAL(JOB-COUNT) TO TRUE
                       ELSE
                           MOVE 'N' TO JT-APPROVAL(JOB-COUNT)
                       END-IF
                       MOVE 0 TO JT-FIELD-COUNT(JOB-COUNT)
                   END-IF
               WHEN JOB-DEF-IS-FIELD
                   IF JOB-COUNT > 0
                           AND JT-FIELD-COUNT(JOB-COUNT) < 10
                       ADD 1 TO JT-FIELD-COUNT(JOB-COUNT)
                       MOVE JT-FIELD-COUNT(JOB-COUNT)
                           TO DEF-FIELD-IDX
                       MOVE DEF-FIELD-LABEL
                           TO JT-FIELD-LABEL(JOB-COUNT, DEF-FIELD-IDX)
                       IF DEF-FIELD-LEN IS NUMERIC
                               AND DEF-FIELD-LEN > 0
                               AND DEF-FIELD-LEN <= 40
                           MOVE DEF-FIELD-LEN
                               TO JT-FIELD-LEN(JOB-COUNT,
                                   DEF-FIELD-IDX)
                       ELSE
                           MOVE 40
                               TO JT-FIELD-LEN(JOB-COUNT,
                                   DEF-FIELD-IDX)
                       END-IF
                       MOVE DEF-FIELD-TYPE
                           TO JT-FIELD-TYPE(JOB-COUNT, DEF-FIELD-IDX)
                       MOVE DEF-FIELD-REQUIRED
                           TO JT-FIELD-REQUIRED(JOB-COUNT,
                               DEF-FIELD-IDX)
                       MOVE DEF-FIELD-TABLE
                           TO JT-FIELD-TABLE(JOB-COUNT, DEF-FIELD-IDX)
                   END-IF
               WHEN JOB-DEF-IS-DEPEND
                   IF JOB-COUNT > 0
                           AND JT-PRED-COUNT(JOB-COUNT) < 4
                       ADD 1 TO JT-PRED-COUNT(JOB-COUNT)
                       MOVE DEF-PREDECESSOR
                           TO JT-PREDECESSOR(JOB-COUNT,
                               JT-PRED-COUNT(JOB-COUNT))
                   END-IF
           END-EVALUATE
           PERFORM READ-JOB-DEF-LINE.
           EXIT SECTION.

      *> A work file already there is a drop a run claimed and never
      *> finished; it is taken up again before anything new, and the
      *> request ledger keeps what it already queued from going on
      *> twice. Otherwise the waiting drop is renamed to the work
      *> name; no drop to rename means nothing to do.
       CLAIM-DROP-FILE SECTION.
           SET DROP-IS-CLAIMED TO FALSE.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-FILE-OK
               CLOSE REQUEST-FILE
               SET DROP-IS-CLAIMED TO TRUE
               DISPLAY 'JOB-REQUEST-INTAKE: taking up unfinished '
                   FUNCTION TRIM(REQUEST-WORK-PATH)
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(REQUEST-DROP-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(REQUEST-WORK-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           IF RENAME-RESULT = 0
               SET DROP-IS-CLAIMED TO TRUE
           END-IF
           EXIT SECTION.

      *> Every queue record, ledger line and response of one run
      *> carries the one stamp.
       ESTABLISH-RUN-STAMP SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-RAW FROM TIME.
           COMPUTE RUN-TIME = CLOCK-HH * 10000 + CLOCK-MM * 100
               + CLOCK-SS.
           EXIT SECTION.

      *> The response file is rebuilt as a new copy - whatever the
      *> sender has not yet taken away, then this run's lines - and
      *> renamed over the old one at the end, so the sender never
      *> picks up a file half written.
       OPEN-RESPONSE-FILE SECTION.
           OPEN OUTPUT RESPONSE-NEW-FILE.
           SET END-OF-RESPONSE-FILE TO FALSE.
           OPEN INPUT RESPONSE-FILE.
           IF RESPONSE-FILE-OK
               PERFORM READ-CARRIED-RESPONSE
               PERFORM CARRY-ONE-RESPONSE UNTIL END-OF-RESPONSE-FILE
               CLOSE RESPONSE-FILE
           END-IF
           EXIT SECTION.

       READ-CARRIED-RESPONSE SECTION.
           READ RESPONSE-FILE
               AT END
                   SET END-OF-RESPONSE-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       CARRY-ONE-RESPONSE SECTION.
           MOVE RESPONSE-CARRIED-LINE TO RESPONSE-LINE.
           WRITE RESPONSE-LINE.
           PERFORM READ-CARRIED-RESPONSE.
           EXIT SECTION.

       PROCESS-DROP-FILE SECTION.
           SET REQUEST-IS-OPEN TO FALSE.
           SET END-OF-REQUEST-FILE TO FALSE.
           OPEN INPUT REQUEST-FILE.
           IF NOT REQUEST-FILE-OK
               DISPLAY 'JOB-REQUEST-INTAKE: cannot read '
                   FUNCTION TRIM(REQUEST-WORK-PATH) ' - status '
                   REQUEST-FILE-STATUS
               EXIT SECTION
           END-IF
           PERFORM READ-REQUEST-LINE.
           PERFORM TAKE-REQUEST-LINE UNTIL END-OF-REQUEST-FILE.
           CLOSE REQUEST-FILE.
           IF REQUEST-IS-OPEN
               PERFORM SETTLE-REQUEST
           END-IF
           EXIT SECTION.

       READ-REQUEST-LINE SECTION.
           READ REQUEST-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
           END-READ.
           EXIT SECTION.

      *> An 'R' line settles the request before it and opens the
      *> next; a 'P' line attaches to the open request. Comments and
      *> blank lines are skipped. Any other line cannot be placed,
      *> and is answered on its own under whatever id it carries.
       TAKE-REQUEST-LINE SECTION.
           EVALUATE TRUE
               WHEN REQUEST-IS-HEADER
                   IF REQUEST-IS-OPEN
                       PERFORM SETTLE-REQUEST
                   END-IF
                   PERFORM OPEN-ONE-REQUEST
               WHEN REQUEST-IS-PARAM
                   PERFORM ATTACH-REQUEST-PARAM
               WHEN REQUEST-IS-COMMENT
                   CONTINUE
               WHEN REQUEST-LINE = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO STRAY-REASON
                   STRING 'LINE TYPE '              DELIMITED BY SIZE
                          REQUEST-RECORD-TYPE       DELIMITED BY SIZE
                          ' IS NOT R OR P'          DELIMITED BY SIZE
                       INTO STRAY-REASON
                   END-STRING
                   PERFORM ANSWER-STRAY-LINE
           END-EVALUATE
           PERFORM READ-REQUEST-LINE.
           EXIT SECTION.

       OPEN-ONE-REQUEST SECTION.
           ADD 1 TO REQUESTS-READ.
           SET REQUEST-IS-OPEN TO TRUE.
           MOVE REQUEST-ID TO OPEN-REQUEST-ID.
           MOVE REQUEST-SENDER TO OPEN-SENDER.
           MOVE REQUEST-JOB TO OPEN-JOB.
           PERFORM CLEAR-ONE-OPEN-PARAM
               VARYING OPEN-PARAM-IDX FROM 1 BY 1
               UNTIL OPEN-PARAM-IDX > 10.
           MOVE SPACES TO REQUEST-REASON.
           EXIT SECTION.

       CLEAR-ONE-OPEN-PARAM SECTION.
           MOVE SPACES TO OPEN-PARAM-VALUE(OPEN-PARAM-IDX).
           MOVE 'N' TO OPEN-PARAM-GIVEN(OPEN-PARAM-IDX).
           EXIT SECTION.

      *> A 'P' line must follow its own request's 'R' line; one that
      *> does not is answered on its own rather than guessed at. A
      *> bad or repeated position spoils the request it belongs to.
       ATTACH-REQUEST-PARAM SECTION.
           IF NOT REQUEST-IS-OPEN
                   OR REQUEST-ID NOT = OPEN-REQUEST-ID
               MOVE 'PARAMETER LINE WITH NO REQUEST LINE ABOVE IT'
                   TO STRAY-REASON
               PERFORM ANSWER-STRAY-LINE
               EXIT SECTION
           END-IF
           IF REQUEST-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           IF REQUEST-PARAM-NO IS NOT NUMERIC
               MOVE 0 TO OPEN-PARAM-IDX
           ELSE
               MOVE REQUEST-PARAM-NO TO OPEN-PARAM-IDX
           END-IF
           IF OPEN-PARAM-IDX < 1 OR OPEN-PARAM-IDX > 10
               STRING 'PARAMETER NUMBER '       DELIMITED BY SIZE
                      REQUEST-PARAM-NO          DELIMITED BY SIZE
                      ' IS NOT 01-10'           DELIMITED BY SIZE
                   INTO REQUEST-REASON
               END-STRING
               EXIT SECTION
           END-IF
           IF OPEN-PARAM-WAS-GIVEN(OPEN-PARAM-IDX)
               STRING 'PARAMETER '              DELIMITED BY SIZE
                      REQUEST-PARAM-NO          DELIMITED BY SIZE
                      ' GIVEN TWICE'            DELIMITED BY SIZE
                   INTO REQUEST-REASON
               END-STRING
               EXIT SECTION
           END-IF
           MOVE REQUEST-PARAM-VALUE TO OPEN-PARAM-VALUE(OPEN-PARAM-IDX).
           MOVE 'Y' TO OPEN-PARAM-GIVEN(OPEN-PARAM-IDX).
           EXIT SECTION.

      *> The request's 'P' lines are all in: judge it, queue it if
      *> it passed, and answer the sender either way.
       SETTLE-REQUEST SECTION.
           PERFORM VALIDATE-REQUEST.
           IF REQUEST-REASON = SPACES
               PERFORM QUEUE-REQUEST
           END-IF
           MOVE SPACES TO RESPONSE-LINE.
           MOVE OPEN-REQUEST-ID TO RESPONSE-REQUEST-ID.
           MOVE OPEN-SENDER TO RESPONSE-SENDER.
           MOVE OPEN-JOB TO RESPONSE-JOB.
           MOVE RUN-DATE TO RESPONSE-DATE.
           MOVE RUN-TIME TO RESPONSE-TIME.
           IF REQUEST-REASON = SPACES
               ADD 1 TO REQUESTS-ACCEPTED
               SET RESPONSE-ACCEPTED TO TRUE
               IF JT-NEEDS-APPROVAL(REQUESTED-JOB-IDX)
                   MOVE 'QUEUED - AWAITS FOUR-EYES APPROVAL'
                       TO RESPONSE-REASON
               ELSE
                   MOVE 'QUEUED' TO RESPONSE-REASON
               END-IF
               PERFORM AUDIT-ACCEPTED-REQUEST
           ELSE
               ADD 1 TO REQUESTS-REJECTED
               SET RESPONSE-REJECTED TO TRUE
               MOVE REQUEST-REASON TO RESPONSE-REASON
           END-IF
           WRITE RESPONSE-LINE.
           DISPLAY 'JOB-REQUEST-INTAKE: '
               FUNCTION TRIM(OPEN-SENDER) ' '
               FUNCTION TRIM(OPEN-REQUEST-ID) ' '
               FUNCTION TRIM(OPEN-JOB) ' '
               RESPONSE-OUTCOME ' '
               FUNCTION TRIM(RESPONSE-REASON).
           SET REQUEST-IS-OPEN TO FALSE.
           EXIT SECTION.

      *> A line that belongs to no request still gets its answer,
      *> under the id it carries, so the sender sees it was not
      *> acted on.
       ANSWER-STRAY-LINE SECTION.
           ADD 1 TO REQUESTS-REJECTED.
           MOVE SPACES TO RESPONSE-LINE.
           MOVE REQUEST-ID TO RESPONSE-REQUEST-ID.
           MOVE RUN-DATE TO RESPONSE-DATE.
           MOVE RUN-TIME TO RESPONSE-TIME.
           SET RESPONSE-REJECTED TO TRUE.
           MOVE STRAY-REASON TO RESPONSE-REASON.
           WRITE RESPONSE-LINE.
           DISPLAY 'JOB-REQUEST-INTAKE: '
               FUNCTION TRIM(REQUEST-ID) ' REJECTED '
               FUNCTION TRIM(STRAY-REASON).
           EXIT SECTION.

      *> The checks in the order the console meets them, stopping at
      *> the first failure: who is asking, whether it was already
      *> queued, the job, each field as NCURSES-FIELD would judge it
      *> keyed, then the predecessor gate.
       VALIDATE-REQUEST SECTION.
           MOVE 0 TO REQUESTED-JOB-IDX.
           IF REQUEST-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           IF OPEN-REQUEST-ID = SPACES
               MOVE 'NO REQUEST ID' TO REQUEST-REASON
               EXIT SECTION
           END-IF
           IF OPEN-SENDER = SPACES
               MOVE 'NO SENDER INTERFACE ID' TO REQUEST-REASON
               EXIT SECTION
           END-IF
           PERFORM CHECK-ALREADY-QUEUED.
           IF REQUEST-ALREADY-QUEUED
               STRING 'DUPLICATE - REQUEST ID ALREADY QUEUED ON '
                                                  DELIMITED BY SIZE
                      DUPLICATE-QUEUED-DATE       DELIMITED BY SIZE
                   INTO REQUEST-REASON
               END-STRING
               EXIT SECTION
           END-IF
           PERFORM MATCH-REQUESTED-JOB
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT.
           IF REQUESTED-JOB-IDX = 0
               STRING 'JOB '                      DELIMITED BY SIZE
                      FUNCTION TRIM(OPEN-JOB)     DELIMITED BY SIZE
                      ' IS NOT DEFINED'           DELIMITED BY SIZE
                   INTO REQUEST-REASON
               END-STRING
               EXIT SECTION
           END-IF
           COMPUTE OPEN-PARAM-IDX =
               JT-FIELD-COUNT(REQUESTED-JOB-IDX) + 1.
           PERFORM CHECK-SURPLUS-PARAM
               UNTIL OPEN-PARAM-IDX > 10
                   OR REQUEST-REASON NOT = SPACES.
           IF REQUEST-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           PERFORM CHECK-ONE-REQUEST-FIELD
               VARYING DEF-FIELD-IDX FROM 1 BY 1
               UNTIL DEF-FIELD-IDX > JT-FIELD-COUNT(REQUESTED-JOB-IDX)
                   OR REQUEST-REASON NOT = SPACES.
           IF REQUEST-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           PERFORM CHECK-PREDECESSOR-GATE.
           EXIT SECTION.

       MATCH-REQUESTED-JOB SECTION.
           IF REQUESTED-JOB-IDX = 0
                   AND JT-NAME(JOB-IDX) = OPEN-JOB
               MOVE JOB-IDX TO REQUESTED-JOB-IDX
           END-IF
           EXIT SECTION.

      *> A value in a position the job declares no field for would
      *> be dropped without a word on the console's screen; here it
      *> is refused, because the sender meant something by it.
       CHECK-SURPLUS-PARAM SECTION.
           IF OPEN-PARAM-VALUE(OPEN-PARAM-IDX) NOT = SPACES
               MOVE OPEN-PARAM-IDX TO LEN-EDITED
               STRING 'PARAMETER '                DELIMITED BY SIZE
                      FUNCTION TRIM(LEN-EDITED)   DELIMITED BY SIZE
                      ' IS NOT A FIELD OF '       DELIMITED BY SIZE
                      FUNCTION TRIM(OPEN-JOB)     DELIMITED BY SIZE
                   INTO REQUEST-REASON
               END-STRING
           END-IF
           ADD 1 TO OPEN-PARAM-IDX.
           EXIT SECTION.

      *> One declared field against its value, the rules
      *> VALIDATE-CURRENT-FIELD applies on the keyed screen: a value
      *> longer than the field could not have been keyed at all.
       CHECK-ONE-REQUEST-FIELD SECTION.
           MOVE OPEN-PARAM-VALUE(DEF-FIELD-IDX) TO CHECK-VALUE.
           MOVE JT-FIELD-LEN(REQUESTED-JOB-IDX, DEF-FIELD-IDX)
               TO CHECK-LEN.
           MOVE JT-FIELD-LABEL(REQUESTED-JOB-IDX, DEF-FIELD-IDX)
               TO CHECK-LABEL.
           IF CHECK-LEN < 40
               IF CHECK-VALUE(CHECK-LEN + 1:) NOT = SPACES
                   MOVE CHECK-LEN TO LEN-EDITED
                   STRING FUNCTION TRIM(CHECK-LABEL)
                                                  DELIMITED BY SIZE
                          ' LONGER THAN '         DELIMITED BY SIZE
                          FUNCTION TRIM(LEN-EDITED)
                                                  DELIMITED BY SIZE
                          ' CHARACTERS'           DELIMITED BY SIZE
                       INTO REQUEST-REASON
                   END-STRING
                   EXIT SECTION
               END-IF
           END-IF
           IF CHECK-VALUE(1:CHECK-LEN) = SPACES
               IF JT-FIELD-IS-REQUIRED(REQUESTED-JOB-IDX,
                       DEF-FIELD-IDX)
                   STRING FUNCTION TRIM(CHECK-LABEL)
                                                  DELIMITED BY SIZE
                          ' IS REQUIRED'          DELIMITED BY SIZE
                       INTO REQUEST-REASON
                   END-STRING
               END-IF
               EXIT SECTION
           END-IF
           IF JT-FIELD-IS-ANY-DATE(REQUESTED-JOB-IDX, DEF-FIELD-IDX)
               PERFORM CHECK-DATE-VALUE
               IF NOT DATE-IS-VALID
                   STRING FUNCTION TRIM(CHECK-LABEL)
                                                  DELIMITED BY SIZE
                          ' IS NOT A VALID DATE'  DELIMITED BY SIZE
                       INTO REQUEST-REASON
                   END-STRING
                   EXIT SECTION
               END-IF
           END-IF
           IF JT-FIELD-IS-BUSINESS-DATE(REQUESTED-JOB-IDX,
                   DEF-FIELD-IDX)
               PERFORM CHECK-BUSINESS-DATE
               IF REQUEST-REASON NOT = SPACES
                   EXIT SECTION
               END-IF
           END-IF
           IF JT-FIELD-IS-NUMERIC(REQUESTED-JOB-IDX, DEF-FIELD-IDX)
               SET VALUE-HAS-NON-NUMERIC TO FALSE
               PERFORM CHECK-NUMERIC-CHARACTER
                   VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > CHECK-LEN
               IF VALUE-HAS-NON-NUMERIC
                   STRING FUNCTION TRIM(CHECK-LABEL)
                                                  DELIMITED BY SIZE
                          ' IS NOT NUMERIC'       DELIMITED BY SIZE
                       INTO REQUEST-REASON
                   END-STRING
                   EXIT SECTION
               END-IF
           END-IF
           IF JT-FIELD-TABLE(REQUESTED-JOB-IDX, DEF-FIELD-IDX)
                   NOT = SPACES
               MOVE JT-FIELD-TABLE(REQUESTED-JOB-IDX, DEF-FIELD-IDX)
                   TO CODE-TABLE-NAME
               MOVE CHECK-VALUE(1:8) TO CODE-VALUE
               CALL 'NCURSES-CODE-TABLE' USING 'VALIDATE-CODE',
                                                CODE-TABLE-NAME,
                                                CODE-VALUE,
                                                CODE-FOUND-FLAG
               IF CODE-FOUND-FLAG NOT = 'Y'
                   STRING FUNCTION TRIM(CHECK-LABEL)
                                                  DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          FUNCTION TRIM(CODE-VALUE)
                                                  DELIMITED BY SIZE
                          ' IS NOT A LIVE '       DELIMITED BY SIZE
                          FUNCTION TRIM(CODE-TABLE-NAME)
                                                  DELIMITED BY SIZE
                          ' CODE'                 DELIMITED BY SIZE
                       INTO REQUEST-REASON
                   END-STRING
               END-IF
           END-IF
           EXIT SECTION.

       CHECK-NUMERIC-CHARACTER SECTION.
           IF CHECK-VALUE(SCAN-IDX:1) NOT = SPACE
               IF CHECK-VALUE(SCAN-IDX:1) < '0'
                   OR CHECK-VALUE(SCAN-IDX:1) > '9'
                   SET VALUE-HAS-NON-NUMERIC TO TRUE
               END-IF
           END-IF
           EXIT SECTION.

      *> A date field must hold a real calendar date, not just eight
      *> digits.
       CHECK-DATE-VALUE SECTION.
           SET DATE-IS-VALID TO TRUE.
           MOVE CHECK-VALUE(1:8) TO DATE-CHECK-VALUE.
           IF DATE-CHECK-VALUE NOT NUMERIC
               SET DATE-IS-VALID TO FALSE
               EXIT SECTION
           END-IF
           MOVE DATE-CHECK-VALUE TO DATE-CHECK-PARTS.
           IF DATE-CHECK-MONTH < 1 OR DATE-CHECK-MONTH > 12
               SET DATE-IS-VALID TO FALSE
               EXIT SECTION
           END-IF
           PERFORM COMPUTE-DATE-CHECK-LIMIT.
           IF DATE-CHECK-DAY < 1 OR DATE-CHECK-DAY > DATE-CHECK-LIMIT
               SET DATE-IS-VALID TO FALSE
           END-IF
           EXIT SECTION.

       COMPUTE-DATE-CHECK-LIMIT SECTION.
           EVALUATE DATE-CHECK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO DATE-CHECK-LIMIT
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DATE-CHECK-LIMIT
               WHEN OTHER
                   MOVE 28 TO DATE-CHECK-LIMIT
                   COMPUTE DATE-CHECK-REMAINDER =
                       FUNCTION MOD(DATE-CHECK-YEAR, 4)
                   IF DATE-CHECK-REMAINDER = 0
                       MOVE 29 TO DATE-CHECK-LIMIT
                       COMPUTE DATE-CHECK-REMAINDER =
                           FUNCTION MOD(DATE-CHECK-YEAR, 100)
                       IF DATE-CHECK-REMAINDER = 0
                           COMPUTE DATE-CHECK-REMAINDER =
                               FUNCTION MOD(DATE-CHECK-YEAR, 400)
                           IF DATE-CHECK-REMAINDER NOT = 0
                               MOVE 28 TO DATE-CHECK-LIMIT
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT SECTION.

      *> A weekend or holiday is refused naming the next valid date,
      *> the same answer the keyed screen's alert gives.
       CHECK-BUSINESS-DATE SECTION.
           MOVE CHECK-VALUE(1:8) TO CAL-CHECK-DATE.
           MOVE 'IS-BUSINESS-DAY' TO CAL-FUNCTION.
           CALL 'BUSINESS-CALENDAR' USING CAL-FUNCTION,
                                           CAL-CHECK-DATE,
                                           CAL-DAY-COUNT,
                                           CAL-RESULT-FLAG.
           IF CAL-RESULT-FLAG NOT = 'Y'
               MOVE 'NEXT-BUSINESS-DAY' TO CAL-FUNCTION
               CALL 'BUSINESS-CALENDAR' USING CAL-FUNCTION,
                                               CAL-CHECK-DATE,
                                               CAL-DAY-COUNT,
                                               CAL-RESULT-FLAG
               STRING FUNCTION TRIM(CHECK-LABEL)  DELIMITED BY SIZE
                      ' NOT A BUSINESS DAY - NEXT IS '
                                                  DELIMITED BY SIZE
                      CAL-CHECK-DATE              DELIMITED BY SIZE
                   INTO REQUEST-REASON
               END-STRING
           END-IF
           EXIT SECTION.

      *> No 'D' line means no gate. Anything but a clean end of
      *> every predecessor is a rejection naming the first one not
      *> clear and its state: the console's override needs an
      *> operator to own it.
       CHECK-PREDECESSOR-GATE SECTION.
           PERFORM CHECK-ONE-PREDECESSOR
               VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > JT-PRED-COUNT(REQUESTED-JOB-IDX)
                   OR REQUEST-REASON NOT = SPACES.
           EXIT SECTION.

       CHECK-ONE-PREDECESSOR SECTION.
           IF JT-PREDECESSOR(REQUESTED-JOB-IDX, PRED-IDX) = SPACES
               EXIT SECTION
           END-IF
           PERFORM SCAN-PREDECESSOR-STATUS.
           IF PRED-REPORT-SEEN AND PRED-STATE = 'E'
                   AND PRED-RETURN-CODE <= 4
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN NOT PRED-REPORT-SEEN
                   MOVE 'NO REPORT' TO PRED-STATE-TEXT
               WHEN PRED-STATE = 'W'
                   MOVE 'WAITING' TO PRED-STATE-TEXT
               WHEN PRED-STATE = 'R'
                   MOVE 'RUNNING' TO PRED-STATE-TEXT
               WHEN PRED-STATE = 'E'
                   MOVE 'ENDED' TO PRED-STATE-TEXT
               WHEN PRED-STATE = 'F'
                   MOVE 'FAILED' TO PRED-STATE-TEXT
               WHEN OTHER
                   MOVE '?' TO PRED-STATE-TEXT
           END-EVALUATE
           MOVE PRED-RETURN-CODE TO PRED-RC-EDITED.
           STRING 'PREDECESSOR '                  DELIMITED BY SIZE
                  FUNCTION TRIM(JT-PREDECESSOR(REQUESTED-JOB-IDX,
                      PRED-IDX))                  DELIMITED BY SIZE
                  ' NOT CLEAR ('                  DELIMITED BY SIZE
                  FUNCTION TRIM(PRED-STATE-TEXT)  DELIMITED BY SIZE
                  ' RC='                          DELIMITED BY SIZE
                  FUNCTION TRIM(PRED-RC-EDITED)   DELIMITED BY SIZE
                  ')'                             DELIMITED BY SIZE
               INTO REQUEST-REASON
           END-STRING
           EXIT SECTION.

      *> Newest line per predecessor wins, the same fold the board
      *> and the console take over the status file.
       SCAN-PREDECESSOR-STATUS SECTION.
           SET PRED-REPORT-SEEN TO FALSE.
           MOVE SPACE TO PRED-STATE.
           MOVE 0 TO PRED-RETURN-CODE.
           SET END-OF-JOB-STATUS-FILE TO FALSE.
           OPEN INPUT JOB-STATUS-FILE.
           IF JOB-STATUS-FILE-OK
               PERFORM SCAN-ONE-PREDECESSOR-RECORD
                   UNTIL END-OF-JOB-STATUS-FILE
               CLOSE JOB-STATUS-FILE
           END-IF
           EXIT SECTION.

       SCAN-ONE-PREDECESSOR-RECORD SECTION.
           READ JOB-STATUS-FILE
               AT END
                   SET END-OF-JOB-STATUS-FILE TO TRUE
               NOT AT END
                   IF JOB-NAME
                           = JT-PREDECESSOR(REQUESTED-JOB-IDX, PRED-IDX)
                       SET PRED-REPORT-SEEN TO TRUE
                       MOVE JOB-STATE TO PRED-STATE
                       MOVE JOB-RETURN-CODE TO PRED-RETURN-CODE
                   END-IF
           END-READ.
           EXIT SECTION.

      *> Request ids are the sender's own, so a repeat is judged per
      *> sender. Only accepted requests are in the ledger: a request
      *> turned away may be put right and sent again under its id.
       CHECK-ALREADY-QUEUED SECTION.
           SET REQUEST-ALREADY-QUEUED TO FALSE.
           MOVE 0 TO DUPLICATE-QUEUED-DATE.
           SET END-OF-REQUEST-LEDGER TO FALSE.
           OPEN INPUT REQUEST-LEDGER-FILE.
           IF REQUEST-LEDGER-OK
               PERFORM SCAN-ONE-LEDGER-RECORD
                   UNTIL END-OF-REQUEST-LEDGER
                       OR REQUEST-ALREADY-QUEUED
               CLOSE REQUEST-LEDGER-FILE
           END-IF
           EXIT SECTION.

       SCAN-ONE-LEDGER-RECORD SECTION.
           READ REQUEST-LEDGER-FILE
               AT END
                   SET END-OF-REQUEST-LEDGER TO TRUE
               NOT AT END
                   IF LEDGER-SENDER = OPEN-SENDER
                           AND LEDGER-REQUEST-ID = OPEN-REQUEST-ID
                       SET REQUEST-ALREADY-QUEUED TO TRUE
                       MOVE LEDGER-QUEUED-DATE
                           TO DUPLICATE-QUEUED-DATE
                   END-IF
           END-READ.
           EXIT SECTION.

      *> The ledger line goes down first, under the queue lock with
      *> the queue append: a crash between the two writes leaves one
      *> request the ledger calls queued that never was - an
      *> operator can key it by hand - where the other order could
      *> run the job twice. A lock that never frees turns the
      *> request away to be sent again.
       QUEUE-REQUEST SECTION.
           MOVE SPACES TO SENDER-OPERATOR-ID.
           STRING 'IF-'                           DELIMITED BY SIZE
                  FUNCTION TRIM(OPEN-SENDER)      DELIMITED BY SIZE
               INTO SENDER-OPERATOR-ID
           END-STRING
           MOVE RUN-DATE TO QUEUE-DATE.
           MOVE RUN-TIME TO QUEUE-TIME.
           MOVE SENDER-OPERATOR-ID TO QUEUE-USER.
           MOVE OPEN-JOB TO QUEUE-JOB.
           PERFORM MOVE-ONE-QUEUE-PARAM
               VARYING QUEUE-PARAM-IDX FROM 1 BY 1
               UNTIL QUEUE-PARAM-IDX > 10.
           IF JT-NEEDS-APPROVAL(REQUESTED-JOB-IDX)
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
           CALL 'FILE-GUARD' USING 'ACQUIRE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               MOVE 'QUEUE BUSY - NOT QUEUED, SEND AGAIN'
                   TO REQUEST-REASON
               EXIT SECTION
           END-IF
           MOVE SPACES TO REQUEST-LEDGER-RECORD.
           MOVE OPEN-SENDER TO LEDGER-SENDER.
           MOVE OPEN-REQUEST-ID TO LEDGER-REQUEST-ID.
           MOVE OPEN-JOB TO LEDGER-JOB.
           MOVE RUN-DATE TO LEDGER-QUEUED-DATE.
           MOVE RUN-TIME TO LEDGER-QUEUED-TIME.
      *> The first request ever finds no ledger (status 35) and
      *> starts one.
           OPEN EXTEND REQUEST-LEDGER-FILE.
           IF REQUEST-LEDGER-STATUS = '35'
               OPEN OUTPUT REQUEST-LEDGER-FILE
           END-IF
           WRITE REQUEST-LEDGER-RECORD.
           CLOSE REQUEST-LEDGER-FILE.
           OPEN EXTEND JOB-QUEUE-FILE.
           IF JOB-QUEUE-STATUS = '35'
               OPEN OUTPUT JOB-QUEUE-FILE
           END-IF
           WRITE JOB-QUEUE-RECORD.
           CLOSE JOB-QUEUE-FILE.
           CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           EXIT SECTION.

       MOVE-ONE-QUEUE-PARAM SECTION.
           MOVE OPEN-PARAM-VALUE(QUEUE-PARAM-IDX)
               TO QUEUE-PARAM(QUEUE-PARAM-IDX).
           EXIT SECTION.

      *> The SUBMIT line goes down under the interface id the queue
      *> record carries, job name first in WINDOW the way
      *> LOG-SUBMISSION writes it, so the reconciliation report
      *> pairs the two; the sender's request id follows for the
      *> reader.
       AUDIT-ACCEPTED-REQUEST SECTION.
           MOVE SENDER-OPERATOR-ID TO UTIL-OPERATOR-ID.
           MOVE 9 TO UTIL-AUTH-LEVEL.
           CALL 'NCURSES-UTIL' USING 'SET-OPERATOR', UTIL-CONTROL.
           MOVE 'SUBMIT' TO UTIL-AUDIT-ACTION.
           MOVE SPACES TO UTIL-AUDIT-WINDOW.
           STRING OPEN-JOB                        DELIMITED BY SIZE
                  ' REQ '                         DELIMITED BY SIZE
                  OPEN-REQUEST-ID                 DELIMITED BY SIZE
               INTO UTIL-AUDIT-WINDOW
           END-STRING
           MOVE 0 TO UTIL-AUDIT-WIDTH.
           MOVE 0 TO UTIL-AUDIT-HEIGHT.
           MOVE 0 TO UTIL-AUDIT-X.
           MOVE 0 TO UTIL-AUDIT-Y.
           CALL 'NCURSES-UTIL' USING 'AUDIT-LOG', UTIL-CONTROL.
           EXIT SECTION.

       PUBLISH-RESPONSE-FILE SECTION.
           CLOSE RESPONSE-NEW-FILE.
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(RESPONSE-NEW-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(RESPONSE-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           IF RENAME-RESULT NOT = 0
               DISPLAY 'JOB-REQUEST-INTAKE: responses not published - '
                   'they are in ' FUNCTION TRIM(RESPONSE-NEW-PATH)
           END-IF
           EXIT SECTION.

      *> The processed drop is kept under the run's date and time
      *> for the record; the work name is free for the next claim.
       RETIRE-DROP-FILE SECTION.
           MOVE SPACES TO REQUEST-DONE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR) DELIMITED BY SIZE
                  '/job-requests-'               DELIMITED BY SIZE
                  RUN-DATE                       DELIMITED BY SIZE
                  '-'                            DELIMITED BY SIZE
                  RUN-TIME                       DELIMITED BY SIZE
                  '.dat'                         DELIMITED BY SIZE
               INTO REQUEST-DONE-PATH
           END-STRING
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(REQUEST-WORK-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(REQUEST-DONE-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           IF RENAME-RESULT NOT = 0
               DISPLAY 'JOB-REQUEST-INTAKE: '
                   FUNCTION TRIM(REQUEST-WORK-PATH)
                   ' not retired - the next run takes it up again'
           END-IF
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
           MOVE SPACES TO REQUEST-DROP-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-requests.dat'
                                                  DELIMITED BY SIZE
               INTO REQUEST-DROP-PATH
           END-STRING
           MOVE SPACES TO REQUEST-WORK-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-requests.wrk'
                                                  DELIMITED BY SIZE
               INTO REQUEST-WORK-PATH
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
           MOVE SPACES TO JOB-STATUS-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-status.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-STATUS-PATH
           END-STRING
           MOVE SPACES TO REQUEST-LEDGER-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/request-ledger.dat'
                                                  DELIMITED BY SIZE
               INTO REQUEST-LEDGER-PATH
           END-STRING
           MOVE SPACES TO RESPONSE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-responses.dat'
                                                  DELIMITED BY SIZE
               INTO RESPONSE-PATH
           END-STRING
           MOVE SPACES TO RESPONSE-NEW-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-responses.new'
                                                  DELIMITED BY SIZE
               INTO RESPONSE-NEW-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM JOB-REQUEST-INTAKE.
