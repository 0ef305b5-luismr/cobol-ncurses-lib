      *> into the one flow submitting a rerun actually is. The
      *> job-definition file (data/job-def.dat: a 'J' line naming and
      *> describing each job, 'F' lines declaring its parameter
      *> fields, 'D' lines naming the jobs it depends on) populates
      *> an NCURSES-MENU list; picking a job
      *> generates its parameter screen for NCURSES-FIELD (labels,
      *> masks, required flags and code tables straight from the 'F'
      *> line to the session audit log; then the console watches the
      *> job's own reports in the status file (job-status.cpy) with
      *> an NCURSES-GAUGE until it ends or the operator leaves.
      *> A job whose 'J' line asks for four-eyes approval is queued
      *> awaiting approval instead of pending; the operator is told
      *> it needs a second operator on JOB-APPROVAL-CONSOLE, and
      *> there is nothing to watch until then.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 FILLER             PIC X(56).
      *> Alternate view of the detail for a 'J' line: description,
      *> then the minimum operator authority level this job needs
      *> (blank means anyone signed on may submit it), the deadline
      *> DEADLINE-WATCHER reads, and 'Y' when every submission needs
      *> a second operator's approval before it may run.
           05 JOB-DEF-DETAIL-JOB REDEFINES JOB-DEF-DETAIL.
               10 DEF-JOB-DESCRIPTION PIC X(40).
               10 FILLER             PIC X.
               10 DEF-JOB-MIN-AUTH   PIC 9.
               10 FILLER             PIC X(7).
               10 DEF-JOB-APPROVAL   PIC X.
                  88 DEF-JOB-NEEDS-APPROVAL VALUE 'Y'.
               10 FILLER             PIC X(14).
       FD  JOB-QUEUE-FILE.
       COPY "job-queue.cpy".
       FD  JOB-STATUS-FILE.
                                     'N'.

      *> In-memory fold of the job-definition file: per job its
      *> description, the jobs it waits for, and the declarations
      *> of its parameter fields.
       01 JOB-COUNT                  PIC 9(2) VALUE 0.
       01 JOB-CAPACITY               PIC 9(2) VALUE 18.
       01 JOB-TABLE.
           05 JOB-TABLE-ENTRY OCCURS 18 TIMES.
               10 JT-NAME            PIC X(8).
               10 JT-DESCRIPTION     PIC X(40).
               10 JT-PRED-COUNT      PIC 9.
               10 JT-PREDECESSOR OCCURS 4 TIMES PIC X(8).
               10 JT-MIN-AUTH        PIC 9.
               10 JT-APPROVAL        PIC X.
                  88 JT-NEEDS-APPROVAL     VALUE 'Y'.
               10 JT-FIELD-COUNT     PIC 9(2).
               10 JT-FIELD-DEF OCCURS 10 TIMES.
                   15 JT-FIELD-LABEL    PIC X(12).
       01 JOB-IDX                    PIC 9(2).
       01 PICKED-JOB-IDX             PIC 9(2).
       01 DEF-FIELD-IDX              PIC 9(2).
       01 PRED-IDX                   PIC 9.

      *> ---- menu --------------------------------------------------
       01 MENU-WIN-ID                USAGE POINTER.
       01 DIALOG-ANSWER              PIC X.

      *> ---- predecessor check -------------------------------------
      *> A job with 'D' lines only queues freely when each
      *> predecessor's newest status line is E with the return code
      *> in the board's OK/WARNING band (0-4); anything else needs
      *> the operator to override past a warning dialog, and the
           EXIT SECTION.

      *> 'J' lines open a new job entry; 'F' lines attach parameter
      *> fields and 'D' lines attach predecessors to the job most
      *> recently opened, the way the file reads top to bottom.
       STORE-JOB-DEF-LINE SECTION.
           EVALUATE TRUE
               WHEN JOB-DEF-IS-JOB
                       MOVE JOB-DEF-NAME TO JT-NAME(JOB-COUNT)
                       MOVE DEF-JOB-DESCRIPTION
                           TO JT-DESCRIPTION(JOB-COUNT)
                       MOVE 0 TO JT-PRED-COUNT(JOB-COUNT)
                       IF DEF-JOB-MIN-AUTH IS NUMERIC
                           MOVE DEF-JOB-MIN-AUTH
                               TO JT-MIN-AUTH(JOB-COUNT)
                       ELSE
                           MOVE 0 TO JT-MIN-AUTH(JOB-COUNT)
                       END-IF
                       IF DEF-JOB-NEEDS-APPROVAL
                           SET JT-NEEDS-APPROVAL(JOB-COUNT) TO TRUE
                       ELSE
                           MOVE 'N' TO JT-APPROVAL(JOB-COUNT)
                       END-IF
                       MOVE 0 TO JT-FIELD-COUNT(JOB-COUNT)
                   END-IF
               WHEN JOB-DEF-IS-FIELD
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
               PERFORM WRITE-QUEUE-RECORD
               IF QUEUE-WRITE-TOOK
                   PERFORM LOG-SUBMISSION
                   IF JT-NEEDS-APPROVAL(PICKED-JOB-IDX)
                       PERFORM TELL-APPROVAL-NEEDED
                   ELSE
                       PERFORM WATCH-JOB-PROGRESS
                   END-IF
               END-IF
           END-IF
           EXIT SECTION.
      *> no gate; a clean predecessor passes silently; otherwise the
      *> warning dialog names the predecessor and its state, and a
      *> yes is audited as an OVERRIDE before the normal confirm.
      *> Predecessors are taken in file order, each one not clear
      *> asked about and audited on its own; a no to any of them
      *> closes the gate.
       CHECK-PREDECESSOR-GATE SECTION.
           SET PREDECESSOR-GATE-OPEN TO TRUE.
           PERFORM CHECK-ONE-PREDECESSOR
               VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > JT-PRED-COUNT(PICKED-JOB-IDX)
                   OR NOT PREDECESSOR-GATE-OPEN.
           EXIT SECTION.

       CHECK-ONE-PREDECESSOR SECTION.
           IF JT-PREDECESSOR(PICKED-JOB-IDX, PRED-IDX) = SPACES
               EXIT SECTION
           END-IF
           PERFORM SCAN-PREDECESSOR-STATUS.
           END-EVALUATE
           MOVE PRED-RETURN-CODE TO PRED-RC-EDITED.
           MOVE SPACES TO DIALOG-MESSAGE.
           STRING FUNCTION TRIM(JT-PREDECESSOR(PICKED-JOB-IDX,
                      PRED-IDX))                  DELIMITED BY SIZE
                  ' NOT CLEAR ('                  DELIMITED BY SIZE
                  FUNCTION TRIM(PRED-STATE-TEXT)  DELIMITED BY SIZE
                  ' RC='                          DELIMITED BY SIZE
               MOVE SPACES TO UTIL-AUDIT-WINDOW
               STRING JT-NAME(PICKED-JOB-IDX)     DELIMITED BY SIZE
                      ' PRED '                    DELIMITED BY SIZE
                      JT-PREDECESSOR(PICKED-JOB-IDX, PRED-IDX)
                                                  DELIMITED BY SIZE
                   INTO UTIL-AUDIT-WINDOW
               END-STRING
               AT END
                   SET END-OF-JOB-STATUS-FILE TO TRUE
               NOT AT END
                   IF JOB-NAME
                           = JT-PREDECESSOR(PICKED-JOB-IDX, PRED-IDX)
                       SET PRED-REPORT-SEEN TO TRUE
                       MOVE JOB-STATE TO PRED-STATE
                       MOVE JOB-RETURN-CODE TO PRED-RETURN-CODE
           PERFORM MOVE-ONE-QUEUE-PARAM
               VARYING QUEUE-PARAM-IDX FROM 1 BY 1
               UNTIL QUEUE-PARAM-IDX > 10.
           IF JT-NEEDS-APPROVAL(PICKED-JOB-IDX)
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
      *> The append is serialized against the dispatcher's and the
      *> review console's queue rewrites through FILE-GUARD; a lock
      *> that never frees refuses the submission to the operator's
           CALL 'NCURSES-UTIL' USING 'AUDIT-LOG', UTIL-CONTROL.
           EXIT SECTION.

      *> The submission is safely on the queue but will not run until
      *> someone else approves it; say so rather than open a watch
      *> window that could only ever show QUEUED.
       TELL-APPROVAL-NEEDED SECTION.
           MOVE SPACES TO DIALOG-MESSAGE.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' QUEUED - NEEDS A SECOND OPERATOR TO APPROVE'
                                                  DELIMITED BY SIZE
               INTO DIALOG-MESSAGE
           END-STRING
           MOVE 'O' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           EXIT SECTION.

      *> Watches the submitted job's own reports in the status file:
      *> gauge from records processed against expected, state line
      *> updated each poll. The window stays up after the job
