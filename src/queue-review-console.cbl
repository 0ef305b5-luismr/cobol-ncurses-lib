      *> table column is the request's queue sequence number, which is
      *> how a row still names the right record after the operator
      *> sorts on another column.
      *>
      *> Runs the dispatcher found interrupted at startup (queue
      *> state 'I') are listed too, as INTR. RELEASE on one is a
      *> resubmit - back to pending as a fresh first attempt with no
      *> wait, audited RESUBMIT - and CANCEL withdraws it for good.
      *>
      *> Submissions awaiting four-eyes approval are listed as APPR
      *> so the keyer can still withdraw one, but only
      *> JOB-APPROVAL-CONSOLE can let one run: they cannot be held
      *> or released here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  JOB-QUEUE-FILE.
       COPY "job-queue.cpy".
       FD  QUEUE-NEW-FILE.
       01  QUEUE-NEW-RECORD          PIC X(534).

       WORKING-STORAGE SECTION.

           88 CONSOLE-IS-DONE        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> Whole-queue image, one 534-byte job-queue.cpy record per
      *> entry, kept raw for the safe rewrite. A single line is
      *> inspected or changed by moving it through the work record
      *> below and back.
           88 QUEUE-LOAD-OVERFLOWED  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 QUEUE-LINE-TABLE.
           05 QUEUE-LINE-ENTRY OCCURS 100 TIMES PIC X(534).
       01 QUEUE-LINE-IDX             PIC 9(3).
       01 PICKED-LINE-IDX            PIC 9(3).

       01 DETAIL-ROW                 PIC 9(3).
       01 DETAIL-PARAM-IDX           PIC 9(2).
       01 DETAIL-KEY-CODE            PIC S9(9) COMP-5.
       01 ATTEMPT-EDITED             PIC Z9.

      *> ---- confirmation dialog -----------------------------------
       01 DIALOG-MESSAGE             PIC X(60).
           PERFORM LOAD-QUEUE-TABLE.
           PERFORM BUILD-REVIEW-TABLE.
           IF TD-ROW-COUNT = 0
               MOVE 'NO SUBMISSIONS TO REVIEW ON THE QUEUE'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
           PERFORM READ-QUEUE-RECORD.
           EXIT SECTION.

      *> Only pending, held, interrupted and awaiting-approval
      *> requests are reviewable; taken ones already ran and
      *> cancelled or rejected ones are history.
       BUILD-REVIEW-TABLE SECTION.
           MOVE 6 TO TD-COLUMN-COUNT.
           MOVE 'REQ' TO TD-COL-HEADING(1).

       ADD-ONE-REVIEW-ROW SECTION.
           MOVE QUEUE-LINE-ENTRY(QUEUE-LINE-IDX) TO WORK-QUEUE-RECORD.
           IF (WQ-IS-PENDING OR WQ-IS-HELD OR WQ-IS-INTERRUPTED
                   OR WQ-IS-AWAITING-APPROVAL)
                   AND TD-ROW-COUNT < 100
               ADD 1 TO TD-ROW-COUNT
               MOVE QUEUE-LINE-IDX TO SEQUENCE-EDITED
               MOVE WQ-USER TO TD-CELL(TD-ROW-COUNT, 3)
               MOVE WQ-JOB TO TD-CELL(TD-ROW-COUNT, 4)
               MOVE WQ-PARAM(1) TO TD-CELL(TD-ROW-COUNT, 5)
               EVALUATE TRUE
                   WHEN WQ-IS-HELD
                       MOVE 'HELD' TO TD-CELL(TD-ROW-COUNT, 6)
                   WHEN WQ-IS-INTERRUPTED
                       MOVE 'INTR' TO TD-CELL(TD-ROW-COUNT, 6)
                   WHEN WQ-IS-AWAITING-APPROVAL
                       MOVE 'APPR' TO TD-CELL(TD-ROW-COUNT, 6)
                   WHEN WQ-ATTEMPT IS NUMERIC AND WQ-ATTEMPT > 1
                       MOVE 'RTRY' TO TD-CELL(TD-ROW-COUNT, 6)
                   WHEN OTHER
                       MOVE 'PEND' TO TD-CELL(TD-ROW-COUNT, 6)
               END-EVALUATE
           END-IF
           EXIT SECTION.

           END-STRING
           CALL 'mvwprintw' USING DETAIL-WIN-ID, 2, 2,
               "%s", DETAIL-LINE-TEXT.
      *> A dispatcher retry says which attempt it is and when it
      *> may next be taken; an interrupted run says which attempt
      *> never reported an end.
           IF WQ-IS-INTERRUPTED
               MOVE SPACES TO DETAIL-LINE-TEXT
               IF WQ-ATTEMPT IS NUMERIC AND WQ-ATTEMPT > 0
                   MOVE WQ-ATTEMPT TO ATTEMPT-EDITED
               ELSE
                   MOVE 1 TO ATTEMPT-EDITED
               END-IF
               STRING 'INTERRUPTED ON ATTEMPT '    DELIMITED BY SIZE
                      FUNCTION TRIM(ATTEMPT-EDITED)
                                                   DELIMITED BY SIZE
                      ' - RELEASE RESUBMITS'       DELIMITED BY SIZE
                   INTO DETAIL-LINE-TEXT
               END-STRING
               CALL 'mvwprintw' USING DETAIL-WIN-ID, 3, 2,
                   "%s", DETAIL-LINE-TEXT
           END-IF
           IF WQ-ATTEMPT IS NUMERIC AND WQ-ATTEMPT > 1
                   AND NOT WQ-IS-INTERRUPTED
               MOVE WQ-ATTEMPT TO ATTEMPT-EDITED
               MOVE SPACES TO DETAIL-LINE-TEXT
               STRING 'RETRY ATTEMPT '             DELIMITED BY SIZE
                      FUNCTION TRIM(ATTEMPT-EDITED)
                                                   DELIMITED BY SIZE
                      ' NOT BEFORE '               DELIMITED BY SIZE
                      WQ-NOT-BEFORE-DATE           DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WQ-NOT-BEFORE-TIME           DELIMITED BY SIZE
                   INTO DETAIL-LINE-TEXT
               END-STRING
               CALL 'mvwprintw' USING DETAIL-WIN-ID, 3, 2,
                   "%s", DETAIL-LINE-TEXT
           END-IF
           MOVE 3 TO DETAIL-ROW.
           PERFORM SHOW-APPROVAL-LINE.
           PERFORM SHOW-ONE-PARAM
               VARYING DETAIL-PARAM-IDX FROM 1 BY 1
               UNTIL DETAIL-PARAM-IDX > 10.
           CALL 'delwin' USING DETAIL-WIN-ID.
           EXIT SECTION.

      *> Where four-eyes approval is involved the detail says where
      *> the request stands: still waiting, or who approved it and
      *> when.
       SHOW-APPROVAL-LINE SECTION.
           MOVE SPACES TO DETAIL-LINE-TEXT.
           EVALUATE TRUE
               WHEN WQ-IS-AWAITING-APPROVAL
                   MOVE 'AWAITING FOUR-EYES APPROVAL'
                       TO DETAIL-LINE-TEXT
               WHEN WQ-WAS-APPROVED
                   STRING 'APPROVED BY '           DELIMITED BY SIZE
                          FUNCTION TRIM(WQ-APPROVER)
                                                   DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          WQ-APPROVAL-DATE         DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          WQ-APPROVAL-TIME         DELIMITED BY SIZE
                       INTO DETAIL-LINE-TEXT
                   END-STRING
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           ADD 1 TO DETAIL-ROW.
           CALL 'mvwprintw' USING DETAIL-WIN-ID, DETAIL-ROW, 2,
               "%s", DETAIL-LINE-TEXT.
           EXIT SECTION.

       SHOW-ONE-PARAM SECTION.
           IF WQ-PARAM(DETAIL-PARAM-IDX) NOT = SPACES
               ADD 1 TO DETAIL-ROW
           END-IF
           EXIT SECTION.

      *> Releasing an interrupted run resubmits it; the audit line
      *> says which of the two it was.
       RELEASE-REQUEST SECTION.
           IF NOT WQ-IS-HELD AND NOT WQ-IS-INTERRUPTED
               MOVE 'ONLY A HELD OR INTERRUPTED REQUEST CAN BE RELEASED'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
           ELSE
               PERFORM CONFIRM-STATE-CHANGE
               IF DIALOG-ANSWER = 'Y'
                   IF WQ-IS-INTERRUPTED
                       MOVE 'RESUBMIT' TO UTIL-AUDIT-ACTION
                   ELSE
                       MOVE 'RELEASE' TO UTIL-AUDIT-ACTION
                   END-IF
                   SET WQ-IS-PENDING TO TRUE
                   PERFORM APPLY-STATE-CHANGE
                   IF STATE-CHANGE-TOOK
                       PERFORM LOG-REQUEST-ACTION
                   END-IF
               END-IF
           IF MATCH-LINE-IDX > 0
               MOVE QUEUE-LINE-ENTRY(MATCH-LINE-IDX)
                   TO WORK-QUEUE-RECORD
               IF WQ-IS-PENDING OR WQ-IS-HELD OR WQ-IS-INTERRUPTED
                       OR WQ-IS-AWAITING-APPROVAL
      *> A resubmitted run starts over as the first attempt of the
      *> request, free to be taken on the next pass.
                   IF WQ-IS-INTERRUPTED AND NEW-QUEUE-STATE = 'P'
                       MOVE 1 TO WQ-ATTEMPT
                       MOVE 0 TO WQ-NOT-BEFORE-DATE
                       MOVE 0 TO WQ-NOT-BEFORE-TIME
                   END-IF
                   MOVE NEW-QUEUE-STATE TO WQ-STATE
                   MOVE WORK-QUEUE-RECORD
                       TO QUEUE-LINE-ENTRY(MATCH-LINE-IDX)
           IF MATCH-LINE-IDX = 0
               MOVE QUEUE-LINE-ENTRY(QUEUE-LINE-IDX)
                   TO WORK-QUEUE-RECORD
      *> A retried submission keeps its keyed stamp, so the taken
      *> line of its earlier attempt can share the identity for a
      *> cycle; only a pending, held, interrupted or
      *> awaiting-approval line is the reviewable one.
               IF WQ-DATE = RK-DATE AND WQ-TIME = RK-TIME
                       AND WQ-JOB = RK-JOB
                       AND (WQ-IS-PENDING OR WQ-IS-HELD
                            OR WQ-IS-INTERRUPTED
                            OR WQ-IS-AWAITING-APPROVAL)
                   MOVE QUEUE-LINE-IDX TO MATCH-LINE-IDX
               END-IF
           END-IF
