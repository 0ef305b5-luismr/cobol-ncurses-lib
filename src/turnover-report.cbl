      *> AUDIT-SHIFT-REPORT's after-the-fact statistics: one output
      *> (data/turnover-report.txt) holding everything the incoming
      *> shift has to pick up - jobs whose newest status line is
      *> failed, running or still waiting, submissions still pending,
      *> held, interrupted or awaiting approval on the request
      *> queue, and every handover note keyed since the last
      *> turnover. "Since the last turnover" is the cutoff stamp
      *> this report leaves behind in data/handover-cutoff.dat; a
      *> first run (no stamp yet) folds every note in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           EXIT SECTION.

       WRITE-PENDING-QUEUE-SECTION SECTION.
           MOVE 'SUBMISSIONS NOT YET RUN OR WAITING ON AN OPERATOR'
               TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO SECTION-ITEM-COUNT.
           SET END-OF-JOB-QUEUE TO FALSE.
           EXIT SECTION.

       WRITE-ONE-PENDING-ROW SECTION.
      *> An interrupted run waits on an operator to resubmit or
      *> cancel it, the same as a held one waits to be released,
      *> and a four-eyes submission waits on its second operator.
           IF QUEUE-IS-PENDING OR QUEUE-IS-HELD
                   OR QUEUE-IS-INTERRUPTED
                   OR QUEUE-IS-AWAITING-APPROVAL
               ADD 1 TO SECTION-ITEM-COUNT
               MOVE SPACES TO DETAIL-LINE
               STRING '  '                         DELIMITED BY SIZE
                       INTO DETAIL-LINE
                   END-STRING
               END-IF
               IF QUEUE-IS-INTERRUPTED
                   STRING FUNCTION TRIM(DETAIL-LINE)
                                                   DELIMITED BY SIZE
                          ' (INTERRUPTED)'         DELIMITED BY SIZE
                       INTO DETAIL-LINE
                   END-STRING
               END-IF
               IF QUEUE-IS-AWAITING-APPROVAL
                   STRING FUNCTION TRIM(DETAIL-LINE)
                                                   DELIMITED BY SIZE
                          ' (AWAITING APPROVAL)'   DELIMITED BY SIZE
                       INTO DETAIL-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM READ-QUEUE-RECORD.
