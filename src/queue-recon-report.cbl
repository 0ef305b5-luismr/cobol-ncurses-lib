      *> queue records pair off within operator + job + date in file
      *> order, since the two stamps can differ by a second around
      *> the write. Pending and held requests have not been
      *> dispatched yet, so only taken ones owe a status line. A
      *> dispatcher retry (attempt 2 on) is the same submission
      *> requeued - its SUBMIT line was claimed by the first attempt
      *> and the requeue is on the audit trail as RETRY - so it
      *> owes no SUBMIT line of its own.
      *>
      *> Four-eyes decisions get their own pages. Every APPROVE and
      *> REJECT line JOB-APPROVAL-CONSOLE wrote is listed with the
      *> REASON line that follows it, and two more exception
      *> sections check them: a decision whose approver is the
      *> operator who keyed the request, and a queue record carrying
      *> a decision no audit line accounts for (someone edited the
      *> queue by hand). Requests still awaiting a decision are
      *> listed last so the shift can chase them.
      *>
      *> The audit log is only evidence if nobody has edited it, so
      *> AUDIT-CHAIN-VERIFY checks its sequence numbers and
      *> checksums first and the verdict heads the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 AUDIT-LINE-WINDOW      PIC X(40).
           05 FILLER                 PIC X(8).
           05 AUDIT-LINE-ACTION      PIC X(10).
           05 FILLER                 PIC X(74).
       FD  JOB-QUEUE-FILE.
       COPY "job-queue.cpy".
       FD  JOB-STATUS-FILE.

       01 AUDIT-FILE-STATUS          PIC XX.
           88 AUDIT-FILE-OK          VALUE '00'.
       COPY "audit-verify.cpy".
       01 JOB-QUEUE-STATUS           PIC XX.
           88 JOB-QUEUE-OK           VALUE '00'.
       01 JOB-STATUS-FILE-STATUS     PIC XX.
       01 SUBMIT-IDX                 PIC 9(3).
       01 AUDIT-DATE-DIGITS          PIC 9(8).

      *> ---- APPROVE / REJECT audit lines --------------------------
      *> The window holds job, keyed date-time and keyer at fixed
      *> offsets; the REASON line right behind it fills DEC-REASON.
       01 DECISION-LINE-COUNT        PIC 9(3) VALUE 0.
       01 DECISION-LINE-CAPACITY     PIC 9(3) VALUE 200.
       01 DECISION-LINE-TABLE.
           05 DECISION-LINE-ENTRY OCCURS 200 TIMES.
               10 DEC-DATE           PIC 9(8).
               10 DEC-TIME           PIC X(8).
               10 DEC-USER           PIC X(20).
               10 DEC-JOB            PIC X(8).
               10 DEC-KEYED-DATE     PIC X(8).
               10 DEC-KEYED-TIME     PIC X(6).
               10 DEC-KEYER          PIC X(8).
               10 DEC-ACTION         PIC X(10).
               10 DEC-REASON         PIC X(40).
       01 DECISION-IDX               PIC 9(3).
       01 LAST-LINE-WAS-DECISION     PIC X VALUE 'N'.
           88 REASON-BELONGS-TO-LAST VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- queue records -----------------------------------------
       01 QUEUE-ROW-COUNT            PIC 9(3) VALUE 0.
       01 QUEUE-ROW-CAPACITY         PIC 9(3) VALUE 100.
               10 QROW-JOB           PIC X(8).
               10 QROW-STATE         PIC X.
               10 QROW-MATCHED       PIC X.
               10 QROW-RETRY         PIC X.
               10 QROW-DECISION      PIC X.
               10 QROW-APPROVER      PIC X(20).
       01 QUEUE-ROW-IDX              PIC 9(3).

      *> ---- job names seen in the status file ---------------------
       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
           CALL 'AUDIT-CHAIN-VERIFY' USING AUDIT-VERIFY-RESULT.
           DISPLAY 'QUEUE-RECON-REPORT: '
                   FUNCTION TRIM(VERIFY-SUMMARY).
           PERFORM LOAD-SUBMIT-LINES.
           PERFORM LOAD-QUEUE-ROWS.
           PERFORM LOAD-STATUS-JOBS.
      *> SUBMIT line; the YYYY-MM-DD stamp folds to digits so it
      *> compares against the queue's YYYYMMDD directly.
       STORE-SUBMIT-LINE SECTION.
           PERFORM STORE-DECISION-LINE.
           IF AUDIT-LINE-ACTION = 'SUBMIT'
                   AND SUBMIT-LINE-COUNT < SUBMIT-LINE-CAPACITY
               ADD 1 TO SUBMIT-LINE-COUNT
           PERFORM READ-AUDIT-LINE.
           EXIT SECTION.

      *> A REASON line only belongs to the decision immediately
      *> before it, and only when the same operator wrote both.
       STORE-DECISION-LINE SECTION.
           EVALUATE TRUE
               WHEN (AUDIT-LINE-ACTION = 'APPROVE'
                       OR AUDIT-LINE-ACTION = 'REJECT')
                   AND DECISION-LINE-COUNT < DECISION-LINE-CAPACITY
                   ADD 1 TO DECISION-LINE-COUNT
                   MOVE 0 TO DEC-DATE(DECISION-LINE-COUNT)
                   IF AUDIT-LINE-DATE(1:4) IS NUMERIC
                       COMPUTE DEC-DATE(DECISION-LINE-COUNT) =
                           FUNCTION NUMVAL(AUDIT-LINE-DATE(1:4))
                               * 10000
                           + FUNCTION NUMVAL(AUDIT-LINE-DATE(6:2))
                               * 100
                           + FUNCTION NUMVAL(AUDIT-LINE-DATE(9:2))
                   END-IF
                   MOVE AUDIT-LINE-TIME
                       TO DEC-TIME(DECISION-LINE-COUNT)
                   MOVE AUDIT-LINE-USER
                       TO DEC-USER(DECISION-LINE-COUNT)
                   MOVE AUDIT-LINE-WINDOW(1:8)
                       TO DEC-JOB(DECISION-LINE-COUNT)
                   MOVE AUDIT-LINE-WINDOW(10:8)
                       TO DEC-KEYED-DATE(DECISION-LINE-COUNT)
                   MOVE AUDIT-LINE-WINDOW(19:6)
                       TO DEC-KEYED-TIME(DECISION-LINE-COUNT)
                   MOVE AUDIT-LINE-WINDOW(26:8)
                       TO DEC-KEYER(DECISION-LINE-COUNT)
                   MOVE AUDIT-LINE-ACTION
                       TO DEC-ACTION(DECISION-LINE-COUNT)
                   MOVE SPACES TO DEC-REASON(DECISION-LINE-COUNT)
                   SET REASON-BELONGS-TO-LAST TO TRUE
               WHEN AUDIT-LINE-ACTION = 'REASON'
                   AND REASON-BELONGS-TO-LAST
                   IF AUDIT-LINE-USER
                           = DEC-USER(DECISION-LINE-COUNT)
                       MOVE AUDIT-LINE-WINDOW
                           TO DEC-REASON(DECISION-LINE-COUNT)
                   END-IF
                   SET REASON-BELONGS-TO-LAST TO FALSE
               WHEN OTHER
                   SET REASON-BELONGS-TO-LAST TO FALSE
           END-EVALUATE
           EXIT SECTION.

       LOAD-QUEUE-ROWS SECTION.
           MOVE 0 TO QUEUE-ROW-COUNT.
           SET END-OF-JOB-QUEUE TO FALSE.
               MOVE QUEUE-USER TO QROW-USER(QUEUE-ROW-COUNT)
               MOVE QUEUE-JOB TO QROW-JOB(QUEUE-ROW-COUNT)
               MOVE QUEUE-STATE TO QROW-STATE(QUEUE-ROW-COUNT)
               IF QUEUE-ATTEMPT IS NUMERIC AND QUEUE-ATTEMPT > 1
                   MOVE 'R' TO QROW-MATCHED(QUEUE-ROW-COUNT)
                   MOVE 'Y' TO QROW-RETRY(QUEUE-ROW-COUNT)
               ELSE
                   MOVE 'N' TO QROW-MATCHED(QUEUE-ROW-COUNT)
                   MOVE 'N' TO QROW-RETRY(QUEUE-ROW-COUNT)
               END-IF
               MOVE QUEUE-APPROVAL-DECISION
                   TO QROW-DECISION(QUEUE-ROW-COUNT)
               MOVE QUEUE-APPROVER TO QROW-APPROVER(QUEUE-ROW-COUNT)
           END-IF
           PERFORM READ-QUEUE-RECORD.
           EXIT SECTION.
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE VERIFY-SUMMARY TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-BLANK-LINE.

           MOVE 'SUBMIT AUDIT LINES WITH NO QUEUE RECORD'
               VARYING QUEUE-ROW-IDX FROM 1 BY 1
               UNTIL QUEUE-ROW-IDX > QUEUE-ROW-COUNT.
           PERFORM CLOSE-EXCEPTION-SECTION.

           MOVE 'FOUR-EYES DECISIONS' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           PERFORM REPORT-ONE-DECISION
               VARYING DECISION-IDX FROM 1 BY 1
               UNTIL DECISION-IDX > DECISION-LINE-COUNT.
           PERFORM CLOSE-EXCEPTION-SECTION.

           MOVE 'DECISIONS MADE BY THE OPERATOR WHO KEYED THE REQUEST'
               TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           PERFORM REPORT-ONE-SELF-DECISION
               VARYING DECISION-IDX FROM 1 BY 1
               UNTIL DECISION-IDX > DECISION-LINE-COUNT.
           PERFORM CLOSE-EXCEPTION-SECTION.

           MOVE 'QUEUE DECISIONS WITH NO APPROVE OR REJECT AUDIT LINE'
               TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           PERFORM REPORT-ONE-UNLOGGED-DECISION
               VARYING QUEUE-ROW-IDX FROM 1 BY 1
               UNTIL QUEUE-ROW-IDX > QUEUE-ROW-COUNT.
           PERFORM CLOSE-EXCEPTION-SECTION.

           MOVE 'SUBMISSIONS AWAITING APPROVAL' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           PERFORM REPORT-ONE-AWAITING
               VARYING QUEUE-ROW-IDX FROM 1 BY 1
               UNTIL QUEUE-ROW-IDX > QUEUE-ROW-COUNT.
           PERFORM CLOSE-EXCEPTION-SECTION.
           CLOSE REPORT-FILE.
           EXIT SECTION.

           END-IF
           EXIT SECTION.

      *> The decision listing is a record, not an exception list;
      *> EXCEPTION-COUNT only drives the (NONE) line here.
       REPORT-ONE-DECISION SECTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE SPACES TO DETAIL-LINE.
           STRING '  '                             DELIMITED BY SIZE
                  DEC-DATE(DECISION-IDX)           DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  DEC-TIME(DECISION-IDX)           DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  DEC-USER(DECISION-IDX)           DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  DEC-ACTION(DECISION-IDX)(1:7)    DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  DEC-JOB(DECISION-IDX)            DELIMITED BY SIZE
                  ' KEYED '                        DELIMITED BY SIZE
                  DEC-KEYED-DATE(DECISION-IDX)     DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  DEC-KEYED-TIME(DECISION-IDX)     DELIMITED BY SIZE
                  ' BY '                           DELIMITED BY SIZE
                  DEC-KEYER(DECISION-IDX)          DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  DEC-REASON(DECISION-IDX)         DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       REPORT-ONE-SELF-DECISION SECTION.
           IF DEC-USER(DECISION-IDX) = DEC-KEYER(DECISION-IDX)
               ADD 1 TO EXCEPTION-COUNT
               ADD 1 TO TOTAL-EXCEPTION-COUNT
               MOVE SPACES TO DETAIL-LINE
               STRING '  '                         DELIMITED BY SIZE
                      DEC-DATE(DECISION-IDX)       DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      DEC-TIME(DECISION-IDX)       DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      DEC-USER(DECISION-IDX)       DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      DEC-ACTION(DECISION-IDX)(1:7)
                                                   DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      DEC-JOB(DECISION-IDX)        DELIMITED BY SIZE
                   INTO DETAIL-LINE
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF
           EXIT SECTION.

      *> A retry carries its first attempt's decision forward, and
      *> that attempt is the one the audit line answers for.
       REPORT-ONE-UNLOGGED-DECISION SECTION.
           IF QROW-DECISION(QUEUE-ROW-IDX) NOT = SPACE
                   AND QROW-RETRY(QUEUE-ROW-IDX) = 'N'
               MOVE 0 TO MATCH-FOUND-IDX
               PERFORM MATCH-DECISION-TO-QUEUE
                   VARYING DECISION-IDX FROM 1 BY 1
                   UNTIL DECISION-IDX > DECISION-LINE-COUNT
               IF MATCH-FOUND-IDX = 0
                   ADD 1 TO EXCEPTION-COUNT
                   ADD 1 TO TOTAL-EXCEPTION-COUNT
                   PERFORM WRITE-QUEUE-ROW-LINE
               END-IF
           END-IF
           EXIT SECTION.

       MATCH-DECISION-TO-QUEUE SECTION.
           IF MATCH-FOUND-IDX = 0
                   AND DEC-JOB(DECISION-IDX) = QROW-JOB(QUEUE-ROW-IDX)
                   AND DEC-KEYED-DATE(DECISION-IDX)
                       = QROW-DATE(QUEUE-ROW-IDX)
                   AND DEC-KEYED-TIME(DECISION-IDX)
                       = QROW-TIME(QUEUE-ROW-IDX)
                   AND DEC-USER(DECISION-IDX)
                       = QROW-APPROVER(QUEUE-ROW-IDX)
                   AND DEC-ACTION(DECISION-IDX)(1:1)
                       = QROW-DECISION(QUEUE-ROW-IDX)
               MOVE DECISION-IDX TO MATCH-FOUND-IDX
           END-IF
           EXIT SECTION.

       REPORT-ONE-AWAITING SECTION.
           IF QROW-STATE(QUEUE-ROW-IDX) = 'A'
               ADD 1 TO EXCEPTION-COUNT
               PERFORM WRITE-QUEUE-ROW-LINE
           END-IF
           EXIT SECTION.

       WRITE-QUEUE-ROW-LINE SECTION.
           MOVE SPACES TO DETAIL-LINE.
           STRING '  '                             DELIMITED BY SIZE
                  QROW-STATE(QUEUE-ROW-IDX)        DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           IF QROW-DECISION(QUEUE-ROW-IDX) NOT = SPACE
               MOVE 'DECISION=' TO DETAIL-LINE(57:9)
               MOVE QROW-DECISION(QUEUE-ROW-IDX) TO DETAIL-LINE(66:1)
               MOVE 'BY' TO DETAIL-LINE(68:2)
               MOVE QROW-APPROVER(QUEUE-ROW-IDX) TO DETAIL-LINE(71:20)
           END-IF
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

