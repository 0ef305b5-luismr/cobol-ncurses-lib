      *> (0 OK, 1-4 WARNING, above that ERROR), and feeds
      *> NCURSES-GAUGE from records processed against expected so a
      *> long step shows real progress instead of a cat-ed spool
      *> file; a job under a retry policy shows which attempt is on
      *> the board (TRY 2/3) beside its state. The grid is
      *> selectable: arrows or a click move the highlight, Enter
      *> drills into the selected job's own log through
      *> LOG-BROWSER's callable viewer (tail-follow already on for a
      *> running job) and the live grid returns when the operator
      *> leaves it. Esc or 'q' leaves the board.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 BOARD-RECORDS-TOTAL PIC 9(9).
               10 BOARD-WINDOW-ID    PIC 9(3).
               10 BOARD-LOG-PATH     PIC X(60).
               10 BOARD-ATTEMPT      PIC 9(2).
               10 BOARD-ATTEMPT-LIMIT PIC 9(2).
       01 BOARD-IDX                  PIC 9(2).
       01 BOARD-FOUND-IDX            PIC 9(2).

       01 STATE-TEXT                 PIC X(8).
       01 PANEL-LINE-TEXT            PIC X(34).
       01 RETURN-CODE-EDITED         PIC ZZZ9.
       01 ATTEMPT-EDITED             PIC Z9.
       01 ATTEMPT-LIMIT-EDITED       PIC Z9.
       01 ATTEMPT-TEXT               PIC X(8).

      *> ---- gauge parameters --------------------------------------
       01 GAUGE-ROW                  PIC 9(3) VALUE 3.
               ADD 1 TO BOARD-JOB-COUNT
               MOVE BOARD-JOB-COUNT TO BOARD-FOUND-IDX
               MOVE 0 TO BOARD-WINDOW-ID(BOARD-FOUND-IDX)
               MOVE 0 TO BOARD-ATTEMPT(BOARD-FOUND-IDX)
               MOVE 0 TO BOARD-ATTEMPT-LIMIT(BOARD-FOUND-IDX)
           END-IF
           IF BOARD-FOUND-IDX > 0
               MOVE JOB-NAME TO BOARD-NAME(BOARD-FOUND-IDX)
               MOVE JOB-RECORDS-TOTAL
                   TO BOARD-RECORDS-TOTAL(BOARD-FOUND-IDX)
               MOVE JOB-LOG-PATH TO BOARD-LOG-PATH(BOARD-FOUND-IDX)
      *> Only the dispatcher's lines carry the attempt; a job's own
      *> progress lines leave the last one it reported standing.
               IF JOB-ATTEMPT IS NUMERIC
                       AND JOB-ATTEMPT-LIMIT IS NUMERIC
                   MOVE JOB-ATTEMPT TO BOARD-ATTEMPT(BOARD-FOUND-IDX)
                   MOVE JOB-ATTEMPT-LIMIT
                       TO BOARD-ATTEMPT-LIMIT(BOARD-FOUND-IDX)
               END-IF
           END-IF
           PERFORM READ-JOB-STATUS-RECORD.
           EXIT SECTION.
           END-IF
           CALL 'box' USING PANEL-WIN-ID, 0, 0.
           PERFORM FORMAT-STATE-TEXT.
           PERFORM FORMAT-ATTEMPT-TEXT.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING BOARD-NAME(BOARD-IDX)           DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  BOARD-STEP(BOARD-IDX)           DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  STATE-TEXT                      DELIMITED BY SIZE
                  ATTEMPT-TEXT                    DELIMITED BY SIZE
               INTO PANEL-LINE-TEXT
           END-STRING
      *> The selected panel's name line renders in reverse video -
           END-EVALUATE
           EXIT SECTION.

      *> A job with a retry policy shows which attempt this is -
      *> TRY 2/3 - so a rerun in flight reads differently from a
      *> first run; a job allowed one attempt shows nothing extra.
       FORMAT-ATTEMPT-TEXT SECTION.
           MOVE SPACES TO ATTEMPT-TEXT.
           IF BOARD-ATTEMPT-LIMIT(BOARD-IDX) > 1
               MOVE BOARD-ATTEMPT(BOARD-IDX) TO ATTEMPT-EDITED
               MOVE BOARD-ATTEMPT-LIMIT(BOARD-IDX)
                   TO ATTEMPT-LIMIT-EDITED
               STRING 'TRY '                      DELIMITED BY SIZE
                      FUNCTION TRIM(ATTEMPT-EDITED)
                                                  DELIMITED BY SIZE
                      '/'                         DELIMITED BY SIZE
                      FUNCTION TRIM(ATTEMPT-LIMIT-EDITED)
                                                  DELIMITED BY SIZE
                   INTO ATTEMPT-TEXT
               END-STRING
           END-IF
           EXIT SECTION.

       REGISTER-PANEL SECTION.
           MOVE 'N' TO ENTRY-IN-USE.
           SET ENTRY-WIN-ID TO PANEL-WIN-ID.
