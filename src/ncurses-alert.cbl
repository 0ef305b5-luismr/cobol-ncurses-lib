           CALL 'FILE-GUARD' USING 'ACQUIRE', ALERTS-PATH,
                                    GUARD-RESULT-FLAG.
           OPEN EXTEND ALERTS-FILE.
      *> The first alert a fresh region ever raises creates the file.
           IF ALERTS-FILE-STATUS = '35'
               OPEN OUTPUT ALERTS-FILE
           END-IF
           IF ALERTS-FILE-OK
               MOVE ALERT-RECORD TO FILE-ALERT-RECORD
               WRITE FILE-ALERT-RECORD

      *> Centered banner in the error color, the dialog's look with
      *> its own two-answer loop: Enter acknowledges, Esc leaves
      *> the alert for the next poll. A deadline alert and a log
      *> exception alert are worded as such; everything else is a
      *> job failure.
       SHOW-ALERT-BANNER SECTION.
           SET ALERT-WAS-ACKED TO FALSE.
           CALL 'getmaxy' USING 0 RETURNING TERM-LINES.
           CALL 'wcolor_set' USING BANNER-WIN-ID,
               COLOR-PAIR-ERROR, 0.
           CALL 'box' USING BANNER-WIN-ID, 0, 0.
           EVALUATE TRUE
               WHEN ALERT-IS-DEADLINE
                   MOVE 'DEADLINE AT RISK ALERT' TO BANNER-LINE-TEXT
               WHEN ALERT-IS-LOG-EXCEPTION
                   MOVE 'JOB LOG EXCEPTION ALERT' TO BANNER-LINE-TEXT
               WHEN OTHER
                   MOVE 'JOB FAILURE ALERT' TO BANNER-LINE-TEXT
           END-EVALUATE
           COMPUTE TITLE-START-COL =
               (BANNER-WIDTH -
                FUNCTION LENGTH(FUNCTION TRIM(BANNER-LINE-TEXT))) / 2.
               "%s", FUNCTION TRIM(BANNER-LINE-TEXT).
           MOVE ALERT-RETURN-CODE TO RETURN-CODE-EDITED.
           MOVE SPACES TO BANNER-LINE-TEXT.
           EVALUATE TRUE
               WHEN ALERT-IS-DEADLINE
                   STRING FUNCTION TRIM(ALERT-JOB) DELIMITED BY SIZE
                          ' PROJECTED '            DELIMITED BY SIZE
                          RETURN-CODE-EDITED       DELIMITED BY SIZE
                          ' MIN PAST DEADLINE'     DELIMITED BY SIZE
                       INTO BANNER-LINE-TEXT
                   END-STRING
               WHEN ALERT-IS-LOG-EXCEPTION
                   STRING FUNCTION TRIM(ALERT-JOB) DELIMITED BY SIZE
                          ' LOGGED '               DELIMITED BY SIZE
                          RETURN-CODE-EDITED       DELIMITED BY SIZE
                          ' HIGH-SEVERITY LINES'   DELIMITED BY SIZE
                       INTO BANNER-LINE-TEXT
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(ALERT-JOB) DELIMITED BY SIZE
                          ' FAILED RC='            DELIMITED BY SIZE
                          RETURN-CODE-EDITED       DELIMITED BY SIZE
                       INTO BANNER-LINE-TEXT
                   END-STRING
           END-EVALUATE
           CALL 'mvwprintw' USING BANNER-WIN-ID, 2, 2,
               "%s", BANNER-LINE-TEXT.
           MOVE SPACES TO BANNER-LINE-TEXT.
