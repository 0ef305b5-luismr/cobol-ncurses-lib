      *> to a dated generation (data/audit-YYYYMMDD.log) so the flat
      *> file stops growing without bound; the next session starts a
      *> fresh log on its first audit write.
      *>
      *> Before any of that, AUDIT-CHAIN-VERIFY walks the log's
      *> sequence numbers and checksums, and its verdict is printed
      *> under the report title, so a reader knows whether the
      *> counts below come from a log nobody has edited. The roll
      *> is made under the log's FILE-GUARD lock and leaves
      *> data/audit-anchor.dat at the last line it took away, so the
      *> next check of the fresh log picks the chain up there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO AUDIT-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO AUDIT-CHAIN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AUDIT-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AUDIT-LINE-WINDOW      PIC X(40).
           05 FILLER                 PIC X(8).
           05 AUDIT-LINE-ACTION      PIC X(10).
           05 FILLER                 PIC X(74).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).
       FD  AUDIT-CHAIN-FILE.
       COPY "audit-chain.cpy".

       WORKING-STORAGE SECTION.

       COPY "region-control.cpy".
       01 AUDIT-LOG-PATH            PIC X(40).
       01 AUDIT-REPORT-PATH         PIC X(40).
       01 AUDIT-CHAIN-PATH          PIC X(40).
       01 AUDIT-ANCHOR-PATH         PIC X(40).
       01 AUDIT-CHAIN-FILE-NAME     PIC X(40).

       01 AUDIT-FILE-STATUS          PIC XX.
           88 AUDIT-FILE-OK          VALUE '00'.

       01 LINES-READ-COUNT           PIC 9(7) VALUE 0.

      *> ---- audit chain -------------------------------------------
       COPY "audit-verify.cpy".
       01 AUDIT-CHAIN-STATUS         PIC XX.
           88 AUDIT-CHAIN-OK         VALUE '00'.
       01 ROLLED-CHAIN-SWITCH        PIC X VALUE 'N'.
           88 ROLLED-CHAIN-KNOWN     VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01 ROLLED-CHAIN-SEQ           PIC 9(9).
       01 ROLLED-CHAIN-SUM           PIC X(16).
       01 GUARD-RESULT-FLAG          PIC X.

      *> ---- per-operator tallies ----------------------------------
       01 OPERATOR-COUNT             PIC 9(3) VALUE 0.
       01 OPERATOR-CAPACITY          PIC 9(3) VALUE 100.
           PERFORM CLEAR-HOUR-TABLE
               VARYING HOUR-IDX FROM 1 BY 1
               UNTIL HOUR-IDX > 24.
           CALL 'AUDIT-CHAIN-VERIFY' USING AUDIT-VERIFY-RESULT.
           DISPLAY 'AUDIT-SHIFT-REPORT: '
                   FUNCTION TRIM(VERIFY-SUMMARY).
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT AUDIT-FILE-OK
               DISPLAY 'AUDIT-SHIFT-REPORT: no audit log on file'
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE VERIFY-SUMMARY TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-BLANK-LINE.

           MOVE 'SESSIONS PER OPERATOR (INIT / UNLOAD)'
      *> Rolls the reported log to its dated generation so the live
      *> file starts over; rename() is atomic on the same filesystem,
      *> so a console writing its next audit line either lands in the
      *> rolled generation or opens a fresh data/audit.log. The lock
      *> holds the consoles off between reading where the chain
      *> stands and the rename, so the anchor is the rolled file's
      *> last line exactly. Without the lock there is no roll: the
      *> report stands, and the log rolls with the next one.
       ROLL-AUDIT-LOG SECTION.
           CALL 'FILE-GUARD' USING 'ACQUIRE', AUDIT-LOG-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               DISPLAY 'AUDIT-SHIFT-REPORT: audit log busy - '
                   'log not rolled'
               EXIT SECTION
           END-IF
           PERFORM READ-ROLLED-CHAIN.
           MOVE LOW-VALUES TO ROLL-OLD-NAME.
           STRING FUNCTION TRIM(AUDIT-LOG-PATH) DELIMITED BY SIZE
               INTO ROLL-OLD-NAME
               RETURNING ROLL-RESULT.
           IF ROLL-RESULT NOT = 0
               DISPLAY 'AUDIT-SHIFT-REPORT: log roll failed'
           ELSE
               IF ROLLED-CHAIN-KNOWN
                   PERFORM WRITE-ROLL-ANCHOR
               END-IF
           END-IF
           CALL 'FILE-GUARD' USING 'RELEASE', AUDIT-LOG-PATH,
                                    GUARD-RESULT-FLAG.
           EXIT SECTION.

      *> The writer keeps audit-chain.dat at the newest line it has
      *> appended, which under the lock is the last line of the file
      *> about to be rolled.
       READ-ROLLED-CHAIN SECTION.
           SET ROLLED-CHAIN-KNOWN TO FALSE.
           MOVE AUDIT-CHAIN-PATH TO AUDIT-CHAIN-FILE-NAME.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF NOT AUDIT-CHAIN-OK
               EXIT SECTION
           END-IF
           READ AUDIT-CHAIN-FILE
               NOT AT END
                   IF CHAIN-SEQ IS NUMERIC
                       MOVE CHAIN-SEQ TO ROLLED-CHAIN-SEQ
                       MOVE CHAIN-SUM TO ROLLED-CHAIN-SUM
                       SET ROLLED-CHAIN-KNOWN TO TRUE
                   END-IF
           END-READ
           CLOSE AUDIT-CHAIN-FILE.
           EXIT SECTION.

       WRITE-ROLL-ANCHOR SECTION.
           MOVE AUDIT-ANCHOR-PATH TO AUDIT-CHAIN-FILE-NAME.
           OPEN OUTPUT AUDIT-CHAIN-FILE.
           IF NOT AUDIT-CHAIN-OK
               DISPLAY 'AUDIT-SHIFT-REPORT: audit anchor not written'
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-CHAIN-RECORD.
           MOVE ROLLED-CHAIN-SEQ TO CHAIN-SEQ.
           MOVE ROLLED-CHAIN-SUM TO CHAIN-SUM.
           MOVE REPORT-DATE-STAMP TO CHAIN-DATE.
           MOVE SPACES TO CHAIN-ARCHIVE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)  DELIMITED BY SIZE
                  '/audit-'                       DELIMITED BY SIZE
                  REPORT-CC-YY                    DELIMITED BY SIZE
                  REPORT-MM                       DELIMITED BY SIZE
                  REPORT-DD                       DELIMITED BY SIZE
                  '.log'                          DELIMITED BY SIZE
               INTO CHAIN-ARCHIVE-PATH
           END-STRING
           WRITE AUDIT-CHAIN-RECORD.
           CLOSE AUDIT-CHAIN-FILE.
           EXIT SECTION.

      *> Resolves the region once and points this program's files
                                                  DELIMITED BY SIZE
               INTO AUDIT-REPORT-PATH
           END-STRING
           MOVE SPACES TO AUDIT-CHAIN-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/audit-chain.dat'
                                                  DELIMITED BY SIZE
               INTO AUDIT-CHAIN-PATH
           END-STRING
           MOVE SPACES TO AUDIT-ANCHOR-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/audit-anchor.dat'
                                                  DELIMITED BY SIZE
               INTO AUDIT-ANCHOR-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM AUDIT-SHIFT-REPORT.
