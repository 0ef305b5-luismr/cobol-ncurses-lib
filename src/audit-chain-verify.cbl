       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VERIFY.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Walks data/audit.log checking the sequence number and
      *> chained checksum WRITE-AUDIT-LOG puts on every line, and
      *> writes what it found to data/audit-verify.txt, each
      *> exception with the line number it sits at in the file:
      *>   GAP           sequence numbers missing - lines deleted;
      *>   OUT OF ORDER  a number at or below one already seen -
      *>                 lines moved, or one copied in twice;
      *>   ALTERED       the checksum does not chain from the line
      *>                 before - this line (or a checksum) edited;
      *>   NO SEQUENCE   a line without chain fields after the chain
      *>                 has begun - a line typed in by hand;
      *>   TRUNCATED     audit-chain.dat says lines were written past
      *>                 the last one in the file.
      *> Lines with no chain fields ahead of the first chained line
      *> are the log as it was before the chain, counted and
      *> otherwise left alone.
      *>
      *> The head of the log does not stay put: AUDIT-SHIFT-REPORT
      *> rolls the log to a dated generation, and FILE-HOUSEKEEPING
      *> moves old lines into its archive. Both leave
      *> data/audit-anchor.dat at the last line they took away, and
      *> the walk starts from there, so the first line left in the
      *> live log is checked like any other. With no anchor the
      *> chain has to begin at sequence one.
      *>
      *> CALLed by AUDIT-SHIFT-REPORT and QUEUE-RECON-REPORT before
      *> they read the log, and handed back through
      *> audit-verify.cpy. The checksum proves the file is as the
      *> writer left it; it does not stop someone who reworks every
      *> checksum after an edit, which is what the copies in the
      *> archive and the dated generations are for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDIT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AUDIT-FILE-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO AUDIT-CHAIN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AUDIT-CHAIN-STATUS.
           SELECT REPORT-FILE ASSIGN TO VERIFY-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
      *> The chain fields at the end of the line WRITE-AUDIT-LOG
      *> STRINGs together; the checksum covers the line up to and
      *> including the sequence number.
       01  AUDIT-LINE-RECORD.
           05 AUDIT-LINE-SUMMED      PIC X(197).
           05 FILLER                 PIC X(23).
       01  AUDIT-LINE-CHAIN-VIEW.
           05 FILLER                 PIC X(183).
           05 AUDIT-LINE-SEQ-TAG     PIC X(5).
           05 AUDIT-LINE-SEQ         PIC 9(9).
           05 AUDIT-LINE-SUM-TAG     PIC X(5).
           05 AUDIT-LINE-SUM         PIC X(16).
           05 FILLER                 PIC X(2).
       FD  AUDIT-CHAIN-FILE.
       COPY "audit-chain.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 AUDIT-LOG-PATH            PIC X(40).
       01 AUDIT-CHAIN-PATH          PIC X(40).
       01 AUDIT-ANCHOR-PATH         PIC X(40).
       01 VERIFY-REPORT-PATH        PIC X(40).
       01 AUDIT-CHAIN-FILE-NAME     PIC X(40).

       01 AUDIT-FILE-STATUS          PIC XX.
           88 AUDIT-FILE-OK          VALUE '00'.
       01 AUDIT-CHAIN-STATUS         PIC XX.
           88 AUDIT-CHAIN-OK         VALUE '00'.
       01 END-OF-LOG-SWITCH          PIC X VALUE 'N'.
           88 END-OF-AUDIT-LOG       VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01 LOG-PRESENT-SWITCH         PIC X VALUE 'N'.
           88 AUDIT-LOG-PRESENT      VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      *> ---- anchor and writer state -------------------------------
       01 ANCHOR-SWITCH              PIC X VALUE 'N'.
           88 ANCHOR-IS-PRESENT      VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01 ANCHOR-SEQ                 PIC 9(9).
       01 ANCHOR-SUM                 PIC X(16).
       01 ANCHOR-DATE                PIC 9(8).
       01 ANCHOR-ARCHIVE-PATH        PIC X(60).
       01 STATE-SWITCH               PIC X VALUE 'N'.
           88 STATE-IS-PRESENT       VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01 STATE-SEQ                  PIC 9(9).
       01 READ-CHAIN-SWITCH          PIC X VALUE 'N'.
           88 CHAIN-RECORD-READ      VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      *> ---- the walk ----------------------------------------------
      *> HIGH-SEQ / HIGH-SUM are the highest numbered line met so far
      *> (or the anchor): the next line in order has to be HIGH-SEQ
      *> plus one and chain from HIGH-SUM. A line out of order is
      *> reported but does not move them, so one moved line is one
      *> exception, not a cascade.
       01 CHAIN-STARTED-SWITCH       PIC X VALUE 'N'.
           88 CHAIN-HAS-STARTED      VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01 HIGH-SEQ                   PIC 9(9).
       01 HIGH-SUM                   PIC X(16).
       01 EXPECTED-SEQ               PIC 9(9).
       01 LINE-NUMBER                PIC 9(7).
       01 LEGACY-COUNT               PIC 9(7).
       01 GAP-COUNT                  PIC 9(5).
       01 ORDER-COUNT                PIC 9(5).
       01 ALTERED-COUNT              PIC 9(5).
       01 UNSEQUENCED-COUNT          PIC 9(5).
       01 TRUNCATED-COUNT            PIC 9(5).
       01 COMPUTED-SUM               PIC X(16).
       01 SUMMED-LENGTH              PIC 9(3) VALUE 197.
       01 MISSING-FROM-SEQ           PIC 9(9).
       01 MISSING-TO-SEQ             PIC 9(9).

      *> ---- exception listing -------------------------------------
      *> Every exception is counted; the listing stops at
      *> EXCEPTION-LIST-LIMIT lines, since a log that far gone needs
      *> a person looking at the file, not a longer report.
       01 EXCEPTION-LIST-LIMIT       PIC 9(5) VALUE 200.
       01 EXCEPTION-KIND             PIC X(12).
       01 EXCEPTION-TEXT             PIC X(90).
       01 EXCEPTION-LINE             PIC 9(7).

      *> ---- report formatting -------------------------------------
       01 DETAIL-LINE                PIC X(132).
       01 COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01 SEQ-EDITED                 PIC ZZZ,ZZZ,ZZ9.
       01 SEQ-EDITED-2               PIC ZZZ,ZZZ,ZZ9.
       01 LINE-EDITED                PIC Z,ZZZ,ZZ9.
       01 REPORT-DATE-STAMP.
           05 REPORT-CC-YY           PIC 9(4).
           05 REPORT-MM              PIC 9(2).
           05 REPORT-DD              PIC 9(2).

       LINKAGE SECTION.
       COPY "audit-verify.cpy".

       PROCEDURE DIVISION USING AUDIT-VERIFY-RESULT.

      *> The writer's state is read before the log, so a line some
      *> console appends while the walk is going on can only make
      *> the log longer than the state says, never shorter.
       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
           MOVE 0 TO VERIFY-LINES-READ.
           MOVE 0 TO VERIFY-LINES-CHAINED.
           MOVE 0 TO VERIFY-FIRST-SEQ.
           MOVE 0 TO VERIFY-LAST-SEQ.
           MOVE 0 TO VERIFY-EXCEPTION-COUNT.
           MOVE 0 TO VERIFY-FIRST-EXCEPTION.
           MOVE SPACES TO VERIFY-SUMMARY.
           MOVE 0 TO LINE-NUMBER.
           MOVE 0 TO LEGACY-COUNT.
           MOVE 0 TO GAP-COUNT.
           MOVE 0 TO ORDER-COUNT.
           MOVE 0 TO ALTERED-COUNT.
           MOVE 0 TO UNSEQUENCED-COUNT.
           MOVE 0 TO TRUNCATED-COUNT.
           PERFORM LOAD-WRITER-STATE.
           PERFORM LOAD-ANCHOR.
           SET CHAIN-HAS-STARTED TO FALSE.
           MOVE 0 TO HIGH-SEQ.
           MOVE SPACES TO HIGH-SUM.
           IF ANCHOR-IS-PRESENT
               SET CHAIN-HAS-STARTED TO TRUE
               MOVE ANCHOR-SEQ TO HIGH-SEQ
               MOVE ANCHOR-SUM TO HIGH-SUM
           END-IF
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           SET AUDIT-LOG-PRESENT TO FALSE.
           SET END-OF-AUDIT-LOG TO FALSE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-FILE-OK
               SET AUDIT-LOG-PRESENT TO TRUE
               PERFORM READ-AUDIT-LINE
               PERFORM CHECK-AUDIT-LINE UNTIL END-OF-AUDIT-LOG
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM CHECK-LOG-TAIL.
           IF VERIFY-EXCEPTION-COUNT = 0
               MOVE '  (NONE)' TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM SET-OUTCOME.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           GOBACK.

       LOAD-WRITER-STATE SECTION.
           SET STATE-IS-PRESENT TO FALSE.
           MOVE 0 TO STATE-SEQ.
           MOVE AUDIT-CHAIN-PATH TO AUDIT-CHAIN-FILE-NAME.
           PERFORM READ-CHAIN-RECORD.
           IF CHAIN-RECORD-READ
               SET STATE-IS-PRESENT TO TRUE
               MOVE CHAIN-SEQ TO STATE-SEQ
           END-IF
           EXIT SECTION.

       LOAD-ANCHOR SECTION.
           SET ANCHOR-IS-PRESENT TO FALSE.
           MOVE 0 TO ANCHOR-SEQ.
           MOVE SPACES TO ANCHOR-SUM.
           MOVE 0 TO ANCHOR-DATE.
           MOVE SPACES TO ANCHOR-ARCHIVE-PATH.
           MOVE AUDIT-ANCHOR-PATH TO AUDIT-CHAIN-FILE-NAME.
           PERFORM READ-CHAIN-RECORD.
           IF CHAIN-RECORD-READ
               SET ANCHOR-IS-PRESENT TO TRUE
               MOVE CHAIN-SEQ TO ANCHOR-SEQ
               MOVE CHAIN-SUM TO ANCHOR-SUM
               MOVE CHAIN-DATE TO ANCHOR-DATE
               MOVE CHAIN-ARCHIVE-PATH TO ANCHOR-ARCHIVE-PATH
           END-IF
           EXIT SECTION.

       READ-CHAIN-RECORD SECTION.
           SET CHAIN-RECORD-READ TO FALSE.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF NOT AUDIT-CHAIN-OK
               EXIT SECTION
           END-IF
           READ AUDIT-CHAIN-FILE
               NOT AT END
                   IF CHAIN-SEQ IS NUMERIC
                       SET CHAIN-RECORD-READ TO TRUE
                   END-IF
           END-READ
           CLOSE AUDIT-CHAIN-FILE.
           EXIT SECTION.

       READ-AUDIT-LINE SECTION.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-AUDIT-LOG TO TRUE
           END-READ.
           EXIT SECTION.

       CHECK-AUDIT-LINE SECTION.
           ADD 1 TO LINE-NUMBER.
           IF AUDIT-LINE-SEQ-TAG = ' SEQ='
                   AND AUDIT-LINE-SEQ IS NUMERIC
                   AND AUDIT-LINE-SUM-TAG = ' SUM='
               PERFORM CHECK-CHAINED-LINE
           ELSE
               PERFORM CHECK-UNCHAINED-LINE
           END-IF
           PERFORM READ-AUDIT-LINE.
           EXIT SECTION.

       CHECK-UNCHAINED-LINE SECTION.
           IF NOT CHAIN-HAS-STARTED
               ADD 1 TO LEGACY-COUNT
               EXIT SECTION
           END-IF
           ADD 1 TO UNSEQUENCED-COUNT.
           MOVE LINE-NUMBER TO EXCEPTION-LINE.
           MOVE 'NO SEQUENCE' TO EXCEPTION-KIND.
           MOVE 'LINE HAS NO CHAIN FIELDS - ADDED OUTSIDE THE LOGGER'
               TO EXCEPTION-TEXT.
           PERFORM REPORT-EXCEPTION.
           EXIT SECTION.

       CHECK-CHAINED-LINE SECTION.
           ADD 1 TO VERIFY-LINES-CHAINED.
           IF NOT CHAIN-HAS-STARTED
               PERFORM START-UNANCHORED-CHAIN
               EXIT SECTION
           END-IF
           IF VERIFY-FIRST-SEQ = 0
               MOVE AUDIT-LINE-SEQ TO VERIFY-FIRST-SEQ
           END-IF
           COMPUTE EXPECTED-SEQ = HIGH-SEQ + 1.
           EVALUATE TRUE
               WHEN AUDIT-LINE-SEQ = EXPECTED-SEQ
                   PERFORM CHECK-LINE-SUM
               WHEN AUDIT-LINE-SEQ > EXPECTED-SEQ
                   MOVE EXPECTED-SEQ TO MISSING-FROM-SEQ
                   COMPUTE MISSING-TO-SEQ = AUDIT-LINE-SEQ - 1
                   ADD 1 TO GAP-COUNT
                   MOVE LINE-NUMBER TO EXCEPTION-LINE
                   MOVE 'GAP' TO EXCEPTION-KIND
                   PERFORM BUILD-MISSING-TEXT
                   PERFORM REPORT-EXCEPTION
               WHEN OTHER
                   ADD 1 TO ORDER-COUNT
                   MOVE LINE-NUMBER TO EXCEPTION-LINE
                   MOVE 'OUT OF ORDER' TO EXCEPTION-KIND
                   MOVE AUDIT-LINE-SEQ TO SEQ-EDITED
                   MOVE HIGH-SEQ TO SEQ-EDITED-2
                   MOVE SPACES TO EXCEPTION-TEXT
                   STRING 'SEQ '                  DELIMITED BY SIZE
                          FUNCTION TRIM(SEQ-EDITED)
                                                  DELIMITED BY SIZE
                          ' FOUND AFTER SEQ '     DELIMITED BY SIZE
                          FUNCTION TRIM(SEQ-EDITED-2)
                                                  DELIMITED BY SIZE
                          ' - LINE MOVED OR REPEATED'
                                                  DELIMITED BY SIZE
                       INTO EXCEPTION-TEXT
                   END-STRING
                   PERFORM REPORT-EXCEPTION
           END-EVALUATE
           IF AUDIT-LINE-SEQ > HIGH-SEQ
               MOVE AUDIT-LINE-SEQ TO HIGH-SEQ
               MOVE AUDIT-LINE-SUM TO HIGH-SUM
           END-IF
           EXIT SECTION.

      *> No anchor: nothing was ever taken off the head of the log,
      *> so the chain must open at one, from the fixed seeds.
       START-UNANCHORED-CHAIN SECTION.
           SET CHAIN-HAS-STARTED TO TRUE.
           MOVE AUDIT-LINE-SEQ TO VERIFY-FIRST-SEQ.
           IF AUDIT-LINE-SEQ > 1
               MOVE 1 TO MISSING-FROM-SEQ
               COMPUTE MISSING-TO-SEQ = AUDIT-LINE-SEQ - 1
               ADD 1 TO GAP-COUNT
               MOVE LINE-NUMBER TO EXCEPTION-LINE
               MOVE 'GAP' TO EXCEPTION-KIND
               PERFORM BUILD-MISSING-TEXT
               PERFORM REPORT-EXCEPTION
           ELSE
               PERFORM CHECK-LINE-SUM
           END-IF
           MOVE AUDIT-LINE-SEQ TO HIGH-SEQ.
           MOVE AUDIT-LINE-SUM TO HIGH-SUM.
           EXIT SECTION.

       CHECK-LINE-SUM SECTION.
           CALL 'AUDIT-CHAIN-SUM' USING HIGH-SUM,
                                        AUDIT-LINE-SUMMED,
                                        SUMMED-LENGTH,
                                        COMPUTED-SUM.
           IF COMPUTED-SUM NOT = AUDIT-LINE-SUM
               ADD 1 TO ALTERED-COUNT
               MOVE LINE-NUMBER TO EXCEPTION-LINE
               MOVE 'ALTERED' TO EXCEPTION-KIND
               MOVE AUDIT-LINE-SEQ TO SEQ-EDITED
               MOVE SPACES TO EXCEPTION-TEXT
               STRING 'SEQ '                      DELIMITED BY SIZE
                      FUNCTION TRIM(SEQ-EDITED)   DELIMITED BY SIZE
                      ' CHECKSUM DOES NOT CHAIN FROM THE LINE BEFORE'
                                                  DELIMITED BY SIZE
                   INTO EXCEPTION-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF
           EXIT SECTION.

       BUILD-MISSING-TEXT SECTION.
           MOVE MISSING-FROM-SEQ TO SEQ-EDITED.
           MOVE MISSING-TO-SEQ TO SEQ-EDITED-2.
           MOVE SPACES TO EXCEPTION-TEXT.
           IF MISSING-FROM-SEQ = MISSING-TO-SEQ
               STRING 'SEQ '                      DELIMITED BY SIZE
                      FUNCTION TRIM(SEQ-EDITED)   DELIMITED BY SIZE
                      ' MISSING'                  DELIMITED BY SIZE
                   INTO EXCEPTION-TEXT
               END-STRING
           ELSE
               STRING 'SEQ '                      DELIMITED BY SIZE
                      FUNCTION TRIM(SEQ-EDITED)   DELIMITED BY SIZE
                      ' TO '                      DELIMITED BY SIZE
                      FUNCTION TRIM(SEQ-EDITED-2) DELIMITED BY SIZE
                      ' MISSING'                  DELIMITED BY SIZE
                   INTO EXCEPTION-TEXT
               END-STRING
           END-IF
           EXIT SECTION.

      *> Lines the writer numbered after the last one in the file
      *> were cut off the end of it.
       CHECK-LOG-TAIL SECTION.
           IF NOT STATE-IS-PRESENT OR STATE-SEQ NOT > HIGH-SEQ
               EXIT SECTION
           END-IF
           COMPUTE MISSING-FROM-SEQ = HIGH-SEQ + 1.
           MOVE STATE-SEQ TO MISSING-TO-SEQ.
           ADD 1 TO TRUNCATED-COUNT.
           MOVE 0 TO EXCEPTION-LINE.
           MOVE 'TRUNCATED' TO EXCEPTION-KIND.
           PERFORM BUILD-MISSING-TEXT.
           MOVE SPACES TO DETAIL-LINE.
           STRING FUNCTION TRIM(EXCEPTION-TEXT) DELIMITED BY SIZE
                  ' FROM THE END OF THE LOG'    DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           MOVE DETAIL-LINE TO EXCEPTION-TEXT.
           PERFORM REPORT-EXCEPTION.
           EXIT SECTION.

       REPORT-EXCEPTION SECTION.
           ADD 1 TO VERIFY-EXCEPTION-COUNT.
           IF VERIFY-EXCEPTION-COUNT = 1
               MOVE EXCEPTION-LINE TO VERIFY-FIRST-EXCEPTION
           END-IF
           IF VERIFY-EXCEPTION-COUNT > EXCEPTION-LIST-LIMIT
               EXIT SECTION
           END-IF
           MOVE SPACES TO DETAIL-LINE.
           IF EXCEPTION-LINE = 0
               STRING '  END OF LOG      '        DELIMITED BY SIZE
                      EXCEPTION-KIND              DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      EXCEPTION-TEXT              DELIMITED BY SIZE
                   INTO DETAIL-LINE
               END-STRING
           ELSE
               MOVE EXCEPTION-LINE TO LINE-EDITED
               STRING '  LINE '                   DELIMITED BY SIZE
                      LINE-EDITED                 DELIMITED BY SIZE
                      '    '                      DELIMITED BY SIZE
                      EXCEPTION-KIND              DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      EXCEPTION-TEXT              DELIMITED BY SIZE
                   INTO DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-DETAIL-LINE.
           IF VERIFY-EXCEPTION-COUNT = EXCEPTION-LIST-LIMIT
               MOVE '  ... LISTING STOPS HERE - TOTALS COUNT THE REST'
                   TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           EXIT SECTION.

       SET-OUTCOME SECTION.
           MOVE LINE-NUMBER TO VERIFY-LINES-READ.
           MOVE HIGH-SEQ TO VERIFY-LAST-SEQ.
           MOVE SPACES TO VERIFY-SUMMARY.
           EVALUATE TRUE
               WHEN VERIFY-EXCEPTION-COUNT > 0
                   SET VERIFY-CHAIN-BROKEN TO TRUE
                   MOVE VERIFY-EXCEPTION-COUNT TO COUNT-EDITED
                   STRING 'AUDIT CHAIN BROKEN - '  DELIMITED BY SIZE
                          FUNCTION TRIM(COUNT-EDITED)
                                                  DELIMITED BY SIZE
                          ' EXCEPTION(S), FIRST AT ' DELIMITED BY SIZE
                       INTO VERIFY-SUMMARY
                   END-STRING
                   MOVE SPACES TO DETAIL-LINE
                   IF VERIFY-FIRST-EXCEPTION = 0
                       STRING FUNCTION TRIM(VERIFY-SUMMARY)
                                                  DELIMITED BY SIZE
                              ' END OF LOG'       DELIMITED BY SIZE
                              ' - SEE audit-verify.txt'
                                                  DELIMITED BY SIZE
                           INTO DETAIL-LINE
                       END-STRING
                   ELSE
                       MOVE VERIFY-FIRST-EXCEPTION TO LINE-EDITED
                       STRING FUNCTION TRIM(VERIFY-SUMMARY)
                                                  DELIMITED BY SIZE
                              ' LINE '            DELIMITED BY SIZE
                              FUNCTION TRIM(LINE-EDITED)
                                                  DELIMITED BY SIZE
                              ' - SEE audit-verify.txt'
                                                  DELIMITED BY SIZE
                           INTO DETAIL-LINE
                       END-STRING
                   END-IF
                   MOVE DETAIL-LINE TO VERIFY-SUMMARY
               WHEN VERIFY-LINES-CHAINED = 0 AND NOT ANCHOR-IS-PRESENT
                   SET VERIFY-NOTHING-TO-CHECK TO TRUE
                   IF AUDIT-LOG-PRESENT
                       MOVE
                           'AUDIT CHAIN NOT CHECKED - NO NUMBERED LINES'
                           TO VERIFY-SUMMARY
                   ELSE
                       MOVE 'AUDIT CHAIN NOT CHECKED - NO AUDIT LOG'
                           TO VERIFY-SUMMARY
                   END-IF
               WHEN OTHER
                   SET VERIFY-CHAIN-INTACT TO TRUE
                   MOVE VERIFY-LINES-CHAINED TO COUNT-EDITED
                   MOVE VERIFY-FIRST-SEQ TO SEQ-EDITED
                   MOVE VERIFY-LAST-SEQ TO SEQ-EDITED-2
                   IF VERIFY-LINES-CHAINED = 0
                       STRING 'AUDIT CHAIN INTACT - NO LINES SINCE SEQ '
                                                  DELIMITED BY SIZE
                              FUNCTION TRIM(SEQ-EDITED-2)
                                                  DELIMITED BY SIZE
                           INTO VERIFY-SUMMARY
                       END-STRING
                   ELSE
                       STRING 'AUDIT CHAIN INTACT - ' DELIMITED BY SIZE
                              FUNCTION TRIM(COUNT-EDITED)
                                                  DELIMITED BY SIZE
                              ' LINES, SEQ '      DELIMITED BY SIZE
                              FUNCTION TRIM(SEQ-EDITED)
                                                  DELIMITED BY SIZE
                              ' TO '              DELIMITED BY SIZE
                              FUNCTION TRIM(SEQ-EDITED-2)
                                                  DELIMITED BY SIZE
                           INTO VERIFY-SUMMARY
                       END-STRING
                   END-IF
           END-EVALUATE
           EXIT SECTION.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'AUDIT LOG CHAIN VERIFICATION  ' DELIMITED BY SIZE
                  REPORT-CC-YY                    DELIMITED BY SIZE
                  '-'                             DELIMITED BY SIZE
                  REPORT-MM                       DELIMITED BY SIZE
                  '-'                             DELIMITED BY SIZE
                  REPORT-DD                       DELIMITED BY SIZE
                  '  REGION '                     DELIMITED BY SIZE
                  REGION-NAME                     DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'LOG:    '                      DELIMITED BY SIZE
                  AUDIT-LOG-PATH                  DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           IF ANCHOR-IS-PRESENT
               MOVE ANCHOR-SEQ TO SEQ-EDITED
               STRING 'ANCHOR: SEQ '              DELIMITED BY SIZE
                      FUNCTION TRIM(SEQ-EDITED)   DELIMITED BY SIZE
                      ' MOVED OUT '               DELIMITED BY SIZE
                      ANCHOR-DATE                 DELIMITED BY SIZE
                      ' TO '                      DELIMITED BY SIZE
                      ANCHOR-ARCHIVE-PATH         DELIMITED BY SIZE
                   INTO DETAIL-LINE
               END-STRING
           ELSE
               MOVE 'ANCHOR: NONE - THE CHAIN MUST START AT SEQ 1'
                   TO DETAIL-LINE
           END-IF
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE 'EXCEPTIONS' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       WRITE-REPORT-TOTALS SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE 'LINES READ' TO EXCEPTION-TEXT.
           MOVE VERIFY-LINES-READ TO COUNT-EDITED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LINES FROM BEFORE THE CHAIN' TO EXCEPTION-TEXT.
           MOVE LEGACY-COUNT TO COUNT-EDITED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NUMBERED LINES' TO EXCEPTION-TEXT.
           MOVE VERIFY-LINES-CHAINED TO COUNT-EDITED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'GAPS' TO EXCEPTION-TEXT.
           MOVE GAP-COUNT TO COUNT-EDITED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OUT OF ORDER' TO EXCEPTION-TEXT.
           MOVE ORDER-COUNT TO COUNT-EDITED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ALTERED' TO EXCEPTION-TEXT.
           MOVE ALTERED-COUNT TO COUNT-EDITED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NO SEQUENCE' TO EXCEPTION-TEXT.
           MOVE UNSEQUENCED-COUNT TO COUNT-EDITED.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRUNCATED' TO EXCEPTION-TEXT.
           MOVE TRUNCATED-COUNT TO COUNT-EDITED.
           PERFORM WRITE-TOTAL-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE VERIFY-SUMMARY TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       WRITE-TOTAL-LINE SECTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE EXCEPTION-TEXT TO DETAIL-LINE.
           MOVE COUNT-EDITED TO DETAIL-LINE(30:9).
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       WRITE-DETAIL-LINE SECTION.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-BLANK-LINE SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
           MOVE SPACES TO AUDIT-LOG-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/audit.log'
                                                  DELIMITED BY SIZE
               INTO AUDIT-LOG-PATH
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
           MOVE SPACES TO VERIFY-REPORT-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/audit-verify.txt'
                                                  DELIMITED BY SIZE
               INTO VERIFY-REPORT-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM AUDIT-CHAIN-VERIFY.
