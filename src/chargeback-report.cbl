       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK-REPORT.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Monthly chargeback and volume report for Finance: how much
      *> batch work each branch and each job class used. Every run
      *> in the run-history file (run-history.cpy) dated in the
      *> month is joined to the submission that caused it through
      *> the dispatcher's run ledger (run-ledger.cpy) - same job and
      *> start time, on the run's date or, for a run started before
      *> midnight and collected after it, the day before - and the
      *> BRANCH and JOB CLASS values keyed on that submission are
      *> read from the job's fields whose code tables are BRANCH and
      *> CLASS in the job-definition file. Runs, elapsed seconds
      *> and records processed are totalled per branch and per
      *> class. Descriptions come from the code-table file whatever
      *> the code's dates, so a branch retired since (0300) still
      *> reads as its name, marked EXPIRED. A run keyed without the
      *> field, and a run with no ledger entry (started outside the
      *> dispatcher, or before the ledger existed), are totalled on
      *> lines of their own rather than dropped, so the report
      *> always adds up to the month's run history.
      *>
      *> The month is YYYYMM on the command line; with none it is
      *> last calendar month, the way Finance asks for it on the
      *> first. The report goes to data/chargeback-YYYYMM.txt and
      *> the same figures, one row per branch or class with a
      *> heading row of column names, to data/chargeback-YYYYMM.dat
      *> delimited by '|' for Finance to load as it stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUN-HISTORY-PATH
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY RUN-HISTORY-KEY
               FILE STATUS RUN-HISTORY-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO RUN-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUN-LEDGER-STATUS.
           SELECT JOB-DEF-FILE ASSIGN TO JOB-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-DEF-STATUS.
           SELECT CODE-TABLE-FILE ASSIGN TO CODE-TABLE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CODE-TABLE-KEY
               FILE STATUS CODE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO CHARGEBACK-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO CHARGEBACK-EXTRACT-PATH
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".
       FD  RUN-LEDGER-FILE.
       COPY "run-ledger.cpy".
      *> Only the 'J' and 'F' lines matter here: which jobs exist
      *> and which of their fields are keyed from the BRANCH and
      *> CLASS code tables.
       FD  JOB-DEF-FILE.
       01  JOB-DEF-LINE.
           05 JOB-DEF-RECORD-TYPE    PIC X.
              88 JOB-DEF-IS-JOB          VALUE 'J'.
              88 JOB-DEF-IS-FIELD        VALUE 'F'.
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
       FD  CODE-TABLE-FILE.
       COPY "code-table.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 RUN-HISTORY-PATH          PIC X(40).
       01 RUN-LEDGER-PATH           PIC X(40).
       01 JOB-DEF-PATH              PIC X(40).
       01 CODE-TABLE-PATH           PIC X(40).
       01 CHARGEBACK-REPORT-PATH    PIC X(40).
       01 CHARGEBACK-EXTRACT-PATH   PIC X(40).

       01 RUN-HISTORY-STATUS         PIC XX.
           88 RUN-HISTORY-OK         VALUE '00'.
       01 RUN-LEDGER-STATUS          PIC XX.
           88 RUN-LEDGER-OK          VALUE '00'.
       01 JOB-DEF-STATUS             PIC XX.
           88 JOB-DEF-OK             VALUE '00'.
       01 CODE-FILE-STATUS           PIC XX.
           88 CODE-FILE-OK           VALUE '00'.
       01 END-OF-HISTORY-SWITCH      PIC X.
           88 END-OF-RUN-HISTORY     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-LEDGER-SWITCH       PIC X.
           88 END-OF-RUN-LEDGER      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-DEF-SWITCH          PIC X.
           88 END-OF-JOB-DEF-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 CODE-TABLE-OPEN-SWITCH     PIC X.
           88 CODE-TABLE-IS-OPEN     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- the month ---------------------------------------------
       01 PERIOD-ARG                 PIC X(8).
       01 PERIOD-YYYYMM              PIC 9(6).
       01 PERIOD-VIEW REDEFINES PERIOD-YYYYMM.
           05 PERIOD-YYYY            PIC 9(4).
           05 PERIOD-MM              PIC 9(2).
       01 PERIOD-FIRST-DATE          PIC 9(8).
       01 PERIOD-LAST-DATE           PIC 9(8).
       01 LEDGER-FIRST-DATE          PIC 9(8).
       01 NEXT-MONTH-FIRST-DATE      PIC 9(8).
       01 TODAY-DATE                 PIC 9(8).
       01 TODAY-VIEW REDEFINES TODAY-DATE.
           05 TODAY-YYYY             PIC 9(4).
           05 TODAY-MM               PIC 9(2).
           05 TODAY-DD               PIC 9(2).
       01 DAY-BEFORE-RUN-DATE        PIC 9(8).

      *> ---- which field carries branch and class, per job ----------
       01 BRANCH-TABLE-NAME          PIC X(8) VALUE 'BRANCH'.
       01 CLASS-TABLE-NAME           PIC X(8) VALUE 'CLASS'.
       01 DEF-JOB-COUNT              PIC 9(2) VALUE 0.
       01 DEF-JOB-CAPACITY           PIC 9(2) VALUE 50.
       01 DEF-JOB-TABLE.
           05 DEF-JOB-ENTRY OCCURS 50 TIMES.
               10 DJ-NAME            PIC X(8).
               10 DJ-FIELD-COUNT     PIC 9(2).
               10 DJ-BRANCH-FIELD    PIC 9(2).
               10 DJ-CLASS-FIELD     PIC 9(2).
       01 DEF-JOB-IDX                PIC 9(2).
       01 DEF-JOB-FOUND-IDX          PIC 9(2).

      *> ---- the ledger, for the month and the day before it -------
      *> Each launch with the branch and class already read out of
      *> its parameters; a ledger line charges one run at most.
       01 LEDGER-COUNT               PIC 9(4) VALUE 0.
       01 LEDGER-CAPACITY            PIC 9(4) VALUE 5000.
       01 LEDGER-OVERFLOW-COUNT      PIC 9(5) VALUE 0.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 5000 TIMES.
               10 LG-RUN-DATE        PIC 9(8).
               10 LG-JOB             PIC X(8).
               10 LG-START-TIME      PIC X(8).
               10 LG-BRANCH          PIC X(8).
               10 LG-BRANCH-KEYED    PIC X.
               10 LG-CLASS           PIC X(8).
               10 LG-CLASS-KEYED     PIC X.
               10 LG-USED            PIC X.
                  88 LG-IS-USED          VALUE 'Y'.
       01 LEDGER-IDX                 PIC 9(4).
       01 LEDGER-FOUND-IDX           PIC 9(4).
       01 LEDGER-MATCH-DATE          PIC 9(8).

      *> ---- totals ------------------------------------------------
      *> One row per branch and per class, kept in report order:
      *> branches then classes, real codes by code, then the runs
      *> keyed without the field, then the runs with no submission.
      *> The sort key is dimension, kind and code.
       01 BUCKET-COUNT               PIC 9(3) VALUE 0.
       01 BUCKET-CAPACITY            PIC 9(3) VALUE 200.
       01 BUCKET-TABLE.
           05 BUCKET-ENTRY OCCURS 200 TIMES.
               10 CB-SORT-KEY.
                   15 CB-DIMENSION   PIC X.
                      88 CB-IS-BRANCH    VALUE 'B'.
                      88 CB-IS-CLASS     VALUE 'C'.
                   15 CB-KIND        PIC X.
                      88 CB-IS-CODE      VALUE '1'.
                      88 CB-IS-NOT-KEYED VALUE '8'.
                      88 CB-IS-UNMATCHED VALUE '9'.
                   15 CB-CODE        PIC X(8).
               10 CB-DESCRIPTION     PIC X(40).
               10 CB-CODE-STATE      PIC X(10).
               10 CB-RUNS            PIC 9(7).
               10 CB-SECONDS         PIC 9(11).
               10 CB-RECORDS         PIC 9(13).
       01 BUCKET-IDX                 PIC 9(3).
       01 BUCKET-FOUND-IDX           PIC 9(3).
       01 BUCKET-SHIFT-IDX           PIC S9(4).
       01 BUCKET-OVERFLOW-COUNT      PIC 9(7) VALUE 0.
       01 NEW-SORT-KEY.
           05 NEW-DIMENSION          PIC X.
           05 NEW-KIND               PIC X.
           05 NEW-CODE               PIC X(8).
       01 CHARGE-BRANCH-KEY          PIC X(10).
       01 CHARGE-CLASS-KEY           PIC X(10).

       01 RUNS-IN-PERIOD             PIC 9(7) VALUE 0.
       01 RUNS-MATCHED               PIC 9(7) VALUE 0.
       01 RUNS-UNMATCHED             PIC 9(7) VALUE 0.
       01 TOTAL-SECONDS              PIC 9(11) VALUE 0.
       01 TOTAL-RECORDS              PIC 9(13) VALUE 0.
       01 SECTION-RUNS               PIC 9(7).
       01 SECTION-SECONDS            PIC 9(11).
       01 SECTION-RECORDS            PIC 9(13).
       01 SECTION-DIMENSION          PIC X.
       01 SECTION-ROW-COUNT          PIC 9(3).

      *> ---- report and extract formatting ---------------------------
       01 DETAIL-LINE                PIC X(132).
       01 DETAIL-ROW.
           05 FILLER                 PIC X(2).
           05 ROW-CODE               PIC X(8).
           05 FILLER                 PIC X(2).
           05 ROW-DESCRIPTION        PIC X(40).
           05 FILLER                 PIC X(2).
           05 ROW-STATE              PIC X(10).
           05 ROW-RUNS               PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 ROW-SECONDS            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 ROW-RECORDS            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(24).
       01 COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01 EXTRACT-LINE               PIC X(200).
       01 EXTRACT-FILL-POS           PIC 9(3).
       01 EXTRACT-NUMBER             PIC Z(12)9.
       01 EXTRACT-DESCRIPTION        PIC X(40).
       01 EXTRACT-DIMENSION          PIC X(6).
       01 EXTRACT-ROW-COUNT          PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT PERIOD-ARG FROM COMMAND-LINE.
           PERFORM RESOLVE-PERIOD.
           IF PERIOD-YYYYMM = 0
               DISPLAY 'CHARGEBACK-REPORT: month must be YYYYMM'
               STOP RUN
           END-IF
           PERFORM BUILD-OUTPUT-PATHS.
           OPEN INPUT RUN-HISTORY-FILE.
           IF NOT RUN-HISTORY-OK
               DISPLAY 'CHARGEBACK-REPORT: no run history on file'
               STOP RUN
           END-IF
           PERFORM LOAD-JOB-DEFINITIONS.
           PERFORM LOAD-RUN-LEDGER.
           SET END-OF-RUN-HISTORY TO FALSE.
           PERFORM READ-HISTORY-RECORD.
           PERFORM CHARGE-ONE-RUN UNTIL END-OF-RUN-HISTORY.
           CLOSE RUN-HISTORY-FILE.
           PERFORM DESCRIBE-ALL-BUCKETS.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-EXTRACT.
           MOVE RUNS-IN-PERIOD TO COUNT-EDITED.
           DISPLAY 'CHARGEBACK-REPORT: ' PERIOD-YYYYMM
               ' runs charged: ' COUNT-EDITED.
           IF RUNS-UNMATCHED > 0
               MOVE RUNS-UNMATCHED TO COUNT-EDITED
               DISPLAY 'CHARGEBACK-REPORT: runs with no submission: '
                   COUNT-EDITED
           END-IF
           STOP RUN.

      *> YYYYMM from the command line, or last month; anything that
      *> is not a real month leaves the period zero.
       RESOLVE-PERIOD SECTION.
           MOVE 0 TO PERIOD-YYYYMM.
           IF PERIOD-ARG = SPACES
               IF TODAY-MM = 1
                   COMPUTE PERIOD-YYYY = TODAY-YYYY - 1
                   MOVE 12 TO PERIOD-MM
               ELSE
                   MOVE TODAY-YYYY TO PERIOD-YYYY
                   COMPUTE PERIOD-MM = TODAY-MM - 1
               END-IF
           ELSE
               IF PERIOD-ARG(1:6) IS NUMERIC
                       AND PERIOD-ARG(7:2) = SPACES
                   MOVE PERIOD-ARG(1:6) TO PERIOD-YYYYMM
               END-IF
           END-IF
           IF PERIOD-MM < 1 OR PERIOD-MM > 12 OR PERIOD-YYYY < 1601
               MOVE 0 TO PERIOD-YYYYMM
               EXIT SECTION
           END-IF
           COMPUTE PERIOD-FIRST-DATE = PERIOD-YYYYMM * 100 + 1.
           IF PERIOD-MM = 12
               COMPUTE NEXT-MONTH-FIRST-DATE =
                   (PERIOD-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-FIRST-DATE =
                   PERIOD-FIRST-DATE + 100
           END-IF
           COMPUTE PERIOD-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST-DATE) - 1).
           COMPUTE LEDGER-FIRST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PERIOD-FIRST-DATE) - 1).
           EXIT SECTION.

       LOAD-JOB-DEFINITIONS SECTION.
           MOVE 0 TO DEF-JOB-COUNT.
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

      *> Field positions count the way the dispatcher passes them:
      *> the job's 'F' lines in file order, ten at most.
       STORE-JOB-DEF-LINE SECTION.
           EVALUATE TRUE
               WHEN JOB-DEF-IS-JOB
                   IF DEF-JOB-COUNT < DEF-JOB-CAPACITY
                       ADD 1 TO DEF-JOB-COUNT
                       MOVE JOB-DEF-NAME TO DJ-NAME(DEF-JOB-COUNT)
                       MOVE 0 TO DJ-FIELD-COUNT(DEF-JOB-COUNT)
                       MOVE 0 TO DJ-BRANCH-FIELD(DEF-JOB-COUNT)
                       MOVE 0 TO DJ-CLASS-FIELD(DEF-JOB-COUNT)
                   END-IF
               WHEN JOB-DEF-IS-FIELD
                   IF DEF-JOB-COUNT > 0
                           AND DJ-FIELD-COUNT(DEF-JOB-COUNT) < 10
                       ADD 1 TO DJ-FIELD-COUNT(DEF-JOB-COUNT)
                       IF DEF-FIELD-TABLE = BRANCH-TABLE-NAME
                               AND DJ-BRANCH-FIELD(DEF-JOB-COUNT) = 0
                           MOVE DJ-FIELD-COUNT(DEF-JOB-COUNT)
                               TO DJ-BRANCH-FIELD(DEF-JOB-COUNT)
                       END-IF
                       IF DEF-FIELD-TABLE = CLASS-TABLE-NAME
                               AND DJ-CLASS-FIELD(DEF-JOB-COUNT) = 0
                           MOVE DJ-FIELD-COUNT(DEF-JOB-COUNT)
                               TO DJ-CLASS-FIELD(DEF-JOB-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM READ-JOB-DEF-LINE.
           EXIT SECTION.

       LOAD-RUN-LEDGER SECTION.
           MOVE 0 TO LEDGER-COUNT.
           SET END-OF-RUN-LEDGER TO FALSE.
           OPEN INPUT RUN-LEDGER-FILE.
           IF RUN-LEDGER-OK
               PERFORM READ-LEDGER-RECORD
               PERFORM STORE-LEDGER-RECORD UNTIL END-OF-RUN-LEDGER
               CLOSE RUN-LEDGER-FILE
           END-IF
           EXIT SECTION.

       READ-LEDGER-RECORD SECTION.
           READ RUN-LEDGER-FILE
               AT END
                   SET END-OF-RUN-LEDGER TO TRUE
           END-READ.
           EXIT SECTION.

      *> A launch whose job has no branch (or class) field, or whose
      *> value was left blank, is kept as not keyed.
       STORE-LEDGER-RECORD SECTION.
           IF LEDGER-RUN-DATE IS NUMERIC
                   AND LEDGER-RUN-DATE >= LEDGER-FIRST-DATE
                   AND LEDGER-RUN-DATE <= PERIOD-LAST-DATE
               IF LEDGER-COUNT < LEDGER-CAPACITY
                   ADD 1 TO LEDGER-COUNT
                   MOVE LEDGER-RUN-DATE TO LG-RUN-DATE(LEDGER-COUNT)
                   MOVE LEDGER-JOB TO LG-JOB(LEDGER-COUNT)
                   MOVE LEDGER-START-TIME
                       TO LG-START-TIME(LEDGER-COUNT)
                   MOVE 'N' TO LG-USED(LEDGER-COUNT)
                   PERFORM RESOLVE-LEDGER-CODES
               ELSE
                   ADD 1 TO LEDGER-OVERFLOW-COUNT
               END-IF
           END-IF
           PERFORM READ-LEDGER-RECORD.
           EXIT SECTION.

       RESOLVE-LEDGER-CODES SECTION.
           MOVE SPACES TO LG-BRANCH(LEDGER-COUNT).
           MOVE 'N' TO LG-BRANCH-KEYED(LEDGER-COUNT).
           MOVE SPACES TO LG-CLASS(LEDGER-COUNT).
           MOVE 'N' TO LG-CLASS-KEYED(LEDGER-COUNT).
           MOVE 0 TO DEF-JOB-FOUND-IDX.
           PERFORM MATCH-ONE-DEF-JOB
               VARYING DEF-JOB-IDX FROM 1 BY 1
               UNTIL DEF-JOB-IDX > DEF-JOB-COUNT.
           IF DEF-JOB-FOUND-IDX = 0
               EXIT SECTION
           END-IF
           IF DJ-BRANCH-FIELD(DEF-JOB-FOUND-IDX) > 0
               IF LEDGER-PARAM(DJ-BRANCH-FIELD(DEF-JOB-FOUND-IDX))
                       NOT = SPACES
                   MOVE LEDGER-PARAM(
                       DJ-BRANCH-FIELD(DEF-JOB-FOUND-IDX))
                       TO LG-BRANCH(LEDGER-COUNT)
                   MOVE 'Y' TO LG-BRANCH-KEYED(LEDGER-COUNT)
               END-IF
           END-IF
           IF DJ-CLASS-FIELD(DEF-JOB-FOUND-IDX) > 0
               IF LEDGER-PARAM(DJ-CLASS-FIELD(DEF-JOB-FOUND-IDX))
                       NOT = SPACES
                   MOVE LEDGER-PARAM(
                       DJ-CLASS-FIELD(DEF-JOB-FOUND-IDX))
                       TO LG-CLASS(LEDGER-COUNT)
                   MOVE 'Y' TO LG-CLASS-KEYED(LEDGER-COUNT)
               END-IF
           END-IF
           EXIT SECTION.

       MATCH-ONE-DEF-JOB SECTION.
           IF DEF-JOB-FOUND-IDX = 0
                   AND DJ-NAME(DEF-JOB-IDX) = LEDGER-JOB
               MOVE DEF-JOB-IDX TO DEF-JOB-FOUND-IDX
           END-IF
           EXIT SECTION.

       READ-HISTORY-RECORD SECTION.
           READ RUN-HISTORY-FILE NEXT
               AT END
                   SET END-OF-RUN-HISTORY TO TRUE
           END-READ.
           EXIT SECTION.

      *> One run of the month, charged to the branch and the class
      *> of its submission.
       CHARGE-ONE-RUN SECTION.
           IF HIST-RUN-DATE IS NUMERIC
                   AND HIST-RUN-DATE >= PERIOD-FIRST-DATE
                   AND HIST-RUN-DATE <= PERIOD-LAST-DATE
               ADD 1 TO RUNS-IN-PERIOD
               ADD HIST-ELAPSED-SECONDS TO TOTAL-SECONDS
               ADD HIST-RECORDS-DONE TO TOTAL-RECORDS
               PERFORM FIND-RUN-IN-LEDGER
               PERFORM BUILD-CHARGE-KEYS
               MOVE CHARGE-BRANCH-KEY TO NEW-SORT-KEY
               PERFORM ADD-RUN-TO-BUCKET
               MOVE CHARGE-CLASS-KEY TO NEW-SORT-KEY
               PERFORM ADD-RUN-TO-BUCKET
           END-IF
           PERFORM READ-HISTORY-RECORD.
           EXIT SECTION.

      *> The run's own date first, then the day before for a run
      *> that crossed midnight before it was collected.
       FIND-RUN-IN-LEDGER SECTION.
           MOVE 0 TO LEDGER-FOUND-IDX.
           MOVE HIST-RUN-DATE TO LEDGER-MATCH-DATE.
           PERFORM MATCH-ONE-LEDGER-ENTRY
               VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
                   OR LEDGER-FOUND-IDX > 0.
           IF LEDGER-FOUND-IDX = 0
               COMPUTE DAY-BEFORE-RUN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(HIST-RUN-DATE) - 1)
               MOVE DAY-BEFORE-RUN-DATE TO LEDGER-MATCH-DATE
               PERFORM MATCH-ONE-LEDGER-ENTRY
                   VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
                       OR LEDGER-FOUND-IDX > 0
           END-IF
           IF LEDGER-FOUND-IDX > 0
               MOVE 'Y' TO LG-USED(LEDGER-FOUND-IDX)
               ADD 1 TO RUNS-MATCHED
           ELSE
               ADD 1 TO RUNS-UNMATCHED
           END-IF
           EXIT SECTION.

       MATCH-ONE-LEDGER-ENTRY SECTION.
           IF NOT LG-IS-USED(LEDGER-IDX)
                   AND LG-RUN-DATE(LEDGER-IDX) = LEDGER-MATCH-DATE
                   AND LG-JOB(LEDGER-IDX) = HIST-JOB-NAME
                   AND LG-START-TIME(LEDGER-IDX) = HIST-START-TIME
               MOVE LEDGER-IDX TO LEDGER-FOUND-IDX
           END-IF
           EXIT SECTION.

       BUILD-CHARGE-KEYS SECTION.
           EVALUATE TRUE
               WHEN LEDGER-FOUND-IDX = 0
                   MOVE 'B9' TO CHARGE-BRANCH-KEY
                   MOVE 'C9' TO CHARGE-CLASS-KEY
                   EXIT SECTION
               WHEN LG-BRANCH-KEYED(LEDGER-FOUND-IDX) = 'Y'
                   MOVE 'B1' TO CHARGE-BRANCH-KEY
                   MOVE LG-BRANCH(LEDGER-FOUND-IDX)
                       TO CHARGE-BRANCH-KEY(3:8)
               WHEN OTHER
                   MOVE 'B8' TO CHARGE-BRANCH-KEY
           END-EVALUATE
           IF LG-CLASS-KEYED(LEDGER-FOUND-IDX) = 'Y'
               MOVE 'C1' TO CHARGE-CLASS-KEY
               MOVE LG-CLASS(LEDGER-FOUND-IDX)
                   TO CHARGE-CLASS-KEY(3:8)
           ELSE
               MOVE 'C8' TO CHARGE-CLASS-KEY
           END-IF
           EXIT SECTION.

      *> Finds the row for NEW-SORT-KEY, opening it in its sorted
      *> place when it is new, and adds the run to it. Rows past
      *> the table's capacity are counted so the report can say
      *> it is short.
       ADD-RUN-TO-BUCKET SECTION.
           MOVE 0 TO BUCKET-FOUND-IDX.
           PERFORM MATCH-ONE-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > BUCKET-COUNT
                   OR BUCKET-FOUND-IDX > 0.
           IF BUCKET-FOUND-IDX = 0
               IF BUCKET-COUNT >= BUCKET-CAPACITY
                   ADD 1 TO BUCKET-OVERFLOW-COUNT
                   EXIT SECTION
               END-IF
               PERFORM OPEN-NEW-BUCKET
           END-IF
           ADD 1 TO CB-RUNS(BUCKET-FOUND-IDX).
           ADD HIST-ELAPSED-SECONDS TO CB-SECONDS(BUCKET-FOUND-IDX).
           ADD HIST-RECORDS-DONE TO CB-RECORDS(BUCKET-FOUND-IDX).
           EXIT SECTION.

       MATCH-ONE-BUCKET SECTION.
           IF CB-SORT-KEY(BUCKET-IDX) = NEW-SORT-KEY
               MOVE BUCKET-IDX TO BUCKET-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> The new row goes in front of the first row whose key is
      *> higher; everything from there down moves one place.
       OPEN-NEW-BUCKET SECTION.
           MOVE 0 TO BUCKET-FOUND-IDX.
           PERFORM FIND-BUCKET-PLACE
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > BUCKET-COUNT
                   OR BUCKET-FOUND-IDX > 0.
           IF BUCKET-FOUND-IDX = 0
               COMPUTE BUCKET-FOUND-IDX = BUCKET-COUNT + 1
           END-IF
           PERFORM SHIFT-ONE-BUCKET-DOWN
               VARYING BUCKET-SHIFT-IDX FROM BUCKET-COUNT BY -1
               UNTIL BUCKET-SHIFT-IDX < BUCKET-FOUND-IDX.
           ADD 1 TO BUCKET-COUNT.
           MOVE NEW-SORT-KEY TO CB-SORT-KEY(BUCKET-FOUND-IDX).
           MOVE SPACES TO CB-DESCRIPTION(BUCKET-FOUND-IDX).
           MOVE SPACES TO CB-CODE-STATE(BUCKET-FOUND-IDX).
           MOVE 0 TO CB-RUNS(BUCKET-FOUND-IDX).
           MOVE 0 TO CB-SECONDS(BUCKET-FOUND-IDX).
           MOVE 0 TO CB-RECORDS(BUCKET-FOUND-IDX).
           EXIT SECTION.

       FIND-BUCKET-PLACE SECTION.
           IF CB-SORT-KEY(BUCKET-IDX) > NEW-SORT-KEY
               MOVE BUCKET-IDX TO BUCKET-FOUND-IDX
           END-IF
           EXIT SECTION.

       SHIFT-ONE-BUCKET-DOWN SECTION.
           IF BUCKET-SHIFT-IDX > 0
               MOVE BUCKET-ENTRY(BUCKET-SHIFT-IDX)
                   TO BUCKET-ENTRY(BUCKET-SHIFT-IDX + 1)
           END-IF
           EXIT SECTION.

      *> Descriptions are read by key whatever the code's dates - a
      *> retired code keeps its row in the file so history still
      *> resolves - and the row says whether the code is still live.
       DESCRIBE-ALL-BUCKETS SECTION.
           SET CODE-TABLE-IS-OPEN TO FALSE.
           OPEN INPUT CODE-TABLE-FILE.
           IF CODE-FILE-OK
               SET CODE-TABLE-IS-OPEN TO TRUE
           END-IF
           PERFORM DESCRIBE-ONE-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > BUCKET-COUNT.
           IF CODE-TABLE-IS-OPEN
               CLOSE CODE-TABLE-FILE
           END-IF
           EXIT SECTION.

       DESCRIBE-ONE-BUCKET SECTION.
           EVALUATE TRUE
               WHEN CB-IS-NOT-KEYED(BUCKET-IDX)
                   MOVE 'NOT KEYED ON THE SUBMISSION'
                       TO CB-DESCRIPTION(BUCKET-IDX)
                   MOVE 'NOT KEYED' TO CB-CODE-STATE(BUCKET-IDX)
               WHEN CB-IS-UNMATCHED(BUCKET-IDX)
                   MOVE 'NO SUBMISSION ON THE RUN LEDGER'
                       TO CB-DESCRIPTION(BUCKET-IDX)
                   MOVE 'UNMATCHED' TO CB-CODE-STATE(BUCKET-IDX)
               WHEN NOT CODE-TABLE-IS-OPEN
                   MOVE 'CODE TABLE NOT AVAILABLE'
                       TO CB-DESCRIPTION(BUCKET-IDX)
                   MOVE 'UNKNOWN' TO CB-CODE-STATE(BUCKET-IDX)
               WHEN OTHER
                   PERFORM LOOK-UP-BUCKET-CODE
           END-EVALUATE
           EXIT SECTION.

       LOOK-UP-BUCKET-CODE SECTION.
           IF CB-IS-BRANCH(BUCKET-IDX)
               MOVE BRANCH-TABLE-NAME TO CODE-TABLE-ID
           ELSE
               MOVE CLASS-TABLE-NAME TO CODE-TABLE-ID
           END-IF
           MOVE CB-CODE(BUCKET-IDX) TO CODE-VALUE.
           READ CODE-TABLE-FILE
               INVALID KEY
                   MOVE 'NOT IN THE CODE TABLE'
                       TO CB-DESCRIPTION(BUCKET-IDX)
                   MOVE 'UNKNOWN' TO CB-CODE-STATE(BUCKET-IDX)
               NOT INVALID KEY
                   MOVE CODE-DESCRIPTION TO CB-DESCRIPTION(BUCKET-IDX)
                   IF CODE-EXPIRY-DATE NOT = 0
                           AND CODE-EXPIRY-DATE <= TODAY-DATE
                       MOVE 'EXPIRED' TO CB-CODE-STATE(BUCKET-IDX)
                   ELSE
                       MOVE 'ACTIVE' TO CB-CODE-STATE(BUCKET-IDX)
                   END-IF
           END-READ.
           EXIT SECTION.

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'CHARGEBACK AND VOLUME REPORT  ' DELIMITED BY SIZE
                  PERIOD-YYYY                      DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  PERIOD-MM                        DELIMITED BY SIZE
                  '  REGION '                      DELIMITED BY SIZE
                  REGION-NAME                      DELIMITED BY SIZE
                  '  RUN '                         DELIMITED BY SIZE
                  TODAY-YYYY                       DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  TODAY-MM                         DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  TODAY-DD                         DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE RUNS-IN-PERIOD TO COUNT-EDITED.
           STRING 'RUNS IN THE MONTH      '        DELIMITED BY SIZE
                  COUNT-EDITED                     DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE RUNS-MATCHED TO COUNT-EDITED.
           STRING 'CHARGED TO SUBMISSIONS '        DELIMITED BY SIZE
                  COUNT-EDITED                     DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE RUNS-UNMATCHED TO COUNT-EDITED.
           STRING 'NO SUBMISSION FOUND    '        DELIMITED BY SIZE
                  COUNT-EDITED                     DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           IF LEDGER-OVERFLOW-COUNT > 0 OR BUCKET-OVERFLOW-COUNT > 0
               MOVE '*** TABLES FULL - FIGURES BELOW ARE INCOMPLETE ***'
                   TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           MOVE 'BY BRANCH' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'B' TO SECTION-DIMENSION.
           PERFORM WRITE-DIMENSION-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE 'BY JOB CLASS' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'C' TO SECTION-DIMENSION.
           PERFORM WRITE-DIMENSION-SECTION.
           CLOSE REPORT-FILE.
           EXIT SECTION.

       WRITE-DIMENSION-SECTION SECTION.
           MOVE SPACES TO DETAIL-ROW.
           MOVE 'CODE' TO ROW-CODE.
           MOVE 'DESCRIPTION' TO ROW-DESCRIPTION.
           MOVE 'STATUS' TO ROW-STATE.
           MOVE DETAIL-ROW TO DETAIL-LINE.
           MOVE '     RUNS    ELAPSED SECS            RECORDS'
               TO DETAIL-LINE(65:45).
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO SECTION-RUNS.
           MOVE 0 TO SECTION-SECONDS.
           MOVE 0 TO SECTION-RECORDS.
           MOVE 0 TO SECTION-ROW-COUNT.
           PERFORM WRITE-ONE-BUCKET-LINE
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > BUCKET-COUNT.
           IF SECTION-ROW-COUNT = 0
               MOVE '  (NONE)' TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               EXIT SECTION
           END-IF
           MOVE SPACES TO DETAIL-ROW.
           MOVE 'TOTAL' TO ROW-DESCRIPTION.
           MOVE SECTION-RUNS TO ROW-RUNS.
           MOVE SECTION-SECONDS TO ROW-SECONDS.
           MOVE SECTION-RECORDS TO ROW-RECORDS.
           MOVE DETAIL-ROW TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       WRITE-ONE-BUCKET-LINE SECTION.
           IF CB-DIMENSION(BUCKET-IDX) NOT = SECTION-DIMENSION
               EXIT SECTION
           END-IF
           ADD 1 TO SECTION-ROW-COUNT.
           ADD CB-RUNS(BUCKET-IDX) TO SECTION-RUNS.
           ADD CB-SECONDS(BUCKET-IDX) TO SECTION-SECONDS.
           ADD CB-RECORDS(BUCKET-IDX) TO SECTION-RECORDS.
           MOVE SPACES TO DETAIL-ROW.
           MOVE CB-CODE(BUCKET-IDX) TO ROW-CODE.
           MOVE CB-DESCRIPTION(BUCKET-IDX) TO ROW-DESCRIPTION.
           MOVE CB-CODE-STATE(BUCKET-IDX) TO ROW-STATE.
           MOVE CB-RUNS(BUCKET-IDX) TO ROW-RUNS.
           MOVE CB-SECONDS(BUCKET-IDX) TO ROW-SECONDS.
           MOVE CB-RECORDS(BUCKET-IDX) TO ROW-RECORDS.
           MOVE DETAIL-ROW TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

      *> A heading row of column names, then one row per branch and
      *> class with plain unedited figures. A '|' keyed into a
      *> description would split its row, so it goes out as '/'.
       WRITE-EXTRACT SECTION.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING 'PERIOD|REGION|DIMENSION|CODE|DESCRIPTION|STATUS|'
                                                   DELIMITED BY SIZE
                  'RUNS|ELAPSED_SECONDS|RECORDS'   DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD.
           PERFORM WRITE-ONE-EXTRACT-ROW
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > BUCKET-COUNT.
           CLOSE EXTRACT-FILE.
           EXIT SECTION.

       WRITE-ONE-EXTRACT-ROW SECTION.
           IF CB-IS-BRANCH(BUCKET-IDX)
               MOVE 'BRANCH' TO EXTRACT-DIMENSION
           ELSE
               MOVE 'CLASS' TO EXTRACT-DIMENSION
           END-IF
           MOVE CB-DESCRIPTION(BUCKET-IDX) TO EXTRACT-DESCRIPTION.
           INSPECT EXTRACT-DESCRIPTION REPLACING ALL '|' BY '/'.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE 1 TO EXTRACT-FILL-POS.
           STRING PERIOD-YYYYMM                    DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(REGION-NAME)       DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(EXTRACT-DIMENSION) DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
               INTO EXTRACT-LINE
               WITH POINTER EXTRACT-FILL-POS
           END-STRING
           IF CB-IS-CODE(BUCKET-IDX)
               STRING FUNCTION TRIM(CB-CODE(BUCKET-IDX))
                                                   DELIMITED BY SIZE
                   INTO EXTRACT-LINE
                   WITH POINTER EXTRACT-FILL-POS
               END-STRING
           END-IF
           STRING '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(EXTRACT-DESCRIPTION)
                                                   DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(CB-CODE-STATE(BUCKET-IDX))
                                                   DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
               INTO EXTRACT-LINE
               WITH POINTER EXTRACT-FILL-POS
           END-STRING
           MOVE CB-RUNS(BUCKET-IDX) TO EXTRACT-NUMBER.
           STRING FUNCTION TRIM(EXTRACT-NUMBER)    DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
               INTO EXTRACT-LINE
               WITH POINTER EXTRACT-FILL-POS
           END-STRING
           MOVE CB-SECONDS(BUCKET-IDX) TO EXTRACT-NUMBER.
           STRING FUNCTION TRIM(EXTRACT-NUMBER)    DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
               INTO EXTRACT-LINE
               WITH POINTER EXTRACT-FILL-POS
           END-STRING
           MOVE CB-RECORDS(BUCKET-IDX) TO EXTRACT-NUMBER.
           STRING FUNCTION TRIM(EXTRACT-NUMBER)    DELIMITED BY SIZE
               INTO EXTRACT-LINE
               WITH POINTER EXTRACT-FILL-POS
           END-STRING
           MOVE EXTRACT-LINE TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO EXTRACT-ROW-COUNT.
           EXIT SECTION.

       WRITE-DETAIL-LINE SECTION.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-BLANK-LINE SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> The two outputs are named for the month so a re-run of a
      *> past month does not overwrite this month's.
       BUILD-OUTPUT-PATHS SECTION.
           MOVE SPACES TO CHARGEBACK-REPORT-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/chargeback-'                  DELIMITED BY SIZE
                  PERIOD-YYYYMM                   DELIMITED BY SIZE
                  '.txt'                          DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-PATH
           END-STRING
           MOVE SPACES TO CHARGEBACK-EXTRACT-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/chargeback-'                  DELIMITED BY SIZE
                  PERIOD-YYYYMM                   DELIMITED BY SIZE
                  '.dat'                          DELIMITED BY SIZE
               INTO CHARGEBACK-EXTRACT-PATH
           END-STRING
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
           MOVE SPACES TO RUN-HISTORY-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/run-history.dat'
                                                  DELIMITED BY SIZE
               INTO RUN-HISTORY-PATH
           END-STRING
           MOVE SPACES TO RUN-LEDGER-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/run-ledger.dat'
                                                  DELIMITED BY SIZE
               INTO RUN-LEDGER-PATH
           END-STRING
           MOVE SPACES TO JOB-DEF-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-def.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-DEF-PATH
           END-STRING
           MOVE SPACES TO CODE-TABLE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/code-table.dat'
                                                  DELIMITED BY SIZE
               INTO CODE-TABLE-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM CHARGEBACK-REPORT.
