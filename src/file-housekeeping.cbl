       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-HOUSEKEEPING.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Nightly archive and purge of the shared operational files that
      *> otherwise only ever grow: the session audit log, the request
      *> queue, the status file, the alerts file, the print spool and
      *> the dispatcher's run ledger. data/housekeeping.dat sets, per
      *> file, how long finished entries stay live and how many days an
      *> archive is kept. Entries past their retention move, in file
      *> order, to a dated archive under <data dir>/archive (one per
      *> file per day, appended to if the batch runs twice); everything
      *> else is rewritten through a .hk-new copy and rename(), the same
      *> safe rewrite every whole-file change here uses, all while
      *> holding the file's FILE-GUARD lock so the consoles and the
      *> dispatcher wait rather than write into a file being replaced. A
      *> file whose lock cannot be had is skipped and says so on the
      *> report; the next night catches it up. Nor is a live file
      *> replaced unless both its archive and its new copy were
      *> written cleanly: a failed open, write or close of either
      *> (a full disk, an archive directory that cannot be made or
      *> written) leaves the file exactly as it was, reported as
      *> ARCHIVE FAILED or REWRITE FAILED, and the lines stay live
      *> for the next night.
      *>
      *> What counts as finished, per file:
      *>   AUDIT   lines dated before the cut-off, taken from the
      *>           head of the log only: the first newer line stops
      *>           the archiving, so what stays live still follows
      *>           on, sequence number by sequence number, from the
      *>           last line archived. That line's number and
      *>           checksum go to data/audit-anchor.dat, where
      *>           AUDIT-CHAIN-VERIFY picks the chain up.
      *>   QUEUE   taken, cancelled or rejected requests keyed before
      *>           the cut-off. Pending, held, awaiting-approval and
      *>           interrupted requests stay whatever their age. The
      *>           dispatcher already drops taken, cancelled and
      *>           rejected lines whenever it rewrites the queue; this
      *>           catches the ones left behind on nights it had no
      *>           reason to rewrite, and keeps a copy of them.
      *>   STATUS  older lines of a job whose newest line is ended or
      *>           failed, past the newest few the policy keeps -
      *>           status lines carry no date, so retention there is a
      *>           line count. A job still waiting or running keeps
      *>           every line. Run RUN-HISTORY-COLLECTOR first, the
      *>           way the cycle's housekeeping always has.
      *>   ALERTS  acknowledged alerts raised before the cut-off; an
      *>           unacknowledged alert stays up however old it is.
      *>   SPOOL   whole screen-print pages captured before the
      *>           cut-off.
      *>   LEDGER  runs launched before the cut-off. Keep this at
      *>           least as long as the chargeback report may be
      *>           asked to re-run a past month.
      *> Old entries held back for those reasons are counted as KEPT
      *> ACTIVE, so a queue that stays full for a bad reason shows.
      *>
      *> Every archive written is entered in <data dir>/archive/
      *> catalog.dat; an archive older than its file's keep days is
      *> deleted and dropped from the catalog. The before/after
      *> counts, the archives written and the archives purged go to
      *> data/housekeeping-report.txt, and each file's result is on
      *> the audit trail as a HOUSEKEEP line (ARC-PURGE for each
      *> archive deleted).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO POLICY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS POLICY-FILE-STATUS.
           SELECT LIVE-FILE ASSIGN TO LIVE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LIVE-FILE-STATUS.
           SELECT LIVE-NEW-FILE ASSIGN TO LIVE-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LIVE-NEW-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ARCHIVE-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO CATALOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CATALOG-FILE-STATUS.
           SELECT CATALOG-NEW-FILE ASSIGN TO CATALOG-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO HOUSEKEEPING-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-ANCHOR-FILE ASSIGN TO AUDIT-ANCHOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AUDIT-ANCHOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-LINE.
           05 POLICY-FILE-CODE       PIC X(8).
           05 FILLER                 PIC X.
           05 POLICY-RETAIN          PIC X(4).
           05 FILLER                 PIC X.
           05 POLICY-KEEP-DAYS       PIC X(4).
      *> One line of whichever file is being housekept, read through
      *> the view that file's writers use; the widest is the queue.
       FD  LIVE-FILE.
       01  LIVE-RECORD               PIC X(600).
       COPY "job-queue.cpy".
       COPY "job-status.cpy".
       COPY "alert-record.cpy".
       COPY "run-ledger.cpy".
      *> Positional view of the audit line, as AUDIT-SHIFT-REPORT
      *> reads it; only the date and the chain fields matter here.
       01  AUDIT-LINE-RECORD.
           05 AUDIT-LINE-DATE        PIC X(10).
           05 FILLER                 PIC X(173).
           05 AUDIT-LINE-SEQ-TAG     PIC X(5).
           05 AUDIT-LINE-SEQ         PIC 9(9).
           05 AUDIT-LINE-SUM-TAG     PIC X(5).
           05 AUDIT-LINE-SUM         PIC X(16).
           05 FILLER                 PIC X(382).
      *> A print spool page opens with PRINT-SCREEN's '==== SCREEN
      *> PRINT' header, timestamp first.
       01  SPOOL-HEADER-LINE.
           05 SPOOL-HEADER-TAG       PIC X(18).
              88 SPOOL-LINE-IS-HEADER    VALUE '==== SCREEN PRINT '.
           05 SPOOL-HEADER-DATE      PIC X(10).
           05 FILLER                 PIC X(572).
       FD  LIVE-NEW-FILE.
       01  LIVE-NEW-RECORD           PIC X(600).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD            PIC X(600).
       FD  CATALOG-FILE.
       01  CATALOG-LINE.
           05 CATALOG-FILE-CODE      PIC X(8).
           05 FILLER                 PIC X.
           05 CATALOG-DATE           PIC 9(8).
           05 FILLER                 PIC X.
           05 CATALOG-ARCHIVE-PATH   PIC X(60).
       FD  CATALOG-NEW-FILE.
       01  CATALOG-NEW-LINE          PIC X(78).
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).
       FD  AUDIT-ANCHOR-FILE.
       COPY "audit-chain.cpy".

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 POLICY-PATH               PIC X(40).
       01 LIVE-PATH                 PIC X(40).
       01 LIVE-NEW-PATH             PIC X(40).
       01 ARCHIVE-PATH              PIC X(60).
       01 CATALOG-PATH              PIC X(40).
       01 CATALOG-NEW-PATH          PIC X(40).
       01 HOUSEKEEPING-REPORT-PATH  PIC X(40).
       01 AUDIT-ANCHOR-PATH         PIC X(40).

       01 POLICY-FILE-STATUS         PIC XX.
           88 POLICY-FILE-OK         VALUE '00'.
       01 LIVE-FILE-STATUS           PIC XX.
           88 LIVE-FILE-OK           VALUE '00'.
       01 LIVE-NEW-FILE-STATUS       PIC XX.
           88 LIVE-NEW-FILE-OK       VALUE '00'.
       01 ARCHIVE-FILE-STATUS        PIC XX.
           88 ARCHIVE-FILE-OK        VALUE '00'.
       01 CATALOG-FILE-STATUS        PIC XX.
           88 CATALOG-FILE-OK        VALUE '00'.
       01 AUDIT-ANCHOR-STATUS        PIC XX.
           88 AUDIT-ANCHOR-OK        VALUE '00'.
       01 END-OF-POLICY-SWITCH       PIC X.
           88 END-OF-POLICY-FILE     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-LIVE-SWITCH         PIC X.
           88 END-OF-LIVE-FILE       VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-CATALOG-SWITCH      PIC X.
           88 END-OF-CATALOG-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

       01 HOUSEKEEPING-OPERATOR-ID   PIC X(20) VALUE 'HOUSEKPG'.

      *> ---- the files and their retention --------------------------
      *> Code, live file name, archive name stem and extension, then
      *> the built-in retain and keep days a housekeeping.dat line
      *> overrides.
       01 HOUSEKEPT-FILE-VALUES.
           05 FILLER                 PIC X(48) VALUE
               'AUDIT   audit.log       audit       .log00900400'.
           05 FILLER                 PIC X(48) VALUE
               'QUEUE   job-queue.dat   job-queue   .dat00140400'.
           05 FILLER                 PIC X(48) VALUE
               'STATUS  job-status.dat  job-status  .dat00020090'.
           05 FILLER                 PIC X(48) VALUE
               'ALERTS  alerts.dat      alerts      .dat00300400'.
           05 FILLER                 PIC X(48) VALUE
               'SPOOL   print-spool.txt print-spool .txt00300180'.
           05 FILLER                 PIC X(48) VALUE
               'LEDGER  run-ledger.dat  run-ledger  .dat04002555'.
       01 HOUSEKEPT-FILE-TABLE REDEFINES HOUSEKEPT-FILE-VALUES.
           05 HOUSEKEPT-FILE OCCURS 6 TIMES.
               10 HK-CODE            PIC X(8).
               10 HK-LIVE-NAME       PIC X(16).
               10 HK-ARCHIVE-STEM    PIC X(12).
               10 HK-ARCHIVE-EXT     PIC X(4).
               10 HK-RETAIN          PIC 9(4).
               10 HK-KEEP-DAYS       PIC 9(4).
       01 HOUSEKEPT-FILE-COUNT       PIC 9 VALUE 6.
       01 FILE-IDX                   PIC 9.
           88 FILE-IS-AUDIT          VALUE 1.
           88 FILE-IS-QUEUE          VALUE 2.
           88 FILE-IS-STATUS         VALUE 3.
           88 FILE-IS-ALERTS         VALUE 4.
           88 FILE-IS-SPOOL          VALUE 5.
           88 FILE-IS-LEDGER         VALUE 6.
       01 POLICY-FOUND-IDX           PIC 9.
       01 POLICY-MATCH-CODE          PIC X(8).

      *> What happened to each file this run, for the report.
       01 HOUSEKEPT-RESULT-TABLE.
           05 HOUSEKEPT-RESULT OCCURS 6 TIMES.
               10 HK-BEFORE-COUNT    PIC 9(7).
               10 HK-ARCHIVED-COUNT  PIC 9(7).
               10 HK-AFTER-COUNT     PIC 9(7).
               10 HK-ACTIVE-COUNT    PIC 9(7).
               10 HK-RESULT-TEXT     PIC X(32).
               10 HK-ARCHIVE-WRITTEN PIC X(60).

      *> ---- dates -------------------------------------------------
       01 TODAY-DATE                 PIC 9(8).
       01 CUTOFF-DATE                PIC 9(8).
       01 LINE-DATE                  PIC 9(8).
       01 TEXT-DATE                  PIC X(10).

      *> ---- judging one line --------------------------------------
       01 LINE-DUE-SWITCH            PIC X.
           88 LINE-IS-DUE            VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PAGE-DUE-SWITCH            PIC X.
           88 PAGE-IS-DUE            VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 ARCHIVE-OPEN-SWITCH        PIC X.
           88 ARCHIVE-IS-OPEN        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 ARCHIVE-CREATED-SWITCH     PIC X.
           88 ARCHIVE-WAS-CREATED    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 ARCHIVE-FAILED-SWITCH      PIC X.
           88 ARCHIVE-HAS-FAILED     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 NEW-COPY-FAILED-SWITCH     PIC X.
           88 NEW-COPY-HAS-FAILED    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 ARCHIVE-DIRECTORY-SWITCH   PIC X.
           88 ARCHIVE-DIRECTORY-READY VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 GUARD-RESULT-FLAG          PIC X.

      *> The audit log is archived from its head only; the newest
      *> numbered line archived becomes the chain's anchor.
       01 AUDIT-HEAD-SWITCH          PIC X.
           88 AUDIT-HEAD-KEPT        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 AUDIT-ANCHOR-SWITCH        PIC X.
           88 AUDIT-ANCHOR-DUE       VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 ARCHIVED-CHAIN-SEQ         PIC 9(9).
       01 ARCHIVED-CHAIN-SUM         PIC X(16).

      *> Newest-line-wins fold of the status file, counting each
      *> job's lines so the oldest can go and the newest stay. A job
      *> past the table's capacity keeps all its lines.
       01 STATUS-FOLD-COUNT          PIC 9(2) VALUE 0.
       01 STATUS-FOLD-CAPACITY       PIC 9(2) VALUE 50.
       01 STATUS-FOLD-TABLE.
           05 STATUS-FOLD-ENTRY OCCURS 50 TIMES.
               10 SF-JOB-NAME        PIC X(8).
               10 SF-LINE-COUNT      PIC 9(7).
               10 SF-LINES-SEEN      PIC 9(7).
               10 SF-NEWEST-STATE    PIC X.
                  88 SF-JOB-IS-FINISHED  VALUE 'E' 'F'.
       01 STATUS-FOLD-IDX            PIC 9(2).
       01 STATUS-FOUND-IDX           PIC 9(2).

      *> ---- archive catalog ---------------------------------------
      *> A catalog too big for the table is left alone - nothing
      *> purged, nothing rewritten - rather than lose its tail.
       01 CATALOG-COUNT              PIC 9(4) VALUE 0.
       01 CATALOG-CAPACITY           PIC 9(4) VALUE 2000.
       01 CATALOG-OVERFLOW-SWITCH    PIC X.
           88 CATALOG-OVERFLOWED     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 2000 TIMES.
               10 CAT-FILE-CODE      PIC X(8).
               10 CAT-DATE           PIC 9(8).
               10 CAT-ARCHIVE-PATH   PIC X(60).
               10 CAT-PURGED         PIC X.
                  88 CAT-WAS-PURGED      VALUE 'Y'.
       01 CATALOG-IDX                PIC 9(4).
       01 CATALOG-FOUND-IDX          PIC 9(4).
       01 PURGED-COUNT               PIC 9(4) VALUE 0.
       01 PURGE-CUTOFF-DATE          PIC 9(8).

      *> ---- C library calls ---------------------------------------
      *> mkdir() and unlink() want null-terminated paths; 493 is
      *> octal 755, and an archive directory that already exists
      *> just fails the call, which is the normal case - access()
      *> with mode 3 (write and search) then says whether the
      *> directory is there and usable.
       01 MKDIR-PATH                 PIC X(48).
       01 MKDIR-MODE                 PIC 9(4) COMP-5 VALUE 493.
       01 MKDIR-RESULT               PIC S9(9) COMP-5.
       01 ACCESS-MODE                PIC S9(9) COMP-5 VALUE 3.
       01 ACCESS-RESULT              PIC S9(9) COMP-5.
       01 UNLINK-PATH                PIC X(61).
       01 UNLINK-RESULT              PIC S9(9) COMP-5.
       01 RENAME-OLD-NAME            PIC X(40).
       01 RENAME-NEW-NAME            PIC X(40).
       01 RENAME-RESULT              PIC S9(9) COMP-5.

      *> ---- report formatting -------------------------------------
       01 DETAIL-LINE                PIC X(132).
       01 COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01 BEFORE-EDITED              PIC Z,ZZZ,ZZ9.
       01 ARCHIVED-EDITED            PIC Z,ZZZ,ZZ9.
       01 AFTER-EDITED               PIC Z,ZZZ,ZZ9.
       01 ACTIVE-EDITED              PIC Z,ZZZ,ZZ9.
       01 RETAIN-EDITED              PIC ZZZ9.
       01 KEEP-EDITED                PIC ZZZ9.
       01 RETAIN-UNIT                PIC X(5).
       01 TOTAL-ARCHIVED-COUNT       PIC 9(7) VALUE 0.

       COPY "util-control.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           MOVE HOUSEKEEPING-OPERATOR-ID TO UTIL-OPERATOR-ID.
           MOVE 9 TO UTIL-AUTH-LEVEL.
           CALL 'NCURSES-UTIL' USING 'SET-OPERATOR', UTIL-CONTROL.
           MOVE 'FILE-HOUSEKEEPING' TO UTIL-AUDIT-PROGRAM.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RETENTION-POLICY.
           PERFORM MAKE-ARCHIVE-DIRECTORY.
           PERFORM LOAD-ARCHIVE-CATALOG.
           PERFORM HOUSEKEEP-ONE-FILE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > HOUSEKEPT-FILE-COUNT.
           IF ARCHIVE-DIRECTORY-READY AND NOT CATALOG-OVERFLOWED
               PERFORM PURGE-EXPIRED-ARCHIVES
               PERFORM REWRITE-ARCHIVE-CATALOG
           END-IF
           PERFORM WRITE-REPORT.
           MOVE TOTAL-ARCHIVED-COUNT TO COUNT-EDITED.
           DISPLAY 'FILE-HOUSEKEEPING: lines archived: '
               COUNT-EDITED.
           MOVE PURGED-COUNT TO COUNT-EDITED.
           DISPLAY 'FILE-HOUSEKEEPING: archives purged: '
               COUNT-EDITED.
           STOP RUN.

      *> A housekeeping.dat line overrides the built-in retention
      *> for its file; a line with a non-numeric figure is ignored
      *> rather than read as zero, which would archive everything.
       LOAD-RETENTION-POLICY SECTION.
           SET END-OF-POLICY-FILE TO FALSE.
           OPEN INPUT POLICY-FILE.
           IF POLICY-FILE-OK
               PERFORM READ-POLICY-LINE
               PERFORM STORE-POLICY-LINE UNTIL END-OF-POLICY-FILE
               CLOSE POLICY-FILE
           END-IF
           EXIT SECTION.

       READ-POLICY-LINE SECTION.
           READ POLICY-FILE
               AT END
                   SET END-OF-POLICY-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-POLICY-LINE SECTION.
           IF POLICY-FILE-CODE(1:1) NOT = '*'
                   AND POLICY-RETAIN IS NUMERIC
                   AND POLICY-KEEP-DAYS IS NUMERIC
               MOVE 0 TO POLICY-FOUND-IDX
               MOVE POLICY-FILE-CODE TO POLICY-MATCH-CODE
               PERFORM MATCH-POLICY-CODE
                   VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > HOUSEKEPT-FILE-COUNT
               IF POLICY-FOUND-IDX > 0
                   MOVE POLICY-RETAIN TO HK-RETAIN(POLICY-FOUND-IDX)
                   MOVE POLICY-KEEP-DAYS
                       TO HK-KEEP-DAYS(POLICY-FOUND-IDX)
               END-IF
           END-IF
           PERFORM READ-POLICY-LINE.
           EXIT SECTION.

       MATCH-POLICY-CODE SECTION.
           IF POLICY-FOUND-IDX = 0
                   AND HK-CODE(FILE-IDX) = POLICY-MATCH-CODE
               MOVE FILE-IDX TO POLICY-FOUND-IDX
           END-IF
           EXIT SECTION.

       MAKE-ARCHIVE-DIRECTORY SECTION.
           MOVE LOW-VALUES TO MKDIR-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR) DELIMITED BY SIZE
                  '/archive'                     DELIMITED BY SIZE
               INTO MKDIR-PATH
           END-STRING
           CALL 'mkdir' USING MKDIR-PATH, BY VALUE MKDIR-MODE
               RETURNING MKDIR-RESULT.
           SET ARCHIVE-DIRECTORY-READY TO TRUE.
           IF MKDIR-RESULT NOT = 0
               CALL 'access' USING MKDIR-PATH, BY VALUE ACCESS-MODE
                   RETURNING ACCESS-RESULT
               IF ACCESS-RESULT NOT = 0
                   SET ARCHIVE-DIRECTORY-READY TO FALSE
                   DISPLAY 'FILE-HOUSEKEEPING: archive directory '
                       FUNCTION TRIM(REGION-DATA-DIR)
                       '/archive cannot be made or written - '
                       'nothing archived'
               END-IF
           END-IF
           EXIT SECTION.

       LOAD-ARCHIVE-CATALOG SECTION.
           MOVE 0 TO CATALOG-COUNT.
           SET CATALOG-OVERFLOWED TO FALSE.
           SET END-OF-CATALOG-FILE TO FALSE.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-OK
               PERFORM READ-CATALOG-LINE
               PERFORM STORE-CATALOG-LINE UNTIL END-OF-CATALOG-FILE
               CLOSE CATALOG-FILE
           END-IF
           EXIT SECTION.

       READ-CATALOG-LINE SECTION.
           READ CATALOG-FILE
               AT END
                   SET END-OF-CATALOG-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-CATALOG-LINE SECTION.
           IF CATALOG-COUNT < CATALOG-CAPACITY
               ADD 1 TO CATALOG-COUNT
               MOVE CATALOG-FILE-CODE TO CAT-FILE-CODE(CATALOG-COUNT)
               IF CATALOG-DATE IS NUMERIC
                   MOVE CATALOG-DATE TO CAT-DATE(CATALOG-COUNT)
               ELSE
                   MOVE 0 TO CAT-DATE(CATALOG-COUNT)
               END-IF
               MOVE CATALOG-ARCHIVE-PATH
                   TO CAT-ARCHIVE-PATH(CATALOG-COUNT)
               MOVE 'N' TO CAT-PURGED(CATALOG-COUNT)
           ELSE
               SET CATALOG-OVERFLOWED TO TRUE
           END-IF
           PERFORM READ-CATALOG-LINE.
           EXIT SECTION.

      *> One file, start to finish, under its lock: sort every line
      *> into the archive or the new copy, then put the new copy in
      *> place. Nothing due means nothing rewritten, and so does an
      *> archive or new copy that could not be written in full.
       HOUSEKEEP-ONE-FILE SECTION.
           MOVE 0 TO HK-BEFORE-COUNT(FILE-IDX).
           MOVE 0 TO HK-ARCHIVED-COUNT(FILE-IDX).
           MOVE 0 TO HK-AFTER-COUNT(FILE-IDX).
           MOVE 0 TO HK-ACTIVE-COUNT(FILE-IDX).
           MOVE SPACES TO HK-ARCHIVE-WRITTEN(FILE-IDX).
           PERFORM BUILD-FILE-PATHS.
           IF NOT ARCHIVE-DIRECTORY-READY
               MOVE 'ARCHIVE FAILED - FILE UNCHANGED'
                   TO HK-RESULT-TEXT(FILE-IDX)
               PERFORM LOG-FILE-RESULT
               EXIT SECTION
           END-IF
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - HK-RETAIN(FILE-IDX)).
           CALL 'FILE-GUARD' USING 'ACQUIRE', LIVE-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               MOVE 'SKIPPED - FILE IN USE'
                   TO HK-RESULT-TEXT(FILE-IDX)
               PERFORM LOG-FILE-RESULT
               EXIT SECTION
           END-IF
           IF FILE-IS-STATUS
               PERFORM FOLD-STATUS-FILE
           END-IF
           SET END-OF-LIVE-FILE TO FALSE.
           OPEN INPUT LIVE-FILE.
           IF NOT LIVE-FILE-OK
               CALL 'FILE-GUARD' USING 'RELEASE', LIVE-PATH,
                                        GUARD-RESULT-FLAG
               MOVE 'NOT PRESENT' TO HK-RESULT-TEXT(FILE-IDX)
               EXIT SECTION
           END-IF
           OPEN OUTPUT LIVE-NEW-FILE.
           IF NOT LIVE-NEW-FILE-OK
               CLOSE LIVE-FILE
               CALL 'FILE-GUARD' USING 'RELEASE', LIVE-PATH,
                                        GUARD-RESULT-FLAG
               MOVE 'REWRITE FAILED - FILE UNCHANGED'
                   TO HK-RESULT-TEXT(FILE-IDX)
               PERFORM LOG-FILE-RESULT
               EXIT SECTION
           END-IF
           SET ARCHIVE-IS-OPEN TO FALSE.
           SET ARCHIVE-WAS-CREATED TO FALSE.
           SET ARCHIVE-HAS-FAILED TO FALSE.
           SET NEW-COPY-HAS-FAILED TO FALSE.
           SET PAGE-IS-DUE TO FALSE.
           SET AUDIT-HEAD-KEPT TO FALSE.
           SET AUDIT-ANCHOR-DUE TO FALSE.
           PERFORM READ-LIVE-LINE.
           PERFORM SORT-ONE-LIVE-LINE UNTIL END-OF-LIVE-FILE.
           CLOSE LIVE-FILE.
           CLOSE LIVE-NEW-FILE.
           IF NOT LIVE-NEW-FILE-OK
               SET NEW-COPY-HAS-FAILED TO TRUE
           END-IF
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
               IF NOT ARCHIVE-FILE-OK
                   SET ARCHIVE-HAS-FAILED TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ARCHIVE-HAS-FAILED
                   PERFORM ABANDON-REWRITE
                   MOVE 'ARCHIVE FAILED - FILE UNCHANGED'
                       TO HK-RESULT-TEXT(FILE-IDX)
               WHEN NEW-COPY-HAS-FAILED
                   PERFORM ABANDON-REWRITE
                   MOVE 'REWRITE FAILED - FILE UNCHANGED'
                       TO HK-RESULT-TEXT(FILE-IDX)
               WHEN HK-ARCHIVED-COUNT(FILE-IDX) = 0
                   PERFORM DISCARD-NEW-COPY
                   MOVE 'NOTHING DUE' TO HK-RESULT-TEXT(FILE-IDX)
               WHEN OTHER
                   PERFORM REPLACE-LIVE-FILE
           END-EVALUATE
           CALL 'FILE-GUARD' USING 'RELEASE', LIVE-PATH,
                                    GUARD-RESULT-FLAG.
           PERFORM LOG-FILE-RESULT.
           EXIT SECTION.

       READ-LIVE-LINE SECTION.
           READ LIVE-FILE
               AT END
                   SET END-OF-LIVE-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       SORT-ONE-LIVE-LINE SECTION.
           ADD 1 TO HK-BEFORE-COUNT(FILE-IDX).
           SET LINE-IS-DUE TO FALSE.
           EVALUATE TRUE
               WHEN FILE-IS-AUDIT
                   PERFORM JUDGE-AUDIT-LINE
               WHEN FILE-IS-QUEUE
                   PERFORM JUDGE-QUEUE-LINE
               WHEN FILE-IS-STATUS
                   PERFORM JUDGE-STATUS-LINE
               WHEN FILE-IS-ALERTS
                   PERFORM JUDGE-ALERT-LINE
               WHEN FILE-IS-SPOOL
                   PERFORM JUDGE-SPOOL-LINE
               WHEN FILE-IS-LEDGER
                   PERFORM JUDGE-LEDGER-LINE
           END-EVALUATE
           IF LINE-IS-DUE
               PERFORM WRITE-ARCHIVE-LINE
           ELSE
               MOVE LIVE-RECORD TO LIVE-NEW-RECORD
               WRITE LIVE-NEW-RECORD
               IF NOT LIVE-NEW-FILE-OK
                   SET NEW-COPY-HAS-FAILED TO TRUE
               END-IF
               ADD 1 TO HK-AFTER-COUNT(FILE-IDX)
           END-IF
           PERFORM READ-LIVE-LINE.
           EXIT SECTION.

       JUDGE-AUDIT-LINE SECTION.
           IF AUDIT-HEAD-KEPT
               EXIT SECTION
           END-IF
           MOVE AUDIT-LINE-DATE TO TEXT-DATE.
           PERFORM FOLD-TEXT-DATE.
           IF LINE-DATE > 0 AND LINE-DATE < CUTOFF-DATE
               SET LINE-IS-DUE TO TRUE
               IF AUDIT-LINE-SEQ-TAG = ' SEQ='
                       AND AUDIT-LINE-SEQ IS NUMERIC
                       AND AUDIT-LINE-SUM-TAG = ' SUM='
                   MOVE AUDIT-LINE-SEQ TO ARCHIVED-CHAIN-SEQ
                   MOVE AUDIT-LINE-SUM TO ARCHIVED-CHAIN-SUM
                   SET AUDIT-ANCHOR-DUE TO TRUE
               END-IF
           ELSE
               SET AUDIT-HEAD-KEPT TO TRUE
           END-IF
           EXIT SECTION.

       JUDGE-QUEUE-LINE SECTION.
           IF QUEUE-DATE IS NUMERIC AND QUEUE-DATE < CUTOFF-DATE
               IF QUEUE-IS-TAKEN OR QUEUE-IS-CANCELLED
                       OR QUEUE-IS-REJECTED
                   SET LINE-IS-DUE TO TRUE
               ELSE
                   ADD 1 TO HK-ACTIVE-COUNT(FILE-IDX)
               END-IF
           END-IF
           EXIT SECTION.

      *> Lines are taken oldest first, so a job's line is one of its
      *> newest HK-RETAIN when its place in file order plus the
      *> retention passes the job's line count.
       JUDGE-STATUS-LINE SECTION.
           PERFORM FIND-STATUS-FOLD-JOB.
           IF STATUS-FOUND-IDX > 0
               ADD 1 TO SF-LINES-SEEN(STATUS-FOUND-IDX)
               IF SF-LINES-SEEN(STATUS-FOUND-IDX) + HK-RETAIN(FILE-IDX)
                       <= SF-LINE-COUNT(STATUS-FOUND-IDX)
                   IF SF-JOB-IS-FINISHED(STATUS-FOUND-IDX)
                       SET LINE-IS-DUE TO TRUE
                   ELSE
                       ADD 1 TO HK-ACTIVE-COUNT(FILE-IDX)
                   END-IF
               END-IF
           END-IF
           EXIT SECTION.

       JUDGE-ALERT-LINE SECTION.
           IF ALERT-DATE IS NUMERIC AND ALERT-DATE > 0
                   AND ALERT-DATE < CUTOFF-DATE
               IF ALERT-IS-ACKED
                   SET LINE-IS-DUE TO TRUE
               ELSE
                   ADD 1 TO HK-ACTIVE-COUNT(FILE-IDX)
               END-IF
           END-IF
           EXIT SECTION.

      *> A page goes or stays whole: its header decides for every
      *> line up to the next header. Lines ahead of the first header
      *> (none, normally) stay.
       JUDGE-SPOOL-LINE SECTION.
           IF SPOOL-LINE-IS-HEADER
               MOVE SPOOL-HEADER-DATE TO TEXT-DATE
               PERFORM FOLD-TEXT-DATE
               IF LINE-DATE > 0 AND LINE-DATE < CUTOFF-DATE
                   SET PAGE-IS-DUE TO TRUE
               ELSE
                   SET PAGE-IS-DUE TO FALSE
               END-IF
           END-IF
           IF PAGE-IS-DUE
               SET LINE-IS-DUE TO TRUE
           END-IF
           EXIT SECTION.

       JUDGE-LEDGER-LINE SECTION.
           IF LEDGER-RUN-DATE IS NUMERIC AND LEDGER-RUN-DATE > 0
                   AND LEDGER-RUN-DATE < CUTOFF-DATE
               SET LINE-IS-DUE TO TRUE
           END-IF
           EXIT SECTION.

      *> YYYY-MM-DD to YYYYMMDD; anything else folds to zero, which
      *> is never due.
       FOLD-TEXT-DATE SECTION.
           MOVE 0 TO LINE-DATE.
           IF TEXT-DATE(1:4) IS NUMERIC AND TEXT-DATE(6:2) IS NUMERIC
                   AND TEXT-DATE(9:2) IS NUMERIC
               COMPUTE LINE-DATE =
                   FUNCTION NUMVAL(TEXT-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(TEXT-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(TEXT-DATE(9:2))
           END-IF
           EXIT SECTION.

      *> The archive is opened on the first line due, so a quiet
      *> night leaves no empty archive behind; one already written
      *> today is appended to. Once an open or a write has failed
      *> nothing more goes to the archive; the lines are still
      *> counted, and the count is thrown away with the new copy.
       WRITE-ARCHIVE-LINE SECTION.
           ADD 1 TO HK-ARCHIVED-COUNT(FILE-IDX).
           ADD 1 TO TOTAL-ARCHIVED-COUNT.
           IF ARCHIVE-HAS-FAILED
               EXIT SECTION
           END-IF
           IF NOT ARCHIVE-IS-OPEN
               OPEN EXTEND ARCHIVE-FILE
               IF NOT ARCHIVE-FILE-OK
                   OPEN OUTPUT ARCHIVE-FILE
                   IF ARCHIVE-FILE-OK
                       SET ARCHIVE-WAS-CREATED TO TRUE
                   END-IF
               END-IF
               IF NOT ARCHIVE-FILE-OK
                   SET ARCHIVE-HAS-FAILED TO TRUE
                   EXIT SECTION
               END-IF
               SET ARCHIVE-IS-OPEN TO TRUE
           END-IF
           MOVE LIVE-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.
           IF NOT ARCHIVE-FILE-OK
               SET ARCHIVE-HAS-FAILED TO TRUE
           END-IF
           EXIT SECTION.

      *> Counts each job's lines and remembers its newest state, on a
      *> first read of the status file under the same lock.
       FOLD-STATUS-FILE SECTION.
           MOVE 0 TO STATUS-FOLD-COUNT.
           SET END-OF-LIVE-FILE TO FALSE.
           OPEN INPUT LIVE-FILE.
           IF LIVE-FILE-OK
               PERFORM READ-LIVE-LINE
               PERFORM FOLD-ONE-STATUS-LINE UNTIL END-OF-LIVE-FILE
               CLOSE LIVE-FILE
           END-IF
           EXIT SECTION.

       FOLD-ONE-STATUS-LINE SECTION.
           PERFORM FIND-STATUS-FOLD-JOB.
           IF STATUS-FOUND-IDX = 0
                   AND STATUS-FOLD-COUNT < STATUS-FOLD-CAPACITY
               ADD 1 TO STATUS-FOLD-COUNT
               MOVE STATUS-FOLD-COUNT TO STATUS-FOUND-IDX
               MOVE JOB-NAME TO SF-JOB-NAME(STATUS-FOUND-IDX)
               MOVE 0 TO SF-LINE-COUNT(STATUS-FOUND-IDX)
               MOVE 0 TO SF-LINES-SEEN(STATUS-FOUND-IDX)
           END-IF
           IF STATUS-FOUND-IDX > 0
               ADD 1 TO SF-LINE-COUNT(STATUS-FOUND-IDX)
               MOVE JOB-STATE TO SF-NEWEST-STATE(STATUS-FOUND-IDX)
           END-IF
           PERFORM READ-LIVE-LINE.
           EXIT SECTION.

       FIND-STATUS-FOLD-JOB SECTION.
           MOVE 0 TO STATUS-FOUND-IDX.
           PERFORM MATCH-STATUS-FOLD-JOB
               VARYING STATUS-FOLD-IDX FROM 1 BY 1
               UNTIL STATUS-FOLD-IDX > STATUS-FOLD-COUNT.
           EXIT SECTION.

       MATCH-STATUS-FOLD-JOB SECTION.
           IF STATUS-FOUND-IDX = 0
                   AND SF-JOB-NAME(STATUS-FOLD-IDX) = JOB-NAME
               MOVE STATUS-FOLD-IDX TO STATUS-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> The archive or the new copy is short, so the live file
      *> stays as it was: no rename, no catalog entry, no audit
      *> anchor, and every line counted as still live. An archive
      *> this run created is deleted again rather than left behind
      *> uncatalogued; lines already appended to one written earlier
      *> today stay there too, and are archived again with the rest
      *> on the next good night.
       ABANDON-REWRITE SECTION.
           PERFORM DISCARD-NEW-COPY.
           IF ARCHIVE-WAS-CREATED
               MOVE LOW-VALUES TO UNLINK-PATH
               STRING FUNCTION TRIM(ARCHIVE-PATH) DELIMITED BY SIZE
                   INTO UNLINK-PATH
               END-STRING
               CALL 'unlink' USING UNLINK-PATH
                   RETURNING UNLINK-RESULT
           END-IF
           SUBTRACT HK-ARCHIVED-COUNT(FILE-IDX)
               FROM TOTAL-ARCHIVED-COUNT.
           MOVE 0 TO HK-ARCHIVED-COUNT(FILE-IDX).
           MOVE HK-BEFORE-COUNT(FILE-IDX) TO HK-AFTER-COUNT(FILE-IDX).
           EXIT SECTION.

       DISCARD-NEW-COPY SECTION.
           MOVE LOW-VALUES TO UNLINK-PATH.
           STRING FUNCTION TRIM(LIVE-NEW-PATH) DELIMITED BY SIZE
               INTO UNLINK-PATH
           END-STRING
           CALL 'unlink' USING UNLINK-PATH RETURNING UNLINK-RESULT.
           EXIT SECTION.

      *> The archive is already closed with its copy of the lines,
      *> so a failed rename loses nothing - those lines just appear
      *> in both places until the next night archives them again.
       REPLACE-LIVE-FILE SECTION.
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(LIVE-NEW-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(LIVE-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           MOVE ARCHIVE-PATH TO HK-ARCHIVE-WRITTEN(FILE-IDX).
           PERFORM RECORD-ARCHIVE-IN-CATALOG.
           IF RENAME-RESULT = 0
               MOVE 'ARCHIVED' TO HK-RESULT-TEXT(FILE-IDX)
               IF FILE-IS-AUDIT AND AUDIT-ANCHOR-DUE
                   PERFORM WRITE-AUDIT-ANCHOR
               END-IF
           ELSE
               MOVE 'REWRITE FAILED - FILE UNCHANGED'
                   TO HK-RESULT-TEXT(FILE-IDX)
               MOVE HK-BEFORE-COUNT(FILE-IDX)
                   TO HK-AFTER-COUNT(FILE-IDX)
           END-IF
           EXIT SECTION.

      *> Written while the audit log's lock is still held, so no
      *> console can add a line between the rename and the anchor.
       WRITE-AUDIT-ANCHOR SECTION.
           OPEN OUTPUT AUDIT-ANCHOR-FILE.
           IF NOT AUDIT-ANCHOR-OK
               DISPLAY 'FILE-HOUSEKEEPING: audit anchor not written'
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-CHAIN-RECORD.
           MOVE ARCHIVED-CHAIN-SEQ TO CHAIN-SEQ.
           MOVE ARCHIVED-CHAIN-SUM TO CHAIN-SUM.
           MOVE TODAY-DATE TO CHAIN-DATE.
           MOVE ARCHIVE-PATH TO CHAIN-ARCHIVE-PATH.
           WRITE AUDIT-CHAIN-RECORD.
           CLOSE AUDIT-ANCHOR-FILE.
           EXIT SECTION.

       RECORD-ARCHIVE-IN-CATALOG SECTION.
           MOVE 0 TO CATALOG-FOUND-IDX.
           PERFORM MATCH-CATALOG-PATH
               VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT.
           IF CATALOG-FOUND-IDX = 0
               IF CATALOG-COUNT < CATALOG-CAPACITY
                   ADD 1 TO CATALOG-COUNT
                   MOVE HK-CODE(FILE-IDX)
                       TO CAT-FILE-CODE(CATALOG-COUNT)
                   MOVE TODAY-DATE TO CAT-DATE(CATALOG-COUNT)
                   MOVE ARCHIVE-PATH
                       TO CAT-ARCHIVE-PATH(CATALOG-COUNT)
                   MOVE 'N' TO CAT-PURGED(CATALOG-COUNT)
               ELSE
                   SET CATALOG-OVERFLOWED TO TRUE
               END-IF
           END-IF
           EXIT SECTION.

       MATCH-CATALOG-PATH SECTION.
           IF CATALOG-FOUND-IDX = 0
                   AND CAT-ARCHIVE-PATH(CATALOG-IDX) = ARCHIVE-PATH
               MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
           END-IF
           EXIT SECTION.

      *> HOUSEKEEP names the file and the counts; written after the
      *> lock is let go, since the audit log is one of the files.
       LOG-FILE-RESULT SECTION.
           MOVE 'HOUSEKEEP' TO UTIL-AUDIT-ACTION.
           MOVE HK-ARCHIVED-COUNT(FILE-IDX) TO ARCHIVED-EDITED.
           MOVE HK-AFTER-COUNT(FILE-IDX) TO AFTER-EDITED.
           MOVE SPACES TO UTIL-AUDIT-WINDOW.
           IF HK-RESULT-TEXT(FILE-IDX) NOT = 'ARCHIVED'
                   AND HK-RESULT-TEXT(FILE-IDX) NOT = 'NOTHING DUE'
               STRING HK-CODE(FILE-IDX)            DELIMITED BY SPACE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(HK-RESULT-TEXT(FILE-IDX))
                                                   DELIMITED BY SIZE
                   INTO UTIL-AUDIT-WINDOW
               END-STRING
           ELSE
               STRING HK-CODE(FILE-IDX)            DELIMITED BY SPACE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(ARCHIVED-EDITED)
                                                   DELIMITED BY SIZE
                      ' ARCHIVED '                 DELIMITED BY SIZE
                      FUNCTION TRIM(AFTER-EDITED)  DELIMITED BY SIZE
                      ' LEFT'                      DELIMITED BY SIZE
                   INTO UTIL-AUDIT-WINDOW
               END-STRING
           END-IF
           PERFORM WRITE-HOUSEKEEPING-AUDIT.
           EXIT SECTION.

      *> An archive older than its file's keep days is deleted; keep
      *> days of zero keep that file's archives for good. An archive
      *> already gone by hand just drops out of the catalog.
       PURGE-EXPIRED-ARCHIVES SECTION.
           PERFORM PURGE-ONE-ARCHIVE
               VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT.
           EXIT SECTION.

       PURGE-ONE-ARCHIVE SECTION.
           MOVE 0 TO POLICY-FOUND-IDX.
           MOVE CAT-FILE-CODE(CATALOG-IDX) TO POLICY-MATCH-CODE.
           PERFORM MATCH-POLICY-CODE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > HOUSEKEPT-FILE-COUNT.
           IF POLICY-FOUND-IDX = 0
               EXIT SECTION
           END-IF
           IF HK-KEEP-DAYS(POLICY-FOUND-IDX) = 0
               EXIT SECTION
           END-IF
           COMPUTE PURGE-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - HK-KEEP-DAYS(POLICY-FOUND-IDX)).
           IF CAT-DATE(CATALOG-IDX) > 0
                   AND CAT-DATE(CATALOG-IDX) < PURGE-CUTOFF-DATE
               MOVE LOW-VALUES TO UNLINK-PATH
               STRING FUNCTION TRIM(CAT-ARCHIVE-PATH(CATALOG-IDX))
                                                   DELIMITED BY SIZE
                   INTO UNLINK-PATH
               END-STRING
               CALL 'unlink' USING UNLINK-PATH
                   RETURNING UNLINK-RESULT
               MOVE 'Y' TO CAT-PURGED(CATALOG-IDX)
               ADD 1 TO PURGED-COUNT
               MOVE 'ARC-PURGE' TO UTIL-AUDIT-ACTION
               MOVE CAT-ARCHIVE-PATH(CATALOG-IDX) TO UTIL-AUDIT-WINDOW
               PERFORM WRITE-HOUSEKEEPING-AUDIT
           END-IF
           EXIT SECTION.

       REWRITE-ARCHIVE-CATALOG SECTION.
           OPEN OUTPUT CATALOG-NEW-FILE.
           PERFORM WRITE-ONE-CATALOG-LINE
               VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT.
           CLOSE CATALOG-NEW-FILE.
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(CATALOG-NEW-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(CATALOG-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           IF RENAME-RESULT NOT = 0
               DISPLAY 'FILE-HOUSEKEEPING: archive catalog not '
                   'rewritten - ' FUNCTION TRIM(CATALOG-PATH)
                   ' unchanged'
           END-IF
           EXIT SECTION.

       WRITE-ONE-CATALOG-LINE SECTION.
           IF NOT CAT-WAS-PURGED(CATALOG-IDX)
               MOVE SPACES TO CATALOG-LINE
               MOVE CAT-FILE-CODE(CATALOG-IDX) TO CATALOG-FILE-CODE
               MOVE CAT-DATE(CATALOG-IDX) TO CATALOG-DATE
               MOVE CAT-ARCHIVE-PATH(CATALOG-IDX)
                   TO CATALOG-ARCHIVE-PATH
               MOVE CATALOG-LINE TO CATALOG-NEW-LINE
               WRITE CATALOG-NEW-LINE
           END-IF
           EXIT SECTION.

       WRITE-HOUSEKEEPING-AUDIT SECTION.
           MOVE 0 TO UTIL-AUDIT-WIDTH.
           MOVE 0 TO UTIL-AUDIT-HEIGHT.
           MOVE 0 TO UTIL-AUDIT-X.
           MOVE 0 TO UTIL-AUDIT-Y.
           CALL 'NCURSES-UTIL' USING 'AUDIT-LOG', UTIL-CONTROL.
           EXIT SECTION.

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'FILE HOUSEKEEPING  '            DELIMITED BY SIZE
                  TODAY-DATE(1:4)                  DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  TODAY-DATE(5:2)                  DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  TODAY-DATE(7:2)                  DELIMITED BY SIZE
                  '  REGION '                      DELIMITED BY SIZE
                  REGION-NAME                      DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'FILE     RETAIN      KEEP     BEFORE   ARCHIVED'
                                                   DELIMITED BY SIZE
                  '      AFTER  KEPT ACTIVE  RESULT'
                                                   DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           PERFORM REPORT-ONE-FILE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > HOUSEKEPT-FILE-COUNT.
           PERFORM WRITE-BLANK-LINE.
           MOVE 'ARCHIVES WRITTEN' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM REPORT-ONE-ARCHIVE-WRITTEN
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > HOUSEKEPT-FILE-COUNT.
           IF TOTAL-ARCHIVED-COUNT = 0
               MOVE '  (NONE)' TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
           MOVE 'ARCHIVES PURGED' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           IF CATALOG-OVERFLOWED
               MOVE '  ARCHIVE CATALOG TOO LARGE - NOTHING PURGED'
                   TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           ELSE
               PERFORM REPORT-ONE-PURGED-ARCHIVE
                   VARYING CATALOG-IDX FROM 1 BY 1
                   UNTIL CATALOG-IDX > CATALOG-COUNT
               IF PURGED-COUNT = 0
                   MOVE '  (NONE)' TO DETAIL-LINE
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF
           CLOSE REPORT-FILE.
           EXIT SECTION.

       REPORT-ONE-FILE SECTION.
           MOVE HK-RETAIN(FILE-IDX) TO RETAIN-EDITED.
           MOVE HK-KEEP-DAYS(FILE-IDX) TO KEEP-EDITED.
           IF FILE-IS-STATUS
               MOVE 'LINES' TO RETAIN-UNIT
           ELSE
               MOVE 'DAYS' TO RETAIN-UNIT
           END-IF
           MOVE HK-BEFORE-COUNT(FILE-IDX) TO BEFORE-EDITED.
           MOVE HK-ARCHIVED-COUNT(FILE-IDX) TO ARCHIVED-EDITED.
           MOVE HK-AFTER-COUNT(FILE-IDX) TO AFTER-EDITED.
           MOVE HK-ACTIVE-COUNT(FILE-IDX) TO ACTIVE-EDITED.
           MOVE SPACES TO DETAIL-LINE.
           STRING HK-CODE(FILE-IDX)                DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  RETAIN-EDITED                    DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  RETAIN-UNIT                      DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  KEEP-EDITED                      DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  BEFORE-EDITED                    DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  ARCHIVED-EDITED                  DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  AFTER-EDITED                     DELIMITED BY SIZE
                  '    '                           DELIMITED BY SIZE
                  ACTIVE-EDITED                    DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  HK-RESULT-TEXT(FILE-IDX)         DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       REPORT-ONE-ARCHIVE-WRITTEN SECTION.
           IF HK-ARCHIVE-WRITTEN(FILE-IDX) NOT = SPACES
               MOVE HK-ARCHIVED-COUNT(FILE-IDX) TO ARCHIVED-EDITED
               MOVE SPACES TO DETAIL-LINE
               STRING '  '                         DELIMITED BY SIZE
                      HK-CODE(FILE-IDX)            DELIMITED BY SIZE
                      ARCHIVED-EDITED              DELIMITED BY SIZE
                      ' LINES TO '                 DELIMITED BY SIZE
                      HK-ARCHIVE-WRITTEN(FILE-IDX) DELIMITED BY SIZE
                   INTO DETAIL-LINE
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF
           EXIT SECTION.

       REPORT-ONE-PURGED-ARCHIVE SECTION.
           IF CAT-WAS-PURGED(CATALOG-IDX)
               MOVE SPACES TO DETAIL-LINE
               STRING '  '                         DELIMITED BY SIZE
                      CAT-FILE-CODE(CATALOG-IDX)   DELIMITED BY SIZE
                      CAT-DATE(CATALOG-IDX)        DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      CAT-ARCHIVE-PATH(CATALOG-IDX)
                                                   DELIMITED BY SIZE
                   INTO DETAIL-LINE
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF
           EXIT SECTION.

       WRITE-DETAIL-LINE SECTION.
           MOVE DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-BLANK-LINE SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> The live file, its .hk-new copy and today's archive for the
      *> file FILE-IDX points at.
       BUILD-FILE-PATHS SECTION.
           MOVE SPACES TO LIVE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)  DELIMITED BY SIZE
                  '/'                             DELIMITED BY SIZE
                  FUNCTION TRIM(HK-LIVE-NAME(FILE-IDX))
                                                  DELIMITED BY SIZE
               INTO LIVE-PATH
           END-STRING
           MOVE SPACES TO LIVE-NEW-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)  DELIMITED BY SIZE
                  '/'                             DELIMITED BY SIZE
                  FUNCTION TRIM(HK-ARCHIVE-STEM(FILE-IDX))
                                                  DELIMITED BY SIZE
                  '.hk-new'                       DELIMITED BY SIZE
               INTO LIVE-NEW-PATH
           END-STRING
           MOVE SPACES TO ARCHIVE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)  DELIMITED BY SIZE
                  '/archive/'                     DELIMITED BY SIZE
                  FUNCTION TRIM(HK-ARCHIVE-STEM(FILE-IDX))
                                                  DELIMITED BY SIZE
                  '-'                             DELIMITED BY SIZE
                  TODAY-DATE                      DELIMITED BY SIZE
                  HK-ARCHIVE-EXT(FILE-IDX)        DELIMITED BY SIZE
               INTO ARCHIVE-PATH
           END-STRING
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
           MOVE SPACES TO POLICY-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/housekeeping.dat'
                                                  DELIMITED BY SIZE
               INTO POLICY-PATH
           END-STRING
           MOVE SPACES TO CATALOG-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/archive/catalog.dat'
                                                  DELIMITED BY SIZE
               INTO CATALOG-PATH
           END-STRING
           MOVE SPACES TO CATALOG-NEW-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/archive/catalog.new'
                                                  DELIMITED BY SIZE
               INTO CATALOG-NEW-PATH
           END-STRING
           MOVE SPACES TO HOUSEKEEPING-REPORT-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/housekeeping-report.txt'
                                                  DELIMITED BY SIZE
               INTO HOUSEKEEPING-REPORT-PATH
           END-STRING
           MOVE SPACES TO AUDIT-ANCHOR-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/audit-anchor.dat'
                                                  DELIMITED BY SIZE
               INTO AUDIT-ANCHOR-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM FILE-HOUSEKEEPING.
