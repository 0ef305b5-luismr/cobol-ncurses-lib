       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-DEF-EDITOR.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Full-screen maintenance console for the job-definition file
      *> (data/job-def.dat) that drives the whole submission flow, so
      *> a mistyped column stops silently breaking a job's parameter
      *> screen. Built from the same pieces as SCREEN-DEF-EDITOR and
      *> CODE-TABLE-EDITOR: NCURSES-MENU lists the jobs (plus ADD and
      *> EXIT rows) and, per job, its parameter fields ('F' lines)
      *> and predecessors ('D' lines); NCURSES-FIELD edits a job's
      *> 'J' line - description, minimum authority, deadline and the
      *> four-eyes flag - or one field or predecessor; NCURSES-DIALOG
      *> confirms deletes and the save. Jobs, fields and predecessors
      *> can each be added, changed, moved up or down and deleted.
      *> Anything else under a job - its 'R' retry policy, comment
      *> lines - is carried through untouched, and so is whatever
      *> follows the four-eyes flag on a 'J' line or the code table
      *> on an 'F' line. Edits are made on the in-memory copy and
      *> written together on EXIT, and only when the whole file
      *> checks clean: field types N/A/D/B with lengths 1-40 (8 for
      *> a date), each named code table on the code-table file, each
      *> predecessor a defined job, and no chain of predecessors
      *> that comes back round to where it started. The rewrite is
      *> safe - job-def.new, renamed over the live file - and every
      *> change that reached the file goes on the audit trail then,
      *> with a JD-SAVE line after them. Who may edit is configured,
      *> not built in: the keymap file's "JDEF n" line names the
      *> lowest authority level let in, and without one only level 9
      *> is, since the four-eyes flags are edited here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEF-FILE ASSIGN TO JOB-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-DEF-STATUS.
           SELECT JOB-DEF-NEW-FILE ASSIGN TO JOB-DEF-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT KEYMAP-FILE ASSIGN TO KEYMAP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS KEYMAP-STATUS.
           SELECT CODE-TABLE-FILE ASSIGN TO CODE-TABLE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODE-TABLE-KEY
               FILE STATUS CODE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEF-FILE.
       01  JOB-DEF-LINE.
           05 JOB-DEF-RECORD-TYPE    PIC X.
              88 JOB-DEF-IS-JOB          VALUE 'J'.
              88 JOB-DEF-IS-FIELD        VALUE 'F'.
              88 JOB-DEF-IS-DEPEND       VALUE 'D'.
              88 JOB-DEF-IS-COMMENT      VALUE '*'.
           05 FILLER                 PIC X.
           05 JOB-DEF-NAME           PIC X(8).
           05 FILLER                 PIC X.
           05 JOB-DEF-DETAIL         PIC X(64).
           05 JOB-DEF-DETAIL-FIELD REDEFINES JOB-DEF-DETAIL.
               10 DEF-FIELD-LABEL    PIC X(12).
               10 FILLER             PIC X.
               10 DEF-FIELD-LEN      PIC X(2).
               10 FILLER             PIC X.
               10 DEF-FIELD-TYPE     PIC X.
               10 FILLER             PIC X.
               10 DEF-FIELD-REQUIRED PIC X.
               10 FILLER             PIC X.
               10 DEF-FIELD-TABLE    PIC X(8).
               10 DEF-FIELD-TAIL     PIC X(36).
      *> Alternate view of the detail for a 'D' line: the job this
      *> one depends on having ended clean.
           05 JOB-DEF-DETAIL-DEPEND REDEFINES JOB-DEF-DETAIL.
               10 DEF-PREDECESSOR    PIC X(8).
               10 FILLER             PIC X(56).
      *> Alternate view of the detail for a 'J' line: description,
      *> minimum authority, the HH:MM deadline DEADLINE-WATCHER
      *> reads, the four-eyes flag, and whatever follows it.
           05 JOB-DEF-DETAIL-JOB REDEFINES JOB-DEF-DETAIL.
               10 DEF-JOB-DESCRIPTION PIC X(40).
               10 FILLER             PIC X.
               10 DEF-JOB-MIN-AUTH   PIC X.
               10 FILLER             PIC X.
               10 DEF-JOB-DEADLINE   PIC X(5).
               10 FILLER             PIC X.
               10 DEF-JOB-APPROVAL   PIC X.
               10 DEF-JOB-TAIL       PIC X(14).
       01  JOB-DEF-RAW-LINE          PIC X(75).
       FD  JOB-DEF-NEW-FILE.
       01  JOB-DEF-NEW-RECORD        PIC X(75).
       FD  KEYMAP-FILE.
      *> Of the keymap file only the "JDEF n" setting matters here.
       01  KEYMAP-SETTING-RECORD.
           05 KEYMAP-SETTING-TAG     PIC X(4).
           05 FILLER                 PIC X.
           05 KEYMAP-SETTING-VALUE   PIC 9(4).
           05 FILLER                 PIC X(5).
       FD  CODE-TABLE-FILE.
       COPY "code-table.cpy".

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 JOB-DEF-PATH              PIC X(40).
       01 JOB-DEF-NEW-PATH          PIC X(40).
       01 KEYMAP-PATH               PIC X(40).
       01 CODE-TABLE-PATH           PIC X(40).

       01 JOB-DEF-STATUS             PIC XX.
           88 JOB-DEF-OK             VALUE '00'.
       01 KEYMAP-STATUS              PIC XX.
           88 KEYMAP-OK              VALUE '00'.
       01 CODE-FILE-STATUS           PIC XX.
           88 CODE-FILE-OK           VALUE '00'.
       01 END-OF-DEF-SWITCH          PIC X.
           88 END-OF-JOB-DEF-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-KEYMAP-SWITCH       PIC X.
           88 END-OF-KEYMAP-FILE     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 DEF-OVERFLOW-SWITCH        PIC X VALUE 'N'.
           88 JOB-DEF-FILE-OVERFLOWS VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 EDITOR-DONE-SWITCH         PIC X VALUE 'N'.
           88 EDITOR-IS-DONE         VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> In-memory copy of the whole job-definition file; edits
      *> happen here and the file is rewritten from this table in
      *> one pass. Capacity matches what JOB-SUBMIT-CONSOLE offers.
      *> Lines before the first 'J' line are kept as they stand.
       01 HEADER-LINE-COUNT          PIC 9(2) VALUE 0.
       01 HEADER-LINE-CAPACITY       PIC 9(2) VALUE 10.
       01 HEADER-LINE-TABLE.
           05 HEADER-LINE OCCURS 10 TIMES PIC X(75).
       01 HEADER-IDX                 PIC 9(2).
       01 JOB-COUNT                  PIC 9(2) VALUE 0.
       01 JOB-CAPACITY               PIC 9(2) VALUE 18.
       01 JOB-TABLE.
           05 JOB-TABLE-ENTRY OCCURS 18 TIMES.
               10 JT-NAME            PIC X(8).
               10 JT-DESCRIPTION     PIC X(40).
               10 JT-MIN-AUTH        PIC X.
               10 JT-DEADLINE        PIC X(5).
               10 JT-APPROVAL        PIC X.
               10 JT-JOB-TAIL        PIC X(14).
               10 JT-FIELD-COUNT     PIC 9(2).
               10 JT-FIELD-DEF OCCURS 10 TIMES.
                   15 JT-FIELD-LABEL    PIC X(12).
                   15 JT-FIELD-LEN      PIC X(2).
                   15 JT-FIELD-TYPE     PIC X.
                   15 JT-FIELD-REQUIRED PIC X.
                   15 JT-FIELD-TABLE    PIC X(8).
                   15 JT-FIELD-TAIL     PIC X(36).
               10 JT-PRED-COUNT      PIC 9.
               10 JT-PREDECESSOR OCCURS 4 TIMES PIC X(8).
      *> 'R' lines, comments and anything else filed under the job,
      *> written back after its 'F' lines.
               10 JT-EXTRA-COUNT     PIC 9.
               10 JT-EXTRA-LINE OCCURS 5 TIMES PIC X(75).
               10 JT-RESOLVED        PIC X.
                  88 JT-IS-RESOLVED        VALUE 'Y'.
       01 JOB-IDX                    PIC 9(2).
       01 OTHER-JOB-IDX              PIC 9(2).
       01 PICKED-JOB-IDX             PIC 9(2).
       01 FIELD-IDX                  PIC 9(2).
       01 PICKED-FIELD-IDX           PIC 9(2).
       01 PRED-IDX                   PIC 9.
       01 OTHER-PRED-IDX             PIC 9.
       01 PICKED-PRED-IDX            PIC 9.
       01 EXTRA-IDX                  PIC 9.
      *> Swap areas for moving a job, field or predecessor up or
      *> down; each is at least as long as what it holds.
       01 JOB-HOLD-AREA              PIC X(1200).
       01 FIELD-HOLD-AREA            PIC X(60).
       01 PRED-HOLD-AREA             PIC X(8).
       01 SWAP-IDX                   PIC 9(2).
       01 MOVE-DIRECTION             PIC X(4).

      *> ---- menu windows ------------------------------------------
       01 MENU-WIN-ID                USAGE POINTER.
       01 MENU-ITEM-COUNT            PIC 9(2).
       COPY "menu-items.cpy".
       01 SELECTED-INDEX             PIC 9(2).
       01 CANCELLED-FLAG             PIC X.
       01 ADD-ROW-INDEX              PIC 9(2).
       01 EXIT-ROW-INDEX             PIC 9(2).
       01 MENU-HEIGHT                PIC 9(2).
       01 LIST-DONE-SWITCH           PIC X.
           88 LIST-IS-DONE           VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

       01 ACTION-WIN-ID              USAGE POINTER.
       01 ACTION-ITEM-COUNT          PIC 9(2).
       01 ACTION-ITEM-TABLE.
           05 ACTION-ITEM-ENTRY OCCURS 20 TIMES PIC X(40).
       01 ACTION-SELECTED-INDEX      PIC 9(2).
       01 ACTION-HEIGHT              PIC 9(2).
       01 ACTION-TITLE               PIC X(26).

      *> ---- field-entry window ------------------------------------
       01 FIELD-WIN-ID               USAGE POINTER.
       01 FIELD-COUNT                PIC 9(2).
       COPY "field-def.cpy".
       01 FORM-HEIGHT                PIC 9(2).
       01 FORM-LABEL-TABLE.
           05 FORM-LABEL OCCURS 5 TIMES PIC X(12).

      *> ---- dialog ------------------------------------------------
       01 DIALOG-MESSAGE             PIC X(60).
       01 DIALOG-TYPE                PIC X.
       01 DIALOG-ANSWER              PIC X.

      *> ---- window dressing ---------------------------------------
       01 EDIT-WIN-TITLE             PIC X(40).
       01 TITLE-START-COL            PIC 9(3).
       01 LABEL-IDX                  PIC 9(2).
       01 LABEL-ROW                  PIC 9(3).

      *> ---- candidate values under check --------------------------
      *> What the form handed back (or, at save, what the table
      *> holds), checked by the same sections either way; the first
      *> thing wrong goes in CHECK-PROBLEM for the dialog.
       01 CAND-JOB.
           05 CAND-NAME              PIC X(8).
           05 CAND-DESCRIPTION       PIC X(40).
           05 CAND-MIN-AUTH          PIC X.
           05 CAND-DEADLINE.
               10 CAND-DEADLINE-HH   PIC X(2).
               10 CAND-DEADLINE-SEP  PIC X.
               10 CAND-DEADLINE-MM   PIC X(2).
           05 CAND-APPROVAL          PIC X.
       01 CAND-FIELD.
           05 CAND-FIELD-LABEL       PIC X(12).
           05 CAND-FIELD-LEN         PIC X(2).
           05 CAND-FIELD-LEN-NUM REDEFINES CAND-FIELD-LEN PIC 9(2).
           05 CAND-FIELD-TYPE        PIC X.
              88 CAND-TYPE-IS-KNOWN      VALUE 'N' 'A' 'D' 'B'.
              88 CAND-TYPE-IS-DATE       VALUE 'D' 'B'.
           05 CAND-FIELD-REQUIRED    PIC X.
           05 CAND-FIELD-TABLE       PIC X(8).
       01 CAND-PREDECESSOR           PIC X(8).
       01 CAND-JOB-IDX               PIC 9(2).
       01 CHECK-PROBLEM              PIC X(60).
       01 OLD-JOB-NAME               PIC X(8).
       01 NEW-ENTRY-SWITCH           PIC X.
           88 ENTRY-IS-NEW           VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 TABLE-FOUND-SWITCH         PIC X.
           88 CODE-TABLE-IS-ON-FILE  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 LOOP-PROGRESS-SWITCH       PIC X.
           88 LOOP-PASS-RESOLVED-ONE VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PREDS-RESOLVED-SWITCH      PIC X.
           88 ALL-PREDS-RESOLVED     VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 LEN-EDITED                 PIC Z9.

      *> ---- changes waiting for the save --------------------------
      *> Each change is noted as it is made and goes on the audit
      *> trail only once the file it describes is written; a
      *> session of more changes than fit is summed up in one line.
       01 PENDING-COUNT              PIC 9(3) VALUE 0.
       01 PENDING-CAPACITY           PIC 9(3) VALUE 100.
       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 100 TIMES.
               10 PENDING-ACTION     PIC X(10).
               10 PENDING-WINDOW     PIC X(40).
       01 PENDING-IDX                PIC 9(3).
       01 PENDING-OVERFLOW-COUNT     PIC 9(5) VALUE 0.
       01 CHANGE-TOTAL               PIC 9(5).
       01 CHANGE-TOTAL-EDITED        PIC Z(4)9.
       01 CHANGE-ACTION              PIC X(10).
       01 CHANGE-WINDOW              PIC X(40).
       01 FILE-SAVED-SWITCH          PIC X.
           88 FILE-WAS-SAVED         VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- operator authority ------------------------------------
      *> The lowest level let in; the keymap file's JDEF line sets
      *> it, and without one only the highest level may edit.
       01 EDITOR-MIN-AUTH-LEVEL      PIC 9 VALUE 9.

      *> ---- safe rewrite via the C library ------------------------
       01 RENAME-OLD-NAME            PIC X(40).
       01 RENAME-NEW-NAME            PIC X(40).
       01 RENAME-RESULT              PIC S9(9) COMP-5.

       COPY "util-control.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           MOVE 'Y' TO UTIL-ENABLE-MOUSE.
           MOVE 'JOB-DEF-EDITOR' TO UTIL-AUDIT-PROGRAM.
           CALL 'NCURSES-UTIL' USING 'INITIALIZE-NCURSES', UTIL-CONTROL.
           PERFORM LOAD-EDITOR-AUTHORITY.
           PERFORM LOAD-JOB-DEF-TABLE.
           SET EDITOR-IS-DONE TO FALSE.
           CALL 'NCURSES-UTIL' USING 'GET-OPERATOR', UTIL-CONTROL.
           IF UTIL-AUTH-LEVEL < EDITOR-MIN-AUTH-LEVEL
               MOVE 'NOT AUTHORIZED FOR JOB-DEFINITION MAINTENANCE'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
               MOVE 'DENIED' TO UTIL-AUDIT-ACTION
               MOVE SPACES TO UTIL-AUDIT-WINDOW
               PERFORM WRITE-EDITOR-AUDIT-LINE
               SET EDITOR-IS-DONE TO TRUE
           END-IF
           IF JOB-DEF-FILE-OVERFLOWS AND NOT EDITOR-IS-DONE
               MOVE 'JOB FILE TOO LARGE FOR THIS EDITOR'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
               SET EDITOR-IS-DONE TO TRUE
           END-IF
           PERFORM PICK-AND-MAINTAIN UNTIL EDITOR-IS-DONE.
           CALL 'NCURSES-UTIL' USING 'UNLOAD-NCURSES', UTIL-CONTROL.
           STOP RUN.

      *> A JDEF line outside 0-9 is ignored, leaving the default.
       LOAD-EDITOR-AUTHORITY SECTION.
           SET END-OF-KEYMAP-FILE TO FALSE.
           OPEN INPUT KEYMAP-FILE.
           IF KEYMAP-OK
               PERFORM READ-KEYMAP-SETTING
               PERFORM APPLY-KEYMAP-SETTING UNTIL END-OF-KEYMAP-FILE
               CLOSE KEYMAP-FILE
           END-IF
           EXIT SECTION.

       READ-KEYMAP-SETTING SECTION.
           READ KEYMAP-FILE
               AT END
                   SET END-OF-KEYMAP-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       APPLY-KEYMAP-SETTING SECTION.
           IF KEYMAP-SETTING-TAG = 'JDEF'
                   AND KEYMAP-SETTING-VALUE IS NUMERIC
                   AND KEYMAP-SETTING-VALUE <= 9
               MOVE KEYMAP-SETTING-VALUE TO EDITOR-MIN-AUTH-LEVEL
           END-IF
           PERFORM READ-KEYMAP-SETTING.
           EXIT SECTION.

      *> 'J' lines open a job; 'F' and 'D' lines attach to the job
      *> most recently opened, the way every reader of the file
      *> takes it; anything else is kept with that job as it stands.
      *> More jobs, fields, predecessors or other lines than the
      *> table carries means the file cannot be edited here: every
      *> save rewrites it from the table and would drop the rest.
       LOAD-JOB-DEF-TABLE SECTION.
           MOVE 0 TO HEADER-LINE-COUNT.
           MOVE 0 TO JOB-COUNT.
           SET JOB-DEF-FILE-OVERFLOWS TO FALSE.
           SET END-OF-JOB-DEF-FILE TO FALSE.
           OPEN INPUT JOB-DEF-FILE.
           IF JOB-DEF-OK
               PERFORM READ-JOB-DEF-LINE
               PERFORM STORE-JOB-DEF-LINE
                   UNTIL END-OF-JOB-DEF-FILE
                   OR JOB-DEF-FILE-OVERFLOWS
               CLOSE JOB-DEF-FILE
           END-IF
           EXIT SECTION.

       READ-JOB-DEF-LINE SECTION.
           READ JOB-DEF-FILE
               AT END
                   SET END-OF-JOB-DEF-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-JOB-DEF-LINE SECTION.
           EVALUATE TRUE
               WHEN JOB-DEF-IS-JOB
                   IF JOB-COUNT < JOB-CAPACITY
                       ADD 1 TO JOB-COUNT
                       PERFORM STORE-JOB-LINE
                   ELSE
                       SET JOB-DEF-FILE-OVERFLOWS TO TRUE
                   END-IF
               WHEN JOB-COUNT = 0
                   IF HEADER-LINE-COUNT < HEADER-LINE-CAPACITY
                       ADD 1 TO HEADER-LINE-COUNT
                       MOVE JOB-DEF-RAW-LINE
                           TO HEADER-LINE(HEADER-LINE-COUNT)
                   ELSE
                       SET JOB-DEF-FILE-OVERFLOWS TO TRUE
                   END-IF
               WHEN JOB-DEF-IS-FIELD
                   IF JT-FIELD-COUNT(JOB-COUNT) < 10
                       ADD 1 TO JT-FIELD-COUNT(JOB-COUNT)
                       PERFORM STORE-FIELD-LINE
                   ELSE
                       SET JOB-DEF-FILE-OVERFLOWS TO TRUE
                   END-IF
               WHEN JOB-DEF-IS-DEPEND
                   IF JT-PRED-COUNT(JOB-COUNT) < 4
                       ADD 1 TO JT-PRED-COUNT(JOB-COUNT)
                       MOVE DEF-PREDECESSOR
                           TO JT-PREDECESSOR(JOB-COUNT,
                               JT-PRED-COUNT(JOB-COUNT))
                   ELSE
                       SET JOB-DEF-FILE-OVERFLOWS TO TRUE
                   END-IF
               WHEN OTHER
                   IF JT-EXTRA-COUNT(JOB-COUNT) < 5
                       ADD 1 TO JT-EXTRA-COUNT(JOB-COUNT)
                       MOVE JOB-DEF-RAW-LINE
                           TO JT-EXTRA-LINE(JOB-COUNT,
                               JT-EXTRA-COUNT(JOB-COUNT))
                   ELSE
                       SET JOB-DEF-FILE-OVERFLOWS TO TRUE
                   END-IF
           END-EVALUATE
           PERFORM READ-JOB-DEF-LINE.
           EXIT SECTION.

       STORE-JOB-LINE SECTION.
           MOVE JOB-DEF-NAME TO JT-NAME(JOB-COUNT).
           MOVE DEF-JOB-DESCRIPTION TO JT-DESCRIPTION(JOB-COUNT).
           MOVE DEF-JOB-MIN-AUTH TO JT-MIN-AUTH(JOB-COUNT).
           MOVE DEF-JOB-DEADLINE TO JT-DEADLINE(JOB-COUNT).
           MOVE DEF-JOB-APPROVAL TO JT-APPROVAL(JOB-COUNT).
           MOVE DEF-JOB-TAIL TO JT-JOB-TAIL(JOB-COUNT).
           MOVE 0 TO JT-FIELD-COUNT(JOB-COUNT).
           MOVE 0 TO JT-PRED-COUNT(JOB-COUNT).
           MOVE 0 TO JT-EXTRA-COUNT(JOB-COUNT).
           EXIT SECTION.

       STORE-FIELD-LINE SECTION.
           MOVE JT-FIELD-COUNT(JOB-COUNT) TO FIELD-IDX.
           MOVE DEF-FIELD-LABEL TO JT-FIELD-LABEL(JOB-COUNT, FIELD-IDX).
           MOVE DEF-FIELD-LEN TO JT-FIELD-LEN(JOB-COUNT, FIELD-IDX).
           MOVE DEF-FIELD-TYPE TO JT-FIELD-TYPE(JOB-COUNT, FIELD-IDX).
           MOVE DEF-FIELD-REQUIRED
               TO JT-FIELD-REQUIRED(JOB-COUNT, FIELD-IDX).
           MOVE DEF-FIELD-TABLE TO JT-FIELD-TABLE(JOB-COUNT, FIELD-IDX).
           MOVE DEF-FIELD-TAIL TO JT-FIELD-TAIL(JOB-COUNT, FIELD-IDX).
           EXIT SECTION.

      *> One trip through the main menu: the job list plus an ADD
      *> row and an EXIT row; Esc leaves the same as the EXIT row.
       PICK-AND-MAINTAIN SECTION.
           PERFORM BUILD-JOB-MENU.
           MOVE 'JOB DEFINITIONS' TO EDIT-WIN-TITLE.
           PERFORM OPEN-MENU-WINDOW.
           CALL 'NCURSES-MENU' USING MENU-WIN-ID, MENU-ITEM-COUNT,
                                      MENU-ITEM-TABLE, SELECTED-INDEX,
                                      CANCELLED-FLAG.
           PERFORM CLOSE-MENU-WINDOW.
           EVALUATE TRUE
               WHEN CANCELLED-FLAG = 'Y'
                   PERFORM CONFIRM-EDITOR-EXIT
               WHEN SELECTED-INDEX = EXIT-ROW-INDEX
                   PERFORM CONFIRM-EDITOR-EXIT
               WHEN SELECTED-INDEX = ADD-ROW-INDEX
                   PERFORM ADD-NEW-JOB
               WHEN SELECTED-INDEX >= 1
                   AND SELECTED-INDEX <= JOB-COUNT
                   MOVE SELECTED-INDEX TO PICKED-JOB-IDX
                   PERFORM MAINTAIN-ONE-JOB
           END-EVALUATE
           EXIT SECTION.

       BUILD-JOB-MENU SECTION.
           MOVE SPACES TO MENU-ITEM-TABLE.
           PERFORM BUILD-ONE-JOB-ROW
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT.
           COMPUTE ADD-ROW-INDEX = JOB-COUNT + 1.
           COMPUTE EXIT-ROW-INDEX = JOB-COUNT + 2.
           MOVE '< ADD NEW JOB >' TO MENU-ITEM-ENTRY(ADD-ROW-INDEX).
           MOVE '< EXIT >' TO MENU-ITEM-ENTRY(EXIT-ROW-INDEX).
           MOVE EXIT-ROW-INDEX TO MENU-ITEM-COUNT.
           EXIT SECTION.

       BUILD-ONE-JOB-ROW SECTION.
           STRING JT-NAME(JOB-IDX)                DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  JT-DESCRIPTION(JOB-IDX)         DELIMITED BY SIZE
               INTO MENU-ITEM-ENTRY(JOB-IDX)
           END-STRING.
           EXIT SECTION.

      *> The list windows are sized to their rows, boxed, with the
      *> title centred on the top edge.
       OPEN-MENU-WINDOW SECTION.
           COMPUTE MENU-HEIGHT = MENU-ITEM-COUNT + 2.
           CALL 'newwin' USING MENU-HEIGHT, 44, 1, 2
               RETURNING MENU-WIN-ID.
           CALL 'keypad' USING MENU-WIN-ID, 1.
           CALL 'box' USING MENU-WIN-ID, 0, 0.
           COMPUTE TITLE-START-COL =
               (44 - FUNCTION LENGTH(FUNCTION TRIM(EDIT-WIN-TITLE)))
               / 2.
           CALL 'mvwprintw' USING MENU-WIN-ID, 0, TITLE-START-COL,
               "%s", FUNCTION TRIM(EDIT-WIN-TITLE).
           CALL 'wrefresh' USING MENU-WIN-ID.
           EXIT SECTION.

       CLOSE-MENU-WINDOW SECTION.
           CALL 'werase' USING MENU-WIN-ID.
           CALL 'wrefresh' USING MENU-WIN-ID.
           CALL 'delwin' USING MENU-WIN-ID.
           EXIT SECTION.

      *> The small pop-up of things to do to the picked job, field
      *> or predecessor; ACTION-ITEM-TABLE and ACTION-TITLE are
      *> filled in by the caller.
       RUN-ACTION-MENU SECTION.
           COMPUTE ACTION-HEIGHT = ACTION-ITEM-COUNT + 2.
           CALL 'newwin' USING ACTION-HEIGHT, 30, 6, 24
               RETURNING ACTION-WIN-ID.
           CALL 'keypad' USING ACTION-WIN-ID, 1.
           CALL 'box' USING ACTION-WIN-ID, 0, 0.
           CALL 'mvwprintw' USING ACTION-WIN-ID, 0, 2,
               "%s", FUNCTION TRIM(ACTION-TITLE).
           CALL 'wrefresh' USING ACTION-WIN-ID.
           CALL 'NCURSES-MENU' USING ACTION-WIN-ID, ACTION-ITEM-COUNT,
                                      ACTION-ITEM-TABLE,
                                      ACTION-SELECTED-INDEX,
                                      CANCELLED-FLAG.
           CALL 'werase' USING ACTION-WIN-ID.
           CALL 'wrefresh' USING ACTION-WIN-ID.
           CALL 'delwin' USING ACTION-WIN-ID.
           IF CANCELLED-FLAG = 'Y'
               MOVE 0 TO ACTION-SELECTED-INDEX
           END-IF
           EXIT SECTION.

      *> Second-level menu for a picked job.
       MAINTAIN-ONE-JOB SECTION.
           MOVE SPACES TO ACTION-ITEM-TABLE.
           MOVE 'EDIT JOB DETAILS' TO ACTION-ITEM-ENTRY(1).
           MOVE 'PARAMETER FIELDS' TO ACTION-ITEM-ENTRY(2).
           MOVE 'PREDECESSORS' TO ACTION-ITEM-ENTRY(3).
           MOVE 'MOVE UP' TO ACTION-ITEM-ENTRY(4).
           MOVE 'MOVE DOWN' TO ACTION-ITEM-ENTRY(5).
           MOVE 'DELETE JOB' TO ACTION-ITEM-ENTRY(6).
           MOVE 'BACK' TO ACTION-ITEM-ENTRY(7).
           MOVE 7 TO ACTION-ITEM-COUNT.
           MOVE JT-NAME(PICKED-JOB-IDX) TO ACTION-TITLE.
           PERFORM RUN-ACTION-MENU.
           EVALUATE ACTION-SELECTED-INDEX
               WHEN 1
                   SET ENTRY-IS-NEW TO FALSE
                   PERFORM EDIT-JOB-DETAILS
               WHEN 2
                   PERFORM MAINTAIN-JOB-FIELDS
               WHEN 3
                   PERFORM MAINTAIN-JOB-PREDECESSORS
               WHEN 4
                   IF PICKED-JOB-IDX > 1
                       COMPUTE SWAP-IDX = PICKED-JOB-IDX - 1
                       MOVE 'UP' TO MOVE-DIRECTION
                       PERFORM SWAP-JOB-ENTRIES
                   END-IF
               WHEN 5
                   IF PICKED-JOB-IDX < JOB-COUNT
                       COMPUTE SWAP-IDX = PICKED-JOB-IDX + 1
                       MOVE 'DOWN' TO MOVE-DIRECTION
                       PERFORM SWAP-JOB-ENTRIES
                   END-IF
               WHEN 6
                   PERFORM DELETE-JOB
           END-EVALUATE
           EXIT SECTION.

      *> Moves the picked job to SWAP-IDX and the job there into its
      *> place; MOVE-DIRECTION says which way for the audit trail.
       SWAP-JOB-ENTRIES SECTION.
           MOVE JOB-TABLE-ENTRY(PICKED-JOB-IDX) TO JOB-HOLD-AREA.
           MOVE JOB-TABLE-ENTRY(SWAP-IDX)
               TO JOB-TABLE-ENTRY(PICKED-JOB-IDX).
           MOVE JOB-HOLD-AREA TO JOB-TABLE-ENTRY(SWAP-IDX).
           MOVE 'JD-MOVE' TO CHANGE-ACTION.
           MOVE SPACES TO CHANGE-WINDOW.
           STRING FUNCTION TRIM(JT-NAME(SWAP-IDX))
                                                  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  MOVE-DIRECTION                  DELIMITED BY SIZE
               INTO CHANGE-WINDOW
           END-STRING
           PERFORM NOTE-CHANGE.
           EXIT SECTION.

       ADD-NEW-JOB SECTION.
           IF JOB-COUNT >= JOB-CAPACITY
               MOVE 'JOB FILE IS FULL' TO DIALOG-MESSAGE
               PERFORM SHOW-EDITOR-MESSAGE
               EXIT SECTION
           END-IF
           ADD 1 TO JOB-COUNT.
           MOVE JOB-COUNT TO PICKED-JOB-IDX.
           MOVE SPACES TO JOB-TABLE-ENTRY(PICKED-JOB-IDX).
           MOVE 0 TO JT-FIELD-COUNT(PICKED-JOB-IDX).
           MOVE 0 TO JT-PRED-COUNT(PICKED-JOB-IDX).
           MOVE 0 TO JT-EXTRA-COUNT(PICKED-JOB-IDX).
           MOVE 'N' TO JT-APPROVAL(PICKED-JOB-IDX).
           SET ENTRY-IS-NEW TO TRUE.
           PERFORM EDIT-JOB-DETAILS.
      *> A brand-new job the operator cancelled (or left unnamed)
      *> must not survive as a blank line in the file.
           IF JT-NAME(PICKED-JOB-IDX) = SPACES
               SUBTRACT 1 FROM JOB-COUNT
           END-IF
           EXIT SECTION.

      *> The 'J' line's own values on one form. A name change is
      *> carried into every other job's predecessor list, so
      *> renaming a job never strands the jobs that wait on it.
       EDIT-JOB-DETAILS SECTION.
           PERFORM BUILD-JOB-FORM.
           MOVE 'EDIT JOB' TO EDIT-WIN-TITLE.
           PERFORM RUN-EDIT-FORM.
           IF CANCELLED-FLAG = 'Y'
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(FIELD-VALUE(1)(1:8)) TO CAND-NAME.
           MOVE FIELD-VALUE(2)(1:40) TO CAND-DESCRIPTION.
           MOVE FIELD-VALUE(3)(1:1) TO CAND-MIN-AUTH.
           MOVE FIELD-VALUE(4)(1:5) TO CAND-DEADLINE.
           MOVE FUNCTION UPPER-CASE(FIELD-VALUE(5)(1:1))
               TO CAND-APPROVAL.
           MOVE PICKED-JOB-IDX TO CAND-JOB-IDX.
           PERFORM CHECK-JOB-DETAILS.
           IF CHECK-PROBLEM NOT = SPACES
               MOVE CHECK-PROBLEM TO DIALOG-MESSAGE
               PERFORM SHOW-EDITOR-MESSAGE
               EXIT SECTION
           END-IF
           MOVE JT-NAME(PICKED-JOB-IDX) TO OLD-JOB-NAME.
           MOVE CAND-NAME TO JT-NAME(PICKED-JOB-IDX).
           MOVE CAND-DESCRIPTION TO JT-DESCRIPTION(PICKED-JOB-IDX).
           MOVE CAND-MIN-AUTH TO JT-MIN-AUTH(PICKED-JOB-IDX).
           MOVE CAND-DEADLINE TO JT-DEADLINE(PICKED-JOB-IDX).
           IF CAND-APPROVAL = SPACE
               MOVE 'N' TO JT-APPROVAL(PICKED-JOB-IDX)
           ELSE
               MOVE CAND-APPROVAL TO JT-APPROVAL(PICKED-JOB-IDX)
           END-IF
           MOVE SPACES TO CHANGE-WINDOW.
           IF ENTRY-IS-NEW
               MOVE 'JD-ADD' TO CHANGE-ACTION
               MOVE CAND-NAME TO CHANGE-WINDOW
           ELSE
               MOVE 'JD-CHANGE' TO CHANGE-ACTION
               IF OLD-JOB-NAME = CAND-NAME
                   MOVE CAND-NAME TO CHANGE-WINDOW
               ELSE
                   STRING FUNCTION TRIM(OLD-JOB-NAME)
                                                  DELIMITED BY SIZE
                          ' RENAMED '             DELIMITED BY SIZE
                          CAND-NAME               DELIMITED BY SIZE
                       INTO CHANGE-WINDOW
                   END-STRING
                   PERFORM CARRY-RENAME-TO-ONE-JOB
                       VARYING JOB-IDX FROM 1 BY 1
                       UNTIL JOB-IDX > JOB-COUNT
               END-IF
           END-IF
           PERFORM NOTE-CHANGE.
           EXIT SECTION.

       CARRY-RENAME-TO-ONE-JOB SECTION.
           PERFORM CARRY-RENAME-TO-ONE-PRED
               VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > JT-PRED-COUNT(JOB-IDX).
           EXIT SECTION.

       CARRY-RENAME-TO-ONE-PRED SECTION.
           IF JT-PREDECESSOR(JOB-IDX, PRED-IDX) = OLD-JOB-NAME
               MOVE CAND-NAME TO JT-PREDECESSOR(JOB-IDX, PRED-IDX)
           END-IF
           EXIT SECTION.

       BUILD-JOB-FORM SECTION.
           MOVE 'JOB-DEF-EDITOR' TO FIELD-SCREEN-NAME.
      *> Suspend checkpoints key per job, so an interrupted edit of
      *> one job is never restored over another's.
           MOVE SPACES TO FIELD-SUSPEND-KEY.
           STRING 'JD-'                           DELIMITED BY SIZE
                  JT-NAME(PICKED-JOB-IDX)         DELIMITED BY SIZE
               INTO FIELD-SUSPEND-KEY
           END-STRING
           MOVE 5 TO FIELD-COUNT.
           PERFORM CLEAR-ONE-FORM-FIELD
               VARYING LABEL-IDX FROM 1 BY 1
               UNTIL LABEL-IDX > FIELD-COUNT.
           MOVE 'JOB NAME' TO FORM-LABEL(1).
           MOVE 8 TO FIELD-LEN(1).
           MOVE 'A' TO FIELD-TYPE(1).
           MOVE 'Y' TO FIELD-REQUIRED(1).
           MOVE JT-NAME(PICKED-JOB-IDX) TO FIELD-VALUE(1).
           MOVE 'DESCRIPTION' TO FORM-LABEL(2).
           MOVE 40 TO FIELD-LEN(2).
           MOVE 'A' TO FIELD-TYPE(2).
           MOVE 'Y' TO FIELD-REQUIRED(2).
           MOVE JT-DESCRIPTION(PICKED-JOB-IDX) TO FIELD-VALUE(2).
           MOVE 'MIN AUTH 0-9' TO FORM-LABEL(3).
           MOVE 1 TO FIELD-LEN(3).
           MOVE 'N' TO FIELD-TYPE(3).
           MOVE 'N' TO FIELD-REQUIRED(3).
           MOVE JT-MIN-AUTH(PICKED-JOB-IDX) TO FIELD-VALUE(3).
           MOVE 'DEADLINE' TO FORM-LABEL(4).
           MOVE 5 TO FIELD-LEN(4).
           MOVE 'A' TO FIELD-TYPE(4).
           MOVE 'N' TO FIELD-REQUIRED(4).
           MOVE JT-DEADLINE(PICKED-JOB-IDX) TO FIELD-VALUE(4).
           MOVE 'APPROVAL Y/N' TO FORM-LABEL(5).
           MOVE 1 TO FIELD-LEN(5).
           MOVE 'A' TO FIELD-TYPE(5).
           MOVE 'N' TO FIELD-REQUIRED(5).
           MOVE JT-APPROVAL(PICKED-JOB-IDX) TO FIELD-VALUE(5).
           EXIT SECTION.

       CLEAR-ONE-FORM-FIELD SECTION.
           COMPUTE FIELD-ROW(LABEL-IDX) = LABEL-IDX + 1.
           MOVE 16 TO FIELD-COL(LABEL-IDX).
           MOVE SPACES TO FIELD-VALUE(LABEL-IDX).
           MOVE SPACES TO FIELD-CODE-TABLE(LABEL-IDX).
           MOVE 'Y' TO FIELD-VALID(LABEL-IDX).
           MOVE SPACES TO FORM-LABEL(LABEL-IDX).
           EXIT SECTION.

      *> Drives NCURSES-FIELD over whichever form was just built,
      *> in a window sized to it.
       RUN-EDIT-FORM SECTION.
           COMPUTE FORM-HEIGHT = FIELD-COUNT + 3.
           CALL 'newwin' USING FORM-HEIGHT, 60, 6, 10
               RETURNING FIELD-WIN-ID.
           CALL 'keypad' USING FIELD-WIN-ID, 1.
           CALL 'box' USING FIELD-WIN-ID, 0, 0.
           COMPUTE TITLE-START-COL =
               (60 - FUNCTION LENGTH(FUNCTION TRIM(EDIT-WIN-TITLE)))
               / 2.
           CALL 'mvwprintw' USING FIELD-WIN-ID, 0, TITLE-START-COL,
               "%s", FUNCTION TRIM(EDIT-WIN-TITLE).
           PERFORM DRAW-ONE-FORM-LABEL
               VARYING LABEL-IDX FROM 1 BY 1
               UNTIL LABEL-IDX > FIELD-COUNT.
           CALL 'wrefresh' USING FIELD-WIN-ID.
           CALL 'NCURSES-FIELD' USING FIELD-WIN-ID, FIELD-COUNT,
                                       FIELD-DEF-TABLE,
                                       CANCELLED-FLAG.
           CALL 'werase' USING FIELD-WIN-ID.
           CALL 'wrefresh' USING FIELD-WIN-ID.
           CALL 'delwin' USING FIELD-WIN-ID.
           EXIT SECTION.

       DRAW-ONE-FORM-LABEL SECTION.
           COMPUTE LABEL-ROW = LABEL-IDX + 1.
           CALL 'mvwprintw' USING FIELD-WIN-ID, LABEL-ROW, 2,
               "%s", FORM-LABEL(LABEL-IDX).
           EXIT SECTION.

       DELETE-JOB SECTION.
           MOVE SPACES TO DIALOG-MESSAGE.
           STRING 'DELETE JOB '                   DELIMITED BY SIZE
                  FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' AND ALL ITS LINES?'           DELIMITED BY SIZE
               INTO DIALOG-MESSAGE
           END-STRING
           MOVE 'Y' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           IF DIALOG-ANSWER NOT = 'Y'
               EXIT SECTION
           END-IF
           MOVE 'JD-DELETE' TO CHANGE-ACTION.
           MOVE JT-NAME(PICKED-JOB-IDX) TO CHANGE-WINDOW.
           PERFORM NOTE-CHANGE.
           PERFORM SHIFT-JOBS-UP
               VARYING JOB-IDX FROM PICKED-JOB-IDX BY 1
               UNTIL JOB-IDX >= JOB-COUNT.
           SUBTRACT 1 FROM JOB-COUNT.
           EXIT SECTION.

       SHIFT-JOBS-UP SECTION.
           MOVE JOB-TABLE-ENTRY(JOB-IDX + 1)
               TO JOB-TABLE-ENTRY(JOB-IDX).
           EXIT SECTION.

      *> ---- parameter fields ('F' lines) -------------------------
      *> The picked job's fields in their screen order, plus ADD and
      *> BACK rows, until the operator backs out.
       MAINTAIN-JOB-FIELDS SECTION.
           SET LIST-IS-DONE TO FALSE.
           PERFORM PICK-ONE-FIELD UNTIL LIST-IS-DONE.
           EXIT SECTION.

       PICK-ONE-FIELD SECTION.
           MOVE SPACES TO MENU-ITEM-TABLE.
           PERFORM BUILD-ONE-FIELD-ROW
               VARYING FIELD-IDX FROM 1 BY 1
               UNTIL FIELD-IDX > JT-FIELD-COUNT(PICKED-JOB-IDX).
           COMPUTE ADD-ROW-INDEX = JT-FIELD-COUNT(PICKED-JOB-IDX) + 1.
           COMPUTE EXIT-ROW-INDEX = JT-FIELD-COUNT(PICKED-JOB-IDX) + 2.
           MOVE '< ADD FIELD >' TO MENU-ITEM-ENTRY(ADD-ROW-INDEX).
           MOVE '< BACK >' TO MENU-ITEM-ENTRY(EXIT-ROW-INDEX).
           MOVE EXIT-ROW-INDEX TO MENU-ITEM-COUNT.
           MOVE SPACES TO EDIT-WIN-TITLE.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' FIELDS'                       DELIMITED BY SIZE
               INTO EDIT-WIN-TITLE
           END-STRING
           PERFORM OPEN-MENU-WINDOW.
           CALL 'NCURSES-MENU' USING MENU-WIN-ID, MENU-ITEM-COUNT,
                                      MENU-ITEM-TABLE, SELECTED-INDEX,
                                      CANCELLED-FLAG.
           PERFORM CLOSE-MENU-WINDOW.
           EVALUATE TRUE
               WHEN CANCELLED-FLAG = 'Y'
                   SET LIST-IS-DONE TO TRUE
               WHEN SELECTED-INDEX = EXIT-ROW-INDEX
                   SET LIST-IS-DONE TO TRUE
               WHEN SELECTED-INDEX = ADD-ROW-INDEX
                   PERFORM ADD-NEW-FIELD
               WHEN SELECTED-INDEX >= 1
                   AND SELECTED-INDEX <= JT-FIELD-COUNT(PICKED-JOB-IDX)
                   MOVE SELECTED-INDEX TO PICKED-FIELD-IDX
                   PERFORM MAINTAIN-ONE-FIELD
           END-EVALUATE
           EXIT SECTION.

      *> The row reads the way the 'F' line does: label, length,
      *> type, required flag and code table.
       BUILD-ONE-FIELD-ROW SECTION.
           STRING JT-FIELD-LABEL(PICKED-JOB-IDX, FIELD-IDX)
                                                  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  JT-FIELD-LEN(PICKED-JOB-IDX, FIELD-IDX)
                                                  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  JT-FIELD-TYPE(PICKED-JOB-IDX, FIELD-IDX)
                                                  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  JT-FIELD-REQUIRED(PICKED-JOB-IDX, FIELD-IDX)
                                                  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  JT-FIELD-TABLE(PICKED-JOB-IDX, FIELD-IDX)
                                                  DELIMITED BY SIZE
               INTO MENU-ITEM-ENTRY(FIELD-IDX)
           END-STRING.
           EXIT SECTION.

       MAINTAIN-ONE-FIELD SECTION.
           MOVE SPACES TO ACTION-ITEM-TABLE.
           MOVE 'EDIT FIELD' TO ACTION-ITEM-ENTRY(1).
           MOVE 'MOVE UP' TO ACTION-ITEM-ENTRY(2).
           MOVE 'MOVE DOWN' TO ACTION-ITEM-ENTRY(3).
           MOVE 'DELETE FIELD' TO ACTION-ITEM-ENTRY(4).
           MOVE 'BACK' TO ACTION-ITEM-ENTRY(5).
           MOVE 5 TO ACTION-ITEM-COUNT.
           MOVE JT-FIELD-LABEL(PICKED-JOB-IDX, PICKED-FIELD-IDX)
               TO ACTION-TITLE.
           PERFORM RUN-ACTION-MENU.
           EVALUATE ACTION-SELECTED-INDEX
               WHEN 1
                   SET ENTRY-IS-NEW TO FALSE
                   PERFORM EDIT-FIELD-DEF
               WHEN 2
                   IF PICKED-FIELD-IDX > 1
                       COMPUTE SWAP-IDX = PICKED-FIELD-IDX - 1
                       PERFORM SWAP-FIELD-ENTRIES
                   END-IF
               WHEN 3
                   IF PICKED-FIELD-IDX
                           < JT-FIELD-COUNT(PICKED-JOB-IDX)
                       COMPUTE SWAP-IDX = PICKED-FIELD-IDX + 1
                       PERFORM SWAP-FIELD-ENTRIES
                   END-IF
               WHEN 4
                   PERFORM DELETE-FIELD-DEF
           END-EVALUATE
           EXIT SECTION.

      *> Field order is the queued parameter order, so a move is a
      *> change the dispatcher and every sender will see.
       SWAP-FIELD-ENTRIES SECTION.
           MOVE JT-FIELD-DEF(PICKED-JOB-IDX, PICKED-FIELD-IDX)
               TO FIELD-HOLD-AREA.
           MOVE JT-FIELD-DEF(PICKED-JOB-IDX, SWAP-IDX)
               TO JT-FIELD-DEF(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           MOVE FIELD-HOLD-AREA
               TO JT-FIELD-DEF(PICKED-JOB-IDX, SWAP-IDX).
           MOVE 'JD-MOVE' TO CHANGE-ACTION.
           MOVE SPACES TO CHANGE-WINDOW.
           MOVE SWAP-IDX TO LEN-EDITED.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' F '                           DELIMITED BY SIZE
                  FUNCTION TRIM(JT-FIELD-LABEL(PICKED-JOB-IDX,
                      SWAP-IDX))                  DELIMITED BY SIZE
                  ' TO '                          DELIMITED BY SIZE
                  FUNCTION TRIM(LEN-EDITED)       DELIMITED BY SIZE
               INTO CHANGE-WINDOW
           END-STRING
           PERFORM NOTE-CHANGE.
           EXIT SECTION.

       ADD-NEW-FIELD SECTION.
           IF JT-FIELD-COUNT(PICKED-JOB-IDX) >= 10
               MOVE 'A JOB TAKES AT MOST 10 FIELDS' TO DIALOG-MESSAGE
               PERFORM SHOW-EDITOR-MESSAGE
               EXIT SECTION
           END-IF
           ADD 1 TO JT-FIELD-COUNT(PICKED-JOB-IDX).
           MOVE JT-FIELD-COUNT(PICKED-JOB-IDX) TO PICKED-FIELD-IDX.
           MOVE SPACES
               TO JT-FIELD-DEF(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           MOVE 'A' TO JT-FIELD-TYPE(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           MOVE 'N'
               TO JT-FIELD-REQUIRED(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           SET ENTRY-IS-NEW TO TRUE.
           PERFORM EDIT-FIELD-DEF.
           IF JT-FIELD-LABEL(PICKED-JOB-IDX, PICKED-FIELD-IDX) = SPACES
               SUBTRACT 1 FROM JT-FIELD-COUNT(PICKED-JOB-IDX)
           END-IF
           EXIT SECTION.

       EDIT-FIELD-DEF SECTION.
           PERFORM BUILD-FIELD-FORM.
           MOVE 'EDIT PARAMETER FIELD' TO EDIT-WIN-TITLE.
           PERFORM RUN-EDIT-FORM.
           IF CANCELLED-FLAG = 'Y'
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(FIELD-VALUE(1)(1:12))
               TO CAND-FIELD-LABEL.
           MOVE FIELD-VALUE(2)(1:2) TO CAND-FIELD-LEN.
      *> A one-digit length keyed left-justified is the same length
      *> zero-filled, the way the file spells it.
           IF CAND-FIELD-LEN(2:1) = SPACE
                   AND CAND-FIELD-LEN(1:1) NOT = SPACE
               MOVE CAND-FIELD-LEN(1:1) TO CAND-FIELD-LEN(2:1)
               MOVE '0' TO CAND-FIELD-LEN(1:1)
           END-IF
           MOVE FUNCTION UPPER-CASE(FIELD-VALUE(3)(1:1))
               TO CAND-FIELD-TYPE.
           MOVE FUNCTION UPPER-CASE(FIELD-VALUE(4)(1:1))
               TO CAND-FIELD-REQUIRED.
           IF CAND-FIELD-REQUIRED = SPACE
               MOVE 'N' TO CAND-FIELD-REQUIRED
           END-IF
           MOVE FUNCTION UPPER-CASE(FIELD-VALUE(5)(1:8))
               TO CAND-FIELD-TABLE.
           PERFORM CHECK-ONE-FIELD-DEF.
           IF CHECK-PROBLEM NOT = SPACES
               MOVE CHECK-PROBLEM TO DIALOG-MESSAGE
               PERFORM SHOW-EDITOR-MESSAGE
               EXIT SECTION
           END-IF
           MOVE CAND-FIELD-LABEL
               TO JT-FIELD-LABEL(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           MOVE CAND-FIELD-LEN
               TO JT-FIELD-LEN(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           MOVE CAND-FIELD-TYPE
               TO JT-FIELD-TYPE(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           MOVE CAND-FIELD-REQUIRED
               TO JT-FIELD-REQUIRED(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           MOVE CAND-FIELD-TABLE
               TO JT-FIELD-TABLE(PICKED-JOB-IDX, PICKED-FIELD-IDX).
           IF ENTRY-IS-NEW
               MOVE 'JD-ADD' TO CHANGE-ACTION
           ELSE
               MOVE 'JD-CHANGE' TO CHANGE-ACTION
           END-IF
           MOVE SPACES TO CHANGE-WINDOW.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' F '                           DELIMITED BY SIZE
                  CAND-FIELD-LABEL                DELIMITED BY SIZE
               INTO CHANGE-WINDOW
           END-STRING
           PERFORM NOTE-CHANGE.
           EXIT SECTION.

       BUILD-FIELD-FORM SECTION.
           MOVE 'JOB-DEF-EDITOR' TO FIELD-SCREEN-NAME.
           MOVE SPACES TO FIELD-SUSPEND-KEY.
           MOVE PICKED-FIELD-IDX TO LEN-EDITED.
           STRING 'JF-'                           DELIMITED BY SIZE
                  JT-NAME(PICKED-JOB-IDX)         DELIMITED BY SIZE
                  FUNCTION TRIM(LEN-EDITED)       DELIMITED BY SIZE
               INTO FIELD-SUSPEND-KEY
           END-STRING
           MOVE 5 TO FIELD-COUNT.
           PERFORM CLEAR-ONE-FORM-FIELD
               VARYING LABEL-IDX FROM 1 BY 1
               UNTIL LABEL-IDX > FIELD-COUNT.
           MOVE 'LABEL' TO FORM-LABEL(1).
           MOVE 12 TO FIELD-LEN(1).
           MOVE 'A' TO FIELD-TYPE(1).
           MOVE 'Y' TO FIELD-REQUIRED(1).
           MOVE JT-FIELD-LABEL(PICKED-JOB-IDX, PICKED-FIELD-IDX)
               TO FIELD-VALUE(1).
           MOVE 'LENGTH 1-40' TO FORM-LABEL(2).
           MOVE 2 TO FIELD-LEN(2).
           MOVE 'N' TO FIELD-TYPE(2).
           MOVE 'Y' TO FIELD-REQUIRED(2).
           MOVE JT-FIELD-LEN(PICKED-JOB-IDX, PICKED-FIELD-IDX)
               TO FIELD-VALUE(2).
           MOVE 'TYPE N/A/D/B' TO FORM-LABEL(3).
           MOVE 1 TO FIELD-LEN(3).
           MOVE 'A' TO FIELD-TYPE(3).
           MOVE 'Y' TO FIELD-REQUIRED(3).
           MOVE JT-FIELD-TYPE(PICKED-JOB-IDX, PICKED-FIELD-IDX)
               TO FIELD-VALUE(3).
           MOVE 'REQUIRED Y/N' TO FORM-LABEL(4).
           MOVE 1 TO FIELD-LEN(4).
           MOVE 'A' TO FIELD-TYPE(4).
           MOVE 'N' TO FIELD-REQUIRED(4).
           MOVE JT-FIELD-REQUIRED(PICKED-JOB-IDX, PICKED-FIELD-IDX)
               TO FIELD-VALUE(4).
           MOVE 'CODE TABLE' TO FORM-LABEL(5).
           MOVE 8 TO FIELD-LEN(5).
           MOVE 'A' TO FIELD-TYPE(5).
           MOVE 'N' TO FIELD-REQUIRED(5).
           MOVE JT-FIELD-TABLE(PICKED-JOB-IDX, PICKED-FIELD-IDX)
               TO FIELD-VALUE(5).
           EXIT SECTION.

       DELETE-FIELD-DEF SECTION.
           MOVE SPACES TO DIALOG-MESSAGE.
           STRING 'DELETE FIELD '                 DELIMITED BY SIZE
                  FUNCTION TRIM(JT-FIELD-LABEL(PICKED-JOB-IDX,
                      PICKED-FIELD-IDX))          DELIMITED BY SIZE
                  ' FROM '                        DELIMITED BY SIZE
                  FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  '?'                             DELIMITED BY SIZE
               INTO DIALOG-MESSAGE
           END-STRING
           MOVE 'Y' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           IF DIALOG-ANSWER NOT = 'Y'
               EXIT SECTION
           END-IF
           MOVE 'JD-DELETE' TO CHANGE-ACTION.
           MOVE SPACES TO CHANGE-WINDOW.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' F '                           DELIMITED BY SIZE
                  JT-FIELD-LABEL(PICKED-JOB-IDX, PICKED-FIELD-IDX)
                                                  DELIMITED BY SIZE
               INTO CHANGE-WINDOW
           END-STRING
           PERFORM NOTE-CHANGE.
           PERFORM SHIFT-FIELDS-UP
               VARYING FIELD-IDX FROM PICKED-FIELD-IDX BY 1
               UNTIL FIELD-IDX >= JT-FIELD-COUNT(PICKED-JOB-IDX).
           SUBTRACT 1 FROM JT-FIELD-COUNT(PICKED-JOB-IDX).
           EXIT SECTION.

       SHIFT-FIELDS-UP SECTION.
           MOVE JT-FIELD-DEF(PICKED-JOB-IDX, FIELD-IDX + 1)
               TO JT-FIELD-DEF(PICKED-JOB-IDX, FIELD-IDX).
           EXIT SECTION.

      *> ---- predecessors ('D' lines) -----------------------------
       MAINTAIN-JOB-PREDECESSORS SECTION.
           SET LIST-IS-DONE TO FALSE.
           PERFORM PICK-ONE-PREDECESSOR UNTIL LIST-IS-DONE.
           EXIT SECTION.

       PICK-ONE-PREDECESSOR SECTION.
           MOVE SPACES TO MENU-ITEM-TABLE.
           PERFORM BUILD-ONE-PRED-ROW
               VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > JT-PRED-COUNT(PICKED-JOB-IDX).
           COMPUTE ADD-ROW-INDEX = JT-PRED-COUNT(PICKED-JOB-IDX) + 1.
           COMPUTE EXIT-ROW-INDEX = JT-PRED-COUNT(PICKED-JOB-IDX) + 2.
           MOVE '< ADD PREDECESSOR >' TO MENU-ITEM-ENTRY(ADD-ROW-INDEX).
           MOVE '< BACK >' TO MENU-ITEM-ENTRY(EXIT-ROW-INDEX).
           MOVE EXIT-ROW-INDEX TO MENU-ITEM-COUNT.
           MOVE SPACES TO EDIT-WIN-TITLE.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' WAITS FOR'                    DELIMITED BY SIZE
               INTO EDIT-WIN-TITLE
           END-STRING
           PERFORM OPEN-MENU-WINDOW.
           CALL 'NCURSES-MENU' USING MENU-WIN-ID, MENU-ITEM-COUNT,
                                      MENU-ITEM-TABLE, SELECTED-INDEX,
                                      CANCELLED-FLAG.
           PERFORM CLOSE-MENU-WINDOW.
           EVALUATE TRUE
               WHEN CANCELLED-FLAG = 'Y'
                   SET LIST-IS-DONE TO TRUE
               WHEN SELECTED-INDEX = EXIT-ROW-INDEX
                   SET LIST-IS-DONE TO TRUE
               WHEN SELECTED-INDEX = ADD-ROW-INDEX
                   PERFORM ADD-NEW-PREDECESSOR
               WHEN SELECTED-INDEX >= 1
                   AND SELECTED-INDEX <= JT-PRED-COUNT(PICKED-JOB-IDX)
                   MOVE SELECTED-INDEX TO PICKED-PRED-IDX
                   PERFORM MAINTAIN-ONE-PREDECESSOR
           END-EVALUATE
           EXIT SECTION.

       BUILD-ONE-PRED-ROW SECTION.
           MOVE JT-PREDECESSOR(PICKED-JOB-IDX, PRED-IDX)
               TO MENU-ITEM-ENTRY(PRED-IDX).
           EXIT SECTION.

       MAINTAIN-ONE-PREDECESSOR SECTION.
           MOVE SPACES TO ACTION-ITEM-TABLE.
           MOVE 'CHANGE' TO ACTION-ITEM-ENTRY(1).
           MOVE 'MOVE UP' TO ACTION-ITEM-ENTRY(2).
           MOVE 'MOVE DOWN' TO ACTION-ITEM-ENTRY(3).
           MOVE 'DELETE PREDECESSOR' TO ACTION-ITEM-ENTRY(4).
           MOVE 'BACK' TO ACTION-ITEM-ENTRY(5).
           MOVE 5 TO ACTION-ITEM-COUNT.
           MOVE JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX)
               TO ACTION-TITLE.
           PERFORM RUN-ACTION-MENU.
           EVALUATE ACTION-SELECTED-INDEX
               WHEN 1
                   SET ENTRY-IS-NEW TO FALSE
                   PERFORM EDIT-PREDECESSOR
               WHEN 2
                   IF PICKED-PRED-IDX > 1
                       COMPUTE SWAP-IDX = PICKED-PRED-IDX - 1
                       PERFORM SWAP-PRED-ENTRIES
                   END-IF
               WHEN 3
                   IF PICKED-PRED-IDX < JT-PRED-COUNT(PICKED-JOB-IDX)
                       COMPUTE SWAP-IDX = PICKED-PRED-IDX + 1
                       PERFORM SWAP-PRED-ENTRIES
                   END-IF
               WHEN 4
                   PERFORM DELETE-PREDECESSOR
           END-EVALUATE
           EXIT SECTION.

      *> Predecessors are checked in file order by the consoles, so
      *> the first one not clear is the one an operator is asked
      *> about first.
       SWAP-PRED-ENTRIES SECTION.
           MOVE JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX)
               TO PRED-HOLD-AREA.
           MOVE JT-PREDECESSOR(PICKED-JOB-IDX, SWAP-IDX)
               TO JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX).
           MOVE PRED-HOLD-AREA
               TO JT-PREDECESSOR(PICKED-JOB-IDX, SWAP-IDX).
           MOVE 'JD-MOVE' TO CHANGE-ACTION.
           MOVE SPACES TO CHANGE-WINDOW.
           MOVE SWAP-IDX TO LEN-EDITED.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' D '                           DELIMITED BY SIZE
                  FUNCTION TRIM(PRED-HOLD-AREA)   DELIMITED BY SIZE
                  ' TO '                          DELIMITED BY SIZE
                  FUNCTION TRIM(LEN-EDITED)       DELIMITED BY SIZE
               INTO CHANGE-WINDOW
           END-STRING
           PERFORM NOTE-CHANGE.
           EXIT SECTION.

       ADD-NEW-PREDECESSOR SECTION.
           IF JT-PRED-COUNT(PICKED-JOB-IDX) >= 4
               MOVE 'A JOB WAITS FOR AT MOST 4 PREDECESSORS'
                   TO DIALOG-MESSAGE
               PERFORM SHOW-EDITOR-MESSAGE
               EXIT SECTION
           END-IF
           ADD 1 TO JT-PRED-COUNT(PICKED-JOB-IDX).
           MOVE JT-PRED-COUNT(PICKED-JOB-IDX) TO PICKED-PRED-IDX.
           MOVE SPACES
               TO JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX).
           SET ENTRY-IS-NEW TO TRUE.
           PERFORM EDIT-PREDECESSOR.
           IF JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX) = SPACES
               SUBTRACT 1 FROM JT-PRED-COUNT(PICKED-JOB-IDX)
           END-IF
           EXIT SECTION.

      *> A predecessor must be a job on the file, not the job itself
      *> and not one it already waits for; one that would close a
      *> loop is put back the way it was.
       EDIT-PREDECESSOR SECTION.
           MOVE 'JOB-DEF-EDITOR' TO FIELD-SCREEN-NAME.
           MOVE SPACES TO FIELD-SUSPEND-KEY.
           STRING 'JP-'                           DELIMITED BY SIZE
                  JT-NAME(PICKED-JOB-IDX)         DELIMITED BY SIZE
               INTO FIELD-SUSPEND-KEY
           END-STRING
           MOVE 1 TO FIELD-COUNT.
           MOVE 1 TO LABEL-IDX.
           PERFORM CLEAR-ONE-FORM-FIELD.
           MOVE 'PREDECESSOR' TO FORM-LABEL(1).
           MOVE 8 TO FIELD-LEN(1).
           MOVE 'A' TO FIELD-TYPE(1).
           MOVE 'Y' TO FIELD-REQUIRED(1).
           MOVE JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX)
               TO FIELD-VALUE(1).
           MOVE 'EDIT PREDECESSOR' TO EDIT-WIN-TITLE.
           PERFORM RUN-EDIT-FORM.
           IF CANCELLED-FLAG = 'Y'
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(FIELD-VALUE(1)(1:8))
               TO CAND-PREDECESSOR.
           MOVE PICKED-JOB-IDX TO JOB-IDX.
           MOVE PICKED-PRED-IDX TO PRED-IDX.
           PERFORM CHECK-ONE-PREDECESSOR.
           IF CHECK-PROBLEM = SPACES
               MOVE JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX)
                   TO PRED-HOLD-AREA
               MOVE CAND-PREDECESSOR
                   TO JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX)
               PERFORM CHECK-PREDECESSOR-LOOPS
               IF CHECK-PROBLEM NOT = SPACES
                   MOVE PRED-HOLD-AREA
                       TO JT-PREDECESSOR(PICKED-JOB-IDX,
                           PICKED-PRED-IDX)
               END-IF
           END-IF
           IF CHECK-PROBLEM NOT = SPACES
               MOVE CHECK-PROBLEM TO DIALOG-MESSAGE
               PERFORM SHOW-EDITOR-MESSAGE
               EXIT SECTION
           END-IF
           IF ENTRY-IS-NEW
               MOVE 'JD-ADD' TO CHANGE-ACTION
           ELSE
               MOVE 'JD-CHANGE' TO CHANGE-ACTION
           END-IF
           MOVE SPACES TO CHANGE-WINDOW.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' D '                           DELIMITED BY SIZE
                  CAND-PREDECESSOR                DELIMITED BY SIZE
               INTO CHANGE-WINDOW
           END-STRING
           PERFORM NOTE-CHANGE.
           EXIT SECTION.

       DELETE-PREDECESSOR SECTION.
           MOVE SPACES TO DIALOG-MESSAGE.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' STOPS WAITING FOR '           DELIMITED BY SIZE
                  FUNCTION TRIM(JT-PREDECESSOR(PICKED-JOB-IDX,
                      PICKED-PRED-IDX))           DELIMITED BY SIZE
                  '?'                             DELIMITED BY SIZE
               INTO DIALOG-MESSAGE
           END-STRING
           MOVE 'Y' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           IF DIALOG-ANSWER NOT = 'Y'
               EXIT SECTION
           END-IF
           MOVE 'JD-DELETE' TO CHANGE-ACTION.
           MOVE SPACES TO CHANGE-WINDOW.
           STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                  ' D '                           DELIMITED BY SIZE
                  JT-PREDECESSOR(PICKED-JOB-IDX, PICKED-PRED-IDX)
                                                  DELIMITED BY SIZE
               INTO CHANGE-WINDOW
           END-STRING
           PERFORM NOTE-CHANGE.
           PERFORM SHIFT-PREDS-UP
               VARYING PRED-IDX FROM PICKED-PRED-IDX BY 1
               UNTIL PRED-IDX >= JT-PRED-COUNT(PICKED-JOB-IDX).
           SUBTRACT 1 FROM JT-PRED-COUNT(PICKED-JOB-IDX).
           EXIT SECTION.

       SHIFT-PREDS-UP SECTION.
           MOVE JT-PREDECESSOR(PICKED-JOB-IDX, PRED-IDX + 1)
               TO JT-PREDECESSOR(PICKED-JOB-IDX, PRED-IDX).
           EXIT SECTION.

      *> ---- checks -------------------------------------------------
      *> A job's own line: a name no other job has, an authority of
      *> 0-9 or blank, a deadline of HH:MM or blank, and a four-eyes
      *> flag of Y, N or blank.
       CHECK-JOB-DETAILS SECTION.
           MOVE SPACES TO CHECK-PROBLEM.
           IF CAND-NAME = SPACES
               MOVE 'JOB NAME IS REQUIRED' TO CHECK-PROBLEM
               EXIT SECTION
           END-IF
           PERFORM MATCH-DUPLICATE-JOB-NAME
               VARYING OTHER-JOB-IDX FROM 1 BY 1
               UNTIL OTHER-JOB-IDX > JOB-COUNT
                   OR CHECK-PROBLEM NOT = SPACES.
           IF CHECK-PROBLEM NOT = SPACES
               EXIT SECTION
           END-IF
           IF CAND-MIN-AUTH NOT = SPACE
                   AND CAND-MIN-AUTH IS NOT NUMERIC
               STRING FUNCTION TRIM(CAND-NAME)    DELIMITED BY SIZE
                      ': MIN AUTH MUST BE 0-9'    DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           IF CAND-DEADLINE NOT = SPACES
               IF CAND-DEADLINE-HH IS NOT NUMERIC
                       OR CAND-DEADLINE-MM IS NOT NUMERIC
                       OR CAND-DEADLINE-SEP NOT = ':'
                       OR CAND-DEADLINE-HH > '23'
                       OR CAND-DEADLINE-MM > '59'
                   STRING FUNCTION TRIM(CAND-NAME)
                                                  DELIMITED BY SIZE
                          ': DEADLINE MUST BE HH:MM'
                                                  DELIMITED BY SIZE
                       INTO CHECK-PROBLEM
                   END-STRING
                   EXIT SECTION
               END-IF
           END-IF
           IF CAND-APPROVAL NOT = SPACE AND CAND-APPROVAL NOT = 'Y'
                   AND CAND-APPROVAL NOT = 'N'
               STRING FUNCTION TRIM(CAND-NAME)    DELIMITED BY SIZE
                      ': APPROVAL MUST BE Y OR N' DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
           END-IF
           EXIT SECTION.

       MATCH-DUPLICATE-JOB-NAME SECTION.
           IF OTHER-JOB-IDX NOT = CAND-JOB-IDX
                   AND JT-NAME(OTHER-JOB-IDX) = CAND-NAME
               STRING 'JOB '                      DELIMITED BY SIZE
                      FUNCTION TRIM(CAND-NAME)    DELIMITED BY SIZE
                      ' IS DEFINED TWICE'         DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
           END-IF
           EXIT SECTION.

      *> One parameter field as NCURSES-FIELD will have to draw and
      *> check it: a label, a known type, a length the 40-byte value
      *> holds (a date is always 8), a Y/N required flag, and a code
      *> table the code-table file actually has.
       CHECK-ONE-FIELD-DEF SECTION.
           MOVE SPACES TO CHECK-PROBLEM.
           IF CAND-FIELD-LABEL = SPACES
               STRING FUNCTION TRIM(JT-NAME(PICKED-JOB-IDX))
                                                  DELIMITED BY SIZE
                      ': FIELD LABEL IS REQUIRED' DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           IF NOT CAND-TYPE-IS-KNOWN
               STRING FUNCTION TRIM(CAND-FIELD-LABEL)
                                                  DELIMITED BY SIZE
                      ': TYPE MUST BE N, A, D OR B'
                                                  DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           IF CAND-FIELD-LEN IS NOT NUMERIC
               STRING FUNCTION TRIM(CAND-FIELD-LABEL)
                                                  DELIMITED BY SIZE
                      ': LENGTH MUST BE 01-40'    DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           IF CAND-FIELD-LEN-NUM < 1 OR CAND-FIELD-LEN-NUM > 40
               STRING FUNCTION TRIM(CAND-FIELD-LABEL)
                                                  DELIMITED BY SIZE
                      ': LENGTH MUST BE 01-40'    DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           IF CAND-TYPE-IS-DATE AND CAND-FIELD-LEN-NUM NOT = 8
               STRING FUNCTION TRIM(CAND-FIELD-LABEL)
                                                  DELIMITED BY SIZE
                      ': A DATE FIELD IS LENGTH 08'
                                                  DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           IF CAND-FIELD-REQUIRED NOT = 'Y'
                   AND CAND-FIELD-REQUIRED NOT = 'N'
               STRING FUNCTION TRIM(CAND-FIELD-LABEL)
                                                  DELIMITED BY SIZE
                      ': REQUIRED MUST BE Y OR N' DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           IF CAND-FIELD-TABLE NOT = SPACES
               PERFORM FIND-CODE-TABLE
               IF NOT CODE-TABLE-IS-ON-FILE
                   STRING FUNCTION TRIM(CAND-FIELD-LABEL)
                                                  DELIMITED BY SIZE
                          ': NO CODE TABLE '      DELIMITED BY SIZE
                          FUNCTION TRIM(CAND-FIELD-TABLE)
                                                  DELIMITED BY SIZE
                       INTO CHECK-PROBLEM
                   END-STRING
               END-IF
           END-IF
           EXIT SECTION.

      *> A table exists when the code-table file has at least one
      *> code under its id, live or not; whether any is live today
      *> is the consistency checker's business.
       FIND-CODE-TABLE SECTION.
           SET CODE-TABLE-IS-ON-FILE TO FALSE.
           OPEN INPUT CODE-TABLE-FILE.
           IF NOT CODE-FILE-OK
               EXIT SECTION
           END-IF
           MOVE CAND-FIELD-TABLE TO CODE-TABLE-ID.
           MOVE LOW-VALUES TO CODE-VALUE.
           START CODE-TABLE-FILE KEY >= CODE-TABLE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CODE-TABLE-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CODE-TABLE-ID = CAND-FIELD-TABLE
                               SET CODE-TABLE-IS-ON-FILE TO TRUE
                           END-IF
                   END-READ
           END-START.
           CLOSE CODE-TABLE-FILE.
           EXIT SECTION.

      *> CAND-PREDECESSOR as the PRED-IDX'th predecessor of job
      *> JOB-IDX.
       CHECK-ONE-PREDECESSOR SECTION.
           MOVE SPACES TO CHECK-PROBLEM.
           IF CAND-PREDECESSOR = SPACES
               STRING FUNCTION TRIM(JT-NAME(JOB-IDX))
                                                  DELIMITED BY SIZE
                      ': PREDECESSOR IS BLANK'    DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           IF CAND-PREDECESSOR = JT-NAME(JOB-IDX)
               STRING FUNCTION TRIM(JT-NAME(JOB-IDX))
                                                  DELIMITED BY SIZE
                      ' CANNOT WAIT FOR ITSELF'   DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           MOVE 0 TO CAND-JOB-IDX.
           PERFORM MATCH-PREDECESSOR-JOB
               VARYING OTHER-JOB-IDX FROM 1 BY 1
               UNTIL OTHER-JOB-IDX > JOB-COUNT.
           IF CAND-JOB-IDX = 0
               STRING FUNCTION TRIM(JT-NAME(JOB-IDX))
                                                  DELIMITED BY SIZE
                      ': PREDECESSOR '            DELIMITED BY SIZE
                      FUNCTION TRIM(CAND-PREDECESSOR)
                                                  DELIMITED BY SIZE
                      ' IS NOT DEFINED'           DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
               EXIT SECTION
           END-IF
           PERFORM MATCH-REPEATED-PREDECESSOR
               VARYING OTHER-PRED-IDX FROM 1 BY 1
               UNTIL OTHER-PRED-IDX > JT-PRED-COUNT(JOB-IDX)
                   OR CHECK-PROBLEM NOT = SPACES.
           EXIT SECTION.

       MATCH-PREDECESSOR-JOB SECTION.
           IF CAND-JOB-IDX = 0
                   AND JT-NAME(OTHER-JOB-IDX) = CAND-PREDECESSOR
               MOVE OTHER-JOB-IDX TO CAND-JOB-IDX
           END-IF
           EXIT SECTION.

       MATCH-REPEATED-PREDECESSOR SECTION.
           IF OTHER-PRED-IDX NOT = PRED-IDX
                   AND JT-PREDECESSOR(JOB-IDX, OTHER-PRED-IDX)
                       = CAND-PREDECESSOR
               STRING FUNCTION TRIM(JT-NAME(JOB-IDX))
                                                  DELIMITED BY SIZE
                      ' ALREADY WAITS FOR '       DELIMITED BY SIZE
                      FUNCTION TRIM(CAND-PREDECESSOR)
                                                  DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
           END-IF
           EXIT SECTION.

      *> Peels the dependency graph from the bottom: a job with no
      *> predecessors, or whose every predecessor is already peeled,
      *> is peeled itself, pass after pass until a pass peels
      *> nothing. Whatever is left waits on a loop.
       CHECK-PREDECESSOR-LOOPS SECTION.
           MOVE SPACES TO CHECK-PROBLEM.
           PERFORM CLEAR-ONE-RESOLVED
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT.
           SET LOOP-PASS-RESOLVED-ONE TO TRUE.
           PERFORM RESOLVE-ONE-PASS UNTIL NOT LOOP-PASS-RESOLVED-ONE.
           PERFORM REPORT-UNRESOLVED-JOB
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
                   OR CHECK-PROBLEM NOT = SPACES.
           EXIT SECTION.

       CLEAR-ONE-RESOLVED SECTION.
           MOVE 'N' TO JT-RESOLVED(JOB-IDX).
           EXIT SECTION.

       RESOLVE-ONE-PASS SECTION.
           SET LOOP-PASS-RESOLVED-ONE TO FALSE.
           PERFORM RESOLVE-ONE-JOB
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT.
           EXIT SECTION.

       RESOLVE-ONE-JOB SECTION.
           IF JT-IS-RESOLVED(JOB-IDX)
               EXIT SECTION
           END-IF
           SET ALL-PREDS-RESOLVED TO TRUE.
           PERFORM CHECK-ONE-PRED-RESOLVED
               VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > JT-PRED-COUNT(JOB-IDX).
           IF ALL-PREDS-RESOLVED
               MOVE 'Y' TO JT-RESOLVED(JOB-IDX)
               SET LOOP-PASS-RESOLVED-ONE TO TRUE
           END-IF
           EXIT SECTION.

      *> A predecessor that names no job cannot be part of a loop;
      *> it is reported on its own by CHECK-ONE-PREDECESSOR.
       CHECK-ONE-PRED-RESOLVED SECTION.
           MOVE JT-PREDECESSOR(JOB-IDX, PRED-IDX) TO CAND-PREDECESSOR.
           MOVE 0 TO CAND-JOB-IDX.
           PERFORM MATCH-PREDECESSOR-JOB
               VARYING OTHER-JOB-IDX FROM 1 BY 1
               UNTIL OTHER-JOB-IDX > JOB-COUNT.
           IF CAND-JOB-IDX > 0
               IF NOT JT-IS-RESOLVED(CAND-JOB-IDX)
                   SET ALL-PREDS-RESOLVED TO FALSE
               END-IF
           END-IF
           EXIT SECTION.

       REPORT-UNRESOLVED-JOB SECTION.
           IF NOT JT-IS-RESOLVED(JOB-IDX)
               STRING 'PREDECESSOR LOOP THROUGH '  DELIMITED BY SIZE
                      FUNCTION TRIM(JT-NAME(JOB-IDX))
                                                   DELIMITED BY SIZE
                   INTO CHECK-PROBLEM
               END-STRING
           END-IF
           EXIT SECTION.

      *> The whole table as it would be written, job by job, field by
      *> field, predecessor by predecessor, then the loop check; the
      *> first problem stops the save.
       CHECK-WHOLE-TABLE SECTION.
           MOVE SPACES TO CHECK-PROBLEM.
           PERFORM CHECK-ONE-TABLE-JOB
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
                   OR CHECK-PROBLEM NOT = SPACES.
           IF CHECK-PROBLEM = SPACES
               PERFORM CHECK-PREDECESSOR-LOOPS
           END-IF
           EXIT SECTION.

       CHECK-ONE-TABLE-JOB SECTION.
           MOVE JT-NAME(JOB-IDX) TO CAND-NAME.
           MOVE JT-DESCRIPTION(JOB-IDX) TO CAND-DESCRIPTION.
           MOVE JT-MIN-AUTH(JOB-IDX) TO CAND-MIN-AUTH.
           MOVE JT-DEADLINE(JOB-IDX) TO CAND-DEADLINE.
           MOVE JT-APPROVAL(JOB-IDX) TO CAND-APPROVAL.
           MOVE JOB-IDX TO CAND-JOB-IDX.
           PERFORM CHECK-JOB-DETAILS.
           IF CHECK-PROBLEM NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE JOB-IDX TO PICKED-JOB-IDX.
           PERFORM CHECK-ONE-TABLE-FIELD
               VARYING FIELD-IDX FROM 1 BY 1
               UNTIL FIELD-IDX > JT-FIELD-COUNT(JOB-IDX)
                   OR CHECK-PROBLEM NOT = SPACES.
           IF CHECK-PROBLEM NOT = SPACES
               EXIT SECTION
           END-IF
           PERFORM CHECK-ONE-TABLE-PRED
               VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > JT-PRED-COUNT(JOB-IDX)
                   OR CHECK-PROBLEM NOT = SPACES.
           EXIT SECTION.

       CHECK-ONE-TABLE-FIELD SECTION.
           MOVE JT-FIELD-LABEL(JOB-IDX, FIELD-IDX) TO CAND-FIELD-LABEL.
           MOVE JT-FIELD-LEN(JOB-IDX, FIELD-IDX) TO CAND-FIELD-LEN.
           MOVE JT-FIELD-TYPE(JOB-IDX, FIELD-IDX) TO CAND-FIELD-TYPE.
           MOVE JT-FIELD-REQUIRED(JOB-IDX, FIELD-IDX)
               TO CAND-FIELD-REQUIRED.
           MOVE JT-FIELD-TABLE(JOB-IDX, FIELD-IDX) TO CAND-FIELD-TABLE.
           PERFORM CHECK-ONE-FIELD-DEF.
           EXIT SECTION.

       CHECK-ONE-TABLE-PRED SECTION.
           MOVE JT-PREDECESSOR(JOB-IDX, PRED-IDX) TO CAND-PREDECESSOR.
           PERFORM CHECK-ONE-PREDECESSOR.
           EXIT SECTION.

      *> ---- leaving and saving -------------------------------------
      *> Nothing changed: just leave. Otherwise offer the save; a
      *> save the checks refuse keeps the operator in the editor
      *> with the problem named, and declining the save asks once
      *> more before the changes are thrown away.
       CONFIRM-EDITOR-EXIT SECTION.
           COMPUTE CHANGE-TOTAL =
               PENDING-COUNT + PENDING-OVERFLOW-COUNT.
           IF CHANGE-TOTAL = 0
               SET EDITOR-IS-DONE TO TRUE
               EXIT SECTION
           END-IF
           MOVE CHANGE-TOTAL TO CHANGE-TOTAL-EDITED.
           MOVE SPACES TO DIALOG-MESSAGE.
           STRING 'SAVE '                         DELIMITED BY SIZE
                  FUNCTION TRIM(CHANGE-TOTAL-EDITED)
                                                  DELIMITED BY SIZE
                  ' CHANGE(S) TO THE JOB FILE?'   DELIMITED BY SIZE
               INTO DIALOG-MESSAGE
           END-STRING
           MOVE 'Y' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           IF DIALOG-ANSWER = 'Y'
               PERFORM SAVE-JOB-DEF-TABLE
               IF FILE-WAS-SAVED
                   SET EDITOR-IS-DONE TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           MOVE SPACES TO DIALOG-MESSAGE.
           STRING 'DISCARD '                      DELIMITED BY SIZE
                  FUNCTION TRIM(CHANGE-TOTAL-EDITED)
                                                  DELIMITED BY SIZE
                  ' UNSAVED CHANGE(S)?'           DELIMITED BY SIZE
               INTO DIALOG-MESSAGE
           END-STRING
           MOVE 'Y' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           IF DIALOG-ANSWER = 'Y'
               MOVE 'JD-DISCARD' TO UTIL-AUDIT-ACTION
               MOVE SPACES TO UTIL-AUDIT-WINDOW
               STRING FUNCTION TRIM(CHANGE-TOTAL-EDITED)
                                                  DELIMITED BY SIZE
                      ' CHANGE(S) NOT SAVED'      DELIMITED BY SIZE
                   INTO UTIL-AUDIT-WINDOW
               END-STRING
               PERFORM WRITE-EDITOR-AUDIT-LINE
               SET EDITOR-IS-DONE TO TRUE
           END-IF
           EXIT SECTION.

       SAVE-JOB-DEF-TABLE SECTION.
           SET FILE-WAS-SAVED TO FALSE.
           PERFORM CHECK-WHOLE-TABLE.
           IF CHECK-PROBLEM NOT = SPACES
               MOVE SPACES TO DIALOG-MESSAGE
               STRING 'NOT SAVED - '              DELIMITED BY SIZE
                      CHECK-PROBLEM               DELIMITED BY SIZE
                   INTO DIALOG-MESSAGE
               END-STRING
               PERFORM SHOW-EDITOR-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM REWRITE-JOB-DEF-FILE.
           IF RENAME-RESULT NOT = 0
               MOVE 'SAVE FAILED - JOB FILE UNCHANGED'
                   TO DIALOG-MESSAGE
               PERFORM SHOW-EDITOR-MESSAGE
               EXIT SECTION
           END-IF
           SET FILE-WAS-SAVED TO TRUE.
           PERFORM AUDIT-ONE-PENDING-CHANGE
               VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT.
           IF PENDING-OVERFLOW-COUNT > 0
               MOVE PENDING-OVERFLOW-COUNT TO CHANGE-TOTAL-EDITED
               MOVE 'JD-CHANGE' TO UTIL-AUDIT-ACTION
               MOVE SPACES TO UTIL-AUDIT-WINDOW
               STRING FUNCTION TRIM(CHANGE-TOTAL-EDITED)
                                                  DELIMITED BY SIZE
                      ' FURTHER CHANGE(S)'        DELIMITED BY SIZE
                   INTO UTIL-AUDIT-WINDOW
               END-STRING
               PERFORM WRITE-EDITOR-AUDIT-LINE
           END-IF
           MOVE CHANGE-TOTAL TO CHANGE-TOTAL-EDITED.
           MOVE 'JD-SAVE' TO UTIL-AUDIT-ACTION.
           MOVE SPACES TO UTIL-AUDIT-WINDOW.
           STRING FUNCTION TRIM(CHANGE-TOTAL-EDITED)
                                                  DELIMITED BY SIZE
                  ' CHANGE(S) SAVED'              DELIMITED BY SIZE
               INTO UTIL-AUDIT-WINDOW
           END-STRING.
           PERFORM WRITE-EDITOR-AUDIT-LINE.
           MOVE 0 TO PENDING-COUNT.
           MOVE 0 TO PENDING-OVERFLOW-COUNT.
           EXIT SECTION.

       AUDIT-ONE-PENDING-CHANGE SECTION.
           MOVE PENDING-ACTION(PENDING-IDX) TO UTIL-AUDIT-ACTION.
           MOVE PENDING-WINDOW(PENDING-IDX) TO UTIL-AUDIT-WINDOW.
           PERFORM WRITE-EDITOR-AUDIT-LINE.
           EXIT SECTION.

      *> Writes the whole table to job-def.new and rename()s it over
      *> the live file, so a crash mid-write leaves the old file
      *> intact instead of a half-written one. Each job is its 'J'
      *> line, its 'D' lines, its 'F' lines, then whatever else was
      *> filed under it, with the job's current name put back on
      *> each of those that is not a comment.
       REWRITE-JOB-DEF-FILE SECTION.
           OPEN OUTPUT JOB-DEF-NEW-FILE.
           PERFORM WRITE-ONE-HEADER-LINE
               VARYING HEADER-IDX FROM 1 BY 1
               UNTIL HEADER-IDX > HEADER-LINE-COUNT.
           PERFORM WRITE-ONE-JOB
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT.
           CLOSE JOB-DEF-NEW-FILE.
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(JOB-DEF-NEW-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(JOB-DEF-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           EXIT SECTION.

       WRITE-ONE-HEADER-LINE SECTION.
           MOVE HEADER-LINE(HEADER-IDX) TO JOB-DEF-NEW-RECORD.
           WRITE JOB-DEF-NEW-RECORD.
           EXIT SECTION.

       WRITE-ONE-JOB SECTION.
           MOVE SPACES TO JOB-DEF-LINE.
           MOVE 'J' TO JOB-DEF-RECORD-TYPE.
           MOVE JT-NAME(JOB-IDX) TO JOB-DEF-NAME.
           MOVE JT-DESCRIPTION(JOB-IDX) TO DEF-JOB-DESCRIPTION.
           MOVE JT-MIN-AUTH(JOB-IDX) TO DEF-JOB-MIN-AUTH.
           MOVE JT-DEADLINE(JOB-IDX) TO DEF-JOB-DEADLINE.
           MOVE JT-APPROVAL(JOB-IDX) TO DEF-JOB-APPROVAL.
           MOVE JT-JOB-TAIL(JOB-IDX) TO DEF-JOB-TAIL.
           MOVE JOB-DEF-LINE TO JOB-DEF-NEW-RECORD.
           WRITE JOB-DEF-NEW-RECORD.
           PERFORM WRITE-ONE-PRED-LINE
               VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX > JT-PRED-COUNT(JOB-IDX).
           PERFORM WRITE-ONE-FIELD-LINE
               VARYING FIELD-IDX FROM 1 BY 1
               UNTIL FIELD-IDX > JT-FIELD-COUNT(JOB-IDX).
           PERFORM WRITE-ONE-EXTRA-LINE
               VARYING EXTRA-IDX FROM 1 BY 1
               UNTIL EXTRA-IDX > JT-EXTRA-COUNT(JOB-IDX).
           EXIT SECTION.

       WRITE-ONE-PRED-LINE SECTION.
           MOVE SPACES TO JOB-DEF-LINE.
           MOVE 'D' TO JOB-DEF-RECORD-TYPE.
           MOVE JT-NAME(JOB-IDX) TO JOB-DEF-NAME.
           MOVE JT-PREDECESSOR(JOB-IDX, PRED-IDX) TO DEF-PREDECESSOR.
           MOVE JOB-DEF-LINE TO JOB-DEF-NEW-RECORD.
           WRITE JOB-DEF-NEW-RECORD.
           EXIT SECTION.

       WRITE-ONE-FIELD-LINE SECTION.
           MOVE SPACES TO JOB-DEF-LINE.
           MOVE 'F' TO JOB-DEF-RECORD-TYPE.
           MOVE JT-NAME(JOB-IDX) TO JOB-DEF-NAME.
           MOVE JT-FIELD-LABEL(JOB-IDX, FIELD-IDX) TO DEF-FIELD-LABEL.
           MOVE JT-FIELD-LEN(JOB-IDX, FIELD-IDX) TO DEF-FIELD-LEN.
           MOVE JT-FIELD-TYPE(JOB-IDX, FIELD-IDX) TO DEF-FIELD-TYPE.
           MOVE JT-FIELD-REQUIRED(JOB-IDX, FIELD-IDX)
               TO DEF-FIELD-REQUIRED.
           MOVE JT-FIELD-TABLE(JOB-IDX, FIELD-IDX) TO DEF-FIELD-TABLE.
           MOVE JT-FIELD-TAIL(JOB-IDX, FIELD-IDX) TO DEF-FIELD-TAIL.
           MOVE JOB-DEF-LINE TO JOB-DEF-NEW-RECORD.
           WRITE JOB-DEF-NEW-RECORD.
           EXIT SECTION.

       WRITE-ONE-EXTRA-LINE SECTION.
           MOVE JT-EXTRA-LINE(JOB-IDX, EXTRA-IDX) TO JOB-DEF-LINE.
           IF NOT JOB-DEF-IS-COMMENT
                   AND JOB-DEF-LINE NOT = SPACES
               MOVE JT-NAME(JOB-IDX) TO JOB-DEF-NAME
           END-IF
           MOVE JOB-DEF-LINE TO JOB-DEF-NEW-RECORD.
           WRITE JOB-DEF-NEW-RECORD.
           EXIT SECTION.

      *> ---- small shared pieces ------------------------------------
       NOTE-CHANGE SECTION.
           IF PENDING-COUNT < PENDING-CAPACITY
               ADD 1 TO PENDING-COUNT
               MOVE CHANGE-ACTION TO PENDING-ACTION(PENDING-COUNT)
               MOVE CHANGE-WINDOW TO PENDING-WINDOW(PENDING-COUNT)
           ELSE
               ADD 1 TO PENDING-OVERFLOW-COUNT
           END-IF
           EXIT SECTION.

       SHOW-EDITOR-MESSAGE SECTION.
           MOVE 'O' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           EXIT SECTION.

       WRITE-EDITOR-AUDIT-LINE SECTION.
           MOVE 0 TO UTIL-AUDIT-WIDTH.
           MOVE 0 TO UTIL-AUDIT-HEIGHT.
           MOVE 0 TO UTIL-AUDIT-X.
           MOVE 0 TO UTIL-AUDIT-Y.
           CALL 'NCURSES-UTIL' USING 'AUDIT-LOG', UTIL-CONTROL.
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
           MOVE SPACES TO JOB-DEF-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-def.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-DEF-PATH
           END-STRING
           MOVE SPACES TO JOB-DEF-NEW-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-def.new'
                                                  DELIMITED BY SIZE
               INTO JOB-DEF-NEW-PATH
           END-STRING
           MOVE SPACES TO KEYMAP-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/keymap.dat'
                                                  DELIMITED BY SIZE
               INTO KEYMAP-PATH
           END-STRING
           MOVE SPACES TO CODE-TABLE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/code-table.dat'
                                                  DELIMITED BY SIZE
               INTO CODE-TABLE-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM JOB-DEF-EDITOR.
