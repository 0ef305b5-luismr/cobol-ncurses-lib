       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-CHECK-REPORT.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Cross-check of the hand-maintained control files that have
      *> to agree with each other: job-def.dat, code-table.dat,
      *> screen-def.dat, help-text.dat, keymap.dat and operator.dat.
      *> Each editor checks its own file; nothing else checks that
      *> one file still makes sense against the others, so this
      *> batch does, and writes one exception section per rule to
      *> config-check.txt in the region's data directory:
      *>
      *>   - a control file that is missing or cannot be opened;
      *>   - a job whose minimum authority no active, unlocked
      *>     operator holds (nobody could submit it), and the same
      *>     for the keymap's JDEF level for JOB-DEF-EDITOR;
      *>   - a parameter field naming a code table with no code live
      *>     today (the field could never be filled in);
      *>   - help entries filed under a screen nothing raises help
      *>     for - not a layout's name or title, not a console;
      *>   - keymap lines binding an unknown action, naming a key or
      *>     setting that does not exist, or binding a key or
      *>     setting already bound further up the file;
      *>   - screen layouts that do not fit the standard 80x24
      *>     terminal, shadow included.
      *>
      *> It reads whichever region OPSREGION names, like everything
      *> else, so it is run once per region - TEST and TRAIN as they
      *> are changed, and against the candidate files before they
      *> are promoted into PROD. A run with any exception ends with
      *> return code 4, so a promotion script can stop on it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEF-FILE ASSIGN TO JOB-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-DEF-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO OPERATOR-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OPERATOR-PROFILE-ID
               FILE STATUS OPERATOR-FILE-STATUS.
           SELECT CODE-TABLE-FILE ASSIGN TO CODE-TABLE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODE-TABLE-KEY
               FILE STATUS CODE-FILE-STATUS.
           SELECT SCREEN-DEF-FILE ASSIGN TO SCREEN-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS SCREEN-DEF-STATUS.
           SELECT HELP-TEXT-FILE ASSIGN TO HELP-TEXT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS HELP-FILE-STATUS.
           SELECT KEYMAP-FILE ASSIGN TO KEYMAP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS KEYMAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO CONFIG-CHECK-PATH
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
               10 FILLER             PIC X(8).
               10 DEF-FIELD-TABLE    PIC X(8).
               10 FILLER             PIC X(36).
           05 JOB-DEF-DETAIL-JOB REDEFINES JOB-DEF-DETAIL.
               10 DEF-JOB-DESCRIPTION PIC X(40).
               10 FILLER             PIC X.
               10 DEF-JOB-MIN-AUTH   PIC X.
               10 FILLER             PIC X(22).
       FD  OPERATOR-FILE.
       COPY "operator-profile.cpy".
       FD  CODE-TABLE-FILE.
       COPY "code-table.cpy".
       FD  SCREEN-DEF-FILE.
       COPY "screen-def.cpy".
       FD  HELP-TEXT-FILE.
       01  HELP-TEXT-RECORD.
           05 HELP-REC-SCREEN        PIC X(20).
           05 HELP-REC-FIELD-INDEX   PIC 9(2).
           05 FILLER                 PIC X.
           05 HELP-REC-TEXT          PIC X(56).
       FD  KEYMAP-FILE.
      *> A key binding ("F03 EXIT") or a session setting ("IDLE
      *> 0900"); both views of the same line.
       01  KEYMAP-RECORD.
           05 KEYMAP-KEY-LABEL       PIC X(3).
           05 FILLER                 PIC X.
           05 KEYMAP-ACTION-NAME     PIC X(10).
       01  KEYMAP-SETTING-RECORD.
           05 KEYMAP-SETTING-TAG     PIC X(4).
           05 FILLER                 PIC X.
           05 KEYMAP-SETTING-VALUE   PIC X(4).
           05 KEYMAP-SETTING-NUMBER REDEFINES KEYMAP-SETTING-VALUE
                                     PIC 9(4).
           05 FILLER                 PIC X(5).
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 JOB-DEF-PATH              PIC X(40).
       01 OPERATOR-FILE-PATH        PIC X(40).
       01 CODE-TABLE-PATH           PIC X(40).
       01 SCREEN-DEF-PATH           PIC X(40).
       01 HELP-TEXT-PATH            PIC X(40).
       01 KEYMAP-PATH               PIC X(40).
       01 CONFIG-CHECK-PATH         PIC X(40).

       01 JOB-DEF-STATUS             PIC XX.
           88 JOB-DEF-OK             VALUE '00'.
       01 OPERATOR-FILE-STATUS       PIC XX.
           88 OPERATOR-FILE-OK       VALUE '00'.
       01 CODE-FILE-STATUS           PIC XX.
           88 CODE-FILE-OK           VALUE '00'.
       01 SCREEN-DEF-STATUS          PIC XX.
           88 SCREEN-DEF-OK          VALUE '00'.
       01 HELP-FILE-STATUS           PIC XX.
           88 HELP-FILE-OK           VALUE '00'.
       01 KEYMAP-STATUS              PIC XX.
           88 KEYMAP-OK              VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X.
           88 END-OF-INPUT-FILE      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- jobs and their parameter fields -----------------------
       01 JOB-COUNT                  PIC 9(2) VALUE 0.
       01 JOB-CAPACITY               PIC 9(2) VALUE 50.
       01 JOB-TABLE.
           05 JOB-TABLE-ENTRY OCCURS 50 TIMES.
               10 JT-NAME            PIC X(8).
               10 JT-MIN-AUTH        PIC 9.
       01 JOB-IDX                    PIC 9(2).
       01 TABLE-FIELD-COUNT          PIC 9(3) VALUE 0.
       01 TABLE-FIELD-CAPACITY       PIC 9(3) VALUE 200.
       01 TABLE-FIELD-TABLE.
           05 TABLE-FIELD-ENTRY OCCURS 200 TIMES.
               10 TF-JOB             PIC X(8).
               10 TF-LABEL           PIC X(12).
               10 TF-TABLE           PIC X(8).
       01 TABLE-FIELD-IDX            PIC 9(3).

      *> ---- operator authority ------------------------------------
      *> No profile file means sign-on is not in use and every
      *> session runs at full authority, so there is nothing to
      *> check; NCURSES-UTIL treats a missing file the same way.
       01 OPERATOR-FILE-SWITCH       PIC X.
           88 OPERATOR-FILE-PRESENT  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 ACTIVE-OPERATOR-COUNT      PIC 9(5) VALUE 0.
       01 HIGHEST-ACTIVE-LEVEL       PIC 9 VALUE 0.
       01 EDITOR-MIN-AUTH-LEVEL      PIC 9 VALUE 9.
       01 LEVEL-EDITED               PIC 9.

      *> ---- code tables -------------------------------------------
       01 TODAY-DATE                 PIC 9(8).
       01 LIVE-CODE-SWITCH           PIC X.
           88 LIVE-CODE-FOUND        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 TABLE-SCAN-SWITCH          PIC X.
           88 TABLE-SCAN-DONE        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 CODE-FILE-SWITCH           PIC X.
           88 CODE-FILE-IS-OPEN      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- screens help may be raised for ------------------------
      *> NCURSES-WINDOW raises help under the window's title and
      *> every other pop-up under the layout or program name, so a
      *> layout answers to both its name and its title. The consoles
      *> below raise help under their program name (NCURSES-MENU,
      *> -TABLE and -PAD) or their form's screen name (NCURSES-
      *> FIELD), and NCURSES-DIALOG under its own title; a new
      *> console goes on this list when it gets help text.
       01 CONSOLE-SCREEN-VALUES.
           05 FILLER PIC X(20) VALUE 'CODE-TABLE-EDITOR'.
           05 FILLER PIC X(20) VALUE 'HANDOVER-NOTES'.
           05 FILLER PIC X(20) VALUE 'JOB-APPROVAL-CONSOLE'.
           05 FILLER PIC X(20) VALUE 'JOB-DEF-EDITOR'.
           05 FILLER PIC X(20) VALUE 'JOB-STATUS-BOARD'.
           05 FILLER PIC X(20) VALUE 'JOB-SUBMIT-CONSOLE'.
           05 FILLER PIC X(20) VALUE 'LOG-BROWSER'.
           05 FILLER PIC X(20) VALUE 'OPERATOR-PIN-CONSOLE'.
           05 FILLER PIC X(20) VALUE 'PARAM-STORE-BROWSER'.
           05 FILLER PIC X(20) VALUE 'PRINT-SPOOL-MANAGER'.
           05 FILLER PIC X(20) VALUE 'QUEUE-REVIEW-CONSOLE'.
           05 FILLER PIC X(20) VALUE 'SCREEN-DEF-EDITOR'.
           05 FILLER PIC X(20) VALUE 'CONFIRM'.
           05 FILLER PIC X(20) VALUE 'ALERT'.
       01 CONSOLE-SCREEN-TABLE REDEFINES CONSOLE-SCREEN-VALUES.
           05 CONSOLE-SCREEN-NAME OCCURS 14 TIMES PIC X(20).
       01 CONSOLE-SCREEN-COUNT       PIC 9(2) VALUE 14.
       01 LAYOUT-COUNT               PIC 9(3) VALUE 0.
       01 LAYOUT-CAPACITY            PIC 9(3) VALUE 100.
       01 LAYOUT-TABLE.
           05 LAYOUT-ENTRY OCCURS 100 TIMES.
               10 LAYOUT-NAME        PIC X(20).
               10 LAYOUT-TITLE       PIC X(20).
       01 SCREEN-IDX                 PIC 9(3).
       01 SCREEN-KNOWN-SWITCH        PIC X.
           88 SCREEN-IS-KNOWN        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
      *> Each unknown screen is reported once, however many help
      *> lines it has.
       01 UNKNOWN-SCREEN-COUNT       PIC 9(3) VALUE 0.
       01 UNKNOWN-SCREEN-CAPACITY    PIC 9(3) VALUE 100.
       01 UNKNOWN-SCREEN-TABLE.
           05 UNKNOWN-SCREEN-NAME OCCURS 100 TIMES PIC X(20).
       01 HELP-LINES-UNDER-SCREEN    PIC 9(3).

      *> ---- screen geometry ---------------------------------------
       01 STANDARD-TERM-COLS         PIC 9(3) VALUE 80.
       01 STANDARD-TERM-LINES        PIC 9(3) VALUE 24.
       01 SHADOW-MARGIN              PIC 9.
       01 GEO-WIDTH                  PIC ZZ9.
       01 GEO-HEIGHT                 PIC ZZ9.
       01 GEO-X                      PIC ZZ9.
       01 GEO-Y                      PIC ZZ9.
       01 GEOMETRY-TEXT              PIC X(20).

      *> ---- keymap ------------------------------------------------
      *> What a key may be bound to is what the event loops answer;
      *> see the UTIL-ACTION conditions in util-control.cpy.
       01 KNOWN-ACTION-VALUES.
           05 FILLER PIC X(10) VALUE 'NONE'.
           05 FILLER PIC X(10) VALUE 'HELP'.
           05 FILLER PIC X(10) VALUE 'EXIT'.
           05 FILLER PIC X(10) VALUE 'CANCEL'.
           05 FILLER PIC X(10) VALUE 'PAGE-UP'.
           05 FILLER PIC X(10) VALUE 'PAGE-DOWN'.
           05 FILLER PIC X(10) VALUE 'PICK'.
           05 FILLER PIC X(10) VALUE 'RECORD'.
           05 FILLER PIC X(10) VALUE 'PLAY'.
           05 FILLER PIC X(10) VALUE 'MARK'.
           05 FILLER PIC X(10) VALUE 'PRINT'.
       01 KNOWN-ACTION-TABLE REDEFINES KNOWN-ACTION-VALUES.
           05 KNOWN-ACTION-NAME OCCURS 11 TIMES PIC X(10).
       01 KNOWN-ACTION-COUNT         PIC 9(2) VALUE 11.
       01 ACTION-IDX                 PIC 9(2).
       01 ACTION-KNOWN-SWITCH        PIC X.
           88 ACTION-IS-KNOWN        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 KEYMAP-KEY-NUMBER          PIC 9(2).
       01 KEYMAP-LINE-NUMBER         PIC 9(4) VALUE 0.
       01 KEYMAP-LINE-EDITED         PIC ZZZ9.
       01 SEEN-KEY-COUNT             PIC 9(2) VALUE 0.
       01 SEEN-KEY-CAPACITY          PIC 9(2) VALUE 50.
       01 SEEN-KEY-TABLE.
           05 SEEN-KEY-ENTRY OCCURS 50 TIMES.
               10 SEEN-KEY-TAG       PIC X(4).
               10 SEEN-KEY-LINE      PIC 9(4).
       01 SEEN-KEY-IDX               PIC 9(2).
       01 FIRST-SEEN-LINE            PIC 9(4).
       01 FIRST-SEEN-EDITED          PIC ZZZ9.
       01 KEYMAP-TAG                 PIC X(4).

      *> ---- report formatting -------------------------------------
       01 DETAIL-LINE                PIC X(132).
       01 EXCEPTION-SUBJECT          PIC X(30).
       01 EXCEPTION-REASON           PIC X(90).
       01 EXCEPTION-COUNT            PIC 9(4).
       01 OPEN-STATUS-TEXT           PIC XX.
       01 TOTAL-EXCEPTION-COUNT      PIC 9(4) VALUE 0.
       01 COUNT-EDITED               PIC ZZ,ZZ9.

       01 REPORT-DATE-STAMP.
           05 REPORT-CC-YY           PIC 9(4).
           05 REPORT-MM              PIC 9(2).
           05 REPORT-DD              PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT REPORT-DATE-STAMP FROM DATE YYYYMMDD.
           MOVE REPORT-DATE-STAMP TO TODAY-DATE.
           PERFORM LOAD-JOB-DEFS.
           PERFORM LOAD-OPERATOR-LEVELS.
           PERFORM LOAD-SCREEN-LAYOUTS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM CHECK-CONTROL-FILES.
           PERFORM CHECK-JOB-AUTHORITY.
           PERFORM CHECK-FIELD-TABLES.
           PERFORM CHECK-HELP-SCREENS.
           PERFORM CHECK-KEYMAP-LINES.
           PERFORM CHECK-SCREEN-LAYOUTS.
           MOVE TOTAL-EXCEPTION-COUNT TO COUNT-EDITED.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'TOTAL EXCEPTIONS: '             DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-EDITED)      DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           CLOSE REPORT-FILE.
           DISPLAY 'CONFIG-CHECK-REPORT: region '
               FUNCTION TRIM(REGION-NAME)
               ' exceptions found: ' COUNT-EDITED.
           IF TOTAL-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ---- loading -----------------------------------------------
      *> Of job-def.dat only the 'J' lines' minimum authority and
      *> the 'F' lines that name a code table matter here.
       LOAD-JOB-DEFS SECTION.
           SET END-OF-INPUT-FILE TO FALSE.
           OPEN INPUT JOB-DEF-FILE.
           IF JOB-DEF-OK
               PERFORM READ-JOB-DEF-LINE
               PERFORM STORE-JOB-DEF-LINE UNTIL END-OF-INPUT-FILE
               CLOSE JOB-DEF-FILE
           END-IF
           EXIT SECTION.

       READ-JOB-DEF-LINE SECTION.
           READ JOB-DEF-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           EXIT SECTION.

      *> A minimum authority that is blank or not a digit is level 0,
      *> the way the submit console reads it.
       STORE-JOB-DEF-LINE SECTION.
           EVALUATE TRUE
               WHEN JOB-DEF-IS-JOB
                   AND JOB-COUNT < JOB-CAPACITY
                   ADD 1 TO JOB-COUNT
                   MOVE JOB-DEF-NAME TO JT-NAME(JOB-COUNT)
                   IF DEF-JOB-MIN-AUTH IS NUMERIC
                       MOVE DEF-JOB-MIN-AUTH TO JT-MIN-AUTH(JOB-COUNT)
                   ELSE
                       MOVE 0 TO JT-MIN-AUTH(JOB-COUNT)
                   END-IF
               WHEN JOB-DEF-IS-FIELD
                   AND DEF-FIELD-TABLE NOT = SPACES
                   AND TABLE-FIELD-COUNT < TABLE-FIELD-CAPACITY
                   ADD 1 TO TABLE-FIELD-COUNT
                   MOVE JOB-DEF-NAME TO TF-JOB(TABLE-FIELD-COUNT)
                   MOVE DEF-FIELD-LABEL TO TF-LABEL(TABLE-FIELD-COUNT)
                   MOVE DEF-FIELD-TABLE TO TF-TABLE(TABLE-FIELD-COUNT)
           END-EVALUATE
           PERFORM READ-JOB-DEF-LINE.
           EXIT SECTION.

      *> Only the highest level an active operator carries matters:
      *> a job is runnable when that level reaches its minimum. A
      *> locked id cannot sign on until it is unlocked, so it counts
      *> for nothing here either.
       LOAD-OPERATOR-LEVELS SECTION.
           SET OPERATOR-FILE-PRESENT TO FALSE.
           SET END-OF-INPUT-FILE TO FALSE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-OK
               SET OPERATOR-FILE-PRESENT TO TRUE
               PERFORM READ-OPERATOR-RECORD
               PERFORM NOTE-OPERATOR-LEVEL UNTIL END-OF-INPUT-FILE
               CLOSE OPERATOR-FILE
           END-IF
           EXIT SECTION.

       READ-OPERATOR-RECORD SECTION.
           READ OPERATOR-FILE NEXT
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       NOTE-OPERATOR-LEVEL SECTION.
           IF OPERATOR-IS-ACTIVE AND NOT OPERATOR-IS-LOCKED
               ADD 1 TO ACTIVE-OPERATOR-COUNT
               IF OPERATOR-AUTH-LEVEL > HIGHEST-ACTIVE-LEVEL
                   MOVE OPERATOR-AUTH-LEVEL TO HIGHEST-ACTIVE-LEVEL
               END-IF
           END-IF
           PERFORM READ-OPERATOR-RECORD.
           EXIT SECTION.

       LOAD-SCREEN-LAYOUTS SECTION.
           SET END-OF-INPUT-FILE TO FALSE.
           OPEN INPUT SCREEN-DEF-FILE.
           IF SCREEN-DEF-OK
               PERFORM READ-SCREEN-DEF-RECORD
               PERFORM STORE-SCREEN-LAYOUT UNTIL END-OF-INPUT-FILE
               CLOSE SCREEN-DEF-FILE
           END-IF
           EXIT SECTION.

       READ-SCREEN-DEF-RECORD SECTION.
           READ SCREEN-DEF-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-SCREEN-LAYOUT SECTION.
           IF SCREEN-NAME NOT = SPACES
                   AND LAYOUT-COUNT < LAYOUT-CAPACITY
               ADD 1 TO LAYOUT-COUNT
               MOVE SCREEN-NAME TO LAYOUT-NAME(LAYOUT-COUNT)
               MOVE SCREEN-TITLE(1:20) TO LAYOUT-TITLE(LAYOUT-COUNT)
           END-IF
           PERFORM READ-SCREEN-DEF-RECORD.
           EXIT SECTION.

      *> ---- control files that are not there ----------------------
      *> Every check below passes quietly over a file it cannot
      *> open, so a region missing one of these would otherwise come
      *> out clean. The operator and code-table files are left out:
      *> no operator file is a region without sign-on, and a missing
      *> code-table file already fails every field that names one.
       CHECK-CONTROL-FILES SECTION.
           MOVE 'CONTROL FILES THAT CANNOT BE READ' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           OPEN INPUT JOB-DEF-FILE.
           IF JOB-DEF-OK
               CLOSE JOB-DEF-FILE
           ELSE
               MOVE JOB-DEF-PATH TO EXCEPTION-SUBJECT
               MOVE JOB-DEF-STATUS TO OPEN-STATUS-TEXT
               PERFORM WRITE-OPEN-FAILURE-LINE
           END-IF
           OPEN INPUT SCREEN-DEF-FILE.
           IF SCREEN-DEF-OK
               CLOSE SCREEN-DEF-FILE
           ELSE
               MOVE SCREEN-DEF-PATH TO EXCEPTION-SUBJECT
               MOVE SCREEN-DEF-STATUS TO OPEN-STATUS-TEXT
               PERFORM WRITE-OPEN-FAILURE-LINE
           END-IF
           OPEN INPUT HELP-TEXT-FILE.
           IF HELP-FILE-OK
               CLOSE HELP-TEXT-FILE
           ELSE
               MOVE HELP-TEXT-PATH TO EXCEPTION-SUBJECT
               MOVE HELP-FILE-STATUS TO OPEN-STATUS-TEXT
               PERFORM WRITE-OPEN-FAILURE-LINE
           END-IF
           OPEN INPUT KEYMAP-FILE.
           IF KEYMAP-OK
               CLOSE KEYMAP-FILE
           ELSE
               MOVE KEYMAP-PATH TO EXCEPTION-SUBJECT
               MOVE KEYMAP-STATUS TO OPEN-STATUS-TEXT
               PERFORM WRITE-OPEN-FAILURE-LINE
           END-IF
           PERFORM CLOSE-EXCEPTION-SECTION.
           EXIT SECTION.

       WRITE-OPEN-FAILURE-LINE SECTION.
           MOVE SPACES TO EXCEPTION-REASON.
           STRING 'CANNOT BE OPENED - FILE STATUS ' DELIMITED BY SIZE
                  OPEN-STATUS-TEXT                 DELIMITED BY SIZE
               INTO EXCEPTION-REASON
           END-STRING
           PERFORM WRITE-EXCEPTION-LINE.
           EXIT SECTION.

      *> ---- jobs no active operator can submit --------------------
      *> The keymap's JDEF level is read here too, so the job editor
      *> is checked the same way as the jobs it maintains.
       CHECK-JOB-AUTHORITY SECTION.
           PERFORM LOAD-EDITOR-AUTHORITY.
           MOVE 'JOBS NO ACTIVE OPERATOR HAS THE AUTHORITY TO RUN'
               TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           IF NOT OPERATOR-FILE-PRESENT
               MOVE '  NO OPERATOR FILE - SIGN-ON NOT IN USE'
                   TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
               PERFORM WRITE-BLANK-LINE
               EXIT SECTION
           END-IF
           PERFORM CHECK-ONE-JOB-AUTHORITY
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT.
           IF EDITOR-MIN-AUTH-LEVEL > HIGHEST-ACTIVE-LEVEL
                   OR ACTIVE-OPERATOR-COUNT = 0
               MOVE 'JOB-DEF-EDITOR' TO EXCEPTION-SUBJECT
               MOVE EDITOR-MIN-AUTH-LEVEL TO LEVEL-EDITED
               PERFORM FORMAT-AUTHORITY-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM CLOSE-EXCEPTION-SECTION.
           EXIT SECTION.

       CHECK-ONE-JOB-AUTHORITY SECTION.
           IF JT-MIN-AUTH(JOB-IDX) > HIGHEST-ACTIVE-LEVEL
                   OR ACTIVE-OPERATOR-COUNT = 0
               MOVE JT-NAME(JOB-IDX) TO EXCEPTION-SUBJECT
               MOVE JT-MIN-AUTH(JOB-IDX) TO LEVEL-EDITED
               PERFORM FORMAT-AUTHORITY-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           EXIT SECTION.

       FORMAT-AUTHORITY-REASON SECTION.
           MOVE SPACES TO EXCEPTION-REASON.
           IF ACTIVE-OPERATOR-COUNT = 0
               STRING 'NEEDS LEVEL '               DELIMITED BY SIZE
                      LEVEL-EDITED                 DELIMITED BY SIZE
                      ' - NO OPERATOR IS ACTIVE'   DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
               END-STRING
           ELSE
               STRING 'NEEDS LEVEL '               DELIMITED BY SIZE
                      LEVEL-EDITED                 DELIMITED BY SIZE
                      ' - HIGHEST ACTIVE OPERATOR IS LEVEL '
                                                   DELIMITED BY SIZE
                      HIGHEST-ACTIVE-LEVEL         DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
               END-STRING
           END-IF
           EXIT SECTION.

      *> Same reading JOB-DEF-EDITOR takes: a JDEF line of 0-9 sets
      *> the level, anything else leaves level 9.
       LOAD-EDITOR-AUTHORITY SECTION.
           SET END-OF-INPUT-FILE TO FALSE.
           OPEN INPUT KEYMAP-FILE.
           IF KEYMAP-OK
               PERFORM READ-KEYMAP-LINE
               PERFORM NOTE-EDITOR-AUTHORITY UNTIL END-OF-INPUT-FILE
               CLOSE KEYMAP-FILE
           END-IF
           EXIT SECTION.

       NOTE-EDITOR-AUTHORITY SECTION.
           IF KEYMAP-SETTING-TAG = 'JDEF'
                   AND KEYMAP-SETTING-VALUE IS NUMERIC
                   AND KEYMAP-SETTING-NUMBER <= 9
               MOVE KEYMAP-SETTING-NUMBER TO EDITOR-MIN-AUTH-LEVEL
           END-IF
           PERFORM READ-KEYMAP-LINE.
           EXIT SECTION.

      *> ---- fields whose code table has nothing live --------------
      *> A table is live today when at least one of its codes is,
      *> by the rule NCURSES-CODE-TABLE validates with; a table not
      *> on the file at all has nothing live either.
       CHECK-FIELD-TABLES SECTION.
           MOVE 'PARAMETER FIELDS WHOSE CODE TABLE HAS NO LIVE CODES'
               TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           SET CODE-FILE-IS-OPEN TO FALSE.
           OPEN INPUT CODE-TABLE-FILE.
           IF CODE-FILE-OK
               SET CODE-FILE-IS-OPEN TO TRUE
           END-IF
           PERFORM CHECK-ONE-FIELD-TABLE
               VARYING TABLE-FIELD-IDX FROM 1 BY 1
               UNTIL TABLE-FIELD-IDX > TABLE-FIELD-COUNT.
           IF CODE-FILE-IS-OPEN
               CLOSE CODE-TABLE-FILE
           END-IF
           PERFORM CLOSE-EXCEPTION-SECTION.
           EXIT SECTION.

       CHECK-ONE-FIELD-TABLE SECTION.
           SET LIVE-CODE-FOUND TO FALSE.
           IF CODE-FILE-IS-OPEN
               PERFORM SCAN-TABLE-FOR-LIVE-CODE
           END-IF
           IF NOT LIVE-CODE-FOUND
               MOVE SPACES TO EXCEPTION-SUBJECT
               STRING TF-JOB(TABLE-FIELD-IDX)      DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      TF-LABEL(TABLE-FIELD-IDX)    DELIMITED BY SIZE
                   INTO EXCEPTION-SUBJECT
               END-STRING
               MOVE SPACES TO EXCEPTION-REASON
               STRING 'TABLE '                     DELIMITED BY SIZE
                      FUNCTION TRIM(TF-TABLE(TABLE-FIELD-IDX))
                                                   DELIMITED BY SIZE
                      ' HAS NO CODE LIVE TODAY'    DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           EXIT SECTION.

       SCAN-TABLE-FOR-LIVE-CODE SECTION.
           SET TABLE-SCAN-DONE TO FALSE.
           MOVE TF-TABLE(TABLE-FIELD-IDX) TO CODE-TABLE-ID.
           MOVE LOW-VALUES TO CODE-VALUE.
           START CODE-TABLE-FILE KEY >= CODE-TABLE-KEY
               INVALID KEY
                   SET TABLE-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-TABLE-CODE
               UNTIL TABLE-SCAN-DONE OR LIVE-CODE-FOUND.
           EXIT SECTION.

       READ-NEXT-TABLE-CODE SECTION.
           READ CODE-TABLE-FILE NEXT
               AT END
                   SET TABLE-SCAN-DONE TO TRUE
               NOT AT END
                   IF CODE-TABLE-ID NOT = TF-TABLE(TABLE-FIELD-IDX)
                       SET TABLE-SCAN-DONE TO TRUE
                   ELSE
                       IF CODE-EFFECTIVE-DATE <= TODAY-DATE
                           AND (CODE-EXPIRY-DATE = 0
                               OR CODE-EXPIRY-DATE > TODAY-DATE)
                           SET LIVE-CODE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
           EXIT SECTION.

      *> ---- help for screens that do not exist --------------------
       CHECK-HELP-SCREENS SECTION.
           MOVE 'HELP ENTRIES FOR SCREENS THAT DO NOT EXIST'
               TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           MOVE 0 TO UNKNOWN-SCREEN-COUNT.
           SET END-OF-INPUT-FILE TO FALSE.
           OPEN INPUT HELP-TEXT-FILE.
           IF HELP-FILE-OK
               PERFORM READ-HELP-TEXT-RECORD
               PERFORM NOTE-HELP-SCREEN UNTIL END-OF-INPUT-FILE
               CLOSE HELP-TEXT-FILE
           END-IF
           PERFORM REPORT-ONE-UNKNOWN-SCREEN
               VARYING SCREEN-IDX FROM 1 BY 1
               UNTIL SCREEN-IDX > UNKNOWN-SCREEN-COUNT.
           PERFORM CLOSE-EXCEPTION-SECTION.
           EXIT SECTION.

       READ-HELP-TEXT-RECORD SECTION.
           READ HELP-TEXT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       NOTE-HELP-SCREEN SECTION.
           IF HELP-REC-SCREEN NOT = SPACES
               SET SCREEN-IS-KNOWN TO FALSE
               PERFORM MATCH-CONSOLE-SCREEN
                   VARYING SCREEN-IDX FROM 1 BY 1
                   UNTIL SCREEN-IDX > CONSOLE-SCREEN-COUNT
               PERFORM MATCH-LAYOUT-SCREEN
                   VARYING SCREEN-IDX FROM 1 BY 1
                   UNTIL SCREEN-IDX > LAYOUT-COUNT
               PERFORM MATCH-UNKNOWN-SCREEN
                   VARYING SCREEN-IDX FROM 1 BY 1
                   UNTIL SCREEN-IDX > UNKNOWN-SCREEN-COUNT
               IF NOT SCREEN-IS-KNOWN
                       AND UNKNOWN-SCREEN-COUNT
                           < UNKNOWN-SCREEN-CAPACITY
                   ADD 1 TO UNKNOWN-SCREEN-COUNT
                   MOVE HELP-REC-SCREEN
                       TO UNKNOWN-SCREEN-NAME(UNKNOWN-SCREEN-COUNT)
               END-IF
           END-IF
           PERFORM READ-HELP-TEXT-RECORD.
           EXIT SECTION.

       MATCH-CONSOLE-SCREEN SECTION.
           IF CONSOLE-SCREEN-NAME(SCREEN-IDX) = HELP-REC-SCREEN
               SET SCREEN-IS-KNOWN TO TRUE
           END-IF
           EXIT SECTION.

       MATCH-LAYOUT-SCREEN SECTION.
           IF LAYOUT-NAME(SCREEN-IDX) = HELP-REC-SCREEN
                   OR LAYOUT-TITLE(SCREEN-IDX) = HELP-REC-SCREEN
               SET SCREEN-IS-KNOWN TO TRUE
           END-IF
           EXIT SECTION.

      *> An unknown screen already listed counts as known here, so
      *> it is not listed twice.
       MATCH-UNKNOWN-SCREEN SECTION.
           IF UNKNOWN-SCREEN-NAME(SCREEN-IDX) = HELP-REC-SCREEN
               SET SCREEN-IS-KNOWN TO TRUE
           END-IF
           EXIT SECTION.

       REPORT-ONE-UNKNOWN-SCREEN SECTION.
           MOVE UNKNOWN-SCREEN-NAME(SCREEN-IDX) TO EXCEPTION-SUBJECT.
           MOVE 'NO SUCH LAYOUT, WINDOW TITLE OR CONSOLE'
               TO EXCEPTION-REASON.
           PERFORM WRITE-EXCEPTION-LINE.
           EXIT SECTION.

      *> ---- keymap lines ------------------------------------------
      *> A binding names F01-F12 and one of the known actions; a
      *> setting is IDLE, PINL or PINX with a number, or JDEF with a
      *> level 0-9. NCURSES-UTIL quietly lets a later line for the
      *> same key or setting win, so a second one is reported against
      *> the line it overrides. Blank lines and '*' comments are
      *> skipped.
       CHECK-KEYMAP-LINES SECTION.
           MOVE 'KEYMAP LINES WITH UNKNOWN ACTIONS, KEYS OR DUPLICATES'
               TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           MOVE 0 TO KEYMAP-LINE-NUMBER.
           MOVE 0 TO SEEN-KEY-COUNT.
           SET END-OF-INPUT-FILE TO FALSE.
           OPEN INPUT KEYMAP-FILE.
           IF KEYMAP-OK
               PERFORM READ-KEYMAP-LINE
               PERFORM CHECK-ONE-KEYMAP-LINE UNTIL END-OF-INPUT-FILE
               CLOSE KEYMAP-FILE
           END-IF
           PERFORM CLOSE-EXCEPTION-SECTION.
           EXIT SECTION.

       READ-KEYMAP-LINE SECTION.
           READ KEYMAP-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           EXIT SECTION.

       CHECK-ONE-KEYMAP-LINE SECTION.
           ADD 1 TO KEYMAP-LINE-NUMBER.
           IF KEYMAP-RECORD = SPACES
                   OR KEYMAP-KEY-LABEL(1:1) = '*'
               PERFORM READ-KEYMAP-LINE
               EXIT SECTION
           END-IF
           MOVE KEYMAP-LINE-NUMBER TO KEYMAP-LINE-EDITED.
           MOVE SPACES TO EXCEPTION-SUBJECT.
           STRING 'LINE '                          DELIMITED BY SIZE
                  FUNCTION TRIM(KEYMAP-LINE-EDITED)
                                                   DELIMITED BY SIZE
                  ': '                             DELIMITED BY SIZE
                  KEYMAP-RECORD                    DELIMITED BY SIZE
               INTO EXCEPTION-SUBJECT
           END-STRING
           MOVE SPACES TO EXCEPTION-REASON.
           MOVE SPACES TO KEYMAP-TAG.
           EVALUATE TRUE
               WHEN KEYMAP-KEY-LABEL(1:1) = 'F'
                   AND KEYMAP-KEY-LABEL(2:2) IS NUMERIC
                   PERFORM CHECK-KEY-BINDING
               WHEN KEYMAP-SETTING-TAG = 'IDLE' OR 'PINL' OR 'PINX'
                   MOVE KEYMAP-SETTING-TAG TO KEYMAP-TAG
                   IF KEYMAP-SETTING-VALUE IS NOT NUMERIC
                       MOVE 'SETTING VALUE IS NOT A 4-DIGIT NUMBER'
                           TO EXCEPTION-REASON
                   END-IF
               WHEN KEYMAP-SETTING-TAG = 'JDEF'
                   MOVE KEYMAP-SETTING-TAG TO KEYMAP-TAG
                   IF KEYMAP-SETTING-VALUE IS NOT NUMERIC
                       MOVE 'SETTING VALUE IS NOT A 4-DIGIT NUMBER'
                           TO EXCEPTION-REASON
                   ELSE
                       IF KEYMAP-SETTING-NUMBER > 9
                           MOVE 'JDEF LEVEL MUST BE 0000-0009'
                               TO EXCEPTION-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'NOT A KEY BINDING OR A KNOWN SETTING'
                       TO EXCEPTION-REASON
           END-EVALUATE
           IF EXCEPTION-REASON = SPACES AND KEYMAP-TAG NOT = SPACES
               PERFORM CHECK-KEY-NOT-REPEATED
           END-IF
           IF EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM READ-KEYMAP-LINE.
           EXIT SECTION.

       CHECK-KEY-BINDING SECTION.
           MOVE KEYMAP-KEY-LABEL(2:2) TO KEYMAP-KEY-NUMBER.
           IF KEYMAP-KEY-NUMBER < 1 OR KEYMAP-KEY-NUMBER > 12
               MOVE 'NO SUCH KEY - F01 TO F12 ONLY' TO EXCEPTION-REASON
               EXIT SECTION
           END-IF
           MOVE KEYMAP-KEY-LABEL TO KEYMAP-TAG.
           SET ACTION-IS-KNOWN TO FALSE.
           PERFORM MATCH-KNOWN-ACTION
               VARYING ACTION-IDX FROM 1 BY 1
               UNTIL ACTION-IDX > KNOWN-ACTION-COUNT.
           IF NOT ACTION-IS-KNOWN
               STRING 'UNKNOWN ACTION '            DELIMITED BY SIZE
                      FUNCTION TRIM(KEYMAP-ACTION-NAME)
                                                   DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
               END-STRING
           END-IF
           EXIT SECTION.

       MATCH-KNOWN-ACTION SECTION.
           IF KNOWN-ACTION-NAME(ACTION-IDX) = KEYMAP-ACTION-NAME
               SET ACTION-IS-KNOWN TO TRUE
           END-IF
           EXIT SECTION.

       CHECK-KEY-NOT-REPEATED SECTION.
           MOVE 0 TO FIRST-SEEN-LINE.
           PERFORM MATCH-SEEN-KEY
               VARYING SEEN-KEY-IDX FROM 1 BY 1
               UNTIL SEEN-KEY-IDX > SEEN-KEY-COUNT.
           IF FIRST-SEEN-LINE > 0
               MOVE FIRST-SEEN-LINE TO FIRST-SEEN-EDITED
               STRING FUNCTION TRIM(KEYMAP-TAG)    DELIMITED BY SIZE
                      ' IS ALREADY SET ON LINE '   DELIMITED BY SIZE
                      FUNCTION TRIM(FIRST-SEEN-EDITED)
                                                   DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
               END-STRING
               EXIT SECTION
           END-IF
           IF SEEN-KEY-COUNT < SEEN-KEY-CAPACITY
               ADD 1 TO SEEN-KEY-COUNT
               MOVE KEYMAP-TAG TO SEEN-KEY-TAG(SEEN-KEY-COUNT)
               MOVE KEYMAP-LINE-NUMBER TO SEEN-KEY-LINE(SEEN-KEY-COUNT)
           END-IF
           EXIT SECTION.

       MATCH-SEEN-KEY SECTION.
           IF FIRST-SEEN-LINE = 0
                   AND SEEN-KEY-TAG(SEEN-KEY-IDX) = KEYMAP-TAG
               MOVE SEEN-KEY-LINE(SEEN-KEY-IDX) TO FIRST-SEEN-LINE
           END-IF
           EXIT SECTION.

      *> ---- layouts that do not fit 80x24 -------------------------
      *> SCREEN-DEF-EDITOR's fit rule: position plus size plus the
      *> shadow's extra row and column within the standard terminal,
      *> and at least 3x3 so the border has an inside.
       CHECK-SCREEN-LAYOUTS SECTION.
           MOVE 'SCREEN LAYOUTS THAT DO NOT FIT 80X24' TO DETAIL-LINE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO EXCEPTION-COUNT.
           SET END-OF-INPUT-FILE TO FALSE.
           OPEN INPUT SCREEN-DEF-FILE.
           IF SCREEN-DEF-OK
               PERFORM READ-SCREEN-DEF-RECORD
               PERFORM CHECK-ONE-SCREEN-LAYOUT UNTIL END-OF-INPUT-FILE
               CLOSE SCREEN-DEF-FILE
           END-IF
           PERFORM CLOSE-EXCEPTION-SECTION.
           EXIT SECTION.

       CHECK-ONE-SCREEN-LAYOUT SECTION.
           MOVE SCREEN-NAME TO EXCEPTION-SUBJECT.
           MOVE SPACES TO EXCEPTION-REASON.
           IF SCREEN-WIDTH IS NOT NUMERIC
                   OR SCREEN-HEIGHT IS NOT NUMERIC
                   OR SCREEN-X IS NOT NUMERIC
                   OR SCREEN-Y IS NOT NUMERIC
               MOVE 'GEOMETRY IS NOT NUMERIC' TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-SCREEN-DEF-RECORD
               EXIT SECTION
           END-IF
           IF SCREEN-SHADOW = 'Y'
               MOVE 1 TO SHADOW-MARGIN
           ELSE
               MOVE 0 TO SHADOW-MARGIN
           END-IF
           MOVE SCREEN-WIDTH TO GEO-WIDTH.
           MOVE SCREEN-HEIGHT TO GEO-HEIGHT.
           MOVE SCREEN-X TO GEO-X.
           MOVE SCREEN-Y TO GEO-Y.
           MOVE SPACES TO GEOMETRY-TEXT.
           STRING FUNCTION TRIM(GEO-WIDTH)         DELIMITED BY SIZE
                  'X'                              DELIMITED BY SIZE
                  FUNCTION TRIM(GEO-HEIGHT)        DELIMITED BY SIZE
                  ' AT '                           DELIMITED BY SIZE
                  FUNCTION TRIM(GEO-X)             DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  FUNCTION TRIM(GEO-Y)             DELIMITED BY SIZE
               INTO GEOMETRY-TEXT
           END-STRING
           EVALUATE TRUE
               WHEN SCREEN-WIDTH < 3 OR SCREEN-HEIGHT < 3
                   STRING FUNCTION TRIM(GEOMETRY-TEXT)
                                                   DELIMITED BY SIZE
                          ' - SMALLER THAN 3X3'    DELIMITED BY SIZE
                       INTO EXCEPTION-REASON
                   END-STRING
               WHEN SCREEN-X + SCREEN-WIDTH + SHADOW-MARGIN
                       > STANDARD-TERM-COLS
                   STRING FUNCTION TRIM(GEOMETRY-TEXT)
                                                   DELIMITED BY SIZE
                          ' - RUNS PAST COLUMN 80' DELIMITED BY SIZE
                       INTO EXCEPTION-REASON
                   END-STRING
               WHEN SCREEN-Y + SCREEN-HEIGHT + SHADOW-MARGIN
                       > STANDARD-TERM-LINES
                   STRING FUNCTION TRIM(GEOMETRY-TEXT)
                                                   DELIMITED BY SIZE
                          ' - RUNS PAST ROW 24'    DELIMITED BY SIZE
                       INTO EXCEPTION-REASON
                   END-STRING
           END-EVALUATE
           IF EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM READ-SCREEN-DEF-RECORD.
           EXIT SECTION.

      *> ---- report lines ------------------------------------------
       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'CONFIGURATION CONSISTENCY CHECK  REGION '
                                                   DELIMITED BY SIZE
                  FUNCTION TRIM(REGION-NAME)       DELIMITED BY SIZE
                  '  '                             DELIMITED BY SIZE
                  REPORT-CC-YY                     DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  REPORT-MM                        DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  REPORT-DD                        DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           STRING 'DATA DIRECTORY '                DELIMITED BY SIZE
                  FUNCTION TRIM(REGION-DATA-DIR)   DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-BLANK-LINE.
           EXIT SECTION.

       WRITE-EXCEPTION-LINE SECTION.
           ADD 1 TO EXCEPTION-COUNT.
           ADD 1 TO TOTAL-EXCEPTION-COUNT.
           MOVE SPACES TO DETAIL-LINE.
           STRING '  '                             DELIMITED BY SIZE
                  EXCEPTION-SUBJECT                DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  EXCEPTION-REASON                 DELIMITED BY SIZE
               INTO DETAIL-LINE
           END-STRING
           PERFORM WRITE-DETAIL-LINE.
           EXIT SECTION.

       CLOSE-EXCEPTION-SECTION SECTION.
           IF EXCEPTION-COUNT = 0
               MOVE '  (NONE)' TO DETAIL-LINE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.
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
           MOVE SPACES TO JOB-DEF-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-def.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-DEF-PATH
           END-STRING
           MOVE SPACES TO OPERATOR-FILE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/operator.dat'
                                                  DELIMITED BY SIZE
               INTO OPERATOR-FILE-PATH
           END-STRING
           MOVE SPACES TO CODE-TABLE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/code-table.dat'
                                                  DELIMITED BY SIZE
               INTO CODE-TABLE-PATH
           END-STRING
           MOVE SPACES TO SCREEN-DEF-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/screen-def.dat'
                                                  DELIMITED BY SIZE
               INTO SCREEN-DEF-PATH
           END-STRING
           MOVE SPACES TO HELP-TEXT-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/help-text.dat'
                                                  DELIMITED BY SIZE
               INTO HELP-TEXT-PATH
           END-STRING
           MOVE SPACES TO KEYMAP-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/keymap.dat'
                                                  DELIMITED BY SIZE
               INTO KEYMAP-PATH
           END-STRING
           MOVE SPACES TO CONFIG-CHECK-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/config-check.txt'
                                                  DELIMITED BY SIZE
               INTO CONFIG-CHECK-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM CONFIG-CHECK-REPORT.
