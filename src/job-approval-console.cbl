       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-APPROVAL-CONSOLE.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> Second pair of eyes for the jobs too risky for one operator
      *> to release alone. A job whose 'J' line in the job-definition
      *> file carries the approval flag is queued awaiting approval
      *> ('A') by JOB-SUBMIT-CONSOLE and JOB-SCHEDULER alike, and the
      *> dispatcher will not take it from there. This console lists
      *> those submissions in the NCURSES-TABLE widget; picking one
      *> shows the job, who keyed it and when, and every parameter
      *> under its field label, with an APPROVE / REJECT menu
      *> alongside. Only a signed-on operator who did not key the
      *> request, holding at least the job's minimum authority, may
      *> decide it - anyone else gets a refusal and a DENIED audit
      *> line. Every decision needs a reason. Approved goes back to
      *> pending for the dispatcher; rejected is withdrawn for good.
      *> The decision, the approver, the time and the reason are
      *> stored on the submission itself (job-queue.cpy) through the
      *> same locked re-find and job-queue.new safe rewrite the
      *> review console uses, and the audit log gets an APPROVE or
      *> REJECT line naming the request and who keyed it, followed
      *> by a REASON line carrying the reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-QUEUE-FILE ASSIGN TO JOB-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-QUEUE-STATUS.
           SELECT QUEUE-NEW-FILE ASSIGN TO QUEUE-NEW-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOB-DEF-FILE ASSIGN TO JOB-DEF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JOB-DEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-QUEUE-FILE.
       COPY "job-queue.cpy".
       FD  QUEUE-NEW-FILE.
       01  QUEUE-NEW-RECORD          PIC X(534).
      *> The 'J' line gives the description and minimum authority,
      *> the 'F' lines the labels the parameters are shown under.
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
               10 FILLER             PIC X(52).
           05 JOB-DEF-DETAIL-JOB REDEFINES JOB-DEF-DETAIL.
               10 DEF-JOB-DESCRIPTION PIC X(40).
               10 FILLER             PIC X.
               10 DEF-JOB-MIN-AUTH   PIC X.
               10 FILLER             PIC X(22).

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 JOB-QUEUE-PATH            PIC X(40).
       01 QUEUE-NEW-PATH            PIC X(40).
       01 JOB-DEF-PATH              PIC X(40).

       01 JOB-QUEUE-STATUS           PIC XX.
           88 JOB-QUEUE-OK           VALUE '00'.
       01 JOB-DEF-STATUS             PIC XX.
           88 JOB-DEF-OK             VALUE '00'.
       01 END-OF-QUEUE-SWITCH        PIC X.
           88 END-OF-JOB-QUEUE       VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 END-OF-DEF-SWITCH          PIC X.
           88 END-OF-JOB-DEF-FILE    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 CONSOLE-DONE-SWITCH        PIC X VALUE 'N'.
           88 CONSOLE-IS-DONE        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- job definitions ---------------------------------------
      *> A job the definitions no longer know has no level to check
      *> against; it is decided at the top level only.
       01 JOB-COUNT                  PIC 9(2) VALUE 0.
       01 JOB-CAPACITY               PIC 9(2) VALUE 50.
       01 JOB-TABLE.
           05 JOB-TABLE-ENTRY OCCURS 50 TIMES.
               10 JT-NAME            PIC X(8).
               10 JT-DESCRIPTION     PIC X(40).
               10 JT-MIN-AUTH        PIC 9.
               10 JT-FIELD-COUNT     PIC 9(2).
               10 JT-FIELD-LABEL OCCURS 10 TIMES PIC X(12).
       01 JOB-IDX                    PIC 9(2).
       01 PICKED-JOB-IDX             PIC 9(2).
       01 UNKNOWN-JOB-MIN-AUTH       PIC 9 VALUE 9.
       01 REQUIRED-AUTH-LEVEL        PIC 9.

      *> Whole-queue image, one 534-byte job-queue.cpy record per
      *> entry, kept raw for the safe rewrite; a single line is
      *> inspected or changed through the work record below.
       01 QUEUE-LINE-COUNT           PIC 9(3) VALUE 0.
       01 QUEUE-LINE-CAPACITY        PIC 9(3) VALUE 100.
       01 QUEUE-OVERFLOW-SWITCH      PIC X.
           88 QUEUE-LOAD-OVERFLOWED  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 QUEUE-LINE-TABLE.
           05 QUEUE-LINE-ENTRY OCCURS 100 TIMES PIC X(534).
       01 QUEUE-LINE-IDX             PIC 9(3).
       01 PICKED-LINE-IDX            PIC 9(3).

       COPY "job-queue.cpy" REPLACING LEADING ==JOB-QUEUE== BY
                                      ==WORK-QUEUE==
                                      LEADING ==QUEUE== BY ==WQ==.

      *> ---- awaiting list in the table widget ---------------------
       01 TABLE-WIN-ID               USAGE POINTER.
       COPY "table-display.cpy".
       01 SELECTED-ROW               PIC 9(3).
       01 CANCELLED-FLAG             PIC X.
       01 TITLE-START-COL            PIC 9(3).
       01 POPUP-TITLE                PIC X(40).
       01 SEQUENCE-EDITED            PIC ZZ9.

      *> ---- request detail and decision menu ----------------------
       01 DETAIL-WIN-ID              USAGE POINTER.
       01 DETAIL-LINE-TEXT           PIC X(56).
       01 DETAIL-ROW                 PIC 9(3).
       01 DETAIL-PARAM-IDX           PIC 9(2).
       01 PARAM-LABEL                PIC X(12).
       01 ACTION-WIN-ID              USAGE POINTER.
       01 ACTION-ITEM-COUNT          PIC 9(2) VALUE 3.
       01 MENU-ITEM-COUNT            PIC 9(2).
       COPY "menu-items.cpy".
       01 ACTION-SELECTED-INDEX      PIC 9(2).

      *> ---- reason entry ------------------------------------------
       01 FIELD-WIN-ID               USAGE POINTER.
       01 FIELD-COUNT                PIC 9(2).
       COPY "field-def.cpy".

      *> ---- confirmation dialog -----------------------------------
       01 DIALOG-MESSAGE             PIC X(60).
       01 DIALOG-TYPE                PIC X.
       01 DIALOG-ANSWER              PIC X.

      *> ---- the decision ------------------------------------------
       01 DECIDING-OPERATOR-ID       PIC X(20).
       01 DECISION-CODE              PIC X.
           88 DECISION-IS-APPROVE    VALUE 'A'.
           88 DECISION-IS-REJECT     VALUE 'R'.
       01 DECISION-REASON            PIC X(40).
       01 DECISION-ALLOWED-SWITCH    PIC X.
           88 DECISION-IS-ALLOWED    VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 DECISION-STAMP.
           05 DECISION-DATE          PIC 9(8).
           05 DECISION-TIME          PIC 9(6).
       01 CLOCK-RAW.
           05 CLOCK-HHMMSS           PIC 9(6).
           05 FILLER                 PIC X(2).

      *> ---- safe rewrite via the C library ------------------------
       01 RENAME-OLD-NAME            PIC X(40).
       01 RENAME-NEW-NAME            PIC X(40).
       01 RENAME-RESULT              PIC S9(9) COMP-5.

      *> ---- shared-file write lock --------------------------------
      *> A decision re-reads the queue under the FILE-GUARD lock
      *> and re-finds the request by its keyed identity, so one
      *> another operator decided or withdrew while this one was
      *> reading is reported gone instead of decided twice.
       01 GUARD-RESULT-FLAG          PIC X.
       01 MATCH-LINE-IDX             PIC 9(3).
       01 DECISION-TOOK-SWITCH       PIC X.
           88 DECISION-TOOK          VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 REQUEST-KEY.
           05 RK-DATE                PIC 9(8).
           05 RK-TIME                PIC 9(6).
           05 RK-JOB                 PIC X(8).
           05 RK-USER                PIC X(20).

       COPY "util-control.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           MOVE 'Y' TO UTIL-ENABLE-MOUSE.
           MOVE 'JOB-APPROVAL-CONSOLE' TO UTIL-AUDIT-PROGRAM.
           CALL 'NCURSES-UTIL' USING 'INITIALIZE-NCURSES', UTIL-CONTROL.
           PERFORM LOAD-JOB-DEFINITIONS.
           SET CONSOLE-IS-DONE TO FALSE.
           PERFORM APPROVAL-ONE-PASS UNTIL CONSOLE-IS-DONE.
           CALL 'NCURSES-UTIL' USING 'UNLOAD-NCURSES', UTIL-CONTROL.
           STOP RUN.

       LOAD-JOB-DEFINITIONS SECTION.
           MOVE 0 TO JOB-COUNT.
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

       STORE-JOB-DEF-LINE SECTION.
           EVALUATE TRUE
               WHEN JOB-DEF-IS-JOB
                   IF JOB-COUNT < JOB-CAPACITY
                       ADD 1 TO JOB-COUNT
                       MOVE JOB-DEF-NAME TO JT-NAME(JOB-COUNT)
                       MOVE DEF-JOB-DESCRIPTION
                           TO JT-DESCRIPTION(JOB-COUNT)
                       IF DEF-JOB-MIN-AUTH IS NUMERIC
                           MOVE DEF-JOB-MIN-AUTH
                               TO JT-MIN-AUTH(JOB-COUNT)
                       ELSE
                           MOVE 0 TO JT-MIN-AUTH(JOB-COUNT)
                       END-IF
                       MOVE 0 TO JT-FIELD-COUNT(JOB-COUNT)
                   END-IF
               WHEN JOB-DEF-IS-FIELD
                   IF JOB-COUNT > 0
                           AND JT-FIELD-COUNT(JOB-COUNT) < 10
                       ADD 1 TO JT-FIELD-COUNT(JOB-COUNT)
                       MOVE DEF-FIELD-LABEL
                           TO JT-FIELD-LABEL(JOB-COUNT,
                               JT-FIELD-COUNT(JOB-COUNT))
                   END-IF
           END-EVALUATE
           PERFORM READ-JOB-DEF-LINE.
           EXIT SECTION.

      *> One trip through the list: reload the queue (another
      *> approver or the keyer may have acted since the last look),
      *> show what still awaits a decision, and run the decision
      *> for a picked row.
       APPROVAL-ONE-PASS SECTION.
           PERFORM LOAD-QUEUE-TABLE.
           PERFORM BUILD-APPROVAL-TABLE.
           IF TD-ROW-COUNT = 0
               MOVE 'NO SUBMISSIONS AWAITING APPROVAL'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
               SET CONSOLE-IS-DONE TO TRUE
           ELSE
               PERFORM OPEN-APPROVAL-WINDOW
               CALL 'NCURSES-TABLE' USING TABLE-WIN-ID,
                                           TABLE-DISPLAY-DEF,
                                           SELECTED-ROW,
                                           CANCELLED-FLAG
               CALL 'werase' USING TABLE-WIN-ID
               CALL 'wrefresh' USING TABLE-WIN-ID
               CALL 'delwin' USING TABLE-WIN-ID
               EVALUATE TRUE
                   WHEN CANCELLED-FLAG = 'Y'
                       SET CONSOLE-IS-DONE TO TRUE
                   WHEN SELECTED-ROW >= 1
                       AND SELECTED-ROW <= TD-ROW-COUNT
      *> Column one carries the queue sequence number through any
      *> sort the operator did, so the picked row still names the
      *> right record.
                       COMPUTE PICKED-LINE-IDX = FUNCTION NUMVAL(
                           TD-CELL(SELECTED-ROW, 1))
                       IF PICKED-LINE-IDX >= 1
                               AND PICKED-LINE-IDX <= QUEUE-LINE-COUNT
                           PERFORM RUN-DECISION-MENU
                       END-IF
               END-EVALUATE
           END-IF
           EXIT SECTION.

       LOAD-QUEUE-TABLE SECTION.
           MOVE 0 TO QUEUE-LINE-COUNT.
           SET QUEUE-LOAD-OVERFLOWED TO FALSE.
           SET END-OF-JOB-QUEUE TO FALSE.
           OPEN INPUT JOB-QUEUE-FILE.
           IF JOB-QUEUE-OK
               PERFORM READ-QUEUE-RECORD
               PERFORM STORE-QUEUE-RECORD UNTIL END-OF-JOB-QUEUE
               CLOSE JOB-QUEUE-FILE
           END-IF
           EXIT SECTION.

       READ-QUEUE-RECORD SECTION.
           READ JOB-QUEUE-FILE
               AT END
                   SET END-OF-JOB-QUEUE TO TRUE
           END-READ.
           EXIT SECTION.

       STORE-QUEUE-RECORD SECTION.
           IF QUEUE-LINE-COUNT < QUEUE-LINE-CAPACITY
               ADD 1 TO QUEUE-LINE-COUNT
               MOVE JOB-QUEUE-RECORD
                   TO QUEUE-LINE-ENTRY(QUEUE-LINE-COUNT)
           ELSE
               SET QUEUE-LOAD-OVERFLOWED TO TRUE
           END-IF
           PERFORM READ-QUEUE-RECORD.
           EXIT SECTION.

       BUILD-APPROVAL-TABLE SECTION.
           MOVE 6 TO TD-COLUMN-COUNT.
           MOVE 'REQ' TO TD-COL-HEADING(1).
           MOVE 3 TO TD-COL-WIDTH(1).
           MOVE 'KEYED' TO TD-COL-HEADING(2).
           MOVE 15 TO TD-COL-WIDTH(2).
           MOVE 'OPERATOR' TO TD-COL-HEADING(3).
           MOVE 10 TO TD-COL-WIDTH(3).
           MOVE 'JOB' TO TD-COL-HEADING(4).
           MOVE 8 TO TD-COL-WIDTH(4).
           MOVE 'LVL' TO TD-COL-HEADING(5).
           MOVE 3 TO TD-COL-WIDTH(5).
           MOVE 'PARAM 1' TO TD-COL-HEADING(6).
           MOVE 16 TO TD-COL-WIDTH(6).
           MOVE 0 TO TD-ROW-COUNT.
           PERFORM ADD-ONE-APPROVAL-ROW
               VARYING QUEUE-LINE-IDX FROM 1 BY 1
               UNTIL QUEUE-LINE-IDX > QUEUE-LINE-COUNT.
           EXIT SECTION.

       ADD-ONE-APPROVAL-ROW SECTION.
           MOVE QUEUE-LINE-ENTRY(QUEUE-LINE-IDX) TO WORK-QUEUE-RECORD.
           IF WQ-IS-AWAITING-APPROVAL AND TD-ROW-COUNT < 100
               ADD 1 TO TD-ROW-COUNT
               MOVE QUEUE-LINE-IDX TO SEQUENCE-EDITED
               MOVE SEQUENCE-EDITED TO TD-CELL(TD-ROW-COUNT, 1)
               MOVE SPACES TO TD-CELL(TD-ROW-COUNT, 2)
               STRING WQ-DATE                      DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WQ-TIME                      DELIMITED BY SIZE
                   INTO TD-CELL(TD-ROW-COUNT, 2)
               END-STRING
               MOVE WQ-USER TO TD-CELL(TD-ROW-COUNT, 3)
               MOVE WQ-JOB TO TD-CELL(TD-ROW-COUNT, 4)
               PERFORM FIND-WORK-JOB
               MOVE REQUIRED-AUTH-LEVEL TO TD-CELL(TD-ROW-COUNT, 5)
               MOVE WQ-PARAM(1) TO TD-CELL(TD-ROW-COUNT, 6)
           END-IF
           EXIT SECTION.

      *> Points PICKED-JOB-IDX at the work record's job definition
      *> and sets the level a decision on it needs.
       FIND-WORK-JOB SECTION.
           MOVE 0 TO PICKED-JOB-IDX.
           PERFORM MATCH-ONE-JOB
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT.
           IF PICKED-JOB-IDX > 0
               MOVE JT-MIN-AUTH(PICKED-JOB-IDX) TO REQUIRED-AUTH-LEVEL
           ELSE
               MOVE UNKNOWN-JOB-MIN-AUTH TO REQUIRED-AUTH-LEVEL
           END-IF
           EXIT SECTION.

       MATCH-ONE-JOB SECTION.
           IF PICKED-JOB-IDX = 0 AND JT-NAME(JOB-IDX) = WQ-JOB
               MOVE JOB-IDX TO PICKED-JOB-IDX
           END-IF
           EXIT SECTION.

       OPEN-APPROVAL-WINDOW SECTION.
           CALL 'newwin' USING 22, 78, 1, 1 RETURNING TABLE-WIN-ID.
           CALL 'keypad' USING TABLE-WIN-ID, 1.
           CALL 'box' USING TABLE-WIN-ID, 0, 0.
           MOVE 'SUBMISSIONS AWAITING APPROVAL' TO POPUP-TITLE.
           COMPUTE TITLE-START-COL =
               (78 - FUNCTION LENGTH(FUNCTION TRIM(POPUP-TITLE))) / 2.
           CALL 'mvwprintw' USING TABLE-WIN-ID, 0, TITLE-START-COL,
               "%s", FUNCTION TRIM(POPUP-TITLE).
           CALL 'wrefresh' USING TABLE-WIN-ID.
           EXIT SECTION.

      *> The request stays on screen while the operator decides: the
      *> detail pop-up on the left, the decision menu beside it.
       RUN-DECISION-MENU SECTION.
           MOVE QUEUE-LINE-ENTRY(PICKED-LINE-IDX)
               TO WORK-QUEUE-RECORD.
           MOVE WQ-DATE TO RK-DATE.
           MOVE WQ-TIME TO RK-TIME.
           MOVE WQ-JOB TO RK-JOB.
           MOVE WQ-USER TO RK-USER.
           PERFORM FIND-WORK-JOB.
           PERFORM DRAW-REQUEST-DETAIL.
           MOVE SPACES TO MENU-ITEM-TABLE.
           MOVE 'APPROVE' TO MENU-ITEM-ENTRY(1).
           MOVE 'REJECT' TO MENU-ITEM-ENTRY(2).
           MOVE 'BACK' TO MENU-ITEM-ENTRY(3).
           MOVE ACTION-ITEM-COUNT TO MENU-ITEM-COUNT.
           CALL 'newwin' USING 6, 14, 3, 64 RETURNING ACTION-WIN-ID.
           CALL 'keypad' USING ACTION-WIN-ID, 1.
           CALL 'box' USING ACTION-WIN-ID, 0, 0.
           CALL 'mvwprintw' USING ACTION-WIN-ID, 0, 2,
               "%s", 'DECIDE'.
           CALL 'wrefresh' USING ACTION-WIN-ID.
           CALL 'NCURSES-MENU' USING ACTION-WIN-ID, MENU-ITEM-COUNT,
                                      MENU-ITEM-TABLE,
                                      ACTION-SELECTED-INDEX,
                                      CANCELLED-FLAG.
           CALL 'werase' USING ACTION-WIN-ID.
           CALL 'wrefresh' USING ACTION-WIN-ID.
           CALL 'delwin' USING ACTION-WIN-ID.
           CALL 'werase' USING DETAIL-WIN-ID.
           CALL 'wrefresh' USING DETAIL-WIN-ID.
           CALL 'delwin' USING DETAIL-WIN-ID.
           IF CANCELLED-FLAG NOT = 'Y'
               EVALUATE ACTION-SELECTED-INDEX
                   WHEN 1
                       SET DECISION-IS-APPROVE TO TRUE
                       PERFORM DECIDE-REQUEST
                   WHEN 2
                       SET DECISION-IS-REJECT TO TRUE
                       PERFORM DECIDE-REQUEST
               END-EVALUATE
           END-IF
           EXIT SECTION.

      *> Everything the approver is putting a name to: the job and
      *> what it is, who keyed it and when, the level it needs, and
      *> each non-blank parameter under its field label.
       DRAW-REQUEST-DETAIL SECTION.
           CALL 'newwin' USING 18, 60, 3, 2 RETURNING DETAIL-WIN-ID.
           CALL 'box' USING DETAIL-WIN-ID, 0, 0.
           MOVE 'REQUEST AWAITING APPROVAL' TO POPUP-TITLE.
           COMPUTE TITLE-START-COL =
               (60 - FUNCTION LENGTH(FUNCTION TRIM(POPUP-TITLE))) / 2.
           CALL 'mvwprintw' USING DETAIL-WIN-ID, 0, TITLE-START-COL,
               "%s", FUNCTION TRIM(POPUP-TITLE).
           MOVE SPACES TO DETAIL-LINE-TEXT.
           IF PICKED-JOB-IDX > 0
               STRING 'JOB: '                      DELIMITED BY SIZE
                      WQ-JOB                       DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      JT-DESCRIPTION(PICKED-JOB-IDX)
                                                   DELIMITED BY SIZE
                   INTO DETAIL-LINE-TEXT
               END-STRING
           ELSE
               STRING 'JOB: '                      DELIMITED BY SIZE
                      WQ-JOB                       DELIMITED BY SIZE
                      ' (NOT IN THE JOB DEFINITIONS)'
                                                   DELIMITED BY SIZE
                   INTO DETAIL-LINE-TEXT
               END-STRING
           END-IF
           CALL 'mvwprintw' USING DETAIL-WIN-ID, 1, 2,
               "%s", DETAIL-LINE-TEXT.
           MOVE SPACES TO DETAIL-LINE-TEXT.
           STRING 'KEYED: '                        DELIMITED BY SIZE
                  WQ-DATE                          DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WQ-TIME                          DELIMITED BY SIZE
                  ' BY '                           DELIMITED BY SIZE
                  WQ-USER                          DELIMITED BY SIZE
               INTO DETAIL-LINE-TEXT
           END-STRING
           CALL 'mvwprintw' USING DETAIL-WIN-ID, 2, 2,
               "%s", DETAIL-LINE-TEXT.
           MOVE SPACES TO DETAIL-LINE-TEXT.
           STRING 'DECIDED BY ANOTHER OPERATOR AT LEVEL '
                                                   DELIMITED BY SIZE
                  REQUIRED-AUTH-LEVEL              DELIMITED BY SIZE
                  ' OR ABOVE'                      DELIMITED BY SIZE
               INTO DETAIL-LINE-TEXT
           END-STRING
           CALL 'mvwprintw' USING DETAIL-WIN-ID, 3, 2,
               "%s", DETAIL-LINE-TEXT.
           MOVE 4 TO DETAIL-ROW.
           PERFORM SHOW-ONE-PARAM
               VARYING DETAIL-PARAM-IDX FROM 1 BY 1
               UNTIL DETAIL-PARAM-IDX > 10.
           CALL 'wrefresh' USING DETAIL-WIN-ID.
           EXIT SECTION.

       SHOW-ONE-PARAM SECTION.
           IF WQ-PARAM(DETAIL-PARAM-IDX) NOT = SPACES
               ADD 1 TO DETAIL-ROW
               MOVE SPACES TO PARAM-LABEL
               IF PICKED-JOB-IDX > 0
                       AND DETAIL-PARAM-IDX
                           <= JT-FIELD-COUNT(PICKED-JOB-IDX)
                   MOVE JT-FIELD-LABEL(PICKED-JOB-IDX,
                                       DETAIL-PARAM-IDX)
                       TO PARAM-LABEL
               ELSE
                   STRING 'PARAM '                 DELIMITED BY SIZE
                          DETAIL-PARAM-IDX         DELIMITED BY SIZE
                       INTO PARAM-LABEL
                   END-STRING
               END-IF
               MOVE SPACES TO DETAIL-LINE-TEXT
               STRING PARAM-LABEL                  DELIMITED BY SIZE
                      ': '                         DELIMITED BY SIZE
                      WQ-PARAM(DETAIL-PARAM-IDX)   DELIMITED BY SIZE
                   INTO DETAIL-LINE-TEXT
               END-STRING
               CALL 'mvwprintw' USING DETAIL-WIN-ID, DETAIL-ROW, 2,
                   "%s", DETAIL-LINE-TEXT
           END-IF
           EXIT SECTION.

      *> Who may decide, then why, then are you sure - and only then
      *> the locked rewrite and the audit lines.
       DECIDE-REQUEST SECTION.
           PERFORM CHECK-DECIDING-OPERATOR.
           IF NOT DECISION-IS-ALLOWED
               EXIT SECTION
           END-IF
           PERFORM PROMPT-DECISION-REASON.
           IF CANCELLED-FLAG = 'Y'
               EXIT SECTION
           END-IF
           MOVE SPACES TO DIALOG-MESSAGE.
           IF DECISION-IS-APPROVE
               STRING 'APPROVE '                   DELIMITED BY SIZE
                      FUNCTION TRIM(RK-JOB)        DELIMITED BY SIZE
                      ' KEYED BY '                 DELIMITED BY SIZE
                      FUNCTION TRIM(RK-USER)       DELIMITED BY SIZE
                      ' - IT WILL RUN?'            DELIMITED BY SIZE
                   INTO DIALOG-MESSAGE
               END-STRING
           ELSE
               STRING 'REJECT '                    DELIMITED BY SIZE
                      FUNCTION TRIM(RK-JOB)        DELIMITED BY SIZE
                      ' KEYED BY '                 DELIMITED BY SIZE
                      FUNCTION TRIM(RK-USER)       DELIMITED BY SIZE
                      ' FOR GOOD?'                 DELIMITED BY SIZE
                   INTO DIALOG-MESSAGE
               END-STRING
           END-IF
           MOVE 'Y' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           IF DIALOG-ANSWER NOT = 'Y'
               EXIT SECTION
           END-IF
           PERFORM APPLY-DECISION.
           IF DECISION-TOOK
               PERFORM LOG-DECISION
           END-IF
           EXIT SECTION.

      *> Four eyes means two different people: nobody signed on may
      *> decide nothing, the keyer may not decide their own request,
      *> and the decider needs the job's own minimum authority. The
      *> last two refusals go on the audit trail.
       CHECK-DECIDING-OPERATOR SECTION.
           SET DECISION-IS-ALLOWED TO FALSE.
           CALL 'NCURSES-UTIL' USING 'GET-OPERATOR', UTIL-CONTROL.
           MOVE UTIL-OPERATOR-ID TO DECIDING-OPERATOR-ID.
           EVALUATE TRUE
               WHEN DECIDING-OPERATOR-ID = SPACES
                   MOVE 'NOT SIGNED ON - NO DECISION CAN BE RECORDED'
                       TO DIALOG-MESSAGE
               WHEN DECIDING-OPERATOR-ID = RK-USER
                   MOVE 'YOU KEYED THIS - ANOTHER OPERATOR MUST DECIDE'
                       TO DIALOG-MESSAGE
               WHEN UTIL-AUTH-LEVEL < REQUIRED-AUTH-LEVEL
                   MOVE SPACES TO DIALOG-MESSAGE
                   STRING 'NOT AUTHORIZED - '      DELIMITED BY SIZE
                          FUNCTION TRIM(RK-JOB)    DELIMITED BY SIZE
                          ' NEEDS LEVEL '          DELIMITED BY SIZE
                          REQUIRED-AUTH-LEVEL      DELIMITED BY SIZE
                       INTO DIALOG-MESSAGE
                   END-STRING
               WHEN OTHER
                   SET DECISION-IS-ALLOWED TO TRUE
                   EXIT SECTION
           END-EVALUATE
           MOVE 'O' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           IF DECIDING-OPERATOR-ID NOT = SPACES
               MOVE 'DENIED' TO UTIL-AUDIT-ACTION
               PERFORM BUILD-REQUEST-WINDOW
               IF DECIDING-OPERATOR-ID = RK-USER
                   MOVE 'OWN' TO UTIL-AUDIT-WINDOW(35:3)
               ELSE
                   MOVE 'LEVEL' TO UTIL-AUDIT-WINDOW(35:5)
               END-IF
               PERFORM WRITE-DECISION-AUDIT
           END-IF
           EXIT SECTION.

      *> One required line of free text, the way HANDOVER-NOTES
      *> takes a note.
       PROMPT-DECISION-REASON SECTION.
           MOVE 'JOB-APPROVAL-CONSOLE' TO FIELD-SCREEN-NAME.
           MOVE SPACES TO FIELD-SUSPEND-KEY.
           MOVE 1 TO FIELD-COUNT.
           MOVE 2 TO FIELD-ROW(1).
           MOVE 10 TO FIELD-COL(1).
           MOVE 40 TO FIELD-LEN(1).
           MOVE 'A' TO FIELD-TYPE(1).
           MOVE 'Y' TO FIELD-REQUIRED(1).
           MOVE 'Y' TO FIELD-VALID(1).
           MOVE SPACES TO FIELD-CODE-TABLE(1).
           MOVE SPACES TO FIELD-VALUE(1).
           CALL 'newwin' USING 5, 54, 9, 13 RETURNING FIELD-WIN-ID.
           CALL 'keypad' USING FIELD-WIN-ID, 1.
           CALL 'box' USING FIELD-WIN-ID, 0, 0.
           IF DECISION-IS-APPROVE
               MOVE 'REASON FOR APPROVING' TO POPUP-TITLE
           ELSE
               MOVE 'REASON FOR REJECTING' TO POPUP-TITLE
           END-IF
           COMPUTE TITLE-START-COL =
               (54 - FUNCTION LENGTH(FUNCTION TRIM(POPUP-TITLE))) / 2.
           CALL 'mvwprintw' USING FIELD-WIN-ID, 0, TITLE-START-COL,
               "%s", FUNCTION TRIM(POPUP-TITLE).
           CALL 'mvwprintw' USING FIELD-WIN-ID, 2, 2, "%s", 'REASON'.
           CALL 'wrefresh' USING FIELD-WIN-ID.
           CALL 'NCURSES-FIELD' USING FIELD-WIN-ID, FIELD-COUNT,
                                       FIELD-DEF-TABLE,
                                       CANCELLED-FLAG.
           CALL 'werase' USING FIELD-WIN-ID.
           CALL 'wrefresh' USING FIELD-WIN-ID.
           CALL 'delwin' USING FIELD-WIN-ID.
           MOVE FIELD-VALUE(1) TO DECISION-REASON.
           IF DECISION-REASON = SPACES
               MOVE 'Y' TO CANCELLED-FLAG
           END-IF
           EXIT SECTION.

      *> Re-reads the queue under the lock and re-finds the request
      *> still awaiting approval by its keyed identity; the screen's
      *> copy may be out of date.
       APPLY-DECISION SECTION.
           SET DECISION-TOOK TO FALSE.
           CALL 'FILE-GUARD' USING 'ACQUIRE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF GUARD-RESULT-FLAG NOT = 'Y'
               MOVE 'QUEUE BUSY - TRY AGAIN' TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
               EXIT SECTION
           END-IF
           PERFORM LOAD-QUEUE-TABLE.
           IF QUEUE-LOAD-OVERFLOWED
      *> Rewriting from a partial image would destroy the unloaded
      *> tail.
               CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                        GUARD-RESULT-FLAG
               MOVE 'QUEUE TOO LARGE - RUN THE DISPATCHER FIRST'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
               EXIT SECTION
           END-IF
           MOVE 0 TO MATCH-LINE-IDX.
           PERFORM FIND-REQUEST-LINE
               VARYING QUEUE-LINE-IDX FROM 1 BY 1
               UNTIL QUEUE-LINE-IDX > QUEUE-LINE-COUNT.
           IF MATCH-LINE-IDX > 0
               MOVE QUEUE-LINE-ENTRY(MATCH-LINE-IDX)
                   TO WORK-QUEUE-RECORD
               ACCEPT DECISION-DATE FROM DATE YYYYMMDD
               ACCEPT CLOCK-RAW FROM TIME
               MOVE CLOCK-HHMMSS TO DECISION-TIME
               IF DECISION-IS-APPROVE
                   SET WQ-IS-PENDING TO TRUE
                   SET WQ-WAS-APPROVED TO TRUE
               ELSE
                   SET WQ-IS-REJECTED TO TRUE
                   SET WQ-WAS-REJECTED TO TRUE
               END-IF
               MOVE DECIDING-OPERATOR-ID TO WQ-APPROVER
               MOVE DECISION-DATE TO WQ-APPROVAL-DATE
               MOVE DECISION-TIME TO WQ-APPROVAL-TIME
               MOVE DECISION-REASON TO WQ-APPROVAL-REASON
               MOVE WORK-QUEUE-RECORD
                   TO QUEUE-LINE-ENTRY(MATCH-LINE-IDX)
               PERFORM REWRITE-QUEUE-FILE
               IF RENAME-RESULT = 0
                   SET DECISION-TOOK TO TRUE
               END-IF
           END-IF
           CALL 'FILE-GUARD' USING 'RELEASE', JOB-QUEUE-PATH,
                                    GUARD-RESULT-FLAG.
           IF MATCH-LINE-IDX = 0
               MOVE 'REQUEST ALREADY DECIDED OR WITHDRAWN'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
           END-IF
           EXIT SECTION.

       FIND-REQUEST-LINE SECTION.
           IF MATCH-LINE-IDX = 0
               MOVE QUEUE-LINE-ENTRY(QUEUE-LINE-IDX)
                   TO WORK-QUEUE-RECORD
               IF WQ-DATE = RK-DATE AND WQ-TIME = RK-TIME
                       AND WQ-JOB = RK-JOB AND WQ-USER = RK-USER
                       AND WQ-IS-AWAITING-APPROVAL
                   MOVE QUEUE-LINE-IDX TO MATCH-LINE-IDX
               END-IF
           END-IF
           EXIT SECTION.

      *> APPROVE or REJECT names the request - job, keyed stamp and
      *> who keyed it - under the decider's own id and time; the
      *> REASON line after it carries the reason.
       LOG-DECISION SECTION.
           IF DECISION-IS-APPROVE
               MOVE 'APPROVE' TO UTIL-AUDIT-ACTION
           ELSE
               MOVE 'REJECT' TO UTIL-AUDIT-ACTION
           END-IF
           PERFORM BUILD-REQUEST-WINDOW.
           PERFORM WRITE-DECISION-AUDIT.
           MOVE 'REASON' TO UTIL-AUDIT-ACTION.
           MOVE DECISION-REASON TO UTIL-AUDIT-WINDOW.
           PERFORM WRITE-DECISION-AUDIT.
           EXIT SECTION.

      *> Job, keyed date-time and keyer at fixed offsets (1, 10 and
      *> 26), which is how QUEUE-RECON-REPORT reads them back.
       BUILD-REQUEST-WINDOW SECTION.
           MOVE SPACES TO UTIL-AUDIT-WINDOW.
           STRING RK-JOB                           DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  RK-DATE                          DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  RK-TIME                          DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  RK-USER(1:8)                     DELIMITED BY SIZE
               INTO UTIL-AUDIT-WINDOW
           END-STRING
           EXIT SECTION.

       WRITE-DECISION-AUDIT SECTION.
           MOVE 0 TO UTIL-AUDIT-WIDTH.
           MOVE 0 TO UTIL-AUDIT-HEIGHT.
           MOVE 0 TO UTIL-AUDIT-X.
           MOVE 0 TO UTIL-AUDIT-Y.
           CALL 'NCURSES-UTIL' USING 'AUDIT-LOG', UTIL-CONTROL.
           EXIT SECTION.

      *> Same job-queue.new plus rename() recipe as the dispatcher:
      *> a crash mid-write leaves the live queue intact.
       REWRITE-QUEUE-FILE SECTION.
           OPEN OUTPUT QUEUE-NEW-FILE.
           PERFORM WRITE-ONE-QUEUE-LINE
               VARYING QUEUE-LINE-IDX FROM 1 BY 1
               UNTIL QUEUE-LINE-IDX > QUEUE-LINE-COUNT.
           CLOSE QUEUE-NEW-FILE.
           MOVE LOW-VALUES TO RENAME-OLD-NAME.
           STRING FUNCTION TRIM(QUEUE-NEW-PATH) DELIMITED BY SIZE
               INTO RENAME-OLD-NAME
           END-STRING
           MOVE LOW-VALUES TO RENAME-NEW-NAME.
           STRING FUNCTION TRIM(JOB-QUEUE-PATH) DELIMITED BY SIZE
               INTO RENAME-NEW-NAME
           END-STRING
           CALL 'rename' USING RENAME-OLD-NAME, RENAME-NEW-NAME
               RETURNING RENAME-RESULT.
           IF RENAME-RESULT NOT = 0
               MOVE 'SAVE FAILED - QUEUE FILE UNCHANGED'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
           END-IF
           EXIT SECTION.

       WRITE-ONE-QUEUE-LINE SECTION.
           MOVE QUEUE-LINE-ENTRY(QUEUE-LINE-IDX) TO QUEUE-NEW-RECORD.
           WRITE QUEUE-NEW-RECORD.
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
           CALL 'REGION-PROFILE' USING REGION-CONTROL.
           MOVE SPACES TO JOB-QUEUE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-queue.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-QUEUE-PATH
           END-STRING
           MOVE SPACES TO QUEUE-NEW-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-queue.new'
                                                  DELIMITED BY SIZE
               INTO QUEUE-NEW-PATH
           END-STRING
           MOVE SPACES TO JOB-DEF-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/job-def.dat'
                                                  DELIMITED BY SIZE
               INTO JOB-DEF-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM JOB-APPROVAL-CONSOLE.
