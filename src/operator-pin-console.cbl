       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-PIN-CONSOLE.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> PIN maintenance for the operator-profile file. Any signed-on
      *> operator can change their own PIN here; a level 9 operator
      *> also gets the profile list - id, level, whether the PIN is
      *> temporary, when it was set, and the id's standing - and
      *> from a picked row can unlock the id or reset its PIN to a
      *> temporary one the operator must replace at the next
      *> sign-on. The PIN entry, hashing and the file update are all
      *> NCURSES-UTIL's (CHANGE-PIN, RESET-PIN, UNLOCK-OPERATOR), the
      *> same code sign-on itself runs, and it writes the PINCHANGE,
      *> PINRESET and UNLOCKID audit lines. Built like
      *> CODE-TABLE-EDITOR: NCURSES-MENU for the choices,
      *> NCURSES-TABLE for the list, NCURSES-DIALOG to confirm and
      *> to report the outcome. The STATUS column reads LOCKED,
      *> INACTIVE, the count of refused sign-ons since the last good
      *> one, or OK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO OPERATOR-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPERATOR-PROFILE-ID
               FILE STATUS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY "operator-profile.cpy".

       WORKING-STORAGE SECTION.

      *> ---- region profile ----------------------------------------
      *> File paths live under the region's data directory; see
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 OPERATOR-FILE-PATH        PIC X(40).

       01 OPERATOR-FILE-STATUS       PIC XX.
           88 OPERATOR-FILE-OK       VALUE '00'.
       01 END-OF-OPERATOR-SWITCH     PIC X.
           88 END-OF-OPERATOR-FILE   VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 CONSOLE-DONE-SWITCH        PIC X VALUE 'N'.
           88 CONSOLE-IS-DONE        VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.

      *> ---- menus -------------------------------------------------
       01 MENU-WIN-ID                USAGE POINTER.
       01 MENU-ITEM-COUNT            PIC 9(2).
       COPY "menu-items.cpy".
       01 SELECTED-INDEX             PIC 9(2).
       01 CANCELLED-FLAG             PIC X.
       01 MAIN-ITEM-COUNT            PIC 9(2) VALUE 3.
       01 ACTION-WIN-ID              USAGE POINTER.
       01 ACTION-ITEM-COUNT          PIC 9(2) VALUE 3.
       01 ACTION-SELECTED-INDEX      PIC 9(2).
       01 TITLE-START-COL            PIC 9(3).
       01 POPUP-TITLE                PIC X(40).

      *> ---- profile list in the table widget ----------------------
       01 TABLE-WIN-ID               USAGE POINTER.
       COPY "table-display.cpy".
       01 SELECTED-ROW               PIC 9(3).
       01 PICKED-OPERATOR-ID         PIC X(8).
       01 FAILED-EDITED              PIC Z9.

      *> ---- dialog ------------------------------------------------
       01 DIALOG-MESSAGE             PIC X(60).
       01 DIALOG-TYPE                PIC X.
       01 DIALOG-ANSWER              PIC X.

      *> ---- operator authority ------------------------------------
      *> Changing one's own PIN needs nothing beyond being signed
      *> on; everything on another operator's id needs level 9.
       01 ADMIN-MIN-AUTH-LEVEL       PIC 9 VALUE 9.
       01 SESSION-AUTH-LEVEL         PIC 9.

       COPY "util-control.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           MOVE 'Y' TO UTIL-ENABLE-MOUSE.
           MOVE 'OPERATOR-PIN-CONSOLE' TO UTIL-AUDIT-PROGRAM.
           CALL 'NCURSES-UTIL' USING 'INITIALIZE-NCURSES', UTIL-CONTROL.
           CALL 'NCURSES-UTIL' USING 'GET-OPERATOR', UTIL-CONTROL.
           MOVE UTIL-AUTH-LEVEL TO SESSION-AUTH-LEVEL.
           SET CONSOLE-IS-DONE TO FALSE.
           PERFORM RUN-MAIN-MENU UNTIL CONSOLE-IS-DONE.
           CALL 'NCURSES-UTIL' USING 'UNLOAD-NCURSES', UTIL-CONTROL.
           STOP RUN.

      *> One trip through the main menu; Esc exits the same as the
      *> EXIT row.
       RUN-MAIN-MENU SECTION.
           MOVE SPACES TO MENU-ITEM-TABLE.
           MOVE 'CHANGE MY PIN' TO MENU-ITEM-ENTRY(1).
           MOVE 'OPERATOR PROFILES' TO MENU-ITEM-ENTRY(2).
           MOVE '< EXIT >' TO MENU-ITEM-ENTRY(3).
           MOVE MAIN-ITEM-COUNT TO MENU-ITEM-COUNT.
           CALL 'newwin' USING 7, 34, 6, 22 RETURNING MENU-WIN-ID.
           CALL 'keypad' USING MENU-WIN-ID, 1.
           CALL 'box' USING MENU-WIN-ID, 0, 0.
           MOVE 'OPERATOR PIN' TO POPUP-TITLE.
           COMPUTE TITLE-START-COL =
               (34 - FUNCTION LENGTH(FUNCTION TRIM(POPUP-TITLE))) / 2.
           CALL 'mvwprintw' USING MENU-WIN-ID, 0, TITLE-START-COL,
               "%s", FUNCTION TRIM(POPUP-TITLE).
           CALL 'wrefresh' USING MENU-WIN-ID.
           CALL 'NCURSES-MENU' USING MENU-WIN-ID, MENU-ITEM-COUNT,
                                      MENU-ITEM-TABLE, SELECTED-INDEX,
                                      CANCELLED-FLAG.
           CALL 'werase' USING MENU-WIN-ID.
           CALL 'wrefresh' USING MENU-WIN-ID.
           CALL 'delwin' USING MENU-WIN-ID.
           EVALUATE TRUE
               WHEN CANCELLED-FLAG = 'Y'
                   SET CONSOLE-IS-DONE TO TRUE
               WHEN SELECTED-INDEX = 1
                   CALL 'NCURSES-UTIL' USING 'CHANGE-PIN',
                                              UTIL-CONTROL
                   PERFORM SHOW-PIN-RESULT
               WHEN SELECTED-INDEX = 2
                   PERFORM BROWSE-OPERATOR-PROFILES
               WHEN OTHER
                   SET CONSOLE-IS-DONE TO TRUE
           END-EVALUATE
           EXIT SECTION.

      *> The whole profile file in the table widget; Enter on a row
      *> leads to that id's admin menu. Column one is the record
      *> key, so a sorted list still acts on the right id.
       BROWSE-OPERATOR-PROFILES SECTION.
           IF SESSION-AUTH-LEVEL < ADMIN-MIN-AUTH-LEVEL
               MOVE 'NOT AUTHORIZED FOR OPERATOR MAINTENANCE'
                   TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
               MOVE 'DENIED' TO UTIL-AUDIT-ACTION
               MOVE SPACES TO UTIL-AUDIT-WINDOW
               PERFORM WRITE-CONSOLE-AUDIT-LINE
               EXIT SECTION
           END-IF
           PERFORM BUILD-PROFILE-ROWS.
           IF TD-ROW-COUNT = 0
               MOVE 'NO OPERATOR PROFILES ON FILE' TO DIALOG-MESSAGE
               MOVE 'O' TO DIALOG-TYPE
               CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE,
                                            DIALOG-TYPE, DIALOG-ANSWER
               EXIT SECTION
           END-IF
           CALL 'newwin' USING 22, 76, 1, 2 RETURNING TABLE-WIN-ID.
           CALL 'keypad' USING TABLE-WIN-ID, 1.
           CALL 'box' USING TABLE-WIN-ID, 0, 0.
           MOVE 'OPERATOR PROFILES' TO POPUP-TITLE.
           COMPUTE TITLE-START-COL =
               (76 - FUNCTION LENGTH(FUNCTION TRIM(POPUP-TITLE))) / 2.
           CALL 'mvwprintw' USING TABLE-WIN-ID, 0, TITLE-START-COL,
               "%s", FUNCTION TRIM(POPUP-TITLE).
           CALL 'wrefresh' USING TABLE-WIN-ID.
           CALL 'NCURSES-TABLE' USING TABLE-WIN-ID,
                                       TABLE-DISPLAY-DEF,
                                       SELECTED-ROW, CANCELLED-FLAG.
           CALL 'werase' USING TABLE-WIN-ID.
           CALL 'wrefresh' USING TABLE-WIN-ID.
           CALL 'delwin' USING TABLE-WIN-ID.
           IF CANCELLED-FLAG NOT = 'Y'
                   AND SELECTED-ROW >= 1
                   AND SELECTED-ROW <= TD-ROW-COUNT
               MOVE TD-CELL(SELECTED-ROW, 1)(1:8)
                   TO PICKED-OPERATOR-ID
               PERFORM MAINTAIN-ONE-OPERATOR
           END-IF
           EXIT SECTION.

       BUILD-PROFILE-ROWS SECTION.
           MOVE 6 TO TD-COLUMN-COUNT.
           MOVE 'ID' TO TD-COL-HEADING(1).
           MOVE 8 TO TD-COL-WIDTH(1).
           MOVE 'NAME' TO TD-COL-HEADING(2).
           MOVE 24 TO TD-COL-WIDTH(2).
           MOVE 'LVL' TO TD-COL-HEADING(3).
           MOVE 3 TO TD-COL-WIDTH(3).
           MOVE 'PIN' TO TD-COL-HEADING(4).
           MOVE 4 TO TD-COL-WIDTH(4).
           MOVE 'PIN SET' TO TD-COL-HEADING(5).
           MOVE 8 TO TD-COL-WIDTH(5).
           MOVE 'STATUS' TO TD-COL-HEADING(6).
           MOVE 10 TO TD-COL-WIDTH(6).
           MOVE 0 TO TD-ROW-COUNT.
           SET END-OF-OPERATOR-FILE TO FALSE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-OK
               PERFORM COLLECT-ONE-PROFILE-ROW
                   UNTIL END-OF-OPERATOR-FILE
                   OR TD-ROW-COUNT >= 100
               CLOSE OPERATOR-FILE
           END-IF
           EXIT SECTION.

       COLLECT-ONE-PROFILE-ROW SECTION.
           READ OPERATOR-FILE NEXT
               AT END
                   SET END-OF-OPERATOR-FILE TO TRUE
           END-READ.
           IF END-OF-OPERATOR-FILE
               EXIT SECTION
           END-IF
           ADD 1 TO TD-ROW-COUNT.
           MOVE OPERATOR-PROFILE-ID TO TD-CELL(TD-ROW-COUNT, 1).
           MOVE OPERATOR-NAME TO TD-CELL(TD-ROW-COUNT, 2).
           MOVE OPERATOR-AUTH-LEVEL TO TD-CELL(TD-ROW-COUNT, 3).
           EVALUATE TRUE
               WHEN OPERATOR-PIN-HASH = SPACES
                   MOVE 'NONE' TO TD-CELL(TD-ROW-COUNT, 4)
               WHEN OPERATOR-PIN-IS-TEMPORARY
                   MOVE 'TEMP' TO TD-CELL(TD-ROW-COUNT, 4)
               WHEN OTHER
                   MOVE 'OWN' TO TD-CELL(TD-ROW-COUNT, 4)
           END-EVALUATE
           IF OPERATOR-PIN-SET-DATE IS NUMERIC
               MOVE OPERATOR-PIN-SET-DATE TO TD-CELL(TD-ROW-COUNT, 5)
           ELSE
               MOVE SPACES TO TD-CELL(TD-ROW-COUNT, 5)
           END-IF
           IF OPERATOR-FAILED-SIGNONS IS NUMERIC
               MOVE OPERATOR-FAILED-SIGNONS TO FAILED-EDITED
           ELSE
               MOVE 0 TO FAILED-EDITED
           END-IF
      *> Locked outranks inactive outranks a running refusal count.
           EVALUATE TRUE
               WHEN OPERATOR-IS-LOCKED
                   MOVE 'LOCKED' TO TD-CELL(TD-ROW-COUNT, 6)
               WHEN NOT OPERATOR-IS-ACTIVE
                   MOVE 'INACTIVE' TO TD-CELL(TD-ROW-COUNT, 6)
               WHEN OPERATOR-FAILED-SIGNONS IS NUMERIC
                       AND OPERATOR-FAILED-SIGNONS > 0
                   MOVE SPACES TO TD-CELL(TD-ROW-COUNT, 6)
                   STRING FUNCTION TRIM(FAILED-EDITED)
                                                   DELIMITED BY SIZE
                          ' REFUSED'               DELIMITED BY SIZE
                       INTO TD-CELL(TD-ROW-COUNT, 6)
                   END-STRING
               WHEN OTHER
                   MOVE 'OK' TO TD-CELL(TD-ROW-COUNT, 6)
           END-EVALUATE
           EXIT SECTION.

      *> Second-level menu for a picked id, in the mold of
      *> CODE-TABLE-EDITOR's per-table menu. Each action is
      *> confirmed, then NCURSES-UTIL does it and says how it went.
       MAINTAIN-ONE-OPERATOR SECTION.
           MOVE SPACES TO MENU-ITEM-TABLE.
           MOVE 'UNLOCK ID' TO MENU-ITEM-ENTRY(1).
           MOVE 'RESET PIN' TO MENU-ITEM-ENTRY(2).
           MOVE 'BACK' TO MENU-ITEM-ENTRY(3).
           MOVE ACTION-ITEM-COUNT TO MENU-ITEM-COUNT.
           CALL 'newwin' USING 6, 30, 8, 24 RETURNING ACTION-WIN-ID.
           CALL 'keypad' USING ACTION-WIN-ID, 1.
           CALL 'box' USING ACTION-WIN-ID, 0, 0.
           CALL 'mvwprintw' USING ACTION-WIN-ID, 0, 2,
               "%s", FUNCTION TRIM(PICKED-OPERATOR-ID).
           CALL 'wrefresh' USING ACTION-WIN-ID.
           CALL 'NCURSES-MENU' USING ACTION-WIN-ID, MENU-ITEM-COUNT,
                                      MENU-ITEM-TABLE,
                                      ACTION-SELECTED-INDEX,
                                      CANCELLED-FLAG.
           CALL 'werase' USING ACTION-WIN-ID.
           CALL 'wrefresh' USING ACTION-WIN-ID.
           CALL 'delwin' USING ACTION-WIN-ID.
           IF CANCELLED-FLAG = 'Y'
               EXIT SECTION
           END-IF
           MOVE PICKED-OPERATOR-ID TO UTIL-PIN-TARGET-ID.
           EVALUATE ACTION-SELECTED-INDEX
               WHEN 1
                   MOVE 'UNLOCK' TO DIALOG-MESSAGE
                   PERFORM CONFIRM-OPERATOR-ACTION
                   IF DIALOG-ANSWER = 'Y'
                       CALL 'NCURSES-UTIL' USING 'UNLOCK-OPERATOR',
                                                  UTIL-CONTROL
                       PERFORM SHOW-PIN-RESULT
                   END-IF
               WHEN 2
                   MOVE 'RESET THE PIN OF' TO DIALOG-MESSAGE
                   PERFORM CONFIRM-OPERATOR-ACTION
                   IF DIALOG-ANSWER = 'Y'
                       CALL 'NCURSES-UTIL' USING 'RESET-PIN',
                                                  UTIL-CONTROL
                       PERFORM SHOW-PIN-RESULT
                   END-IF
           END-EVALUATE
           EXIT SECTION.

      *> DIALOG-MESSAGE comes in holding the verb.
       CONFIRM-OPERATOR-ACTION SECTION.
           STRING FUNCTION TRIM(DIALOG-MESSAGE)    DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  FUNCTION TRIM(PICKED-OPERATOR-ID)
                                                   DELIMITED BY SIZE
                  '?'                              DELIMITED BY SIZE
               INTO DIALOG-MESSAGE
           END-STRING
           MOVE 'Y' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           EXIT SECTION.

       SHOW-PIN-RESULT SECTION.
           MOVE UTIL-PIN-MESSAGE TO DIALOG-MESSAGE.
           MOVE 'O' TO DIALOG-TYPE.
           CALL 'NCURSES-DIALOG' USING DIALOG-MESSAGE, DIALOG-TYPE,
                                        DIALOG-ANSWER.
           EXIT SECTION.

       WRITE-CONSOLE-AUDIT-LINE SECTION.
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
           MOVE SPACES TO OPERATOR-FILE-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
                  '/operator.dat'
                                                  DELIMITED BY SIZE
               INTO OPERATOR-FILE-PATH
           END-STRING
           EXIT SECTION.

       END PROGRAM OPERATOR-PIN-CONSOLE.
