      *> and UNLOAD-NCURSES bookend a session; GET-MOUSE-EVENT hands
      *> back
      *> the clicked row/column/button after a caller sees KEY_MOUSE;
      *> AUDIT-LOG appends a timestamped line to the session audit log,
      *> numbered and checksum-chained to the line before it;
      *> MAP-KEY translates a wgetch key code into the shop-standard
      *> action bound to it in the keymap file loaded at initialize
      *> time, so every event loop answers the F-keys the same way.
      *> FUNCTION-CODE picks which section runs for a given call.
      *>
      *> Sign-on asks for the operator's PIN after the id and checks
      *> it against the PIN-HASH digest on the profile. Refusals
      *> count against the id until the keymap file's PINL limit
      *> locks it; a temporary PIN, or one older than PINX days,
      *> must be changed before the session goes on. CHANGE-PIN,
      *> RESET-PIN and UNLOCK-OPERATOR are the services
      *> OPERATOR-PIN-CONSOLE drives; every lockout, unlock, reset
      *> and change lands on the audit log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDIT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO AUDIT-CHAIN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AUDIT-CHAIN-STATUS.
           SELECT KEYMAP-FILE ASSIGN TO KEYMAP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS KEYMAP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD          PIC X(220).
      *> The chain fields at the end of every line WRITE-AUDIT-LOG
      *> builds; the checksum covers the line up to and including
      *> the sequence number.
       01  AUDIT-LOG-CHAIN-VIEW.
           05 FILLER                 PIC X(183).
           05 AUDIT-LOG-SEQ-TAG      PIC X(5).
           05 AUDIT-LOG-SEQ          PIC 9(9).
           05 AUDIT-LOG-SUM-TAG      PIC X(5).
           05 AUDIT-LOG-SUM          PIC X(16).
           05 FILLER                 PIC X(2).
       FD  AUDIT-CHAIN-FILE.
       COPY "audit-chain.cpy".
       FD  KEYMAP-FILE.
       01  KEYMAP-RECORD.
           05 KEYMAP-KEY-LABEL       PIC X(3).
           05 FILLER                 PIC X.
           05 KEYMAP-ACTION-NAME     PIC X(10).
      *> Alternate view of the same line for the session settings:
      *> "IDLE nnnn" carries the idle seconds before the console
      *> lock engages (0 disables it), "PINL nnnn" the refused
      *> sign-ons that lock an id (0 never locks) and "PINX nnnn"
      *> the days a PIN lasts (0 never expires). Tags that belong to
      *> one program ("JDEF n", JOB-DEF-EDITOR's authority level)
      *> are left to it.
       01  KEYMAP-IDLE-RECORD.
           05 KEYMAP-IDLE-TAG        PIC X(4).
           05 FILLER                 PIC X.
      *> region-control.cpy and REGION-PROFILE.
       COPY "region-control.cpy".
       01 AUDIT-LOG-PATH            PIC X(40).
       01 AUDIT-CHAIN-PATH          PIC X(40).
       01 AUDIT-ANCHOR-PATH         PIC X(40).
       01 KEYMAP-PATH               PIC X(40).
       01 PRINT-SPOOL-PATH          PIC X(40).
       01 OPERATOR-FILE-PATH        PIC X(40).
           05 AUDIT-SS               PIC 9(2).
           05 FILLER                 PIC X(9).
       01 AUDIT-USER-ID              PIC X(20).
       01 AUDIT-LOG-STATUS           PIC XX.
           88 AUDIT-LOG-OK           VALUE '00'.
           88 AUDIT-LOG-MISSING      VALUE '35'.
       01 AUDIT-LOG-EOF-SWITCH       PIC X.
           88 END-OF-AUDIT-LOG       VALUE 'Y' WHEN SET TO FALSE IS 'N'.

      *> ---- audit checksum chain ------------------------------------
      *> Each line carries the next sequence number and a checksum
      *> chained to the line before it (AUDIT-CHAIN-SUM); the newest
      *> pair is kept in audit-chain.dat. The same record layout is
      *> read back from audit-anchor.dat, which FILE-HOUSEKEEPING
      *> leaves at the last line it archived.
       01 AUDIT-CHAIN-FILE-NAME      PIC X(40).
       01 AUDIT-CHAIN-STATUS         PIC XX.
           88 AUDIT-CHAIN-OK         VALUE '00'.
       01 AUDIT-CHAIN-KNOWN-SWITCH   PIC X.
           88 AUDIT-CHAIN-IS-KNOWN   VALUE 'Y' WHEN SET TO FALSE IS 'N'.
       01 AUDIT-LAST-SEQ             PIC 9(9).
       01 AUDIT-LAST-SUM             PIC X(16).
       01 AUDIT-NEXT-SUM             PIC X(16).
       01 AUDIT-SUMMED-LENGTH        PIC 9(3) VALUE 197.
       01 AUDIT-CHAIN-TODAY          PIC 9(8).

      *> ---- shop-standard function-key map -------------------------
      *> One action name per F-key, loaded from the keymap file once
      *> audit stamp. A shop without the operator file yet gets the
      *> old behavior - the session environment's user id with full
      *> authority - the same graceful degradation the keymap file
      *> has - but only a file that is not there at all; one that is
      *> there and cannot be opened ends the session. With the file
      *> present, three refused attempts end the session rather than
      *> leave an unsigned console live.
       01 OPERATOR-FILE-STATUS       PIC XX.
           88 OPERATOR-FILE-OK       VALUE '00'.
           88 OPERATOR-FILE-MISSING  VALUE '35'.
      *> Whether a PIN service got as far as an open operator file
      *> (and, for the admin services, the target's profile); the
      *> reason it did not is in UTIL-PIN-MESSAGE.
       01 PIN-SERVICE-SWITCH         PIC X.
           88 PIN-SERVICE-READY      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 SESSION-OPERATOR-ID        PIC X(20) VALUE SPACES.
       01 SESSION-AUTH-LEVEL         PIC 9 VALUE 9.
       01 SIGNON-ATTEMPT-COUNT       PIC 9 VALUE 0.
       01 PROFILE-FOUND-SWITCH       PIC X.
           88 PROFILE-WAS-FOUND      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
      *> Shown under the id prompt after a refusal.
       01 SIGNON-NOTE-TEXT           PIC X(40).

      *> ---- operator PIN -----------------------------------------
      *> PIN policy from the keymap file, with these defaults when
      *> it says nothing. The PIN itself is keyed into a masked
      *> prompt, hashed through PIN-HASH at once, and never stored
      *> or logged in the clear.
       01 PIN-LOCKOUT-LIMIT          PIC 9(4) VALUE 5.
       01 PIN-EXPIRY-DAYS            PIC 9(4) VALUE 90.
       01 PIN-MINIMUM-LENGTH         PIC 9(2) VALUE 4.
       01 PIN-CHANGE-TRY-LIMIT       PIC 9 VALUE 3.
       01 PIN-CHANGE-TRY-COUNT       PIC 9.
       01 PIN-TODAY-DATE             PIC 9(8).
       01 PIN-AGE-DAYS               PIC S9(7).
       01 PIN-TYPED                  PIC X(8).
       01 PIN-TYPED-LENGTH           PIC 9(2).
       01 PIN-FIRST-TYPED            PIC X(8).
       01 PIN-FIRST-LENGTH           PIC 9(2).
       01 PIN-DIGEST                 PIC X(16).
       01 PIN-NEW-DIGEST             PIC X(16).
       01 PIN-PROMPT-TITLE           PIC X(20).
       01 PIN-PROMPT-LABEL           PIC X(14).
       01 PIN-PROMPT-NOTE            PIC X(40).
       01 PIN-PROMPT-MASK            PIC X(8).
       01 PIN-PROMPT-TITLE-COL       PIC 9(3).
       01 PIN-PROMPT-ESC-SWITCH      PIC X.
           88 PIN-PROMPT-ALLOWS-ESC  VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PIN-PROMPT-CANCEL-SWITCH   PIC X.
           88 PIN-PROMPT-CANCELLED   VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PIN-NEW-OK-SWITCH          PIC X.
           88 PIN-NEW-IS-OK          VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PIN-LOCKED-NOW-SWITCH      PIC X.
           88 PIN-LOCKED-NOW         VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PIN-ID-LOCKED-SWITCH       PIC X.
           88 PIN-ID-WAS-LOCKED      VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PIN-CHANGE-REASON          PIC X(9).

      *> The program name handed to INITIALIZE-NCURSES, kept in
      *> module storage so services raised from inside the widget
               WHEN 'GET-OPERATOR'
                   MOVE SESSION-OPERATOR-ID TO UTIL-OPERATOR-ID
                   MOVE SESSION-AUTH-LEVEL TO UTIL-AUTH-LEVEL
      *> A batch program never signs on; it names itself here once
      *> so its audit lines carry its own id instead of whoever's
      *> environment happened to start it.
               WHEN 'SET-OPERATOR'
                   MOVE UTIL-OPERATOR-ID TO SESSION-OPERATOR-ID
                   MOVE UTIL-AUTH-LEVEL TO SESSION-AUTH-LEVEL
               WHEN 'SHOW-REGION-BANNER'
                   PERFORM SHOW-REGION-BANNER
               WHEN 'CHANGE-PIN'
                   PERFORM CHANGE-OWN-PIN
               WHEN 'RESET-PIN'
                   PERFORM RESET-OPERATOR-PIN
               WHEN 'UNLOCK-OPERATOR'
                   PERFORM UNLOCK-OPERATOR
           END-EVALUATE
           GOBACK.

                   AND KEYMAP-IDLE-VALUE IS NUMERIC
               MOVE KEYMAP-IDLE-VALUE TO IDLE-TIMEOUT-SECONDS
           END-IF
           IF KEYMAP-IDLE-TAG = 'PINL'
                   AND KEYMAP-IDLE-VALUE IS NUMERIC
               MOVE KEYMAP-IDLE-VALUE TO PIN-LOCKOUT-LIMIT
           END-IF
           IF KEYMAP-IDLE-TAG = 'PINX'
                   AND KEYMAP-IDLE-VALUE IS NUMERIC
               MOVE KEYMAP-IDLE-VALUE TO PIN-EXPIRY-DAYS
           END-IF
           PERFORM READ-KEYMAP-RECORD.
           EXIT SECTION.

      *> ---- operator sign-on ---------------------------------------
      *> A centered prompt for the operator id and then the PIN,
      *> checked against the profile file: the id must exist, be
      *> active and not locked, and the PIN must hash to the digest
      *> on file; the profile's authority level becomes the
      *> session's. No profile file on disk means the shop has not
      *> adopted sign-on yet, so the session keeps the environment's
      *> user id at full authority and no prompt appears. Any other
      *> failure to open it - locked, unreadable, or a profile
      *> layout from before the PIN fields (OPERATOR-LOADER rebuilds
      *> that) - refuses the session outright rather than let it in
      *> unchecked. The file is open for update: refusals and PIN
      *> changes are kept on the profile.
       OPERATOR-SIGN-ON SECTION.
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-FILE-MISSING
               MOVE SPACES TO SESSION-OPERATOR-ID
               MOVE 9 TO SESSION-AUTH-LEVEL
               EXIT SECTION
           END-IF
           IF NOT OPERATOR-FILE-OK
               CALL 'endwin'
               SET NCURSES-IS-LOADED TO FALSE
               DISPLAY 'NCURSES-UTIL: operator file '
                   FUNCTION TRIM(OPERATOR-FILE-PATH)
                   ' cannot be opened - file status '
                   OPERATOR-FILE-STATUS
               DISPLAY 'NCURSES-UTIL: sign-on refused'
               STOP RUN
           END-IF
           MOVE 0 TO SIGNON-ATTEMPT-COUNT.
           MOVE SPACES TO SIGNON-NOTE-TEXT.
           ACCEPT PIN-TODAY-DATE FROM DATE YYYYMMDD.
           SET SIGNON-IS-DONE TO FALSE.
           PERFORM TRY-ONE-SIGN-ON UNTIL SIGNON-IS-DONE.
           CLOSE OPERATOR-FILE.
           EXIT SECTION.

      *> The PIN is asked for whether or not the id exists, so the
      *> prompt gives nothing away about which ids are real.
       TRY-ONE-SIGN-ON SECTION.
           ADD 1 TO SIGNON-ATTEMPT-COUNT.
           PERFORM PROMPT-OPERATOR-ID.
           MOVE 'OPERATOR SIGN-ON' TO PIN-PROMPT-TITLE.
           MOVE 'PIN: ' TO PIN-PROMPT-LABEL.
           MOVE SPACES TO PIN-PROMPT-NOTE.
           SET PIN-PROMPT-ALLOWS-ESC TO FALSE.
           PERFORM PROMPT-PIN.
           SET PROFILE-WAS-FOUND TO FALSE.
           SET PIN-ID-WAS-LOCKED TO FALSE.
           SET PIN-LOCKED-NOW TO FALSE.
           IF SIGNON-TYPED-ID NOT = SPACES
               MOVE SIGNON-TYPED-ID TO OPERATOR-PROFILE-ID
               READ OPERATOR-FILE
                       CONTINUE
                   NOT INVALID KEY
                       IF OPERATOR-IS-ACTIVE
                           PERFORM CHECK-SIGNON-PIN
                       END-IF
               END-READ
           END-IF
               MOVE 'SIGNON' TO UTIL-AUDIT-ACTION
               MOVE OPERATOR-NAME TO UTIL-AUDIT-WINDOW
               PERFORM WRITE-AUDIT-LOG
               PERFORM CHECK-PIN-STILL-CURRENT
               SET SIGNON-IS-DONE TO TRUE
           ELSE
      *> The refusal is audited under the id as typed, so repeated
      *> guessing at a console shows up in the shift report's log;
      *> an id this refusal locked gets its LOCKOUT line after it.
               MOVE 'BADSIGNON' TO UTIL-AUDIT-ACTION
               MOVE SPACES TO UTIL-AUDIT-WINDOW
               IF PIN-ID-WAS-LOCKED
                   STRING SIGNON-TYPED-ID          DELIMITED BY SIZE
                          ' LOCKED'                DELIMITED BY SIZE
                       INTO UTIL-AUDIT-WINDOW
                   END-STRING
                   MOVE 'ID LOCKED - SEE A LEVEL 9 OPERATOR'
                       TO SIGNON-NOTE-TEXT
               ELSE
                   MOVE SIGNON-TYPED-ID TO UTIL-AUDIT-WINDOW
                   MOVE 'SIGN-ON REFUSED - TRY AGAIN'
                       TO SIGNON-NOTE-TEXT
               END-IF
               PERFORM WRITE-AUDIT-LOG
               IF PIN-LOCKED-NOW
                   MOVE 'LOCKOUT' TO UTIL-AUDIT-ACTION
                   MOVE SIGNON-TYPED-ID TO UTIL-AUDIT-WINDOW
                   PERFORM WRITE-AUDIT-LOG
               END-IF
               IF SIGNON-ATTEMPT-COUNT >= SIGNON-ATTEMPT-LIMIT
                   CLOSE OPERATOR-FILE
                   CALL 'endwin'
           CALL 'box' USING SIGNON-WIN-ID, 0, 0.
           CALL 'mvwprintw' USING SIGNON-WIN-ID, 0, 15,
               "%s", 'OPERATOR SIGN-ON'.
           IF SIGNON-NOTE-TEXT NOT = SPACES
               CALL 'mvwprintw' USING SIGNON-WIN-ID, 3, 2,
                   "%s", SIGNON-NOTE-TEXT
           END-IF
           MOVE SPACES TO SIGNON-TYPED-ID.
           MOVE 0 TO SIGNON-ID-LENGTH.
           SET SIGNON-ENTRY-IS-DONE TO FALSE.
           END-EVALUATE
           EXIT SECTION.

      *> ---- operator PIN -----------------------------------------
      *> The profile is in the record area. A locked id is refused
      *> without looking at the PIN - it stays locked until a level
      *> 9 operator unlocks it - and a wrong PIN counts against the
      *> id. A right one clears the count.
       CHECK-SIGNON-PIN SECTION.
           IF OPERATOR-IS-LOCKED
               SET PIN-ID-WAS-LOCKED TO TRUE
               EXIT SECTION
           END-IF
           CALL 'PIN-HASH' USING OPERATOR-PROFILE-ID, PIN-TYPED,
                                  PIN-DIGEST.
           IF OPERATOR-PIN-HASH = SPACES
                   OR PIN-DIGEST NOT = OPERATOR-PIN-HASH
               PERFORM COUNT-REFUSED-PIN
               EXIT SECTION
           END-IF
           SET PROFILE-WAS-FOUND TO TRUE.
           IF OPERATOR-FAILED-SIGNONS NOT = 0
               MOVE 0 TO OPERATOR-FAILED-SIGNONS
               REWRITE OPERATOR-PROFILE-RECORD
           END-IF
           EXIT SECTION.

      *> One more refusal on the profile in the record area; the
      *> one that reaches the policy limit locks the id, and the
      *> caller audits it.
       COUNT-REFUSED-PIN SECTION.
           IF OPERATOR-FAILED-SIGNONS IS NOT NUMERIC
               MOVE 0 TO OPERATOR-FAILED-SIGNONS
           END-IF
           IF OPERATOR-FAILED-SIGNONS < 99
               ADD 1 TO OPERATOR-FAILED-SIGNONS
           END-IF
           IF PIN-LOCKOUT-LIMIT > 0
                   AND OPERATOR-FAILED-SIGNONS >= PIN-LOCKOUT-LIMIT
               SET OPERATOR-IS-LOCKED TO TRUE
               SET PIN-LOCKED-NOW TO TRUE
           END-IF
           REWRITE OPERATOR-PROFILE-RECORD.
           EXIT SECTION.

      *> A temporary PIN, or one past its expiry, is replaced before
      *> the session goes on. Three unusable attempts end the
      *> session the way three refused sign-ons do.
       CHECK-PIN-STILL-CURRENT SECTION.
           MOVE SPACES TO PIN-CHANGE-REASON.
           IF OPERATOR-PIN-IS-TEMPORARY
               MOVE 'TEMPORARY' TO PIN-CHANGE-REASON
           ELSE
               IF PIN-EXPIRY-DAYS > 0
                       AND OPERATOR-PIN-SET-DATE IS NUMERIC
                       AND OPERATOR-PIN-SET-DATE > 19000000
                   COMPUTE PIN-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(PIN-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           OPERATOR-PIN-SET-DATE)
                   IF PIN-AGE-DAYS >= PIN-EXPIRY-DAYS
                       MOVE 'EXPIRED' TO PIN-CHANGE-REASON
                   END-IF
               END-IF
           END-IF
           IF PIN-CHANGE-REASON = SPACES
               EXIT SECTION
           END-IF
           MOVE 'PIN CHANGE REQUIRED' TO PIN-PROMPT-TITLE.
           IF PIN-CHANGE-REASON = 'TEMPORARY'
               MOVE 'TEMPORARY PIN - CHOOSE YOUR OWN'
                   TO PIN-PROMPT-NOTE
           ELSE
               MOVE 'PIN HAS EXPIRED - CHOOSE A NEW ONE'
                   TO PIN-PROMPT-NOTE
           END-IF
           SET PIN-PROMPT-ALLOWS-ESC TO FALSE.
           MOVE 0 TO PIN-CHANGE-TRY-COUNT.
           SET PIN-NEW-IS-OK TO FALSE.
           PERFORM TRY-ONE-FORCED-CHANGE
               UNTIL PIN-NEW-IS-OK
                   OR PIN-CHANGE-TRY-COUNT >= PIN-CHANGE-TRY-LIMIT.
           IF NOT PIN-NEW-IS-OK
               CLOSE OPERATOR-FILE
               CALL 'endwin'
               SET NCURSES-IS-LOADED TO FALSE
               DISPLAY 'NCURSES-UTIL: PIN change refused'
               STOP RUN
           END-IF
           PERFORM STORE-NEW-PIN.
           MOVE 'PINCHANGE' TO UTIL-AUDIT-ACTION.
           MOVE SPACES TO UTIL-AUDIT-WINDOW.
           STRING OPERATOR-PROFILE-ID              DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  PIN-CHANGE-REASON                DELIMITED BY SIZE
               INTO UTIL-AUDIT-WINDOW
           END-STRING
           PERFORM WRITE-AUDIT-LOG.
           EXIT SECTION.

       TRY-ONE-FORCED-CHANGE SECTION.
           ADD 1 TO PIN-CHANGE-TRY-COUNT.
           PERFORM PROMPT-NEW-PIN.
           EXIT SECTION.

      *> New PIN twice. It must be 4 to 8 characters, typed the
      *> same both times, and not the PIN it replaces; what is
      *> wrong goes in the note for the next prompt. On success the
      *> digest is in PIN-NEW-DIGEST.
       PROMPT-NEW-PIN SECTION.
           SET PIN-NEW-IS-OK TO FALSE.
           MOVE 'NEW PIN: ' TO PIN-PROMPT-LABEL.
           PERFORM PROMPT-PIN.
           IF PIN-PROMPT-CANCELLED
               EXIT SECTION
           END-IF
           MOVE PIN-TYPED TO PIN-FIRST-TYPED.
           MOVE PIN-TYPED-LENGTH TO PIN-FIRST-LENGTH.
           MOVE 'CONFIRM PIN: ' TO PIN-PROMPT-LABEL.
           MOVE SPACES TO PIN-PROMPT-NOTE.
           PERFORM PROMPT-PIN.
           IF PIN-PROMPT-CANCELLED
               EXIT SECTION
           END-IF
           IF PIN-FIRST-LENGTH < PIN-MINIMUM-LENGTH
               MOVE 'PIN MUST BE 4 TO 8 CHARACTERS'
                   TO PIN-PROMPT-NOTE
               EXIT SECTION
           END-IF
           IF PIN-TYPED NOT = PIN-FIRST-TYPED
               MOVE 'THE TWO PINS DO NOT MATCH' TO PIN-PROMPT-NOTE
               EXIT SECTION
           END-IF
           CALL 'PIN-HASH' USING OPERATOR-PROFILE-ID, PIN-TYPED,
                                  PIN-NEW-DIGEST.
           IF PIN-NEW-DIGEST = OPERATOR-PIN-HASH
               MOVE 'NEW PIN MUST DIFFER FROM THE OLD ONE'
                   TO PIN-PROMPT-NOTE
               EXIT SECTION
           END-IF
           SET PIN-NEW-IS-OK TO TRUE.
           EXIT SECTION.

      *> The operator's own choice: not temporary, dated today,
      *> and a clean refusal count.
       STORE-NEW-PIN SECTION.
           MOVE PIN-NEW-DIGEST TO OPERATOR-PIN-HASH.
           MOVE PIN-TODAY-DATE TO OPERATOR-PIN-SET-DATE.
           MOVE 'N' TO OPERATOR-PIN-TEMP-FLAG.
           MOVE 0 TO OPERATOR-FAILED-SIGNONS.
           REWRITE OPERATOR-PROFILE-RECORD.
           EXIT SECTION.

      *> Masked entry: each character shows as '*'. Same minimal
      *> editor as the id prompt, except that case is kept - a PIN
      *> is case-sensitive - and Esc backs out where the caller
      *> allows it.
       PROMPT-PIN SECTION.
           CALL 'getmaxy' USING 0 RETURNING SIGNON-LINES.
           CALL 'getmaxx' USING 0 RETURNING SIGNON-COLS.
           COMPUTE SIGNON-Y = (SIGNON-LINES - 5) / 2.
           COMPUTE SIGNON-X = (SIGNON-COLS - 44) / 2.
           CALL 'newwin' USING 5, 44, SIGNON-Y, SIGNON-X
               RETURNING SIGNON-WIN-ID.
           CALL 'keypad' USING SIGNON-WIN-ID, 1.
           CALL 'box' USING SIGNON-WIN-ID, 0, 0.
           COMPUTE PIN-PROMPT-TITLE-COL = (44 -
               FUNCTION LENGTH(FUNCTION TRIM(PIN-PROMPT-TITLE))) / 2.
           CALL 'mvwprintw' USING SIGNON-WIN-ID, 0,
               PIN-PROMPT-TITLE-COL, "%s",
               FUNCTION TRIM(PIN-PROMPT-TITLE).
           IF PIN-PROMPT-NOTE NOT = SPACES
               CALL 'mvwprintw' USING SIGNON-WIN-ID, 3, 2,
                   "%s", PIN-PROMPT-NOTE
           END-IF
           MOVE SPACES TO PIN-TYPED.
           MOVE 0 TO PIN-TYPED-LENGTH.
           SET PIN-PROMPT-CANCELLED TO FALSE.
           SET SIGNON-ENTRY-IS-DONE TO FALSE.
           PERFORM PROMPT-ONE-PIN-KEY
               UNTIL SIGNON-ENTRY-IS-DONE.
           CALL 'werase' USING SIGNON-WIN-ID.
           CALL 'wrefresh' USING SIGNON-WIN-ID.
           CALL 'delwin' USING SIGNON-WIN-ID.
           EXIT SECTION.

       PROMPT-ONE-PIN-KEY SECTION.
           MOVE SPACES TO PIN-PROMPT-MASK.
           IF PIN-TYPED-LENGTH > 0
               MOVE ALL '*' TO PIN-PROMPT-MASK(1:PIN-TYPED-LENGTH)
           END-IF
           MOVE SPACES TO SIGNON-LINE-TEXT.
           STRING PIN-PROMPT-LABEL                 DELIMITED BY '  '
                  ' '                              DELIMITED BY SIZE
                  PIN-PROMPT-MASK                  DELIMITED BY SIZE
               INTO SIGNON-LINE-TEXT
           END-STRING
           CALL 'mvwprintw' USING SIGNON-WIN-ID, 2, 2,
               "%s", SIGNON-LINE-TEXT.
           CALL 'wrefresh' USING SIGNON-WIN-ID.
           CALL 'wgetch' USING SIGNON-WIN-ID RETURNING SIGNON-KEY.
           EVALUATE TRUE
               WHEN SIGNON-KEY = KEY-ENTER-RETURN
                   OR SIGNON-KEY = KEY-ENTER-PAD
                   SET SIGNON-ENTRY-IS-DONE TO TRUE
               WHEN SIGNON-KEY = KEY-ESCAPE
                   AND PIN-PROMPT-ALLOWS-ESC
                   SET PIN-PROMPT-CANCELLED TO TRUE
                   SET SIGNON-ENTRY-IS-DONE TO TRUE
               WHEN SIGNON-KEY = KEY-BACKSPACE
                   OR SIGNON-KEY = KEY-BACKSPACE-ALT
                   IF PIN-TYPED-LENGTH > 0
                       MOVE SPACE TO PIN-TYPED(PIN-TYPED-LENGTH:1)
                       SUBTRACT 1 FROM PIN-TYPED-LENGTH
                   END-IF
               WHEN SIGNON-KEY >= 33 AND SIGNON-KEY <= 126
                   IF PIN-TYPED-LENGTH < 8
                       ADD 1 TO PIN-TYPED-LENGTH
                       MOVE FUNCTION CHAR(SIGNON-KEY + 1)
                           TO PIN-TYPED(PIN-TYPED-LENGTH:1)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT SECTION.

      *> The signed-on operator's own PIN: the current one first,
      *> then the new one twice. A wrong current PIN counts against
      *> the id like a refused sign-on, so a console left signed on
      *> is no place to guess at it.
       CHANGE-OWN-PIN SECTION.
           MOVE 'N' TO UTIL-PIN-RESULT.
           PERFORM OPEN-PIN-SERVICE.
           IF NOT PIN-SERVICE-READY
               EXIT SECTION
           END-IF
           MOVE SESSION-OPERATOR-ID TO OPERATOR-PROFILE-ID.
           PERFORM READ-PIN-PROFILE.
           IF NOT PROFILE-WAS-FOUND
               CLOSE OPERATOR-FILE
               EXIT SECTION
           END-IF
           MOVE 'CHANGE PIN' TO PIN-PROMPT-TITLE.
           MOVE 'CURRENT PIN: ' TO PIN-PROMPT-LABEL.
           MOVE 'ESC LEAVES THE PIN AS IT IS' TO PIN-PROMPT-NOTE.
           SET PIN-PROMPT-ALLOWS-ESC TO TRUE.
           PERFORM PROMPT-PIN.
           IF PIN-PROMPT-CANCELLED
               MOVE 'PIN NOT CHANGED' TO UTIL-PIN-MESSAGE
               CLOSE OPERATOR-FILE
               EXIT SECTION
           END-IF
           CALL 'PIN-HASH' USING OPERATOR-PROFILE-ID, PIN-TYPED,
                                  PIN-DIGEST.
           IF PIN-DIGEST NOT = OPERATOR-PIN-HASH
               SET PIN-LOCKED-NOW TO FALSE
               PERFORM COUNT-REFUSED-PIN
               MOVE 'BADSIGNON' TO UTIL-AUDIT-ACTION
               MOVE SPACES TO UTIL-AUDIT-WINDOW
               STRING OPERATOR-PROFILE-ID          DELIMITED BY SIZE
                      ' CHANGE-PIN'                DELIMITED BY SIZE
                   INTO UTIL-AUDIT-WINDOW
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               IF PIN-LOCKED-NOW
                   MOVE 'LOCKOUT' TO UTIL-AUDIT-ACTION
                   MOVE OPERATOR-PROFILE-ID TO UTIL-AUDIT-WINDOW
                   PERFORM WRITE-AUDIT-LOG
               END-IF
               MOVE 'CURRENT PIN INCORRECT' TO UTIL-PIN-MESSAGE
               CLOSE OPERATOR-FILE
               EXIT SECTION
           END-IF
           MOVE SPACES TO PIN-PROMPT-NOTE.
           PERFORM PROMPT-NEW-PIN.
           IF NOT PIN-NEW-IS-OK
               IF PIN-PROMPT-CANCELLED
                   MOVE 'PIN NOT CHANGED' TO UTIL-PIN-MESSAGE
               ELSE
                   MOVE PIN-PROMPT-NOTE TO UTIL-PIN-MESSAGE
               END-IF
               CLOSE OPERATOR-FILE
               EXIT SECTION
           END-IF
           PERFORM STORE-NEW-PIN.
           CLOSE OPERATOR-FILE.
           MOVE 'PINCHANGE' TO UTIL-AUDIT-ACTION.
           MOVE OPERATOR-PROFILE-ID TO UTIL-AUDIT-WINDOW.
           PERFORM WRITE-AUDIT-LOG.
           MOVE 'Y' TO UTIL-PIN-RESULT.
           MOVE 'PIN CHANGED' TO UTIL-PIN-MESSAGE.
           EXIT SECTION.

      *> An admin sets a temporary PIN for someone else's id - it
      *> also clears a lock - and the operator must replace it at
      *> the next sign-on. An admin's own PIN goes through
      *> CHANGE-PIN like anyone's.
       RESET-OPERATOR-PIN SECTION.
           MOVE 'N' TO UTIL-PIN-RESULT.
           PERFORM OPEN-ADMIN-PIN-SERVICE.
           IF NOT PIN-SERVICE-READY
               EXIT SECTION
           END-IF
           MOVE 'RESET PIN' TO PIN-PROMPT-TITLE.
           MOVE SPACES TO PIN-PROMPT-NOTE.
           STRING 'TEMPORARY PIN FOR '             DELIMITED BY SIZE
                  OPERATOR-PROFILE-ID              DELIMITED BY SIZE
               INTO PIN-PROMPT-NOTE
           END-STRING
           SET PIN-PROMPT-ALLOWS-ESC TO TRUE.
           PERFORM PROMPT-NEW-PIN.
           IF NOT PIN-NEW-IS-OK
               IF PIN-PROMPT-CANCELLED
                   MOVE 'PIN NOT RESET' TO UTIL-PIN-MESSAGE
               ELSE
                   MOVE PIN-PROMPT-NOTE TO UTIL-PIN-MESSAGE
               END-IF
               CLOSE OPERATOR-FILE
               EXIT SECTION
           END-IF
           PERFORM STORE-NEW-PIN.
           SET OPERATOR-PIN-IS-TEMPORARY TO TRUE.
           MOVE 'N' TO OPERATOR-LOCKED-FLAG.
           REWRITE OPERATOR-PROFILE-RECORD.
           CLOSE OPERATOR-FILE.
           MOVE 'PINRESET' TO UTIL-AUDIT-ACTION.
           MOVE OPERATOR-PROFILE-ID TO UTIL-AUDIT-WINDOW.
           PERFORM WRITE-AUDIT-LOG.
           MOVE 'Y' TO UTIL-PIN-RESULT.
           MOVE 'TEMPORARY PIN SET - CHANGE AT SIGN-ON'
               TO UTIL-PIN-MESSAGE.
           EXIT SECTION.

       UNLOCK-OPERATOR SECTION.
           MOVE 'N' TO UTIL-PIN-RESULT.
           PERFORM OPEN-ADMIN-PIN-SERVICE.
           IF NOT PIN-SERVICE-READY
               EXIT SECTION
           END-IF
           IF NOT OPERATOR-IS-LOCKED
               MOVE 'ID IS NOT LOCKED' TO UTIL-PIN-MESSAGE
               CLOSE OPERATOR-FILE
               EXIT SECTION
           END-IF
           MOVE 'N' TO OPERATOR-LOCKED-FLAG.
           MOVE 0 TO OPERATOR-FAILED-SIGNONS.
           REWRITE OPERATOR-PROFILE-RECORD.
           CLOSE OPERATOR-FILE.
           MOVE 'UNLOCKID' TO UTIL-AUDIT-ACTION.
           MOVE OPERATOR-PROFILE-ID TO UTIL-AUDIT-WINDOW.
           PERFORM WRITE-AUDIT-LOG.
           MOVE 'Y' TO UTIL-PIN-RESULT.
           MOVE 'ID UNLOCKED' TO UTIL-PIN-MESSAGE.
           EXIT SECTION.

      *> Common front of the PIN services: a signed-on session on a
      *> region that uses sign-on, with the operator file open for
      *> update. The audit lines name the calling console.
       OPEN-PIN-SERVICE SECTION.
           MOVE SESSION-PROGRAM-NAME TO UTIL-AUDIT-PROGRAM.
           MOVE 0 TO UTIL-AUDIT-WIDTH.
           MOVE 0 TO UTIL-AUDIT-HEIGHT.
           MOVE 0 TO UTIL-AUDIT-X.
           MOVE 0 TO UTIL-AUDIT-Y.
           ACCEPT PIN-TODAY-DATE FROM DATE YYYYMMDD.
           SET PIN-SERVICE-READY TO FALSE.
           IF SESSION-OPERATOR-ID = SPACES
               MOVE 'SIGN-ON IS NOT IN USE ON THIS REGION'
                   TO UTIL-PIN-MESSAGE
               EXIT SECTION
           END-IF
           OPEN I-O OPERATOR-FILE.
           IF NOT OPERATOR-FILE-OK
               MOVE 'OPERATOR FILE NOT AVAILABLE' TO UTIL-PIN-MESSAGE
               EXIT SECTION
           END-IF
           SET PIN-SERVICE-READY TO TRUE.
           EXIT SECTION.

      *> The admin services also need a level 9 session, a target
      *> that is not the admin's own id, and the target's profile
      *> read into the record area.
       OPEN-ADMIN-PIN-SERVICE SECTION.
           SET PIN-SERVICE-READY TO FALSE.
           IF SESSION-AUTH-LEVEL < 9
               MOVE 'NEEDS AUTHORITY LEVEL 9' TO UTIL-PIN-MESSAGE
               EXIT SECTION
           END-IF
           IF UTIL-PIN-TARGET-ID = SESSION-OPERATOR-ID(1:8)
               MOVE 'USE CHANGE PIN FOR YOUR OWN ID'
                   TO UTIL-PIN-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM OPEN-PIN-SERVICE.
           IF NOT PIN-SERVICE-READY
               EXIT SECTION
           END-IF
           MOVE UTIL-PIN-TARGET-ID TO OPERATOR-PROFILE-ID.
           PERFORM READ-PIN-PROFILE.
           IF NOT PROFILE-WAS-FOUND
               CLOSE OPERATOR-FILE
               SET PIN-SERVICE-READY TO FALSE
           END-IF
           EXIT SECTION.

       READ-PIN-PROFILE SECTION.
           SET PROFILE-WAS-FOUND TO FALSE.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'NO SUCH OPERATOR ID' TO UTIL-PIN-MESSAGE
               NOT INVALID KEY
                   SET PROFILE-WAS-FOUND TO TRUE
           END-READ.
           EXIT SECTION.

      *> Translates UTIL-KEY-CODE into the bound action name; keys
      *> outside F1-F12 come back as NONE so a caller can EVALUATE
      *> the action first and fall through to its own key handling.
           MOVE PRINT-WIN-COLS TO PRINT-CAPTURE-WIDTH.
           MOVE PRINT-WIN-ROWS TO PRINT-CAPTURE-HEIGHT.
           PERFORM BUILD-AUDIT-TIMESTAMP.
      *> Serialized against HOUSEKEEPING's spool archive rewrite the
      *> same way audit appends are, write-anyway rule included.
           CALL 'FILE-GUARD' USING 'ACQUIRE', PRINT-SPOOL-PATH,
                                    GUARD-RESULT-FLAG.
           OPEN EXTEND PRINT-SPOOL-FILE.
           MOVE SPACES TO PRINT-SPOOL-RECORD.
           STRING '==== SCREEN PRINT '            DELIMITED BY SIZE
           MOVE SPACES TO PRINT-SPOOL-RECORD.
           WRITE PRINT-SPOOL-RECORD.
           CLOSE PRINT-SPOOL-FILE.
           IF GUARD-RESULT-FLAG = 'Y'
               CALL 'FILE-GUARD' USING 'RELEASE', PRINT-SPOOL-PATH,
                                        GUARD-RESULT-FLAG
           END-IF
           MOVE SESSION-PROGRAM-NAME TO UTIL-AUDIT-PROGRAM.
           MOVE 'PRINT' TO UTIL-AUDIT-ACTION.
           MOVE PRINT-CAPTURE-WIDTH TO UTIL-AUDIT-WIDTH.
      *> a production job gets altered from one of these consoles.
       WRITE-AUDIT-LOG SECTION.
           PERFORM BUILD-AUDIT-TIMESTAMP.
      *> Appends are serialized through FILE-GUARD so two consoles
      *> logging at once can no longer interleave half-lines. If the
      *> lock never frees (a writer died holding it) the line is
      *> written anyway after the retry window - a possibly torn
      *> audit line beats a silently missing one. The sequence
      *> number is only taken once the lock is held, so it follows
      *> the order the lines land in the file.
           CALL 'FILE-GUARD' USING 'ACQUIRE', AUDIT-LOG-PATH,
                                    GUARD-RESULT-FLAG.
           PERFORM LOAD-AUDIT-CHAIN.
           ADD 1 TO AUDIT-LAST-SEQ.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING AUDIT-TS-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-TS-TIME DELIMITED BY SIZE
                  ' Y=' DELIMITED BY SIZE
                  UTIL-AUDIT-Y DELIMITED BY SIZE
                  ' REGION=' DELIMITED BY SIZE
                  REGION-NAME DELIMITED BY SIZE
                  ' SEQ=' DELIMITED BY SIZE
                  AUDIT-LAST-SEQ DELIMITED BY SIZE
                  ' SUM=' DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           END-STRING
           CALL 'AUDIT-CHAIN-SUM' USING AUDIT-LAST-SUM,
                                        AUDIT-LOG-RECORD,
                                        AUDIT-SUMMED-LENGTH,
                                        AUDIT-NEXT-SUM.
           MOVE AUDIT-NEXT-SUM TO AUDIT-LOG-SUM.
           MOVE AUDIT-NEXT-SUM TO AUDIT-LAST-SUM.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-MISSING
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           PERFORM SAVE-AUDIT-CHAIN.
           IF GUARD-RESULT-FLAG = 'Y'
               CALL 'FILE-GUARD' USING 'RELEASE', AUDIT-LOG-PATH,
                                        GUARD-RESULT-FLAG
           END-IF
           EXIT SECTION.

      *> Where the chain stands: audit-chain.dat when it is there and
      *> readable, otherwise the newest chained line in the log
      *> itself, otherwise the anchor housekeeping left when it
      *> archived the log's head. With none of those this is the
      *> first chained line and the chain starts at one.
       LOAD-AUDIT-CHAIN SECTION.
           MOVE 0 TO AUDIT-LAST-SEQ.
           MOVE SPACES TO AUDIT-LAST-SUM.
           SET AUDIT-CHAIN-IS-KNOWN TO FALSE.
           MOVE AUDIT-CHAIN-PATH TO AUDIT-CHAIN-FILE-NAME.
           PERFORM READ-AUDIT-CHAIN-FILE.
           IF AUDIT-CHAIN-IS-KNOWN
               EXIT SECTION
           END-IF
           SET END-OF-AUDIT-LOG TO FALSE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-OK
               PERFORM SCAN-ONE-AUDIT-LINE UNTIL END-OF-AUDIT-LOG
               CLOSE AUDIT-LOG-FILE
           END-IF
           IF AUDIT-CHAIN-IS-KNOWN
               EXIT SECTION
           END-IF
           MOVE AUDIT-ANCHOR-PATH TO AUDIT-CHAIN-FILE-NAME.
           PERFORM READ-AUDIT-CHAIN-FILE.
           EXIT SECTION.

       READ-AUDIT-CHAIN-FILE SECTION.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF NOT AUDIT-CHAIN-OK
               EXIT SECTION
           END-IF
           READ AUDIT-CHAIN-FILE
               NOT AT END
                   IF CHAIN-SEQ IS NUMERIC
                       MOVE CHAIN-SEQ TO AUDIT-LAST-SEQ
                       MOVE CHAIN-SUM TO AUDIT-LAST-SUM
                       SET AUDIT-CHAIN-IS-KNOWN TO TRUE
                   END-IF
           END-READ
           CLOSE AUDIT-CHAIN-FILE.
           EXIT SECTION.

       SCAN-ONE-AUDIT-LINE SECTION.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-AUDIT-LOG TO TRUE
               NOT AT END
                   IF AUDIT-LOG-SEQ-TAG = ' SEQ='
                           AND AUDIT-LOG-SEQ IS NUMERIC
                       MOVE AUDIT-LOG-SEQ TO AUDIT-LAST-SEQ
                       MOVE AUDIT-LOG-SUM TO AUDIT-LAST-SUM
                       SET AUDIT-CHAIN-IS-KNOWN TO TRUE
                   END-IF
           END-READ
           EXIT SECTION.

      *> Rewritten after every line, still under the audit log's
      *> lock. A state file lost or left empty is no harm: the next
      *> writer recovers the chain from the log itself.
       SAVE-AUDIT-CHAIN SECTION.
           ACCEPT AUDIT-CHAIN-TODAY FROM DATE YYYYMMDD.
           MOVE AUDIT-CHAIN-PATH TO AUDIT-CHAIN-FILE-NAME.
           OPEN OUTPUT AUDIT-CHAIN-FILE.
           IF NOT AUDIT-CHAIN-OK
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-CHAIN-RECORD.
           MOVE AUDIT-LAST-SEQ TO CHAIN-SEQ.
           MOVE AUDIT-LAST-SUM TO CHAIN-SUM.
           MOVE AUDIT-CHAIN-TODAY TO CHAIN-DATE.
           WRITE AUDIT-CHAIN-RECORD.
           CLOSE AUDIT-CHAIN-FILE.
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
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
           MOVE SPACES TO KEYMAP-PATH.
           STRING FUNCTION TRIM(REGION-DATA-DIR)
                                                  DELIMITED BY SIZE
