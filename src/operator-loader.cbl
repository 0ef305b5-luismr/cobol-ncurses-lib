      *> file without clearing anything first - the same shape as
      *> CODE-TABLE-LOADER, and likewise how a fresh installation
      *> gets an operator file at all.
      *>
      *> PINs are never in the text file. A rewrite keeps the id's
      *> PIN digest, lock and failed-sign-on count exactly as they
      *> were; an id that is new (or has no PIN yet) is given a
      *> temporary PIN drawn at random for that id alone, shown once
      *> on this run's output for the admin to hand over and kept
      *> only as its digest - sign-on makes the operator change it
      *> before anything else. If no random PIN can be drawn the id
      *> is loaded with no usable PIN: it cannot sign on until the
      *> loader is run again or an admin resets its PIN on
      *> OPERATOR-PIN-CONSOLE.
      *>
      *> Run as OPERATOR-LOADER REBUILD it starts the operator file
      *> afresh from the text side instead, every id with a new
      *> temporary PIN. That is how an operator.dat written in the
      *> layout from before the PIN fields - which neither this
      *> loader nor sign-on can open - is brought up to date; the
      *> old layout held nothing the text file does not. Sign-on
      *> refuses every session until it is done.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "region-control.cpy".
       01 OPERATOR-TEXT-PATH        PIC X(40).
       01 OPERATOR-FILE-PATH        PIC X(40).
       01 RUN-MODE-ARG               PIC X(8).
           88 REBUILD-MODE           VALUE 'REBUILD'.

       01 OPERATOR-TEXT-STATUS       PIC XX.
           88 OPERATOR-TEXT-OK       VALUE '00'.
           88 END-OF-OPERATOR-TEXT   VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 PROFILES-LOADED-COUNT      PIC 9(5) VALUE 0.
       01 TODAY-DATE                 PIC 9(8).
       01 PROFILE-EXISTS-SWITCH      PIC X.
           88 PROFILE-EXISTS         VALUE 'Y' WHEN SET TO FALSE IS
                                     'N'.
       01 TEMPORARY-PIN              PIC X(8).
      *> A temporary PIN is eight symbols from a 32-symbol alphabet
      *> with the look-alikes (I, O, 0, 1) left out - 40 bits,
      *> one whole random byte per symbol with no bias, since 32
      *> divides 256. The bytes come from the C library's
      *> getrandom(), the kernel's random source.
       01 PIN-ALPHABET               PIC X(32) VALUE
           'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
       01 RANDOM-BYTES.
           05 RANDOM-BYTE OCCURS 8 TIMES PIC X.
       01 RANDOM-BYTE-COUNT          PIC 9(18) COMP-5 VALUE 8.
       01 RANDOM-FLAGS               PIC 9(9) COMP-5 VALUE 0.
       01 RANDOM-RESULT              PIC S9(18) COMP-5.
       01 PIN-CHAR-IDX               PIC 9.
       01 PIN-SYMBOL-IDX             PIC 9(2).
       01 COUNT-EDITED               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE SECTION.
           PERFORM BUILD-REGION-PATHS.
           ACCEPT RUN-MODE-ARG FROM COMMAND-LINE.
           OPEN INPUT OPERATOR-TEXT-FILE.
           IF NOT OPERATOR-TEXT-OK
               DISPLAY 'OPERATOR-LOADER: no operator.txt on file'
           END-IF
           PERFORM OPEN-OPERATOR-FILE.
           IF NOT OPERATOR-FILE-OK
               DISPLAY 'OPERATOR-LOADER: cannot open operator file '
                   FUNCTION TRIM(OPERATOR-FILE-PATH)
                   ' - file status ' OPERATOR-FILE-STATUS
               IF NOT REBUILD-MODE
                   DISPLAY 'OPERATOR-LOADER: if it predates the PIN '
                       'fields, run OPERATOR-LOADER REBUILD'
               END-IF
               CLOSE OPERATOR-TEXT-FILE
               STOP RUN
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           SET END-OF-OPERATOR-TEXT TO FALSE.
           PERFORM READ-OPERATOR-TEXT-LINE.
           PERFORM LOAD-ONE-PROFILE UNTIL END-OF-OPERATOR-TEXT.

      *> A first-ever run finds no indexed file on disk; create it
      *> empty and reopen, the same way the parameter store does.
      *> REBUILD creates it empty whatever is there.
       OPEN-OPERATOR-FILE SECTION.
           IF REBUILD-MODE
               OPEN OUTPUT OPERATOR-FILE
               IF NOT OPERATOR-FILE-OK
                   EXIT SECTION
               END-IF
               CLOSE OPERATOR-FILE
               DISPLAY 'OPERATOR-LOADER: operator file rebuilt from '
                   FUNCTION TRIM(OPERATOR-TEXT-PATH)
           END-IF
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-FILE-MISSING
               OPEN OUTPUT OPERATOR-FILE
                   AND TEXT-OPERATOR-ID(1:1) NOT = '*'
                   AND TEXT-AUTH-LEVEL IS NUMERIC
               MOVE TEXT-OPERATOR-ID TO OPERATOR-PROFILE-ID
               SET PROFILE-EXISTS TO FALSE
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PROFILE-EXISTS TO TRUE
               END-READ
               IF NOT PROFILE-EXISTS
                   MOVE TEXT-OPERATOR-ID TO OPERATOR-PROFILE-ID
                   MOVE SPACES TO OPERATOR-PIN-HASH
               END-IF
               MOVE TEXT-OPERATOR-NAME TO OPERATOR-NAME
               MOVE TEXT-AUTH-LEVEL TO OPERATOR-AUTH-LEVEL
               MOVE TEXT-ACTIVE-FLAG TO OPERATOR-ACTIVE-FLAG
               IF OPERATOR-PIN-HASH = SPACES
                       OR OPERATOR-PIN-HASH = LOW-VALUES
                   PERFORM GIVE-TEMPORARY-PIN
               END-IF
               IF PROFILE-EXISTS
                   REWRITE OPERATOR-PROFILE-RECORD
               ELSE
                   WRITE OPERATOR-PROFILE-RECORD
               END-IF
               IF OPERATOR-FILE-OK
                   ADD 1 TO PROFILES-LOADED-COUNT
               END-IF
           PERFORM READ-OPERATOR-TEXT-LINE.
           EXIT SECTION.

      *> A random PIN, hashed like any PIN and flagged temporary,
      *> with a clean lockout state; the PIN itself is displayed
      *> here and nowhere else.
       GIVE-TEMPORARY-PIN SECTION.
           MOVE SPACES TO OPERATOR-PIN-HASH.
           MOVE 0 TO OPERATOR-PIN-SET-DATE.
           SET OPERATOR-PIN-IS-TEMPORARY TO TRUE.
           MOVE 0 TO OPERATOR-FAILED-SIGNONS.
           MOVE 'N' TO OPERATOR-LOCKED-FLAG.
           CALL 'getrandom' USING BY REFERENCE RANDOM-BYTES,
                                  BY VALUE RANDOM-BYTE-COUNT,
                                  BY VALUE RANDOM-FLAGS
               RETURNING RANDOM-RESULT.
           IF RANDOM-RESULT NOT = 8
               DISPLAY 'OPERATOR-LOADER: ' OPERATOR-PROFILE-ID
                   ' no temporary PIN could be drawn - loaded with'
                   ' no usable PIN'
               EXIT SECTION
           END-IF
           PERFORM PICK-ONE-PIN-SYMBOL
               VARYING PIN-CHAR-IDX FROM 1 BY 1
               UNTIL PIN-CHAR-IDX > 8.
           CALL 'PIN-HASH' USING OPERATOR-PROFILE-ID, TEMPORARY-PIN,
                                  OPERATOR-PIN-HASH.
           MOVE TODAY-DATE TO OPERATOR-PIN-SET-DATE.
           DISPLAY 'OPERATOR-LOADER: ' OPERATOR-PROFILE-ID
               ' temporary PIN ' TEMPORARY-PIN
               ' - hand it over now, it is not shown again'.
           MOVE SPACES TO TEMPORARY-PIN.
           EXIT SECTION.

       PICK-ONE-PIN-SYMBOL SECTION.
           COMPUTE PIN-SYMBOL-IDX =
               FUNCTION MOD(FUNCTION ORD(RANDOM-BYTE(PIN-CHAR-IDX))
                   - 1, 32) + 1.
           MOVE PIN-ALPHABET(PIN-SYMBOL-IDX:1)
               TO TEMPORARY-PIN(PIN-CHAR-IDX:1).
           EXIT SECTION.

      *> Resolves the region once and points this program's files
      *> at its data directory.
       BUILD-REGION-PATHS SECTION.
