       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-HASH.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> One-way digest of an operator PIN, so data/operator.dat
      *> holds nothing an admin (or anyone who copies the file) can
      *> read back as the secret. The PIN is salted with the
      *> operator id - two operators who pick the same PIN still
      *> get different digests - and the id/PIN bytes are run
      *> through two independent modular lanes for a few hundred
      *> rounds, each round feeding the other lane back in, so
      *> trying PINs against a stolen file costs real time per
      *> guess. The answer is 16 digits. Sign-on, change and reset
      *> in NCURSES-UTIL and the temporary PIN OPERATOR-LOADER
      *> gives a new id all come through here, so they can never
      *> disagree about what a PIN hashes to.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 HASH-INPUT.
           05 HASH-INPUT-ID          PIC X(8).
           05 HASH-INPUT-PIN         PIC X(8).
       01 HASH-INPUT-LENGTH          PIC 9(2) VALUE 16.
       01 HASH-ROUND-COUNT           PIC 9(4) VALUE 512.
       01 HASH-ROUND                 PIC 9(4).
       01 HASH-BYTE-IDX              PIC 9(2).
       01 HASH-BYTE-CODE             PIC 9(3).

      *> Both moduli are primes just under 2**31; a lane value times
      *> its multiplier stays well inside eighteen digits.
       01 HASH-LANE-ONE              PIC 9(18).
       01 HASH-LANE-TWO              PIC 9(18).
       01 HASH-MODULUS-ONE           PIC 9(10) VALUE 2147483647.
       01 HASH-MODULUS-TWO           PIC 9(10) VALUE 2147483629.
       01 HASH-DIGEST.
           05 HASH-DIGEST-ONE        PIC 9(8).
           05 HASH-DIGEST-TWO        PIC 9(8).

       LINKAGE SECTION.
       01 PIN-OPERATOR-ID            PIC X(8).
       01 PIN-TEXT                   PIC X(8).
       01 PIN-DIGEST                 PIC X(16).

       PROCEDURE DIVISION USING PIN-OPERATOR-ID, PIN-TEXT,
                                PIN-DIGEST.

       MAIN-PROCEDURE SECTION.
           MOVE PIN-OPERATOR-ID TO HASH-INPUT-ID.
           MOVE PIN-TEXT TO HASH-INPUT-PIN.
           MOVE 5381 TO HASH-LANE-ONE.
           MOVE 7919 TO HASH-LANE-TWO.
           PERFORM HASH-ONE-ROUND
               VARYING HASH-ROUND FROM 1 BY 1
               UNTIL HASH-ROUND > HASH-ROUND-COUNT.
           COMPUTE HASH-DIGEST-ONE =
               FUNCTION MOD(HASH-LANE-ONE, 100000000).
           COMPUTE HASH-DIGEST-TWO =
               FUNCTION MOD(HASH-LANE-TWO, 100000000).
           MOVE HASH-DIGEST TO PIN-DIGEST.
           GOBACK.

       HASH-ONE-ROUND SECTION.
           PERFORM HASH-ONE-BYTE
               VARYING HASH-BYTE-IDX FROM 1 BY 1
               UNTIL HASH-BYTE-IDX > HASH-INPUT-LENGTH.
           COMPUTE HASH-LANE-ONE = FUNCTION MOD(
               HASH-LANE-ONE + HASH-LANE-TWO + HASH-ROUND,
               HASH-MODULUS-ONE).
           COMPUTE HASH-LANE-TWO = FUNCTION MOD(
               HASH-LANE-TWO * 3 + HASH-LANE-ONE, HASH-MODULUS-TWO).
           EXIT SECTION.

       HASH-ONE-BYTE SECTION.
           COMPUTE HASH-BYTE-CODE =
               FUNCTION ORD(HASH-INPUT(HASH-BYTE-IDX:1)).
           COMPUTE HASH-LANE-ONE = FUNCTION MOD(
               HASH-LANE-ONE * 31 + HASH-BYTE-CODE, HASH-MODULUS-ONE).
           COMPUTE HASH-LANE-TWO = FUNCTION MOD(
               HASH-LANE-TWO * 131 + HASH-BYTE-CODE * 7
               + HASH-BYTE-IDX, HASH-MODULUS-TWO).
           EXIT SECTION.

       END PROGRAM PIN-HASH.
