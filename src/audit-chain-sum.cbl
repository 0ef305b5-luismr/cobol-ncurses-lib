       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-SUM.
       AUTHOR. Luis Machado Reis.
       DATE-WRITTEN. 2026-10-15.

      *> The chained checksum on every session audit line: the line's
      *> text up to and including its sequence number, folded into
      *> the checksum of the line before it, so a line deleted,
      *> moved or edited by hand no longer chains to its neighbour.
      *> The two lanes start from the two halves of the previous
      *> line's checksum and take each byte in turn, the same
      *> two-lane modular shape PIN-HASH uses; the answer is 16
      *> digits. WRITE-AUDIT-LOG in NCURSES-UTIL and the verifier
      *> AUDIT-CHAIN-VERIFY both come through here, so they can
      *> never disagree about what a line sums to.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 SUM-BYTE-IDX               PIC 9(3) COMP-5.
       01 SUM-BYTE-CODE              PIC 9(3) COMP-5.
       01 SUM-ROUND                  PIC 9 COMP-5.

      *> Both moduli are primes just under 2**31; a lane value times
      *> its multiplier stays well inside eighteen digits.
       01 SUM-LANE-ONE               PIC 9(18) COMP-5.
       01 SUM-LANE-TWO               PIC 9(18) COMP-5.
       01 SUM-MODULUS-ONE            PIC 9(10) COMP-5
                                     VALUE 2147483647.
       01 SUM-MODULUS-TWO            PIC 9(10) COMP-5
                                     VALUE 2147483629.
       01 SUM-PRIOR-VIEW.
           05 SUM-PRIOR-ONE          PIC 9(8).
           05 SUM-PRIOR-TWO          PIC 9(8).
       01 SUM-DIGEST.
           05 SUM-DIGEST-ONE         PIC 9(8).
           05 SUM-DIGEST-TWO         PIC 9(8).

       LINKAGE SECTION.
       01 CHAIN-PRIOR-SUM            PIC X(16).
       01 CHAIN-LINE-TEXT            PIC X(200).
       01 CHAIN-LINE-LENGTH          PIC 9(3).
       01 CHAIN-NEW-SUM              PIC X(16).

       PROCEDURE DIVISION USING CHAIN-PRIOR-SUM, CHAIN-LINE-TEXT,
                                CHAIN-LINE-LENGTH, CHAIN-NEW-SUM.

      *> A prior checksum that is not 16 digits (the first line of
      *> a new chain) starts both lanes from their fixed seeds.
       MAIN-PROCEDURE SECTION.
           MOVE CHAIN-PRIOR-SUM TO SUM-PRIOR-VIEW.
           IF SUM-PRIOR-VIEW IS NUMERIC
               COMPUTE SUM-LANE-ONE = SUM-PRIOR-ONE + 5381
               COMPUTE SUM-LANE-TWO = SUM-PRIOR-TWO + 7919
           ELSE
               MOVE 5381 TO SUM-LANE-ONE
               MOVE 7919 TO SUM-LANE-TWO
           END-IF
           PERFORM SUM-ONE-BYTE
               VARYING SUM-BYTE-IDX FROM 1 BY 1
               UNTIL SUM-BYTE-IDX > CHAIN-LINE-LENGTH
                   OR SUM-BYTE-IDX > 200.
           PERFORM MIX-LANES
               VARYING SUM-ROUND FROM 1 BY 1
               UNTIL SUM-ROUND > 4.
           COMPUTE SUM-DIGEST-ONE =
               FUNCTION MOD(SUM-LANE-ONE, 100000000).
           COMPUTE SUM-DIGEST-TWO =
               FUNCTION MOD(SUM-LANE-TWO, 100000000).
           MOVE SUM-DIGEST TO CHAIN-NEW-SUM.
           GOBACK.

       SUM-ONE-BYTE SECTION.
           COMPUTE SUM-BYTE-CODE =
               FUNCTION ORD(CHAIN-LINE-TEXT(SUM-BYTE-IDX:1)).
           COMPUTE SUM-LANE-ONE = FUNCTION MOD(
               SUM-LANE-ONE * 31 + SUM-BYTE-CODE, SUM-MODULUS-ONE).
           COMPUTE SUM-LANE-TWO = FUNCTION MOD(
               SUM-LANE-TWO * 131 + SUM-BYTE-CODE * 7
               + SUM-BYTE-IDX, SUM-MODULUS-TWO).
           EXIT SECTION.

      *> A few rounds feeding each lane into the other, so a change
      *> to the last byte moves both halves of the answer.
       MIX-LANES SECTION.
           COMPUTE SUM-LANE-ONE = FUNCTION MOD(
               SUM-LANE-ONE + SUM-LANE-TWO + SUM-ROUND,
               SUM-MODULUS-ONE).
           COMPUTE SUM-LANE-TWO = FUNCTION MOD(
               SUM-LANE-TWO * 3 + SUM-LANE-ONE, SUM-MODULUS-TWO).
           EXIT SECTION.

       END PROGRAM AUDIT-CHAIN-SUM.
