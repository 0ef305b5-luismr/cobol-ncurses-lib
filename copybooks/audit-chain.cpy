      *> Where the session audit log's checksum chain stands. The
      *> writer keeps data/audit-chain.dat at the newest line it has
      *> appended - its sequence number, its checksum and the day it
      *> was written - so the next line can chain on without reading
      *> the whole log back. data/audit-anchor.dat holds the newest
      *> line moved out of the live log, with the name of the file it
      *> went to, so the verifier can check the first line left in
      *> the live log against the last one moved out instead of
      *> taking it on trust. Two programs write it: FILE-HOUSEKEEPING
      *> when it archives the head of the log, and AUDIT-SHIFT-REPORT
      *> when it rolls the whole log to its dated generation.
       01 AUDIT-CHAIN-RECORD.
           05 CHAIN-SEQ            PIC 9(9).
           05 FILLER               PIC X.
           05 CHAIN-SUM            PIC X(16).
           05 FILLER               PIC X.
           05 CHAIN-DATE           PIC 9(8).
           05 FILLER               PIC X.
           05 CHAIN-ARCHIVE-PATH   PIC X(60).
