      *> What AUDIT-CHAIN-VERIFY found when it walked the session
      *> audit log, handed back to the batch that called it so the
      *> answer can go on that report's own header. The detail -
      *> every exception with its line number - is in
      *> data/audit-verify.txt; VERIFY-SUMMARY is the one line fit
      *> for a header.
       01 AUDIT-VERIFY-RESULT.
           05 VERIFY-OUTCOME          PIC X.
              88 VERIFY-CHAIN-INTACT      VALUE 'I'.
              88 VERIFY-CHAIN-BROKEN      VALUE 'B'.
              88 VERIFY-NOTHING-TO-CHECK  VALUE 'N'.
           05 VERIFY-LINES-READ       PIC 9(7).
           05 VERIFY-LINES-CHAINED    PIC 9(7).
           05 VERIFY-FIRST-SEQ        PIC 9(9).
           05 VERIFY-LAST-SEQ         PIC 9(9).
           05 VERIFY-EXCEPTION-COUNT  PIC 9(5).
      *> File line number of the first exception; zero when the
      *> first one is lines missing from the end of the log.
           05 VERIFY-FIRST-EXCEPTION  PIC 9(7).
           05 VERIFY-SUMMARY          PIC X(100).
