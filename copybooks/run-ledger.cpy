      *> One launched run and the submission that caused it, as the
      *> dispatcher appends it to data/run-ledger.dat the moment the
      *> job starts. The status file and run history say what ran
      *> and for how long, but not on whose behalf: the queue line
      *> that carried the keyed parameters is compacted away once
      *> taken. Run date, job and start time are the same triple
      *> RUN-HISTORY-COLLECTOR keys a run on (its run date is the
      *> collection date, so a run started before midnight and
      *> collected after it is found under the day before); the
      *> rest is the submission's identity and its parameter values
      *> exactly as keyed, in the job's 'F' line order. The process
      *> id is the child the job runs in, so a dispatcher restarted
      *> under a run can tell whether it is still going; zero or
      *> spaces (a line from before the id was kept) mean unknown.
       01 RUN-LEDGER-RECORD.
           05 LEDGER-RUN-DATE      PIC 9(8).
           05 LEDGER-JOB           PIC X(8).
           05 LEDGER-START-TIME    PIC X(8).
           05 LEDGER-QUEUE-DATE    PIC 9(8).
           05 LEDGER-QUEUE-TIME    PIC 9(6).
           05 LEDGER-QUEUE-USER    PIC X(20).
           05 LEDGER-ATTEMPT       PIC 9(2).
           05 LEDGER-PARAM         OCCURS 10 TIMES PIC X(40).
           05 LEDGER-PID           PIC 9(9).
