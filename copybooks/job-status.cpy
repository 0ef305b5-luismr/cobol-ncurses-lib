      *> in the viewer without the operator remembering the path;
      *> spaces from a writer that keeps no log.
           05 JOB-LOG-PATH         PIC X(60).
      *> Which run of the submission this is and how many the job's
      *> retry policy allows (1 of 1 for a job with no policy), so
      *> the board can show a retry in flight. Lines from a writer
      *> that does not know (a job's own progress lines) carry
      *> spaces here and readers keep the dispatcher's last values.
           05 JOB-ATTEMPT          PIC 9(2).
           05 JOB-ATTEMPT-LIMIT    PIC 9(2).
