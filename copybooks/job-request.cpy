      *> One line of the inbound job-request drop file upstream
      *> systems (the branch settlement feed first) leave in the
      *> region's data directory as job-requests.dat for
      *> JOB-REQUEST-INTAKE. An 'R' line opens a request: the
      *> sender's own id for it (echoed back on the response line,
      *> and never reused by that sender for a different request),
      *> the sender's interface id, and the job wanted. 'P' lines
      *> under it carry the parameter values by position - the
      *> job's 'F' line order in job-def.dat, exactly as an operator
      *> would key them on JOB-SUBMIT-CONSOLE; a position with no
      *> 'P' line is blank. '*' lines are comments. The sender
      *> builds the file under another name and renames it into
      *> place, so the intake never reads half a drop.
       01 REQUEST-LINE.
           05 REQUEST-RECORD-TYPE    PIC X.
              88 REQUEST-IS-HEADER       VALUE 'R'.
              88 REQUEST-IS-PARAM        VALUE 'P'.
              88 REQUEST-IS-COMMENT      VALUE '*'.
           05 FILLER                 PIC X.
           05 REQUEST-ID             PIC X(12).
           05 FILLER                 PIC X.
           05 REQUEST-DETAIL         PIC X(64).
      *> Alternate view of the detail for an 'R' line.
           05 REQUEST-DETAIL-HEADER REDEFINES REQUEST-DETAIL.
               10 REQUEST-SENDER     PIC X(8).
               10 FILLER             PIC X.
               10 REQUEST-JOB        PIC X(8).
               10 FILLER             PIC X(47).
      *> Alternate view of the detail for a 'P' line: which queued
      *> parameter and its value.
           05 REQUEST-DETAIL-PARAM REDEFINES REQUEST-DETAIL.
               10 REQUEST-PARAM-NO   PIC X(2).
               10 FILLER             PIC X.
               10 REQUEST-PARAM-VALUE PIC X(40).
               10 FILLER             PIC X(21).
