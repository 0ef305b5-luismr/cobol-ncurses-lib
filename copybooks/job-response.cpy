      *> One line of the response file JOB-REQUEST-INTAKE leaves for
      *> the upstream senders (job-responses.dat in the region's data
      *> directory): every request read from a drop gets exactly one,
      *> ACCEPTED or REJECTED, with the sender's own request id to
      *> match it by and the reason in words. An accepted request of
      *> a job that needs four-eyes approval says so - it is queued,
      *> but nothing runs until a second operator approves it. Lines
      *> accumulate until the sender takes the file away; the intake
      *> only ever adds to it.
       01 RESPONSE-LINE.
           05 RESPONSE-REQUEST-ID    PIC X(12).
           05 FILLER                 PIC X.
           05 RESPONSE-SENDER        PIC X(8).
           05 FILLER                 PIC X.
           05 RESPONSE-JOB           PIC X(8).
           05 FILLER                 PIC X.
           05 RESPONSE-OUTCOME       PIC X(8).
              88 RESPONSE-ACCEPTED       VALUE 'ACCEPTED'.
              88 RESPONSE-REJECTED       VALUE 'REJECTED'.
           05 FILLER                 PIC X.
           05 RESPONSE-DATE          PIC 9(8).
           05 FILLER                 PIC X.
           05 RESPONSE-TIME          PIC 9(6).
           05 FILLER                 PIC X.
           05 RESPONSE-REASON        PIC X(60).
