           05 ALERT-DATE           PIC 9(8).
           05 ALERT-TIME           PIC 9(6).
           05 ALERT-JOB            PIC X(8).
      *> A deadline-at-risk alert from DEADLINE-WATCHER carries
      *> DEADLINE in the step and, in the return-code field, the
      *> minutes the job is projected to finish past its deadline.
      *> A log-exception alert from LOG-EXCEPTION-SCANNER carries
      *> LOGSCAN in the step and the count of high-severity log
      *> lines in the return-code field.
           05 ALERT-STEP           PIC X(8).
              88 ALERT-IS-DEADLINE     VALUE 'DEADLINE'.
              88 ALERT-IS-LOG-EXCEPTION VALUE 'LOGSCAN'.
           05 ALERT-RETURN-CODE    PIC 9(4).
           05 ALERT-ACK-FLAG       PIC X.
              88 ALERT-IS-ACKED        VALUE 'Y'.
