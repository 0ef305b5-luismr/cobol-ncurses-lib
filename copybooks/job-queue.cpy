      *> the dispatch lifecycle byte: the console writes 'P', the
      *> dispatcher marks 'T' before launching so a submission can
      *> never run twice, and the review console parks or withdraws
      *> requests with 'H'/'C'. A taken request whose run never
      *> reported an end - the dispatcher or the server went down
      *> under it - is found when the dispatcher next starts and
      *> parked as 'I' (interrupted) until an operator resubmits or
      *> cancels it on the review console. Records written before
      *> the state byte existed carry a space there; readers treat
      *> that as pending. QUEUE-ATTEMPT counts runs of the one
      *> submission: the keyer writes 1, and when a run fails with
      *> a return code the job's retry policy covers, the
      *> dispatcher appends the same submission (same keyed stamp
      *> and operator) as the next attempt, not to be taken before
      *> QUEUE-NOT-BEFORE. Records from before the attempt fields
      *> existed read as spaces there - a first attempt with no
      *> wait. A submission of a job whose 'J' line asks for four-
      *> eyes approval is keyed as 'A' and waits there - the
      *> dispatcher never takes it - until a second operator decides
      *> it on JOB-APPROVAL-CONSOLE: approved goes to 'P', rejected
      *> to 'R' for good. The decision, who made it, when and why
      *> travel with the submission in QUEUE-APPROVAL (a retry
      *> carries its first attempt's); spaces there mean no
      *> decision was ever needed.
       01 JOB-QUEUE-RECORD.
           05 QUEUE-DATE           PIC 9(8).
           05 QUEUE-TIME           PIC 9(6).
              88 QUEUE-IS-HELD         VALUE 'H'.
              88 QUEUE-IS-TAKEN        VALUE 'T'.
              88 QUEUE-IS-CANCELLED    VALUE 'C'.
              88 QUEUE-IS-INTERRUPTED  VALUE 'I'.
              88 QUEUE-IS-AWAITING-APPROVAL VALUE 'A'.
              88 QUEUE-IS-REJECTED     VALUE 'R'.
           05 QUEUE-ATTEMPT        PIC 9(2).
           05 QUEUE-NOT-BEFORE.
               10 QUEUE-NOT-BEFORE-DATE PIC 9(8).
               10 QUEUE-NOT-BEFORE-TIME PIC 9(6).
           05 QUEUE-APPROVAL.
               10 QUEUE-APPROVAL-DECISION PIC X.
                  88 QUEUE-WAS-APPROVED    VALUE 'A'.
                  88 QUEUE-WAS-REJECTED    VALUE 'R'.
               10 QUEUE-APPROVER    PIC X(20).
               10 QUEUE-APPROVAL-DATE PIC 9(8).
               10 QUEUE-APPROVAL-TIME PIC 9(6).
               10 QUEUE-APPROVAL-REASON PIC X(40).
