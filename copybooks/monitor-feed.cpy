      *> One line of the outbound feed MONITOR-FEED leaves for the
      *> enterprise monitoring collector (monitor-feed.dat in the
      *> region's data directory). A feed is an 'H' header - region,
      *> as-of stamp, sequence number, and whether it is a FULL
      *> picture or a DELTA since the previous feed - then 'J' lines
      *> (one per job: its newest status line), 'A' lines (open,
      *> unacknowledged alerts), at most one 'Q' line (queue counts)
      *> and a 'T' trailer counting what came before it. In a delta
      *> only what changed is sent: a job whose state, step, times,
      *> return code or attempt moved, an alert newly raised, the
      *> queue line when a count moved. FEED-ACTION 'X' closes an
      *> entry the collector holds - an alert since acknowledged, a
      *> job no longer on the status file after housekeeping rolled
      *> it. A full feed replaces everything the collector holds.
      *> The feed is written under another name and renamed into
      *> place, and a new one is not published until the collector
      *> has taken the last one away. A sequence number is never
      *> used twice; a gap means a feed was lost before it was
      *> published, and the next delta carries its changes.
       01 FEED-RECORD.
           05 FEED-RECORD-TYPE       PIC X.
              88 FEED-IS-HEADER          VALUE 'H'.
              88 FEED-IS-JOB             VALUE 'J'.
              88 FEED-IS-ALERT           VALUE 'A'.
              88 FEED-IS-QUEUE           VALUE 'Q'.
              88 FEED-IS-TRAILER         VALUE 'T'.
           05 FILLER                 PIC X.
           05 FEED-ACTION            PIC X.
              88 FEED-IS-CURRENT         VALUE 'C'.
              88 FEED-IS-CLEARED         VALUE 'X'.
           05 FILLER                 PIC X.
           05 FEED-DETAIL            PIC X(76).
      *> Alternate view of the detail for the 'H' line.
           05 FEED-DETAIL-HEADER REDEFINES FEED-DETAIL.
               10 FEED-REGION        PIC X(5).
               10 FILLER             PIC X.
               10 FEED-AS-OF-DATE    PIC 9(8).
               10 FEED-AS-OF-TIME    PIC 9(6).
               10 FILLER             PIC X.
               10 FEED-SEQUENCE      PIC 9(8).
               10 FILLER             PIC X.
               10 FEED-KIND          PIC X(5).
                  88 FEED-IS-FULL        VALUE 'FULL'.
                  88 FEED-IS-DELTA       VALUE 'DELTA'.
               10 FILLER             PIC X(41).
      *> Alternate view of the detail for a 'J' line: the fields of
      *> job-status.cpy the collector watches. Progress counts are
      *> left out - they move on every line a running job writes.
           05 FEED-DETAIL-JOB REDEFINES FEED-DETAIL.
               10 FEED-JOB-NAME      PIC X(8).
               10 FILLER             PIC X.
               10 FEED-JOB-STEP      PIC X(8).
               10 FILLER             PIC X.
               10 FEED-JOB-STATE     PIC X.
               10 FILLER             PIC X.
               10 FEED-JOB-START-TIME PIC X(8).
               10 FILLER             PIC X.
               10 FEED-JOB-END-TIME  PIC X(8).
               10 FILLER             PIC X.
               10 FEED-JOB-RETURN-CODE PIC 9(4).
               10 FILLER             PIC X.
               10 FEED-JOB-ATTEMPT   PIC X(2).
               10 FILLER             PIC X.
               10 FEED-JOB-ATTEMPT-LIMIT PIC X(2).
               10 FILLER             PIC X(28).
      *> Alternate view of the detail for an 'A' line: the alert's
      *> own stamp, job and step are its identity.
           05 FEED-DETAIL-ALERT REDEFINES FEED-DETAIL.
               10 FEED-ALERT-DATE    PIC 9(8).
               10 FILLER             PIC X.
               10 FEED-ALERT-TIME    PIC 9(6).
               10 FILLER             PIC X.
               10 FEED-ALERT-JOB     PIC X(8).
               10 FILLER             PIC X.
               10 FEED-ALERT-STEP    PIC X(8).
               10 FILLER             PIC X.
               10 FEED-ALERT-RETURN-CODE PIC 9(4).
               10 FILLER             PIC X(38).
      *> Alternate view of the detail for the 'Q' line.
           05 FEED-DETAIL-QUEUE REDEFINES FEED-DETAIL.
               10 FEED-QUEUE-PENDING PIC 9(5).
               10 FILLER             PIC X.
               10 FEED-QUEUE-HELD    PIC 9(5).
               10 FILLER             PIC X.
               10 FEED-QUEUE-AWAITING PIC 9(5).
               10 FILLER             PIC X.
               10 FEED-QUEUE-INTERRUPTED PIC 9(5).
               10 FILLER             PIC X(53).
      *> Alternate view of the detail for the 'T' line: lines of
      *> each kind, then every line of the feed, header and trailer
      *> included.
           05 FEED-DETAIL-TRAILER REDEFINES FEED-DETAIL.
               10 FEED-JOB-COUNT     PIC 9(5).
               10 FILLER             PIC X.
               10 FEED-ALERT-COUNT   PIC 9(5).
               10 FILLER             PIC X.
               10 FEED-QUEUE-COUNT   PIC 9(5).
               10 FILLER             PIC X.
               10 FEED-LINE-COUNT    PIC 9(7).
               10 FILLER             PIC X(51).
