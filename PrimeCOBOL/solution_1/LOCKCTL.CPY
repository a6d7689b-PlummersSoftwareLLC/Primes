      *================================================================
      *    LOCKCTL.CPY
      *    Dataset enqueue control record.  ENQLOCK holds a single
      *    record saying whether the shared run datasets - RESULTS,
      *    HISTORY, PRIMELST, VALIDEXC, DISCREP and the RUNCTL run
      *    number - are held, and by whom.  Every job that writes
      *    them takes the lock first and frees it afterwards; a job
      *    that finds it held waits and re-reads.  LCK-OWNER-TOKEN is
      *    the holder's acquire timestamp, so a holder can prove the
      *    record is still its own before refreshing or freeing it.
      *    The holder re-stamps LCK-HEARTBEAT-TS as it works - a held
      *    lock whose heartbeat has gone quiet for longer than the
      *    waiter's stale limit was left by a killed job.
      *================================================================
       01  LOCK-CONTROL-RECORD.
           03  LCK-STATE                  PIC X(4).
               88  LCK-STATE-HELD         VALUE "HELD".
               88  LCK-STATE-FREE         VALUE "FREE".
           03  FILLER                     PIC X(1).
           03  LCK-OWNER-PROGRAM          PIC X(8).
           03  FILLER                     PIC X(1).
           03  LCK-OWNER-TOKEN            PIC X(17).
           03  FILLER                     PIC X(1).
           03  LCK-HEARTBEAT-TS           PIC X(17).
           03  FILLER                     PIC X(1).
           03  LCK-OWNER-RUN-NUMBER       PIC 9(8).
           03  FILLER                     PIC X(22).
