      *               missing or junk cutoff card ends RC 8 with
      *               nothing touched; an out-of-balance file ends
      *               RC 8 so the scheduler flags the run.
      *   2026-10-15  START-UP now appends START and END records to the
      *               shared STEPLOG step-status ledger, the END
      *               record carrying the RETURN-CODE and the records
      *               read and archived across all four files, on
      *               every way out, for the RUNBKCHK run-book check.
      *   2026-10-15  The live files are now only touched under the
      *               shared ENQLOCK dataset lock PRIMES takes for
      *               each run, so a rewrite can no longer race a run
      *               appending to RESULTS or PRIMELST.  The cutoff
      *               card's new columns 9-12 give the seconds to wait
      *               for a held lock (PRIMHSKP-0002) before ending
      *               RC 12 with nothing touched (PRIMHSKP-0003), and
      *               columns 13-16 the minutes without a heartbeat
      *               after which a held lock is reported as stale
      *               and taken over (PRIMHSKP-0004).
      *   2026-10-15  Packed-sieve (SIEVE_MODE "P") run records take
      *               their set ordinal's disposition like base and
      *               wheel runs.
      *   2026-10-15  A stale limit on the cutoff card below
      *               LOCK-STALE-MIN-FLOOR minutes is raised to it
      *               (PRIMHSKP-0006), the same floor PRIMES keeps, so
      *               a short limit cannot take over the lock from a
      *               PRIMES run that is still beating.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "HSKPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
           SELECT OPTIONAL LOCK-CONTROL-FILE
               ASSIGN TO "ENQLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           03  CC-CUTOFF-DATE             PIC 9(8).
      *    Seconds to wait for the ENQLOCK dataset lock and minutes
      *    without a heartbeat before a held lock counts as stale -
      *    blank takes the defaults in DATASET-LOCK-FIELDS, and no
      *    stale limit goes below LOCK-STALE-MIN-FLOOR.
           03  CC-LOCK-WAIT-SEC           PIC 9(4).
           03  CC-LOCK-STALE-MIN          PIC 9(4).
           03  FILLER                     PIC X(64).
       01  CONTROL-CARD-ALPHA-REC.
           03  CCA-CUTOFF-DATE            PIC X(8).
           03  CCA-LOCK-WAIT-SEC          PIC X(4).
           03  CCA-LOCK-STALE-MIN         PIC X(4).
           03  FILLER                     PIC X(64).
       FD  RESULTS-FILE.
       01  RESULTS-RECORD                 PIC X(150).
       FD  HISTORY-FILE.
       01  DISCREPANCY-WORK-RECORD        PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(100).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       FD  LOCK-CONTROL-FILE.
       COPY "LOCKCTL.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  CONTROL-CARD-STATUS        PIC X(2).
           03  PRIMELST-WORK-STATUS       PIC X(2).
           03  DISCREPANCY-WORK-STATUS    PIC X(2).
           03  REPORT-STATUS              PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
           03  LOCK-CONTROL-STATUS        PIC X(2).
       01  HOUSEKEEPING-PARAMETERS.
           03  CUTOFF-DATE                PIC 9(8) VALUE ZEROES.
           03  CARD-REJECT-SW             PIC 9(1) COMP VALUE 0.
           03  HK-ARCHIVED-COUNT          PIC 9(9) COMP.
           03  HK-KEPT-COUNT              PIC 9(9) COMP.
           03  HK-REWRITTEN-COUNT         PIC 9(9) COMP.
      *    All four files together, for the STEPLOG END record.
           03  HK-TOTAL-READ-COUNT        PIC 9(9) COMP VALUE 0.
           03  HK-TOTAL-ARCHIVED-COUNT    PIC 9(9) COMP VALUE 0.
      *    Mapped onto the PRIMELST record and the archive generation
      *    control record - the latter is sized to the narrowest
      *    archive (30 bytes), so one layout serves all four.
           03  RT-DATE                    PIC 9(8).
           03  RT-TIME                    PIC 9(8).
       01  RUN-TIMESTAMP-DISPLAY          PIC X(17).
      *    Dataset enqueue fields - see ACQUIRE-DATASET-LOCK.
       01  DATASET-LOCK-FIELDS.
           03  LOCK-WAIT-SEC              PIC 9(4) COMP VALUE 300.
           03  LOCK-STALE-MIN             PIC 9(4) COMP VALUE 120.
      *    PRIMES re-stamps its heartbeat every minute while it holds
      *    the lock; a stale limit is kept several beats above that.
           03  LOCK-STALE-MIN-FLOOR       PIC 9(4) COMP VALUE 5.
      *    Seconds between re-reads while waiting, and the pause
      *    between writing a claim and reading it back - long enough
      *    for a claim another job wrote at the same moment to land.
           03  LOCK-POLL-SEC              PIC 9(4) COMP VALUE 5.
           03  LOCK-SETTLE-SEC            PIC 9(4) COMP VALUE 1.
           03  LOCK-SLEEP-SEC             PIC 9(4) COMP.
           03  LOCK-WAITED-SEC            PIC 9(5) COMP.
           03  LOCK-STALE-SEC             PIC 9(7) COMP.
           03  LOCK-HELD-SW               PIC 9(1) COMP VALUE 0.
           03  LOCK-TIMEOUT-SW            PIC 9(1) COMP VALUE 0.
           03  LOCK-LOST-SW               PIC 9(1) COMP VALUE 0.
           03  LOCK-WAIT-NOTED-SW         PIC 9(1) COMP.
           03  LOCK-FOUND-HELD-SW         PIC 9(1) COMP.
           03  LOCK-NEW-STATE             PIC X(4).
           03  LOCK-MY-TOKEN              PIC X(17).
           03  LOCK-SEEN-PROGRAM          PIC X(8).
           03  LOCK-SEEN-TOKEN            PIC X(17).
           03  LOCK-SEEN-HEARTBEAT        PIC X(17).
           03  LOCK-SEEN-RUN-NUMBER       PIC 9(8).
           03  LOCK-NOW-TIMESTAMP         PIC X(17).
           03  LOCK-NOW-SECONDS           PIC 9(12) COMP.
           03  LOCK-HEARTBEAT-SECONDS     PIC 9(12) COMP.
           03  LOCK-AGE-SEC               PIC 9(12) COMP.
           03  LOCK-DAY-NUMBER            PIC 9(7) COMP.
           03  LOCK-TS-SECONDS            PIC 9(12) COMP.
           03  LOCK-TS-VALID-SW           PIC 9(1) COMP.
           03  ED-LOCK-WAITED             PIC ZZZZ9.
           03  ED-LOCK-AGE-MIN            PIC ZZZZZZ9.
       01  LOCK-NOW-FIELDS.
           03  LN-DATE                    PIC 9(8).
           03  LN-TIME                    PIC 9(8).
      *    A lock timestamp taken apart for the heartbeat age.
       01  LOCK-TIMESTAMP-VIEW.
           03  LTV-DATE                   PIC 9(8).
           03  FILLER                     PIC X(1).
           03  LTV-HOURS                  PIC 9(2).
           03  LTV-MINUTES                PIC 9(2).
           03  LTV-SECONDS                PIC 9(2).
           03  LTV-HUNDREDTHS             PIC 9(2).
       01  REPORT-EDIT-FIELDS.
           03  ED-READ-COUNT              PIC ZZZZZZZZ9.
           03  ED-ARCHIVED-COUNT          PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           PERFORM READ-CONTROL-CARD THROUGH END-READ-CONTROL-CARD.
           IF CARD-REJECT-SW = 1
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
      *    Nothing is read or rewritten until the lock is held - a
      *    run still appending would otherwise lose records to the
      *    rewrite.
           PERFORM ACQUIRE-DATASET-LOCK
               THROUGH END-ACQUIRE-DATASET-LOCK.
           IF LOCK-TIMEOUT-SW = 1
               DISPLAY "PRIMHSKP-0003 NOTHING ARCHIVED - RERUN ONCE ",
                       "THE LOCK IS FREE"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 3 TO HK-FILE-ID.
           PERFORM HOUSEKEEP-ONE-FILE
               THROUGH END-HOUSEKEEP-ONE-FILE.
           PERFORM REFRESH-DATASET-LOCK
               THROUGH END-REFRESH-DATASET-LOCK.
           MOVE 1 TO HK-FILE-ID.
           PERFORM HOUSEKEEP-ONE-FILE
               THROUGH END-HOUSEKEEP-ONE-FILE.
           PERFORM REFRESH-DATASET-LOCK
               THROUGH END-REFRESH-DATASET-LOCK.
           MOVE 2 TO HK-FILE-ID.
           PERFORM HOUSEKEEP-ONE-FILE
               THROUGH END-HOUSEKEEP-ONE-FILE.
           PERFORM REFRESH-DATASET-LOCK
               THROUGH END-REFRESH-DATASET-LOCK.
           MOVE 4 TO HK-FILE-ID.
           PERFORM HOUSEKEEP-ONE-FILE
               THROUGH END-HOUSEKEEP-ONE-FILE.
           PERFORM RELEASE-DATASET-LOCK
               THROUGH END-RELEASE-DATASET-LOCK.
           CLOSE REPORT-FILE.
           DISPLAY "PRIMHSKP COMPLETE - CUTOFF ", CUTOFF-DATE.
           IF OUT-OF-BALANCE-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
      *    A lock taken over mid-rewrite means another job may have
      *    written to a file while it was being replaced.
           IF LOCK-LOST-SW = 1
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       READ-CONTROL-CARD.
                       DISPLAY "PRIMHSKP-0001 CUTOFF CARD REJECTED - ",
                               "NOT A DATE: ", CCA-CUTOFF-DATE
                   END-IF
                   IF CARD-REJECT-SW = 0
                       PERFORM READ-LOCK-LIMITS
                           THROUGH END-READ-LOCK-LIMITS
                   END-IF
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.
           END-IF.
       END-READ-CONTROL-CARD.
           EXIT.
      *
       READ-LOCK-LIMITS.
           IF (CCA-LOCK-WAIT-SEC NOT = SPACES
               AND CC-LOCK-WAIT-SEC NOT NUMERIC)
               OR (CCA-LOCK-STALE-MIN NOT = SPACES
               AND CC-LOCK-STALE-MIN NOT NUMERIC)
               MOVE 1 TO CARD-REJECT-SW
               DISPLAY "PRIMHSKP-0001 CUTOFF CARD REJECTED - ",
                       "LOCK LIMITS NOT NUMERIC: ",
                       CCA-LOCK-WAIT-SEC, " ", CCA-LOCK-STALE-MIN
           ELSE
               IF CC-LOCK-WAIT-SEC NUMERIC
                   MOVE CC-LOCK-WAIT-SEC TO LOCK-WAIT-SEC
               END-IF
               IF CC-LOCK-STALE-MIN NUMERIC
                   AND CC-LOCK-STALE-MIN > 0
                   MOVE CC-LOCK-STALE-MIN TO LOCK-STALE-MIN
                   IF LOCK-STALE-MIN < LOCK-STALE-MIN-FLOOR
                       MOVE LOCK-STALE-MIN-FLOOR TO LOCK-STALE-MIN
                       MOVE LOCK-STALE-MIN-FLOOR TO ED-LOCK-AGE-MIN
                       DISPLAY "PRIMHSKP-0006 LOCK STALE LIMIT ",
                               CCA-LOCK-STALE-MIN, " MIN BELOW ",
                               "MINIMUM - ", ED-LOCK-AGE-MIN,
                               " MIN USED"
                   END-IF
               END-IF
           END-IF.
       END-READ-LOCK-LIMITS.
           EXIT.
      *
       HOUSEKEEP-ONE-FILE.
           PERFORM SET-FILE-NAME THROUGH END-SET-FILE-NAME.
           MOVE HK-RECORD (99:7) TO RVF-COUNT-X.
           INSPECT RVF-LIMIT-X REPLACING LEADING " " BY "0".
           INSPECT RVF-COUNT-X REPLACING LEADING " " BY "0".
           IF (RVF-SIEVE-MODE = "B" OR RVF-SIEVE-MODE = "W"
               OR RVF-SIEVE-MODE = "P")
               AND RVF-LIMIT-X NUMERIC
               AND RVF-COUNT-X NUMERIC
               ADD 1 TO HK-RESULTS-RUN-ORDINAL
           EXIT.
      *
       PRINT-FILE-TOTALS.
           ADD HK-READ-COUNT TO HK-TOTAL-READ-COUNT.
           ADD HK-ARCHIVED-COUNT TO HK-TOTAL-ARCHIVED-COUNT.
           MOVE HK-READ-COUNT TO ED-READ-COUNT.
           MOVE HK-ARCHIVED-COUNT TO ED-ARCHIVED-COUNT.
           MOVE HK-KEPT-COUNT TO ED-KEPT-COUNT.
                  INTO RUN-TIMESTAMP-DISPLAY.
       END-BUILD-TIMESTAMP.
           EXIT.
      *
      *================================================================
      *    Dataset enqueue.  RESULTS, HISTORY, PRIMELST and DISCREP
      *    are appended to by PRIMES under the ENQLOCK control record,
      *    so the whole split-and-rewrite runs holding it, with the
      *    heartbeat re-stamped as each file is finished.  A lock
      *    held by another job is re-read every LOCK-POLL-SEC seconds
      *    for up to LOCK-WAIT-SEC seconds; a held lock whose
      *    heartbeat is older than LOCK-STALE-MIN minutes was left by
      *    a killed job and is reported and taken over.  A claim is
      *    only good once it reads back as written.
      *================================================================
       ACQUIRE-DATASET-LOCK.
           MOVE 0 TO LOCK-HELD-SW.
           MOVE 0 TO LOCK-TIMEOUT-SW.
           MOVE 0 TO LOCK-LOST-SW.
           MOVE 0 TO LOCK-WAIT-NOTED-SW.
           MOVE 0 TO LOCK-WAITED-SEC.
           COMPUTE LOCK-STALE-SEC = LOCK-STALE-MIN * 60.
           PERFORM BUILD-LOCK-TIMESTAMP
               THROUGH END-BUILD-LOCK-TIMESTAMP.
           MOVE LOCK-NOW-TIMESTAMP TO LOCK-MY-TOKEN.
           PERFORM TRY-DATASET-LOCK THROUGH END-TRY-DATASET-LOCK.
           PERFORM UNTIL LOCK-HELD-SW = 1 OR LOCK-TIMEOUT-SW = 1
               IF LOCK-WAITED-SEC NOT < LOCK-WAIT-SEC
                   MOVE 1 TO LOCK-TIMEOUT-SW
               ELSE
                   COMPUTE LOCK-SLEEP-SEC =
                       LOCK-WAIT-SEC - LOCK-WAITED-SEC
                   IF LOCK-SLEEP-SEC > LOCK-POLL-SEC
                       MOVE LOCK-POLL-SEC TO LOCK-SLEEP-SEC
                   END-IF
                   CALL "C$SLEEP" USING LOCK-SLEEP-SEC
                   ADD LOCK-SLEEP-SEC TO LOCK-WAITED-SEC
                   PERFORM TRY-DATASET-LOCK
                       THROUGH END-TRY-DATASET-LOCK
               END-IF
           END-PERFORM.
           IF LOCK-TIMEOUT-SW = 1
               MOVE LOCK-WAITED-SEC TO ED-LOCK-WAITED
               DISPLAY "PRIMHSKP-0003 ENQLOCK NOT OBTAINED AFTER ",
                       ED-LOCK-WAITED, " SEC - HELD BY ",
                       LOCK-SEEN-PROGRAM, " SINCE ", LOCK-SEEN-TOKEN
           END-IF.
       END-ACQUIRE-DATASET-LOCK.
           EXIT.
      *
       TRY-DATASET-LOCK.
           PERFORM READ-DATASET-LOCK THROUGH END-READ-DATASET-LOCK.
           IF LOCK-FOUND-HELD-SW = 1
               PERFORM CHECK-LOCK-STALE THROUGH END-CHECK-LOCK-STALE
           END-IF.
           IF LOCK-FOUND-HELD-SW = 1
               IF LOCK-WAIT-NOTED-SW = 0
                   MOVE 1 TO LOCK-WAIT-NOTED-SW
                   DISPLAY "PRIMHSKP-0002 WAITING FOR ENQLOCK - ",
                           "HELD BY ", LOCK-SEEN-PROGRAM, " SINCE ",
                           LOCK-SEEN-TOKEN
               END-IF
           ELSE
               MOVE "HELD" TO LOCK-NEW-STATE
               PERFORM WRITE-DATASET-LOCK
                   THROUGH END-WRITE-DATASET-LOCK
               CALL "C$SLEEP" USING LOCK-SETTLE-SEC
               PERFORM READ-DATASET-LOCK
                   THROUGH END-READ-DATASET-LOCK
               IF LOCK-FOUND-HELD-SW = 1
                   AND LOCK-SEEN-PROGRAM = "PRIMHSKP"
                   AND LOCK-SEEN-TOKEN = LOCK-MY-TOKEN
                   MOVE 1 TO LOCK-HELD-SW
               END-IF
           END-IF.
       END-TRY-DATASET-LOCK.
           EXIT.
      *
       CHECK-LOCK-STALE.
      *    A heartbeat that does not read as a timestamp was not
      *    written by any job and counts as stale.  One in the future
      *    (clocks out of step) does not.
           MOVE 0 TO LOCK-AGE-SEC.
           MOVE LOCK-SEEN-HEARTBEAT TO LOCK-TIMESTAMP-VIEW.
           PERFORM LOCK-TIMESTAMP-SECONDS
               THROUGH END-LOCK-TIMESTAMP-SECONDS.
           IF LOCK-TS-VALID-SW = 1
               MOVE LOCK-TS-SECONDS TO LOCK-HEARTBEAT-SECONDS
               PERFORM BUILD-LOCK-TIMESTAMP
                   THROUGH END-BUILD-LOCK-TIMESTAMP
               MOVE LOCK-NOW-TIMESTAMP TO LOCK-TIMESTAMP-VIEW
               PERFORM LOCK-TIMESTAMP-SECONDS
                   THROUGH END-LOCK-TIMESTAMP-SECONDS
               MOVE LOCK-TS-SECONDS TO LOCK-NOW-SECONDS
               IF LOCK-NOW-SECONDS > LOCK-HEARTBEAT-SECONDS
                   COMPUTE LOCK-AGE-SEC =
                       LOCK-NOW-SECONDS - LOCK-HEARTBEAT-SECONDS
               END-IF
           ELSE
               MOVE LOCK-STALE-SEC TO LOCK-AGE-SEC
           END-IF.
           IF LOCK-AGE-SEC NOT < LOCK-STALE-SEC
               COMPUTE ED-LOCK-AGE-MIN = LOCK-AGE-SEC / 60
               DISPLAY "PRIMHSKP-0004 STALE ENQLOCK HELD BY ",
                       LOCK-SEEN-PROGRAM, " RUN ",
                       LOCK-SEEN-RUN-NUMBER, " SINCE ",
                       LOCK-SEEN-TOKEN, " - NO HEARTBEAT FOR ",
                       ED-LOCK-AGE-MIN, " MIN - TAKEN OVER"
               MOVE 0 TO LOCK-FOUND-HELD-SW
           END-IF.
       END-CHECK-LOCK-STALE.
           EXIT.
      *
       LOCK-TIMESTAMP-SECONDS.
      *    Seconds since the calendar base for the timestamp in
      *    LOCK-TIMESTAMP-VIEW, so an age spanning midnight or a
      *    month end still comes out right.  Stepwise, like the
      *    regression-gate arithmetic.
           MOVE 0 TO LOCK-TS-SECONDS.
           MOVE 0 TO LOCK-TS-VALID-SW.
           IF LTV-DATE NUMERIC
               AND LTV-DATE > 16010101
               AND LTV-HOURS NUMERIC
               AND LTV-MINUTES NUMERIC
               AND LTV-SECONDS NUMERIC
               MOVE 1 TO LOCK-TS-VALID-SW
               COMPUTE LOCK-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (LTV-DATE)
               COMPUTE LOCK-TS-SECONDS = LOCK-DAY-NUMBER * 86400
               COMPUTE LOCK-TS-SECONDS =
                   LOCK-TS-SECONDS + LTV-HOURS * 3600
               COMPUTE LOCK-TS-SECONDS =
                   LOCK-TS-SECONDS + LTV-MINUTES * 60
               ADD LTV-SECONDS TO LOCK-TS-SECONDS
           END-IF.
       END-LOCK-TIMESTAMP-SECONDS.
           EXIT.
      *
       REFRESH-DATASET-LOCK.
      *    Re-stamps the heartbeat on a lock this job still holds.
           IF LOCK-HELD-SW = 1
               PERFORM READ-DATASET-LOCK
                   THROUGH END-READ-DATASET-LOCK
               IF LOCK-FOUND-HELD-SW = 1
                   AND LOCK-SEEN-PROGRAM = "PRIMHSKP"
                   AND LOCK-SEEN-TOKEN = LOCK-MY-TOKEN
                   MOVE "HELD" TO LOCK-NEW-STATE
                   PERFORM WRITE-DATASET-LOCK
                       THROUGH END-WRITE-DATASET-LOCK
               ELSE
                   PERFORM REPORT-DATASET-LOCK-LOST
                       THROUGH END-REPORT-DATASET-LOCK-LOST
               END-IF
           END-IF.
       END-REFRESH-DATASET-LOCK.
           EXIT.
      *
       RELEASE-DATASET-LOCK.
      *    Only a lock that is still this job's own is freed - one
      *    taken over as stale now belongs to the job that took it.
           IF LOCK-HELD-SW = 1
               PERFORM READ-DATASET-LOCK
                   THROUGH END-READ-DATASET-LOCK
               IF LOCK-FOUND-HELD-SW = 1
                   AND LOCK-SEEN-PROGRAM = "PRIMHSKP"
                   AND LOCK-SEEN-TOKEN = LOCK-MY-TOKEN
                   MOVE "FREE" TO LOCK-NEW-STATE
                   PERFORM WRITE-DATASET-LOCK
                       THROUGH END-WRITE-DATASET-LOCK
               ELSE
                   PERFORM REPORT-DATASET-LOCK-LOST
                       THROUGH END-REPORT-DATASET-LOCK-LOST
               END-IF
               MOVE 0 TO LOCK-HELD-SW
           END-IF.
       END-RELEASE-DATASET-LOCK.
           EXIT.
      *
       REPORT-DATASET-LOCK-LOST.
           MOVE 1 TO LOCK-LOST-SW.
           MOVE 0 TO LOCK-HELD-SW.
           DISPLAY "PRIMHSKP-0005 ENQLOCK LOST DURING REWRITE - ",
                   "LOCK RECORD NOW SHOWS ", LOCK-SEEN-PROGRAM,
                   " SINCE ", LOCK-SEEN-TOKEN.
       END-REPORT-DATASET-LOCK-LOST.
           EXIT.
      *
       READ-DATASET-LOCK.
      *    A missing or empty ENQLOCK is a free lock.
           MOVE 0 TO LOCK-FOUND-HELD-SW.
           MOVE SPACES TO LOCK-SEEN-PROGRAM.
           MOVE SPACES TO LOCK-SEEN-TOKEN.
           MOVE SPACES TO LOCK-SEEN-HEARTBEAT.
           MOVE 0 TO LOCK-SEEN-RUN-NUMBER.
           OPEN INPUT LOCK-CONTROL-FILE.
           IF LOCK-CONTROL-STATUS = "00"
               OR LOCK-CONTROL-STATUS = "05"
               READ LOCK-CONTROL-FILE
                   AT END MOVE "10" TO LOCK-CONTROL-STATUS
               END-READ
               IF LOCK-CONTROL-STATUS = "00"
                   MOVE LCK-OWNER-PROGRAM TO LOCK-SEEN-PROGRAM
                   MOVE LCK-OWNER-TOKEN TO LOCK-SEEN-TOKEN
                   MOVE LCK-HEARTBEAT-TS TO LOCK-SEEN-HEARTBEAT
                   IF LCK-OWNER-RUN-NUMBER NUMERIC
                       MOVE LCK-OWNER-RUN-NUMBER
                           TO LOCK-SEEN-RUN-NUMBER
                   END-IF
                   IF LCK-STATE-HELD
                       MOVE 1 TO LOCK-FOUND-HELD-SW
                   END-IF
               END-IF
               CLOSE LOCK-CONTROL-FILE
           END-IF.
       END-READ-DATASET-LOCK.
           EXIT.
      *
       WRITE-DATASET-LOCK.
           PERFORM BUILD-LOCK-TIMESTAMP
               THROUGH END-BUILD-LOCK-TIMESTAMP.
           OPEN OUTPUT LOCK-CONTROL-FILE.
           MOVE SPACES TO LOCK-CONTROL-RECORD.
           MOVE LOCK-NEW-STATE TO LCK-STATE.
           MOVE "PRIMHSKP" TO LCK-OWNER-PROGRAM.
           MOVE LOCK-MY-TOKEN TO LCK-OWNER-TOKEN.
           MOVE LOCK-NOW-TIMESTAMP TO LCK-HEARTBEAT-TS.
           MOVE ZEROES TO LCK-OWNER-RUN-NUMBER.
           WRITE LOCK-CONTROL-RECORD.
           CLOSE LOCK-CONTROL-FILE.
       END-WRITE-DATASET-LOCK.
           EXIT.
      *
       BUILD-LOCK-TIMESTAMP.
      *    Kept apart from RUN-TIMESTAMP-DISPLAY, which stamps this
      *    job's report header and archive generations.
           ACCEPT LN-DATE FROM DATE YYYYMMDD.
           ACCEPT LN-TIME FROM TIME.
           STRING LN-DATE DELIMITED BY SIZE
                  "-"     DELIMITED BY SIZE
                  LN-TIME DELIMITED BY SIZE
                  INTO LOCK-NOW-TIMESTAMP.
       END-BUILD-LOCK-TIMESTAMP.
           EXIT.
      *
       WRITE-STEP-START.
           MOVE SPACES TO STEPLOG-RECORD.
           MOVE "START" TO SL-EVENT.
           MOVE 0 TO SL-RETURN-CODE.
           MOVE 0 TO SL-IN-COUNT.
           MOVE 0 TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-START.
           EXIT.
      *
       WRITE-STEP-END.
      *    Called with RETURN-CODE already set, on every way out.
           MOVE SPACES TO STEPLOG-RECORD.
           MOVE "END" TO SL-EVENT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE HK-TOTAL-READ-COUNT TO SL-IN-COUNT.
           MOVE HK-TOTAL-ARCHIVED-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMHSKP" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "READ" TO SL-IN-LABEL.
           MOVE "ARCHIVED" TO SL-OUT-LABEL.
           OPEN EXTEND STEPLOG-FILE.
           IF STEPLOG-STATUS NOT = "00"
               OPEN OUTPUT STEPLOG-FILE
           END-IF.
           WRITE STEPLOG-RECORD.
           CLOSE STEPLOG-FILE.
       END-WRITE-STEPLOG-RECORD.
           EXIT.
       END-PROGRAM.
           EXIT.
