       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMMRGE.
       AUTHOR. FRANK VAN BAKEL.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  New partition merge step.  Reads the partial
      *               prime-list sets the "S" slice cards of one
      *               partitioned PRIMES run wrote to PRIMEPRT, proves
      *               that the complete sets for the parent run cover
      *               1 through MAX_LIMIT with no gap and no overlap,
      *               each set's details ascending inside its range
      *               and balancing to its trailer, and only then
      *               stitches them under the dataset lock into one
      *               PRIMELST header/detail/trailer set with its
      *               DISTRPT block.  The summed count goes through
      *               IS-VALID against VALIDTAB as for any run, and
      *               one RESULTS record, one HISTORY line carrying
      *               the number of slices as its thread count and a
      *               balancing run trailer naming the parent are
      *               written under a run number of their own.  Any
      *               coverage or set error is reported on MRGRPT and
      *               ends RC 8 with nothing written.  START and END
      *               records go to the STEPLOG ledger.
      *   2026-10-15  Packed-sieve (SIEVE_MODE "P") slices merge like
      *               the others; the merged RESULTS run record ends
      *               with a BITS= token and the HISTORY line carries
      *               faithful=yes,bits=1, as PRIMES writes them.
      *   2026-10-15  A slice whose deep verify was requested but
      *               skipped for want of ENQLOCK (verify flag "S")
      *               is listed on MRGRPT by range and ends the merge
      *               RC 4.  Lock record fields renamed LCK-.
      *   2026-10-15  With no parent run card the merge now takes the
      *               latest PARTCTL reservation, the rule PRIMES uses
      *               for a slice card with no parent, or failing
      *               that the last parent run on PRIMEPRT - not the
      *               first.  PRIMEPRT is only ever extended, so from
      *               the second night on the first set belonged to a
      *               parent already merged and tonight's slices were
      *               never merged.  MRGRPT shows where the parent
      *               run came from.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-CARD-STATUS.
           SELECT OPTIONAL PARTITION-LIST-FILE
               ASSIGN TO "PRIMEPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-LIST-STATUS.
           SELECT OPTIONAL VALID-TABLE-FILE
               ASSIGN TO "VALIDTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALID-TABLE-STATUS.
           SELECT RESULTS-FILE
               ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO "VALIDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT PRIMELST-FILE
               ASSIGN TO "PRIMELST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMELST-STATUS.
           SELECT DIST-REPORT-FILE
               ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-REPORT-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT OPTIONAL LOCK-CONTROL-FILE
               ASSIGN TO "ENQLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-CONTROL-STATUS.
           SELECT OPTIONAL PARTITION-CONTROL-FILE
               ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *    Optional card: the parent run number to merge in columns
      *    1-8.  No card, or a blank one, merges the latest parent
      *    run reserved on PARTCTL - see FIND-DEFAULT-PARENT.
       01  CONTROL-CARD-RECORD.
           03  MC-PARENT-RUN              PIC 9(8).
           03  FILLER                     PIC X(72).
       01  CONTROL-CARD-ALPHA-REC.
           03  MCA-PARENT-RUN             PIC X(8).
           03  FILLER                     PIC X(72).
       FD  PARTITION-LIST-FILE.
       COPY "PARTLST.CPY".
       FD  VALID-TABLE-FILE.
       01  VALID-TABLE-FILE-REC.
           03  VT-LIMIT                   PIC 9(9).
           03  VT-COUNT                   PIC 9(9).
       FD  RESULTS-FILE.
       01  RESULTS-RECORD                 PIC X(150).
      *    The run trailer WRITE-RUN-TRAILER writes, for the
      *    already-merged check.
       01  RESULTS-TRAILER-VIEW.
           03  TR-TIMESTAMP               PIC X(17).
           03  TR-RUN-TAG                 PIC X(5).
           03  TR-RUN-NUMBER-X            PIC X(8).
           03  TR-TRAILER-TAG             PIC X(8).
           03  FILLER                     PIC X(112).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD                 PIC X(120).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD               PIC X(100).
       FD  PRIMELST-FILE.
       01  PRIMELST-RECORD                PIC X(30).
       FD  DIST-REPORT-FILE.
       01  DIST-REPORT-RECORD             PIC X(100).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           03  RC-LAST-RUN-NUMBER         PIC 9(8).
       FD  LOCK-CONTROL-FILE.
       COPY "LOCKCTL.CPY".
       FD  PARTITION-CONTROL-FILE.
      *    One record per PRIMES "R" card - the parent run number
      *    reserved for a partitioned run of a limit and mode.
       01  PARTITION-CONTROL-REC.
           03  PCR-PARENT-RUN             PIC 9(8).
           03  FILLER                     PIC X(1).
           03  PCR-MAX-LIMIT              PIC 9(9).
           03  FILLER                     PIC X(1).
           03  PCR-SIEVE-MODE             PIC X(1).
           03  FILLER                     PIC X(1).
           03  PCR-TIMESTAMP              PIC X(17).
       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(100).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       COPY "VALTAB.CPY".
       01  FILE-STATUS-FIELDS.
           03  CONTROL-CARD-STATUS        PIC X(2).
           03  PARTITION-LIST-STATUS      PIC X(2).
           03  VALID-TABLE-STATUS         PIC X(2).
           03  RESULTS-STATUS             PIC X(2).
           03  HISTORY-STATUS             PIC X(2).
           03  EXCEPTION-STATUS           PIC X(2).
           03  PRIMELST-STATUS            PIC X(2).
           03  DIST-REPORT-STATUS         PIC X(2).
           03  RUN-CONTROL-STATUS         PIC X(2).
           03  LOCK-CONTROL-STATUS        PIC X(2).
           03  PARTITION-CONTROL-STATUS   PIC X(2).
           03  REPORT-STATUS              PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
       01  VALIDATION-CHECK-FIELDS.
           03  CHK-LIMIT                  PIC 9(9) COMP.
           03  CHK-COUNT                  PIC 9(9) COMP.
           03  VALID-FOUND-SW             PIC 9(1) COMP.
           03  VALID-EXCEPTION-LOGGED-SW  PIC 9(1) COMP VALUE 0.
           03  VAL-RES                    PIC X(5).
           03  ED-CHK-LIMIT               PIC ZZZZZZZZ9.
      *    One entry per complete partial set of the parent run, in
      *    PRIMEPRT order until SORT-PARTITION-TABLE puts them in
      *    range order.  PT-SET-ORDINAL is the set's position among
      *    all the headers on PRIMEPRT, so the stitch pass can find
      *    it again.
       01  PARTITION-TABLE-AREA.
           03  PT-COUNT                   PIC 9(3) COMP VALUE 0.
           03  PT-ENTRY OCCURS 50 TIMES
                   INDEXED BY PTX.
               05  PT-RANGE-LOW           PIC 9(9) COMP.
               05  PT-RANGE-HIGH          PIC 9(9) COMP.
               05  PT-MAX-LIMIT           PIC 9(9) COMP.
               05  PT-SIEVE-MODE          PIC X(1).
               05  PT-PRIME-COUNT         PIC 9(9) COMP.
               05  PT-PASSES              PIC 9(5) COMP.
               05  PT-DURATION-HS         PIC 9(9) COMP.
               05  PT-RUN-MODE            PIC X(1).
               05  PT-VERIFY              PIC X(1).
               05  PT-SET-ORDINAL         PIC 9(5) COMP.
       01  PARTITION-HOLD-ENTRY.
           03  PH-RANGE-LOW               PIC 9(9) COMP.
           03  PH-RANGE-HIGH              PIC 9(9) COMP.
           03  PH-MAX-LIMIT               PIC 9(9) COMP.
           03  PH-SIEVE-MODE              PIC X(1).
           03  PH-PRIME-COUNT             PIC 9(9) COMP.
           03  PH-PASSES                  PIC 9(5) COMP.
           03  PH-DURATION-HS             PIC 9(9) COMP.
           03  PH-RUN-MODE                PIC X(1).
           03  PH-VERIFY                  PIC X(1).
           03  PH-SET-ORDINAL             PIC 9(5) COMP.
      *    The set being scanned on PRIMEPRT.
       01  SCAN-SET-FIELDS.
           03  SS-IN-SET-SW               PIC 9(1) COMP VALUE 0.
           03  SS-MATCH-SW                PIC 9(1) COMP VALUE 0.
           03  SS-ERROR-SW                PIC 9(1) COMP VALUE 0.
           03  SS-SET-ORDINAL             PIC 9(5) COMP VALUE 0.
           03  SS-RANGE-LOW               PIC 9(9) COMP.
           03  SS-RANGE-HIGH              PIC 9(9) COMP.
           03  SS-MAX-LIMIT               PIC 9(9) COMP.
           03  SS-SIEVE-MODE              PIC X(1).
           03  SS-DETAIL-COUNT            PIC 9(9) COMP.
           03  SS-LAST-PRIME              PIC 9(9) COMP.
           03  SS-ERROR-TEXT              PIC X(40).
       01  MERGE-CONTROL-FIELDS.
           03  MG-PARENT-RUN              PIC 9(8) VALUE ZEROES.
           03  MG-PARENT-SOURCE           PIC X(30)
                                   VALUE "NONE ON PARTCTL OR PRIMEPRT".
           03  MG-PARENT-TAG.
               05  FILLER                 PIC X(8) VALUE " PARENT=".
               05  MG-PARENT-TAG-RUN      PIC 9(8).
           03  MG-PARENT-TALLY            PIC 9(2) COMP.
           03  MG-MERGED-AS-RUN           PIC X(8).
           03  MG-CARD-REJECT-SW          PIC 9(1) COMP VALUE 0.
           03  MG-ERROR-COUNT             PIC 9(5) COMP VALUE 0.
           03  MG-OPEN-SET-COUNT          PIC 9(5) COMP VALUE 0.
           03  MG-OTHER-SET-COUNT         PIC 9(5) COMP VALUE 0.
           03  MG-RECORD-COUNT            PIC 9(9) COMP VALUE 0.
           03  MG-MERGED-SW               PIC 9(1) COMP VALUE 0.
           03  MG-VERIFY-FAILED-SW        PIC 9(1) COMP VALUE 0.
           03  MG-VERIFY-MISSING-SW       PIC 9(1) COMP VALUE 0.
           03  MG-VERIFY-SKIPPED-SW       PIC 9(1) COMP VALUE 0.
           03  MG-I                       PIC 9(3) COMP.
           03  MG-J                       PIC 9(3) COMP.
           03  MG-K                       PIC 9(3) COMP.
           03  MG-LAST                    PIC 9(3) COMP.
           03  MG-COVERED-HIGH            PIC 9(9) COMP.
           03  MG-EXPECT-LOW              PIC 9(9) COMP.
           03  MG-EDGE                    PIC 9(9) COMP.
           03  MG-STITCH-ORDINAL          PIC 9(5) COMP.
           03  MG-STITCH-DONE-SW          PIC 9(1) COMP.
           03  MG-STITCH-COUNT            PIC 9(9) COMP.
           03  MG-EXIT-RC                 PIC 9(2) COMP VALUE 0.
           03  MG-THREADS-TEXT            PIC X(2).
      *    The merged run: one run number of its own, the count
      *    summed over the slices, and the slowest slice's passes
      *    and elapsed time - the slices ran side by side, so the
      *    run took as long as its longest slice.
       01  MERGED-RUN-FIELDS.
           03  MAX_LIMIT                  PIC 9(9) COMP.
           03  SIEVE_MODE                 PIC X(1).
               88  SIEVE-MODE-WHEEL       VALUE "W".
               88  SIEVE-MODE-PACKED      VALUE "P".
           03  RUN-NUMBER                 PIC 9(8) VALUE ZEROES.
           03  PRIME                      PIC 9(9) COMP.
           03  PRIME-COUNT                PIC 9(9) COMP.
           03  PASSES                     PIC 9(5) COMP.
           03  DURATION-HS                PIC 9(9) COMP.
           03  DURATION-SEC               PIC 9(4)V9 COMP-3.
           03  AVG                        PIC 9(4)V9(5) COMP-3.
           03  RESULTS-WRITE-COUNT        PIC 9(5) COMP VALUE 0.
           03  HISTORY-WRITE-COUNT        PIC 9(5) COMP VALUE 0.
           03  EXCEPTION-WRITE-COUNT      PIC 9(5) COMP VALUE 0.
       01  PRIMELST-FIELDS.
           03  PRIMELST-HEADER.
               05  FILLER                 PIC X(1) VALUE "H".
               05  PLH-MAX-LIMIT          PIC 9(9).
               05  PLH-SIEVE-MODE         PIC X(1).
               05  PLH-RUN-TIMESTAMP      PIC X(17).
           03  PRIMELST-DETAIL.
               05  FILLER                 PIC X(1) VALUE "D".
               05  PLD-PRIME              PIC 9(9).
           03  PRIMELST-TRAILER.
               05  FILLER                 PIC X(1) VALUE "T".
               05  PLT-PRIME-COUNT        PIC 9(9).
      *    Distribution statistics over the stitched list, the same
      *    block PRIMES gathers on a whole-range run.
       01  DISTRIBUTION-FIELDS.
           03  DIST-BAND-SPAN             PIC 9(7) COMP VALUE 100000.
           03  DIST-BANDS-IN-USE          PIC 9(4) COMP.
           03  DIST-BAND-SUB              PIC 9(4) COMP.
           03  DIST-PREV-PRIME            PIC 9(9) COMP.
           03  DIST-GAP                   PIC 9(9) COMP.
           03  DIST-MAX-GAP               PIC 9(9) COMP.
           03  DIST-MAX-GAP-AFTER         PIC 9(9) COMP.
           03  DIST-TWIN-COUNT            PIC 9(7) COMP.
           03  DIST-BAND-LOW              PIC 9(9) COMP.
           03  DIST-BAND-HIGH             PIC 9(9) COMP.
           03  ED-DIST-BAND-LOW           PIC ZZZZZZZZ9.
           03  ED-DIST-BAND-HIGH          PIC ZZZZZZZZ9.
           03  ED-DIST-BAND-COUNT         PIC ZZZZZZ9.
           03  ED-DIST-MAX-GAP            PIC ZZZZZZZZ9.
           03  ED-DIST-MAX-GAP-AFTER      PIC ZZZZZZZZ9.
           03  ED-DIST-TWIN-COUNT         PIC ZZZZZZ9.
       01  DIST-BAND-TABLE.
           03  DIST-BAND-TALLY            PIC 9(7) COMP
               OCCURS 1000 TIMES.
      *    Dataset enqueue fields - see ACQUIRE-DATASET-LOCK.
       01  DATASET-LOCK-FIELDS.
           03  LOCK-WAIT-SEC              PIC 9(4) COMP VALUE 300.
           03  LOCK-STALE-MIN             PIC 9(4) COMP VALUE 120.
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
           03  LOCK-OWNER-RUN             PIC 9(8).
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
       01  LOCK-TIMESTAMP-VIEW.
           03  LTV-DATE                   PIC 9(8).
           03  FILLER                     PIC X(1).
           03  LTV-HOURS                  PIC 9(2).
           03  LTV-MINUTES                PIC 9(2).
           03  LTV-SECONDS                PIC 9(2).
           03  LTV-HUNDREDTHS             PIC 9(2).
       01  REPORT-EDIT-FIELDS.
           03  ED-PASSES                  PIC ZZZZ9.
           03  ED-DURATION-SEC            PIC ZZZ9.9.
           03  ED-AVG                     PIC ZZZ9.99999.
           03  ED-MAX-LIMIT               PIC ZZZZZZZZ9.
           03  ED-HIST-LIMIT              PIC 9(9).
           03  ED-PRIME-COUNT             PIC ZZZZZZ9.
      *    The HISTORY line's algorithm field, and the bits per
      *    candidate closing the RESULTS run record.
           03  HISTORY-ALGORITHM          PIC X(40).
           03  RESULTS-BITS               PIC X(1).
           03  ED-RESULTS-WRITES          PIC ZZZZ9.
           03  ED-HISTORY-WRITES          PIC ZZZZ9.
           03  ED-EXCEPTION-WRITES        PIC ZZZZ9.
           03  ED-CHECKPOINT-WRITES       PIC ZZZZ9.
           03  ED-THREADS                 PIC 9(2).
           03  ED-PARTITIONS              PIC 9(2).
           03  ED-RANGE-LOW               PIC ZZZZZZZZ9.
           03  ED-RANGE-HIGH              PIC ZZZZZZZZ9.
           03  ED-COUNT                   PIC ZZZZZZZZ9.
           03  ED-SET-ORDINAL             PIC ZZZZ9.
           03  ED-ERROR-COUNT             PIC ZZZZ9.
       01  RUN-TIMESTAMP-FIELDS.
           03  RT-DATE                    PIC 9(8).
           03  RT-TIME                    PIC 9(8).
       01  RUN-TIMESTAMP-DISPLAY          PIC X(17).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM READ-CONTROL-CARD THROUGH END-READ-CONTROL-CARD.
           IF MG-CARD-REJECT-SW = 1
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           IF MG-PARENT-RUN = 0
               PERFORM FIND-DEFAULT-PARENT
                   THROUGH END-FIND-DEFAULT-PARENT
           END-IF.
           PERFORM INITIALIZE-VALID-TABLE
               THROUGH END-INITIALIZE-VALID-TABLE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER
               THROUGH END-PRINT-REPORT-HEADER.
           PERFORM SCAN-PARTITION-FILE
               THROUGH END-SCAN-PARTITION-FILE.
           PERFORM SORT-PARTITION-TABLE
               THROUGH END-SORT-PARTITION-TABLE.
           PERFORM PRINT-PARTITION-LINES
               THROUGH END-PRINT-PARTITION-LINES.
           PERFORM CHECK-PARTITION-COVERAGE
               THROUGH END-CHECK-PARTITION-COVERAGE.
      *    Nothing reaches the shared run datasets unless every slice
      *    is accounted for - a partial merge would be a wrong count
      *    that still looked like a run.
           IF MG-ERROR-COUNT > 0
               MOVE MG-ERROR-COUNT TO ED-ERROR-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "NOTHING MERGED - "      DELIMITED BY SIZE
                      ED-ERROR-COUNT           DELIMITED BY SIZE
                      " PARTITION ERROR(S)"    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "PRIMMRGE-0004 PARENT RUN ", MG-PARENT-RUN,
                       " NOT MERGED -", ED-ERROR-COUNT,
                       " PARTITION ERROR(S) - SEE MRGRPT"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-DATASET-LOCK
               THROUGH END-ACQUIRE-DATASET-LOCK.
           IF LOCK-TIMEOUT-SW = 1
               MOVE "NOTHING MERGED - ENQLOCK NOT OBTAINED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           PERFORM CHECK-ALREADY-MERGED
               THROUGH END-CHECK-ALREADY-MERGED.
           IF MG-MERGED-AS-RUN NOT = SPACES
               PERFORM RELEASE-DATASET-LOCK
                   THROUGH END-RELEASE-DATASET-LOCK
               MOVE SPACES TO REPORT-RECORD
               STRING "NOTHING MERGED - PARENT RUN ALREADY MERGED AS "
                                               DELIMITED BY SIZE
                      "RUN "                   DELIMITED BY SIZE
                      MG-MERGED-AS-RUN         DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "PRIMMRGE-0007 PARENT RUN ", MG-PARENT-RUN,
                       " ALREADY MERGED AS RUN ", MG-MERGED-AS-RUN,
                       " - NOTHING WRITTEN"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           PERFORM MERGE-PARTITIONS THROUGH END-MERGE-PARTITIONS.
           PERFORM RELEASE-DATASET-LOCK
               THROUGH END-RELEASE-DATASET-LOCK.
           PERFORM PRINT-MERGE-SUMMARY
               THROUGH END-PRINT-MERGE-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "PRIMMRGE COMPLETE - PARENT RUN ", MG-PARENT-RUN,
                   " MERGED AS RUN ", RUN-NUMBER,
                   " PARTITIONS=", ED-PARTITIONS,
                   " COUNT=", ED-COUNT,
                   " VALID=", VAL-RES.
      *    Same code ladder as a PRIMES run: a failed validation
      *    first, then a lock taken over mid-merge, then warnings.
           IF VAL-RES = "False"
               MOVE 16 TO MG-EXIT-RC
           ELSE
               IF LOCK-LOST-SW = 1
                   MOVE 12 TO MG-EXIT-RC
               ELSE
                   IF MG-OPEN-SET-COUNT > 0
                       OR MG-VERIFY-MISSING-SW = 1
                       OR MG-VERIFY-SKIPPED-SW = 1
                       MOVE 4 TO MG-EXIT-RC
                   END-IF
               END-IF
           END-IF.
           MOVE MG-EXIT-RC TO RETURN-CODE.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF CONTROL-CARD-STATUS = "00" OR CONTROL-CARD-STATUS = "05"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO CONTROL-CARD-STATUS
               END-READ
               IF CONTROL-CARD-STATUS = "00"
                   IF MCA-PARENT-RUN NOT = SPACES
                       IF MC-PARENT-RUN NUMERIC
                           AND MC-PARENT-RUN > 0
                           MOVE MC-PARENT-RUN TO MG-PARENT-RUN
                           MOVE "CONTROL CARD" TO MG-PARENT-SOURCE
                       ELSE
                           MOVE 1 TO MG-CARD-REJECT-SW
                           DISPLAY "PRIMMRGE-0001 CONTROL CARD ",
                                   "REJECTED - PARENT RUN NOT ",
                                   "NUMERIC: ", MCA-PARENT-RUN
                       END-IF
                   END-IF
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.
       END-READ-CONTROL-CARD.
           EXIT.
      *
       FIND-DEFAULT-PARENT.
      *    The latest PARTCTL reservation, as PRIMES resolves a slice
      *    card with no parent; slices run with parents of their own
      *    and no "R" card leave none, and then the last parent run
      *    on PRIMEPRT - always the newest, PRIMEPRT only growing.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF PARTITION-CONTROL-STATUS = "00"
               OR PARTITION-CONTROL-STATUS = "05"
               PERFORM UNTIL PARTITION-CONTROL-STATUS NOT = "00"
                   READ PARTITION-CONTROL-FILE
                       AT END MOVE "10" TO PARTITION-CONTROL-STATUS
                   END-READ
                   IF PARTITION-CONTROL-STATUS = "00"
                       AND PCR-PARENT-RUN NUMERIC
                       AND PCR-PARENT-RUN > 0
                       MOVE PCR-PARENT-RUN TO MG-PARENT-RUN
                       MOVE "LATEST PARTCTL RESERVATION"
                           TO MG-PARENT-SOURCE
                   END-IF
               END-PERFORM
               CLOSE PARTITION-CONTROL-FILE
           END-IF.
           IF MG-PARENT-RUN = 0
               OPEN INPUT PARTITION-LIST-FILE
               IF PARTITION-LIST-STATUS = "00"
                   OR PARTITION-LIST-STATUS = "05"
                   PERFORM UNTIL PARTITION-LIST-STATUS NOT = "00"
                       READ PARTITION-LIST-FILE
                           AT END MOVE "10" TO PARTITION-LIST-STATUS
                       END-READ
                       IF PARTITION-LIST-STATUS = "00"
                           AND PTL-HEADER
                           AND PTH-PARENT-RUN NUMERIC
                           AND PTH-PARENT-RUN > 0
                           MOVE PTH-PARENT-RUN TO MG-PARENT-RUN
                           MOVE "LAST PARENT RUN ON PRIMEPRT"
                               TO MG-PARENT-SOURCE
                       END-IF
                   END-PERFORM
                   CLOSE PARTITION-LIST-FILE
               END-IF
           END-IF.
       END-FIND-DEFAULT-PARENT.
           EXIT.
      *
       PRINT-REPORT-HEADER.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PARTITION MERGE - RUN DATE "  DELIMITED BY SIZE
                  RT-DATE                         DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-REPORT-HEADER.
           EXIT.
      *
      *================================================================
      *    PASS 1 - FIND THE PARENT RUN'S COMPLETE PARTIAL SETS
      *================================================================
       SCAN-PARTITION-FILE.
      *    PRIMEPRT is the slices' outputs concatenated; sets of
      *    other parent runs are passed over.  A header with no
      *    trailer is a slice that did not finish - its rerun wrote
      *    a complete set further on.
           OPEN INPUT PARTITION-LIST-FILE.
           IF PARTITION-LIST-STATUS = "00"
               OR PARTITION-LIST-STATUS = "05"
               PERFORM UNTIL PARTITION-LIST-STATUS NOT = "00"
                   READ PARTITION-LIST-FILE
                       AT END MOVE "10" TO PARTITION-LIST-STATUS
                   END-READ
                   IF PARTITION-LIST-STATUS = "00"
                       ADD 1 TO MG-RECORD-COUNT
                       PERFORM SCAN-PARTITION-RECORD
                           THROUGH END-SCAN-PARTITION-RECORD
                   END-IF
               END-PERFORM
               CLOSE PARTITION-LIST-FILE
               IF SS-IN-SET-SW = 1 AND SS-MATCH-SW = 1
                   PERFORM REPORT-OPEN-SET THROUGH END-REPORT-OPEN-SET
               END-IF
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "PRIMEPRT COULD NOT BE OPENED - STATUS "
                                               DELIMITED BY SIZE
                      PARTITION-LIST-STATUS    DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO MG-ERROR-COUNT
           END-IF.
       END-SCAN-PARTITION-FILE.
           EXIT.
      *
       SCAN-PARTITION-RECORD.
           EVALUATE TRUE
               WHEN PTL-HEADER
                   PERFORM SCAN-SET-HEADER THROUGH END-SCAN-SET-HEADER
               WHEN PTL-DETAIL AND SS-IN-SET-SW = 1
                   IF SS-MATCH-SW = 1
                       PERFORM SCAN-SET-DETAIL
                           THROUGH END-SCAN-SET-DETAIL
                   END-IF
               WHEN PTL-TRAILER AND SS-IN-SET-SW = 1
                   IF SS-MATCH-SW = 1
                       PERFORM SCAN-SET-TRAILER
                           THROUGH END-SCAN-SET-TRAILER
                   END-IF
                   MOVE 0 TO SS-IN-SET-SW
                   MOVE 0 TO SS-MATCH-SW
               WHEN OTHER
      *            A record outside any set may belong to any slice,
      *            this parent's included.
                   MOVE MG-RECORD-COUNT TO ED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "PRIMEPRT RECORD "   DELIMITED BY SIZE
                          ED-COUNT             DELIMITED BY SIZE
                          " IS OUTSIDE ANY PARTIAL SET"
                                               DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO MG-ERROR-COUNT
           END-EVALUATE.
       END-SCAN-PARTITION-RECORD.
           EXIT.
      *
       SCAN-SET-HEADER.
           IF SS-IN-SET-SW = 1 AND SS-MATCH-SW = 1
               PERFORM REPORT-OPEN-SET THROUGH END-REPORT-OPEN-SET
           END-IF.
           ADD 1 TO SS-SET-ORDINAL.
           MOVE 1 TO SS-IN-SET-SW.
           MOVE 0 TO SS-MATCH-SW.
           IF PTH-PARENT-RUN NOT NUMERIC
               OR PTH-MAX-LIMIT NOT NUMERIC
               OR PTH-RANGE-LOW NOT NUMERIC
               OR PTH-RANGE-HIGH NOT NUMERIC
               MOVE SS-SET-ORDINAL TO ED-SET-ORDINAL
               MOVE SPACES TO REPORT-RECORD
               STRING "PRIMEPRT SET "          DELIMITED BY SIZE
                      ED-SET-ORDINAL           DELIMITED BY SIZE
                      " HEADER NOT NUMERIC - PARENT UNKNOWN"
                                               DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO MG-ERROR-COUNT
           ELSE
               IF PTH-PARENT-RUN = MG-PARENT-RUN
                   MOVE 1 TO SS-MATCH-SW
                   MOVE 0 TO SS-ERROR-SW
                   MOVE PTH-RANGE-LOW TO SS-RANGE-LOW
                   MOVE PTH-RANGE-HIGH TO SS-RANGE-HIGH
                   MOVE PTH-MAX-LIMIT TO SS-MAX-LIMIT
                   MOVE PTH-SIEVE-MODE TO SS-SIEVE-MODE
                   MOVE 0 TO SS-DETAIL-COUNT
                   MOVE 0 TO SS-LAST-PRIME
               ELSE
                   ADD 1 TO MG-OTHER-SET-COUNT
               END-IF
           END-IF.
       END-SCAN-SET-HEADER.
           EXIT.
      *
       SCAN-SET-DETAIL.
      *    Only the first fault in a set is reported; one is enough
      *    to keep the parent run from merging.
           ADD 1 TO SS-DETAIL-COUNT.
           IF SS-ERROR-SW = 0
               IF PTD-PRIME NOT NUMERIC
                   MOVE "DETAIL NOT NUMERIC" TO SS-ERROR-TEXT
                   PERFORM REPORT-SET-ERROR
                       THROUGH END-REPORT-SET-ERROR
               ELSE
                   MOVE PTD-PRIME TO PRIME
                   IF PRIME NOT > SS-LAST-PRIME
                       MOVE "DETAILS OUT OF SEQUENCE" TO SS-ERROR-TEXT
                       PERFORM REPORT-SET-ERROR
                           THROUGH END-REPORT-SET-ERROR
                   ELSE
                       IF PRIME < SS-RANGE-LOW
                           OR PRIME > SS-RANGE-HIGH
                           MOVE "DETAIL OUTSIDE THE SET'S RANGE"
                               TO SS-ERROR-TEXT
                           PERFORM REPORT-SET-ERROR
                               THROUGH END-REPORT-SET-ERROR
                       END-IF
                   END-IF
                   MOVE PRIME TO SS-LAST-PRIME
               END-IF
           END-IF.
       END-SCAN-SET-DETAIL.
           EXIT.
      *
       SCAN-SET-TRAILER.
           IF PTT-PRIME-COUNT NOT NUMERIC
               OR PTT-PASSES NOT NUMERIC
               OR PTT-DURATION-HS NOT NUMERIC
               MOVE "TRAILER NOT NUMERIC" TO SS-ERROR-TEXT
               PERFORM REPORT-SET-ERROR THROUGH END-REPORT-SET-ERROR
           ELSE
               IF PTT-PRIME-COUNT NOT = SS-DETAIL-COUNT
                   MOVE "TRAILER COUNT DOES NOT BALANCE TO DETAILS"
                       TO SS-ERROR-TEXT
                   PERFORM REPORT-SET-ERROR
                       THROUGH END-REPORT-SET-ERROR
               END-IF
           END-IF.
           IF PT-COUNT = 50
               MOVE "MORE THAN 50 PARTITIONS FOR THE PARENT RUN"
                   TO SS-ERROR-TEXT
               PERFORM REPORT-SET-ERROR THROUGH END-REPORT-SET-ERROR
           ELSE
               ADD 1 TO PT-COUNT
               SET PTX TO PT-COUNT
               MOVE SS-RANGE-LOW TO PT-RANGE-LOW (PTX)
               MOVE SS-RANGE-HIGH TO PT-RANGE-HIGH (PTX)
               MOVE SS-MAX-LIMIT TO PT-MAX-LIMIT (PTX)
               MOVE SS-SIEVE-MODE TO PT-SIEVE-MODE (PTX)
               MOVE SS-DETAIL-COUNT TO PT-PRIME-COUNT (PTX)
               MOVE 0 TO PT-PASSES (PTX)
               MOVE 0 TO PT-DURATION-HS (PTX)
               IF PTT-PASSES NUMERIC
                   MOVE PTT-PASSES TO PT-PASSES (PTX)
               END-IF
               IF PTT-DURATION-HS NUMERIC
                   MOVE PTT-DURATION-HS TO PT-DURATION-HS (PTX)
               END-IF
               MOVE PTT-RUN-MODE TO PT-RUN-MODE (PTX)
               MOVE PTT-VERIFY TO PT-VERIFY (PTX)
               MOVE SS-SET-ORDINAL TO PT-SET-ORDINAL (PTX)
           END-IF.
       END-SCAN-SET-TRAILER.
           EXIT.
      *
       REPORT-SET-ERROR.
           IF SS-ERROR-SW = 0
               MOVE 1 TO SS-ERROR-SW
               ADD 1 TO MG-ERROR-COUNT
               MOVE SS-SET-ORDINAL TO ED-SET-ORDINAL
               MOVE SS-RANGE-LOW TO ED-RANGE-LOW
               MOVE SS-RANGE-HIGH TO ED-RANGE-HIGH
               MOVE SPACES TO REPORT-RECORD
               STRING "PRIMEPRT SET "          DELIMITED BY SIZE
                      ED-SET-ORDINAL           DELIMITED BY SIZE
                      " RANGE"                 DELIMITED BY SIZE
                      ED-RANGE-LOW             DELIMITED BY SIZE
                      " -"                     DELIMITED BY SIZE
                      ED-RANGE-HIGH            DELIMITED BY SIZE
                      ": "                     DELIMITED BY SIZE
                      SS-ERROR-TEXT            DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END-REPORT-SET-ERROR.
           EXIT.
      *
       REPORT-OPEN-SET.
      *    A warning only - the slice's rerun, if it has run, left a
      *    complete set for the same range.
           ADD 1 TO MG-OPEN-SET-COUNT.
           MOVE SS-SET-ORDINAL TO ED-SET-ORDINAL.
           MOVE SS-RANGE-LOW TO ED-RANGE-LOW.
           MOVE SS-RANGE-HIGH TO ED-RANGE-HIGH.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRIMEPRT SET "              DELIMITED BY SIZE
                  ED-SET-ORDINAL               DELIMITED BY SIZE
                  " RANGE"                     DELIMITED BY SIZE
                  ED-RANGE-LOW                 DELIMITED BY SIZE
                  " -"                         DELIMITED BY SIZE
                  ED-RANGE-HIGH                DELIMITED BY SIZE
                  ": NO TRAILER - SLICE DID NOT FINISH, IGNORED"
                                               DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY "PRIMMRGE-0003 PARTIAL SET ", ED-SET-ORDINAL,
                   " HAS NO TRAILER - IGNORED".
       END-REPORT-OPEN-SET.
           EXIT.
      *
      *================================================================
      *    COVERAGE - THE SLICES MUST TILE 1 THROUGH MAX_LIMIT
      *================================================================
       CHECK-PARTITION-COVERAGE.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF PT-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "NO COMPLETE PARTIAL SET FOUND FOR PARENT RUN "
                                               DELIMITED BY SIZE
                      MG-PARENT-RUN            DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO MG-ERROR-COUNT
           ELSE
               MOVE PT-MAX-LIMIT (1) TO MAX_LIMIT
               MOVE PT-SIEVE-MODE (1) TO SIEVE_MODE
               MOVE 0 TO MG-COVERED-HIGH
               PERFORM CHECK-PARTITION-ENTRY
                   THROUGH END-CHECK-PARTITION-ENTRY
                   VARYING MG-I FROM 1 BY 1
                   UNTIL MG-I > PT-COUNT
      *        1 is not prime, so a first slice may start at 1 or 2.
               IF MG-COVERED-HIGH < MAX_LIMIT
                   COMPUTE MG-EDGE = MG-COVERED-HIGH + 1
                   MOVE MG-EDGE TO ED-RANGE-LOW
                   MOVE MAX_LIMIT TO ED-RANGE-HIGH
                   PERFORM REPORT-COVERAGE-GAP
                       THROUGH END-REPORT-COVERAGE-GAP
               END-IF
           END-IF.
       END-CHECK-PARTITION-COVERAGE.
           EXIT.
      *
       CHECK-PARTITION-ENTRY.
           IF PT-MAX-LIMIT (MG-I) NOT = MAX_LIMIT
               OR PT-SIEVE-MODE (MG-I) NOT = SIEVE_MODE
               MOVE PT-RANGE-LOW (MG-I) TO ED-RANGE-LOW
               MOVE PT-RANGE-HIGH (MG-I) TO ED-RANGE-HIGH
               MOVE SPACES TO REPORT-RECORD
               STRING "PARTITION"              DELIMITED BY SIZE
                      ED-RANGE-LOW             DELIMITED BY SIZE
                      " -"                     DELIMITED BY SIZE
                      ED-RANGE-HIGH            DELIMITED BY SIZE
                      ": LIMIT OR MODE DIFFERS FROM THE OTHER SLICES"
                                               DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO MG-ERROR-COUNT
           END-IF.
           IF PT-RANGE-HIGH (MG-I) > MAX_LIMIT
               MOVE PT-RANGE-LOW (MG-I) TO ED-RANGE-LOW
               MOVE PT-RANGE-HIGH (MG-I) TO ED-RANGE-HIGH
               MOVE SPACES TO REPORT-RECORD
               STRING "PARTITION"              DELIMITED BY SIZE
                      ED-RANGE-LOW             DELIMITED BY SIZE
                      " -"                     DELIMITED BY SIZE
                      ED-RANGE-HIGH            DELIMITED BY SIZE
                      ": RUNS PAST MAX_LIMIT"  DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO MG-ERROR-COUNT
           END-IF.
           IF MG-I = 1
               IF PT-RANGE-LOW (1) > 2
                   COMPUTE MG-EDGE = PT-RANGE-LOW (1) - 1
                   MOVE 1 TO ED-RANGE-LOW
                   MOVE MG-EDGE TO ED-RANGE-HIGH
                   PERFORM REPORT-COVERAGE-GAP
                       THROUGH END-REPORT-COVERAGE-GAP
               END-IF
           ELSE
               COMPUTE MG-EXPECT-LOW = MG-COVERED-HIGH + 1
               IF PT-RANGE-LOW (MG-I) > MG-EXPECT-LOW
                   COMPUTE MG-EDGE = PT-RANGE-LOW (MG-I) - 1
                   MOVE MG-EXPECT-LOW TO ED-RANGE-LOW
                   MOVE MG-EDGE TO ED-RANGE-HIGH
                   PERFORM REPORT-COVERAGE-GAP
                       THROUGH END-REPORT-COVERAGE-GAP
               END-IF
               IF PT-RANGE-LOW (MG-I) < MG-EXPECT-LOW
                   MOVE PT-RANGE-LOW (MG-I) TO ED-RANGE-LOW
                   MOVE MG-COVERED-HIGH TO MG-EDGE
                   IF PT-RANGE-HIGH (MG-I) < MG-EDGE
                       MOVE PT-RANGE-HIGH (MG-I) TO MG-EDGE
                   END-IF
                   MOVE MG-EDGE TO ED-RANGE-HIGH
                   MOVE SPACES TO REPORT-RECORD
                   STRING "OVERLAP:"           DELIMITED BY SIZE
                          ED-RANGE-LOW         DELIMITED BY SIZE
                          " -"                 DELIMITED BY SIZE
                          ED-RANGE-HIGH        DELIMITED BY SIZE
                          " IS COVERED BY MORE THAN ONE PARTITION"
                                               DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO MG-ERROR-COUNT
               END-IF
           END-IF.
           IF PT-RANGE-HIGH (MG-I) > MG-COVERED-HIGH
               MOVE PT-RANGE-HIGH (MG-I) TO MG-COVERED-HIGH
           END-IF.
       END-CHECK-PARTITION-ENTRY.
           EXIT.
      *
       REPORT-COVERAGE-GAP.
           MOVE SPACES TO REPORT-RECORD.
           STRING "GAP:"                       DELIMITED BY SIZE
                  ED-RANGE-LOW                 DELIMITED BY SIZE
                  " -"                         DELIMITED BY SIZE
                  ED-RANGE-HIGH                DELIMITED BY SIZE
                  " IS NOT COVERED BY ANY PARTITION"
                                               DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO MG-ERROR-COUNT.
       END-REPORT-COVERAGE-GAP.
           EXIT.
      *
       SORT-PARTITION-TABLE.
      *    At most 50 entries, so a plain exchange sort on the range
      *    low does.
           IF PT-COUNT > 1
               COMPUTE MG-LAST = PT-COUNT - 1
               PERFORM SORT-PARTITION-PASS
                   THROUGH END-SORT-PARTITION-PASS
                   VARYING MG-I FROM 1 BY 1
                   UNTIL MG-I > MG-LAST
           END-IF.
       END-SORT-PARTITION-TABLE.
           EXIT.
      *
       SORT-PARTITION-PASS.
           PERFORM VARYING MG-J FROM 1 BY 1
                   UNTIL MG-J > PT-COUNT - MG-I
               COMPUTE MG-K = MG-J + 1
               IF PT-RANGE-LOW (MG-J) > PT-RANGE-LOW (MG-K)
                   MOVE PT-ENTRY (MG-J) TO PARTITION-HOLD-ENTRY
                   MOVE PT-ENTRY (MG-K) TO PT-ENTRY (MG-J)
                   MOVE PARTITION-HOLD-ENTRY TO PT-ENTRY (MG-K)
               END-IF
           END-PERFORM.
       END-SORT-PARTITION-PASS.
           EXIT.
      *
       PRINT-PARTITION-LINES.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PARENT RUN "                DELIMITED BY SIZE
                  MG-PARENT-RUN                DELIMITED BY SIZE
                  " ("                         DELIMITED BY SIZE
                  MG-PARENT-SOURCE             DELIMITED BY "  "
                  ")"                          DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PRINT-PARTITION-LINE
               THROUGH END-PRINT-PARTITION-LINE
               VARYING MG-I FROM 1 BY 1
               UNTIL MG-I > PT-COUNT.
       END-PRINT-PARTITION-LINES.
           EXIT.
      *
       PRINT-PARTITION-LINE.
           MOVE PT-RANGE-LOW (MG-I) TO ED-RANGE-LOW.
           MOVE PT-RANGE-HIGH (MG-I) TO ED-RANGE-HIGH.
           MOVE PT-PRIME-COUNT (MG-I) TO ED-COUNT.
           MOVE PT-PASSES (MG-I) TO ED-PASSES.
           COMPUTE DURATION-SEC = PT-DURATION-HS (MG-I) / 100.
           MOVE DURATION-SEC TO ED-DURATION-SEC.
           MOVE PT-SET-ORDINAL (MG-I) TO ED-SET-ORDINAL.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PARTITION"                  DELIMITED BY SIZE
                  ED-RANGE-LOW                 DELIMITED BY SIZE
                  " -"                         DELIMITED BY SIZE
                  ED-RANGE-HIGH                DELIMITED BY SIZE
                  " COUNT"                     DELIMITED BY SIZE
                  ED-COUNT                     DELIMITED BY SIZE
                  " PASSES "                   DELIMITED BY SIZE
                  ED-PASSES                    DELIMITED BY SIZE
                  " SEC "                      DELIMITED BY SIZE
                  ED-DURATION-SEC              DELIMITED BY SIZE
                  " VERIFY "                   DELIMITED BY SIZE
                  PT-VERIFY (MG-I)             DELIMITED BY SIZE
                  " SET "                      DELIMITED BY SIZE
                  ED-SET-ORDINAL               DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-PARTITION-LINE.
           EXIT.
      *
       CHECK-ALREADY-MERGED.
      *    A merged run's trailer names its parent, so a rerun of
      *    this step cannot put the same slices on file twice.  Read
      *    under the lock, so a merge running alongside is seen.
           MOVE SPACES TO MG-MERGED-AS-RUN.
           MOVE MG-PARENT-RUN TO MG-PARENT-TAG-RUN.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS = "00"
               PERFORM UNTIL RESULTS-STATUS NOT = "00"
                   READ RESULTS-FILE
                       AT END MOVE "10" TO RESULTS-STATUS
                   END-READ
                   IF RESULTS-STATUS = "00"
                       AND TR-RUN-TAG = " RUN="
                       AND TR-TRAILER-TAG = " TRAILER"
                       MOVE 0 TO MG-PARENT-TALLY
                       INSPECT RESULTS-RECORD TALLYING MG-PARENT-TALLY
                           FOR ALL MG-PARENT-TAG
                       IF MG-PARENT-TALLY > 0
                           MOVE TR-RUN-NUMBER-X TO MG-MERGED-AS-RUN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
       END-CHECK-ALREADY-MERGED.
           EXIT.
      *
      *================================================================
      *    PASS 2 - STITCH AND WRITE THE MERGED RUN (UNDER THE LOCK)
      *================================================================
       MERGE-PARTITIONS.
           PERFORM ASSIGN-RUN-NUMBER THROUGH END-ASSIGN-RUN-NUMBER.
           PERFORM REFRESH-DATASET-LOCK
               THROUGH END-REFRESH-DATASET-LOCK.
           MOVE 1 TO MG-MERGED-SW.
           PERFORM OPEN-PRIMELST THROUGH END-OPEN-PRIMELST.
           MOVE 0 TO PRIME-COUNT.
           PERFORM STITCH-PARTITION THROUGH END-STITCH-PARTITION
               VARYING MG-I FROM 1 BY 1
               UNTIL MG-I > PT-COUNT.
           PERFORM CLOSE-PRIMELST THROUGH END-CLOSE-PRIMELST.
           PERFORM REFRESH-DATASET-LOCK
               THROUGH END-REFRESH-DATASET-LOCK.
           PERFORM WRITE-DIST-REPORT THROUGH END-WRITE-DIST-REPORT.
           MOVE MAX_LIMIT TO CHK-LIMIT.
           MOVE PRIME-COUNT TO CHK-COUNT.
           PERFORM IS-VALID THROUGH END-IS-VALID.
      *    The count can only be as good as the slices that made it:
      *    one that failed its deep verify fails the run.  One whose
      *    verify was asked for but skipped for want of the lock, or
      *    a flag that is none of Y, N, F or S, is only a warning.
           PERFORM VARYING PTX FROM 1 BY 1 UNTIL PTX > PT-COUNT
               IF PT-VERIFY (PTX) = "F"
                   MOVE 1 TO MG-VERIFY-FAILED-SW
               END-IF
               IF PT-VERIFY (PTX) = "S"
                   MOVE 1 TO MG-VERIFY-SKIPPED-SW
                   PERFORM PRINT-VERIFY-SKIPPED
                       THROUGH END-PRINT-VERIFY-SKIPPED
               END-IF
               IF PT-VERIFY (PTX) NOT = "Y"
                   AND PT-VERIFY (PTX) NOT = "F"
                   AND PT-VERIFY (PTX) NOT = "N"
                   AND PT-VERIFY (PTX) NOT = "S"
                   MOVE 1 TO MG-VERIFY-MISSING-SW
               END-IF
           END-PERFORM.
           IF MG-VERIFY-FAILED-SW = 1
               DISPLAY "PRIMMRGE-0008 A PARTITION FAILED ITS DEEP ",
                       "VERIFY - MERGED RUN MARKED INVALID"
               MOVE "False" TO VAL-RES
           END-IF.
           PERFORM SET-MERGED-TIMING THROUGH END-SET-MERGED-TIMING.
           PERFORM WRITE-RESULTS-RECORD
               THROUGH END-WRITE-RESULTS-RECORD.
           PERFORM WRITE-HISTORY-RECORD
               THROUGH END-WRITE-HISTORY-RECORD.
           PERFORM WRITE-RUN-TRAILER THROUGH END-WRITE-RUN-TRAILER.
       END-MERGE-PARTITIONS.
           EXIT.
      *
       PRINT-VERIFY-SKIPPED.
           MOVE PT-RANGE-LOW (PTX) TO ED-RANGE-LOW.
           MOVE PT-RANGE-HIGH (PTX) TO ED-RANGE-HIGH.
           DISPLAY "PRIMMRGE-0013 PARTITION", ED-RANGE-LOW,
                   " -", ED-RANGE-HIGH, " DEEP VERIFY SKIPPED - ",
                   "ENQLOCK NOT OBTAINED".
           MOVE SPACES TO REPORT-RECORD.
           STRING "PARTITION"                  DELIMITED BY SIZE
                  ED-RANGE-LOW                 DELIMITED BY SIZE
                  " -"                         DELIMITED BY SIZE
                  ED-RANGE-HIGH                DELIMITED BY SIZE
                  " DEEP VERIFY REQUESTED BUT SKIPPED - ENQLOCK "
                                               DELIMITED BY SIZE
                  "NOT OBTAINED"               DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-VERIFY-SKIPPED.
           EXIT.
      *
       STITCH-PARTITION.
      *    Re-reads PRIMEPRT to this partition's set - by its
      *    ordinal among all the headers - and copies its details on.
           MOVE PT-SET-ORDINAL (MG-I) TO MG-STITCH-ORDINAL.
           MOVE 0 TO SS-SET-ORDINAL.
           MOVE 0 TO MG-STITCH-DONE-SW.
           MOVE 0 TO MG-STITCH-COUNT.
           OPEN INPUT PARTITION-LIST-FILE.
           PERFORM UNTIL PARTITION-LIST-STATUS NOT = "00"
                   OR MG-STITCH-DONE-SW = 1
               READ PARTITION-LIST-FILE
                   AT END MOVE "10" TO PARTITION-LIST-STATUS
               END-READ
               IF PARTITION-LIST-STATUS = "00"
                   IF PTL-HEADER
                       ADD 1 TO SS-SET-ORDINAL
                   ELSE
                       IF SS-SET-ORDINAL = MG-STITCH-ORDINAL
                           IF PTL-DETAIL
                               MOVE PTD-PRIME TO PRIME
                               PERFORM WRITE-PRIMELST-DETAIL
                                   THROUGH END-WRITE-PRIMELST-DETAIL
                               ADD 1 TO MG-STITCH-COUNT
                           ELSE
                               MOVE 1 TO MG-STITCH-DONE-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PARTITION-LIST-FILE.
           ADD MG-STITCH-COUNT TO PRIME-COUNT.
      *    PRIMEPRT is the slices' own file and nothing else writes
      *    it, but a set that no longer reads back as scanned would
      *    leave a wrong count on file unflagged.
           IF MG-STITCH-COUNT NOT = PT-PRIME-COUNT (MG-I)
               MOVE 1 TO MG-VERIFY-FAILED-SW
               MOVE PT-RANGE-LOW (MG-I) TO ED-RANGE-LOW
               MOVE PT-RANGE-HIGH (MG-I) TO ED-RANGE-HIGH
               DISPLAY "PRIMMRGE-0005 PARTITION", ED-RANGE-LOW,
                       " -", ED-RANGE-HIGH,
                       " CHANGED ON PRIMEPRT DURING THE MERGE"
           END-IF.
       END-STITCH-PARTITION.
           EXIT.
      *
       SET-MERGED-TIMING.
      *    The slices ran concurrently: the run took as long as its
      *    slowest slice and completed as many passes as its least
      *    productive one.
           MOVE PT-PASSES (1) TO PASSES.
           MOVE PT-DURATION-HS (1) TO DURATION-HS.
           PERFORM VARYING PTX FROM 1 BY 1 UNTIL PTX > PT-COUNT
               IF PT-PASSES (PTX) < PASSES
                   MOVE PT-PASSES (PTX) TO PASSES
               END-IF
               IF PT-DURATION-HS (PTX) > DURATION-HS
                   MOVE PT-DURATION-HS (PTX) TO DURATION-HS
               END-IF
           END-PERFORM.
           DIVIDE 100 INTO DURATION-HS GIVING DURATION-SEC.
           IF PASSES > 0
               COMPUTE AVG = DURATION-SEC / PASSES
           ELSE
               MOVE 0 TO AVG
           END-IF.
       END-SET-MERGED-TIMING.
           EXIT.
      *
       PRINT-MERGE-SUMMARY.
           MOVE PRIME-COUNT TO ED-COUNT.
           MOVE MAX_LIMIT TO ED-MAX-LIMIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MERGED AS RUN "             DELIMITED BY SIZE
                  RUN-NUMBER                   DELIMITED BY SIZE
                  " LIMIT"                     DELIMITED BY SIZE
                  ED-MAX-LIMIT                 DELIMITED BY SIZE
                  " MODE "                     DELIMITED BY SIZE
                  SIEVE_MODE                   DELIMITED BY SIZE
                  " COUNT"                     DELIMITED BY SIZE
                  ED-COUNT                     DELIMITED BY SIZE
                  " VALID "                    DELIMITED BY SIZE
                  VAL-RES                      DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PASSES TO ED-PASSES.
           MOVE DURATION-SEC TO ED-DURATION-SEC.
           MOVE MG-OPEN-SET-COUNT TO ED-ERROR-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PASSES "                    DELIMITED BY SIZE
                  ED-PASSES                    DELIMITED BY SIZE
                  " SEC "                      DELIMITED BY SIZE
                  ED-DURATION-SEC              DELIMITED BY SIZE
                  " UNFINISHED SETS IGNORED "  DELIMITED BY SIZE
                  ED-ERROR-COUNT               DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-MERGE-SUMMARY.
           EXIT.
      *
      *================================================================
      *    RUN RECORDS - THE LAYOUTS PRIMES WRITES
      *================================================================
       ASSIGN-RUN-NUMBER.
      *    RUNCTL holds the last-used run number; a missing or empty
      *    RUNCTL starts the sequence at 1.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "05"
               READ RUN-CONTROL-FILE
                   AT END MOVE "10" TO RUN-CONTROL-STATUS
               END-READ
               IF RUN-CONTROL-STATUS = "00"
                   AND RC-LAST-RUN-NUMBER NUMERIC
                   MOVE RC-LAST-RUN-NUMBER TO RUN-NUMBER
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
           ADD 1 TO RUN-NUMBER.
           OPEN OUTPUT RUN-CONTROL-FILE.
           MOVE RUN-NUMBER TO RC-LAST-RUN-NUMBER.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
       END-ASSIGN-RUN-NUMBER.
           EXIT.
      *
       OPEN-PRIMELST.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE MAX_LIMIT TO PLH-MAX-LIMIT.
           MOVE SIEVE_MODE TO PLH-SIEVE-MODE.
           MOVE RUN-TIMESTAMP-DISPLAY TO PLH-RUN-TIMESTAMP.
           OPEN EXTEND PRIMELST-FILE.
           IF PRIMELST-STATUS NOT = "00"
               OPEN OUTPUT PRIMELST-FILE
           END-IF.
           MOVE SPACES TO PRIMELST-RECORD.
           MOVE PRIMELST-HEADER TO PRIMELST-RECORD.
           WRITE PRIMELST-RECORD.
           PERFORM INIT-DIST-STATISTICS
               THROUGH END-INIT-DIST-STATISTICS.
       END-OPEN-PRIMELST.
           EXIT.
      *
       WRITE-PRIMELST-DETAIL.
           MOVE PRIME TO PLD-PRIME.
           MOVE SPACES TO PRIMELST-RECORD.
           MOVE PRIMELST-DETAIL TO PRIMELST-RECORD.
           WRITE PRIMELST-RECORD.
           PERFORM TALLY-DIST-STATISTICS
               THROUGH END-TALLY-DIST-STATISTICS.
       END-WRITE-PRIMELST-DETAIL.
           EXIT.
      *
       CLOSE-PRIMELST.
           MOVE PRIME-COUNT TO PLT-PRIME-COUNT.
           MOVE SPACES TO PRIMELST-RECORD.
           MOVE PRIMELST-TRAILER TO PRIMELST-RECORD.
           WRITE PRIMELST-RECORD.
           CLOSE PRIMELST-FILE.
       END-CLOSE-PRIMELST.
           EXIT.
      *
       INIT-DIST-STATISTICS.
           COMPUTE DIST-BANDS-IN-USE =
               (MAX_LIMIT + DIST-BAND-SPAN - 1) / DIST-BAND-SPAN.
           PERFORM VARYING DIST-BAND-SUB FROM 1 BY 1
               UNTIL DIST-BAND-SUB > DIST-BANDS-IN-USE
               MOVE 0 TO DIST-BAND-TALLY (DIST-BAND-SUB)
           END-PERFORM.
           MOVE 0 TO DIST-PREV-PRIME.
           MOVE 0 TO DIST-MAX-GAP.
           MOVE 0 TO DIST-MAX-GAP-AFTER.
           MOVE 0 TO DIST-TWIN-COUNT.
       END-INIT-DIST-STATISTICS.
           EXIT.
      *
       TALLY-DIST-STATISTICS.
      *    The partitions are stitched in range order, so PRIME
      *    arrives strictly ascending across the slice boundaries and
      *    a gap or twin pair spanning two slices still counts.
           COMPUTE DIST-BAND-SUB =
               ((PRIME - 1) / DIST-BAND-SPAN) + 1.
           ADD 1 TO DIST-BAND-TALLY (DIST-BAND-SUB).
           IF DIST-PREV-PRIME > 0
               COMPUTE DIST-GAP = PRIME - DIST-PREV-PRIME
               IF DIST-GAP = 2
                   ADD 1 TO DIST-TWIN-COUNT
               END-IF
               IF DIST-GAP > DIST-MAX-GAP
                   MOVE DIST-GAP TO DIST-MAX-GAP
                   MOVE DIST-PREV-PRIME TO DIST-MAX-GAP-AFTER
               END-IF
           END-IF.
           MOVE PRIME TO DIST-PREV-PRIME.
       END-TALLY-DIST-STATISTICS.
           EXIT.
      *
       WRITE-DIST-REPORT.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           OPEN EXTEND DIST-REPORT-FILE.
           IF DIST-REPORT-STATUS NOT = "00"
               OPEN OUTPUT DIST-REPORT-FILE
           END-IF.
           MOVE MAX_LIMIT TO ED-MAX-LIMIT.
           MOVE SPACES TO DIST-REPORT-RECORD.
           STRING "DISTRIBUTION RUN="         DELIMITED BY SIZE
                  RUN-NUMBER                  DELIMITED BY SIZE
                  " LIMIT="                   DELIMITED BY SIZE
                  ED-MAX-LIMIT                DELIMITED BY SIZE
                  " MODE="                    DELIMITED BY SIZE
                  SIEVE_MODE                  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  RUN-TIMESTAMP-DISPLAY       DELIMITED BY SIZE
                  INTO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
           PERFORM WRITE-DIST-BAND-LINE
               THROUGH END-WRITE-DIST-BAND-LINE
               VARYING DIST-BAND-SUB FROM 1 BY 1
               UNTIL DIST-BAND-SUB > DIST-BANDS-IN-USE.
           MOVE DIST-MAX-GAP TO ED-DIST-MAX-GAP.
           MOVE DIST-MAX-GAP-AFTER TO ED-DIST-MAX-GAP-AFTER.
           MOVE SPACES TO DIST-REPORT-RECORD.
           STRING "LARGEST GAP="              DELIMITED BY SIZE
                  ED-DIST-MAX-GAP             DELIMITED BY SIZE
                  " AFTER PRIME="             DELIMITED BY SIZE
                  ED-DIST-MAX-GAP-AFTER       DELIMITED BY SIZE
                  INTO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
           MOVE DIST-TWIN-COUNT TO ED-DIST-TWIN-COUNT.
           MOVE SPACES TO DIST-REPORT-RECORD.
           STRING "TWIN PRIME PAIRS="         DELIMITED BY SIZE
                  ED-DIST-TWIN-COUNT          DELIMITED BY SIZE
                  INTO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
           MOVE SPACES TO DIST-REPORT-RECORD.
           STRING "END DISTRIBUTION RUN="     DELIMITED BY SIZE
                  RUN-NUMBER                  DELIMITED BY SIZE
                  INTO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
           CLOSE DIST-REPORT-FILE.
       END-WRITE-DIST-REPORT.
           EXIT.
      *
       WRITE-DIST-BAND-LINE.
           COMPUTE DIST-BAND-LOW =
               ((DIST-BAND-SUB - 1) * DIST-BAND-SPAN) + 1.
           COMPUTE DIST-BAND-HIGH = DIST-BAND-SUB * DIST-BAND-SPAN.
           IF DIST-BAND-HIGH > MAX_LIMIT
               MOVE MAX_LIMIT TO DIST-BAND-HIGH
           END-IF.
           MOVE DIST-BAND-LOW TO ED-DIST-BAND-LOW.
           MOVE DIST-BAND-HIGH TO ED-DIST-BAND-HIGH.
           MOVE DIST-BAND-TALLY (DIST-BAND-SUB)
               TO ED-DIST-BAND-COUNT.
           MOVE SPACES TO DIST-REPORT-RECORD.
           STRING "BAND "                     DELIMITED BY SIZE
                  ED-DIST-BAND-LOW            DELIMITED BY SIZE
                  " - "                       DELIMITED BY SIZE
                  ED-DIST-BAND-HIGH           DELIMITED BY SIZE
                  " COUNT="                   DELIMITED BY SIZE
                  ED-DIST-BAND-COUNT          DELIMITED BY SIZE
                  INTO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
       END-WRITE-DIST-BAND-LINE.
           EXIT.
      *
       WRITE-RESULTS-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE PASSES TO ED-PASSES.
           MOVE DURATION-SEC TO ED-DURATION-SEC.
           MOVE AVG TO ED-AVG.
           MOVE MAX_LIMIT TO ED-MAX-LIMIT.
           MOVE PRIME-COUNT TO ED-PRIME-COUNT.
           IF SIEVE-MODE-PACKED
               MOVE "1" TO RESULTS-BITS
           ELSE
               MOVE "8" TO RESULTS-BITS
           END-IF.
           MOVE SPACES TO RESULTS-RECORD.
           STRING RUN-TIMESTAMP-DISPLAY   DELIMITED BY SIZE
                  " PASSES="               DELIMITED BY SIZE
                  ED-PASSES                DELIMITED BY SIZE
                  " DURATION-SEC="         DELIMITED BY SIZE
                  ED-DURATION-SEC          DELIMITED BY SIZE
                  " AVG="                  DELIMITED BY SIZE
                  ED-AVG                   DELIMITED BY SIZE
                  " MAX_LIMIT="            DELIMITED BY SIZE
                  ED-MAX-LIMIT             DELIMITED BY SIZE
                  " PRIME-COUNT="          DELIMITED BY SIZE
                  ED-PRIME-COUNT           DELIMITED BY SIZE
                  " VALID="                DELIMITED BY SIZE
                  VAL-RES                  DELIMITED BY SIZE
                  " SIEVE_MODE="           DELIMITED BY SIZE
                  SIEVE_MODE               DELIMITED BY SIZE
                  " RUN="                  DELIMITED BY SIZE
                  RUN-NUMBER               DELIMITED BY SIZE
                  " BITS="                 DELIMITED BY SIZE
                  RESULTS-BITS             DELIMITED BY SIZE
                  INTO RESULTS-RECORD.
           OPEN EXTEND RESULTS-FILE.
           IF RESULTS-STATUS NOT = "00"
               OPEN OUTPUT RESULTS-FILE
           END-IF.
           WRITE RESULTS-RECORD.
           CLOSE RESULTS-FILE.
           ADD 1 TO RESULTS-WRITE-COUNT.
       END-WRITE-RESULTS-RECORD.
           EXIT.
      *
       WRITE-HISTORY-RECORD.
      *    The thread count is the number of slices that ran side by
      *    side, written without padding like PRIMES' single "1".
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE PASSES TO ED-PASSES.
           MOVE DURATION-SEC TO ED-DURATION-SEC.
           MOVE MAX_LIMIT TO ED-HIST-LIMIT.
           MOVE PT-COUNT TO ED-THREADS.
           IF PT-COUNT < 10
               MOVE ED-THREADS (2:1) TO MG-THREADS-TEXT
           ELSE
               MOVE ED-THREADS TO MG-THREADS-TEXT
           END-IF.
           MOVE SPACES TO HISTORY-RECORD.
           EVALUATE TRUE
               WHEN SIEVE-MODE-WHEEL
                   MOVE "algorithm=wheel,faithful=no,bits=8"
                       TO HISTORY-ALGORITHM
               WHEN SIEVE-MODE-PACKED
                   MOVE "algorithm=base,faithful=yes,bits=1"
                       TO HISTORY-ALGORITHM
               WHEN OTHER
                   MOVE "algorithm=base,faithful=no,bits=8"
                       TO HISTORY-ALGORITHM
           END-EVALUATE.
           STRING RUN-TIMESTAMP-DISPLAY DELIMITED BY SIZE
                  ";fvbakel_Cobol;"     DELIMITED BY SIZE
                  ED-PASSES             DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  ED-DURATION-SEC       DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  MG-THREADS-TEXT       DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  HISTORY-ALGORITHM     DELIMITED BY SPACE
                  ";limit="             DELIMITED BY SIZE
                  ED-HIST-LIMIT         DELIMITED BY SIZE
                  ";run="               DELIMITED BY SIZE
                  RUN-NUMBER            DELIMITED BY SIZE
                  INTO HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.
           ADD 1 TO HISTORY-WRITE-COUNT.
       END-WRITE-HISTORY-RECORD.
           EXIT.
      *
       WRITE-RUN-TRAILER.
      *    PRIMES' balancing trailer, with the parent run and the
      *    number of partitions merged added at the end.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE RESULTS-WRITE-COUNT TO ED-RESULTS-WRITES.
           MOVE HISTORY-WRITE-COUNT TO ED-HISTORY-WRITES.
           MOVE EXCEPTION-WRITE-COUNT TO ED-EXCEPTION-WRITES.
           MOVE 0 TO ED-CHECKPOINT-WRITES.
           MOVE PT-COUNT TO ED-PARTITIONS.
           MOVE SPACES TO RESULTS-RECORD.
           STRING RUN-TIMESTAMP-DISPLAY     DELIMITED BY SIZE
                  " RUN="                    DELIMITED BY SIZE
                  RUN-NUMBER                 DELIMITED BY SIZE
                  " TRAILER RESULTS="        DELIMITED BY SIZE
                  ED-RESULTS-WRITES          DELIMITED BY SIZE
                  " HISTORY="                DELIMITED BY SIZE
                  ED-HISTORY-WRITES          DELIMITED BY SIZE
                  " VALIDEXC="               DELIMITED BY SIZE
                  ED-EXCEPTION-WRITES        DELIMITED BY SIZE
                  " CHECKPT="                DELIMITED BY SIZE
                  ED-CHECKPOINT-WRITES       DELIMITED BY SIZE
                  " PARENT="                 DELIMITED BY SIZE
                  MG-PARENT-RUN              DELIMITED BY SIZE
                  " PARTITIONS="             DELIMITED BY SIZE
                  ED-PARTITIONS              DELIMITED BY SIZE
                  INTO RESULTS-RECORD.
           OPEN EXTEND RESULTS-FILE.
           IF RESULTS-STATUS NOT = "00"
               OPEN OUTPUT RESULTS-FILE
           END-IF.
           WRITE RESULTS-RECORD.
           CLOSE RESULTS-FILE.
       END-WRITE-RUN-TRAILER.
           EXIT.
      *
       BUILD-TIMESTAMP.
           ACCEPT RT-DATE FROM DATE YYYYMMDD.
           ACCEPT RT-TIME FROM TIME.
           STRING RT-DATE DELIMITED BY SIZE
                  "-"     DELIMITED BY SIZE
                  RT-TIME DELIMITED BY SIZE
                  INTO RUN-TIMESTAMP-DISPLAY.
       END-BUILD-TIMESTAMP.
           EXIT.
      *
      *================================================================
      *    VALIDATION - IS-VALID AGAINST VALIDTAB, AS IN PRIMES
      *================================================================
       IS-VALID.
           MOVE "False" TO VAL-RES.
           MOVE 0 TO VALID-FOUND-SW.
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VALID-TABLE-COUNT
               IF VALID-LIMIT (VX) = CHK-LIMIT
                   MOVE 1 TO VALID-FOUND-SW
                   IF VALID-COUNT (VX) = CHK-COUNT
                       MOVE "True" TO VAL-RES
                   END-IF
               END-IF
           END-PERFORM.
           IF VALID-FOUND-SW = 0
               AND VALID-EXCEPTION-LOGGED-SW = 0
               PERFORM WRITE-VALID-EXCEPTION
                   THROUGH END-WRITE-VALID-EXCEPTION
               MOVE 1 TO VALID-EXCEPTION-LOGGED-SW
           END-IF.
       END-IS-VALID.
           EXIT.
      *
       INITIALIZE-VALID-TABLE.
           MOVE 0 TO VALID-TABLE-COUNT.
           OPEN INPUT VALID-TABLE-FILE.
           IF VALID-TABLE-STATUS = "00"
               PERFORM UNTIL VALID-TABLE-STATUS NOT = "00"
                   READ VALID-TABLE-FILE
                       AT END MOVE "10" TO VALID-TABLE-STATUS
                   END-READ
                   IF VALID-TABLE-STATUS = "00"
                       IF VALID-TABLE-COUNT = 50
                           DISPLAY "PRIMMRGE-0006 VALIDTAB HAS MORE "
                                   "THAN 50 ENTRIES - VALID-ENTRY "
                                   "CAPACITY EXCEEDED"
                           CLOSE VALID-TABLE-FILE
                           MOVE 16 TO RETURN-CODE
                           PERFORM WRITE-STEP-END
                               THROUGH END-WRITE-STEP-END
                           STOP RUN
                       END-IF
                       ADD 1 TO VALID-TABLE-COUNT
                       MOVE VT-LIMIT TO VALID-LIMIT (VALID-TABLE-COUNT)
                       MOVE VT-COUNT TO VALID-COUNT (VALID-TABLE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE VALID-TABLE-FILE
           END-IF.
           IF VALID-TABLE-COUNT = 0
               PERFORM LOAD-DEFAULT-VALID-TABLE
                   THROUGH END-LOAD-DEFAULT-VALID-TABLE
           END-IF.
       END-INITIALIZE-VALID-TABLE.
           EXIT.
      *
       LOAD-DEFAULT-VALID-TABLE.
      *    Used only when VALIDTAB is missing or empty - the same
      *    classic sizes PRIMES falls back on.
           MOVE 8 TO VALID-TABLE-COUNT.
           MOVE        10 TO VALID-LIMIT (1).
           MOVE         4 TO VALID-COUNT (1).
           MOVE       100 TO VALID-LIMIT (2).
           MOVE        25 TO VALID-COUNT (2).
           MOVE      1000 TO VALID-LIMIT (3).
           MOVE       168 TO VALID-COUNT (3).
           MOVE     10000 TO VALID-LIMIT (4).
           MOVE      1229 TO VALID-COUNT (4).
           MOVE    100000 TO VALID-LIMIT (5).
           MOVE      9592 TO VALID-COUNT (5).
           MOVE   1000000 TO VALID-LIMIT (6).
           MOVE     78498 TO VALID-COUNT (6).
           MOVE  10000000 TO VALID-LIMIT (7).
           MOVE    664579 TO VALID-COUNT (7).
           MOVE 100000000 TO VALID-LIMIT (8).
           MOVE   5761455 TO VALID-COUNT (8).
       END-LOAD-DEFAULT-VALID-TABLE.
           EXIT.
      *
       WRITE-VALID-EXCEPTION.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE CHK-LIMIT TO ED-CHK-LIMIT.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING RUN-TIMESTAMP-DISPLAY     DELIMITED BY SIZE
                  " MAX_LIMIT="              DELIMITED BY SIZE
                  ED-CHK-LIMIT               DELIMITED BY SIZE
                  " HAS NO VALIDATION TABLE ENTRY - UNVALIDATED SIZE"
                                             DELIMITED BY SIZE
                  " RUN="                    DELIMITED BY SIZE
                  RUN-NUMBER                 DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXCEPTION-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
           ADD 1 TO EXCEPTION-WRITE-COUNT.
       END-WRITE-VALID-EXCEPTION.
           EXIT.
      *
      *================================================================
      *    Dataset enqueue - the ENQLOCK protocol PRIMES and PRIMHSKP
      *    follow, held from before the run number is drawn until
      *    the merged run's trailer is on file.
      *================================================================
       ACQUIRE-DATASET-LOCK.
           MOVE 0 TO LOCK-HELD-SW.
           MOVE 0 TO LOCK-TIMEOUT-SW.
           MOVE 0 TO LOCK-LOST-SW.
           MOVE 0 TO LOCK-WAIT-NOTED-SW.
           MOVE 0 TO LOCK-WAITED-SEC.
           MOVE 0 TO LOCK-OWNER-RUN.
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
               DISPLAY "PRIMMRGE-0010 ENQLOCK NOT OBTAINED AFTER ",
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
                   DISPLAY "PRIMMRGE-0009 WAITING FOR ENQLOCK - ",
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
                   AND LOCK-SEEN-PROGRAM = "PRIMMRGE"
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
               DISPLAY "PRIMMRGE-0011 STALE ENQLOCK HELD BY ",
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
           IF LOCK-HELD-SW = 1
               PERFORM READ-DATASET-LOCK
                   THROUGH END-READ-DATASET-LOCK
               IF LOCK-FOUND-HELD-SW = 1
                   AND LOCK-SEEN-PROGRAM = "PRIMMRGE"
                   AND LOCK-SEEN-TOKEN = LOCK-MY-TOKEN
                   MOVE RUN-NUMBER TO LOCK-OWNER-RUN
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
           IF LOCK-HELD-SW = 1
               PERFORM READ-DATASET-LOCK
                   THROUGH END-READ-DATASET-LOCK
               IF LOCK-FOUND-HELD-SW = 1
                   AND LOCK-SEEN-PROGRAM = "PRIMMRGE"
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
           DISPLAY "PRIMMRGE-0012 ENQLOCK LOST BY RUN ", RUN-NUMBER,
                   " - LOCK RECORD NOW SHOWS ", LOCK-SEEN-PROGRAM,
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
           MOVE "PRIMMRGE" TO LCK-OWNER-PROGRAM.
           MOVE LOCK-MY-TOKEN TO LCK-OWNER-TOKEN.
           MOVE LOCK-NOW-TIMESTAMP TO LCK-HEARTBEAT-TS.
           MOVE LOCK-OWNER-RUN TO LCK-OWNER-RUN-NUMBER.
           WRITE LOCK-CONTROL-RECORD.
           CLOSE LOCK-CONTROL-FILE.
       END-WRITE-DATASET-LOCK.
           EXIT.
      *
       BUILD-LOCK-TIMESTAMP.
           ACCEPT LN-DATE FROM DATE YYYYMMDD.
           ACCEPT LN-TIME FROM TIME.
           STRING LN-DATE DELIMITED BY SIZE
                  "-"     DELIMITED BY SIZE
                  LN-TIME DELIMITED BY SIZE
                  INTO LOCK-NOW-TIMESTAMP.
       END-BUILD-LOCK-TIMESTAMP.
           EXIT.
      *
      *================================================================
      *    STEPLOG LEDGER
      *================================================================
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
           MOVE PT-COUNT TO SL-IN-COUNT.
           MOVE MG-MERGED-SW TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMMRGE" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "PARTSETS" TO SL-IN-LABEL.
           MOVE "RUNS" TO SL-OUT-LABEL.
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
