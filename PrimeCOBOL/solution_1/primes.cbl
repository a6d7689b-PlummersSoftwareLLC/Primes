      *               target so a restart only resumes under the same
      *               contract.  A "P" card without a usable pass
      *               count rejects (PRIMES-0010).
      *   2026-10-15  START-UP now appends a START record to the shared
      *               STEPLOG step-status ledger before anything else
      *               and an END record - RETURN-CODE, control cards
      *               read and runs completed - on every way out,
      *               including the VALIDTAB capacity abend, so the
      *               RUNBKCHK run-book check can see this step ran.
      *   2026-10-15  Each configuration now takes the shared ENQLOCK
      *               dataset lock before drawing its run number and
      *               frees it after its last RESULTS, HISTORY,
      *               PRIMELST, VALIDEXC or DISCREP record, so PRIMHSKP
      *               can no longer rewrite those files mid-run.  A
      *               lock held elsewhere is waited for up to the
      *               card's wait (new columns 25-28, seconds) and then
      *               the configuration and the rest of the deck are
      *               left unrun with RETURN-CODE 12 (PRIMES-0015),
      *               keeping the sweep checkpoint for the rerun.  A
      *               held lock with no heartbeat for longer than the
      *               card's stale limit (columns 29-32, minutes) is
      *               reported (PRIMES-0016) and taken over.
      *   2026-10-15  Partitioned runs of one large limit.  An "R"
      *               card (run-mode column 19) draws a parent run
      *               number for its limit and mode and records it on
      *               PARTCTL.  An "S" card sieves only the candidate
      *               range in new columns 33-41 (low) and 42-50
      *               (high), timed or for the pass count in columns
      *               20-24, and writes that slice's primes as a
      *               partial set with its count, passes and elapsed
      *               time to PRIMEPRT under the parent run number
      *               (columns 51-58, blank takes the latest PARTCTL
      *               reservation for the limit and mode).  Slices
      *               write no RESULTS, HISTORY or PRIMELST records
      *               and take ENQLOCK only to deep-verify - PRIMMRGE
      *               checks and stitches the partial sets into one
      *               validated run.
      *   2026-10-15  The regression gate now only baselines against
      *               single-thread HISTORY lines, so a merged
      *               partitioned run cannot inflate the average.
      *   2026-10-15  Added SIEVE_MODE "P", a packed odd-only sieve
      *               holding eight candidates per byte of
      *               PACKED-BIT-ARRAY, each bit set and tested by
      *               arithmetic on the byte's value.  One window now
      *               covers 8,000,000 numbers instead of 1,000,000.
      *               A packed run is compared and reconciled against
      *               the base sieve, deep-verifies, writes PRIMELST
      *               and baselines the regression gate like the
      *               other modes, and reports bits=1 on its HISTORY
      *               line.  RESULTS run records now end with a
      *               BITS= token for every mode.
      *   2026-10-15  A slice whose deep verify was skipped for want
      *               of ENQLOCK now writes "S" to its trailer's
      *               verify flag rather than "N", so PRIMMRGE can
      *               warn on it.  Lock record fields renamed LCK-.
      *   2026-10-15  The ENQLOCK heartbeat is re-stamped by the clock,
      *               every LOCK-BEAT-SEC seconds, from inside the
      *               official and comparison pass loops, the deep
      *               verify and reconciliation walks and the
      *               regression gate's HISTORY read, instead of
      *               every CHECKPOINT-INTERVAL-PASSES passes - a
      *               large limit or a deep verify ran long enough
      *               between beats for a waiting job with a short
      *               stale limit to take over a live lock.  A stale
      *               limit on the card below LOCK-STALE-MIN-FLOOR
      *               minutes is raised to it (PRIMES-0021).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-REPORT-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
           SELECT OPTIONAL LOCK-CONTROL-FILE
               ASSIGN TO "ENQLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-CONTROL-STATUS.
           SELECT PARTITION-LIST-FILE
               ASSIGN TO "PRIMEPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-LIST-STATUS.
           SELECT OPTIONAL PARTITION-CONTROL-FILE
               ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *    computed count becomes a ready-to-apply VALTTXN card;
      *    "P" runs exactly CC-PASS-COUNT passes and reports the
      *    elapsed time, for batch-window sizing and like-for-like
      *    algorithm comparisons.  "R" reserves a parent run number
      *    for a partitioned run of the limit; "S" sieves one slice
      *    of it - see RUN-PARTITION-SLICE.
           03  CC-RUN-MODE                PIC X(1).
           03  CC-PASS-COUNT              PIC 9(5).
      *    Seconds to wait for the ENQLOCK dataset lock (blank takes
      *    the default, zero does not wait at all), and minutes
      *    without a heartbeat after which a held lock counts as
      *    left behind by a killed job - never less than
      *    LOCK-STALE-MIN-FLOOR.
           03  CC-LOCK-WAIT-SEC           PIC 9(4).
           03  CC-LOCK-STALE-MIN          PIC 9(4).
      *    "S" cards only: the candidate range this slice sieves,
      *    within MAX_LIMIT, and the parent run number it writes
      *    under (blank takes the latest PARTCTL reservation for the
      *    card's limit and mode).
           03  CC-RANGE-LOW               PIC 9(9).
           03  CC-RANGE-HIGH              PIC 9(9).
           03  CC-PARENT-RUN              PIC 9(8).
           03  FILLER                     PIC X(22).
      *    Alphanumeric view of the same card, used by the
      *    BUILD-SWEEP-ENTRY screen to tell an all-blank field (take
      *    the default) from a junk one (reject the card).
           03  CCA-TOLERANCE-PCT          PIC X(3).
           03  FILLER                     PIC X(1).
           03  CCA-PASS-COUNT             PIC X(5).
           03  CCA-LOCK-WAIT-SEC          PIC X(4).
           03  CCA-LOCK-STALE-MIN         PIC X(4).
           03  CCA-RANGE-LOW              PIC X(9).
           03  CCA-RANGE-HIGH             PIC X(9).
           03  CCA-PARENT-RUN             PIC X(8).
           03  FILLER                     PIC X(22).
       FD  RESULTS-FILE.
       01  RESULTS-RECORD                PIC X(150).
       FD  CHECKPOINT-FILE.
      *    matches a timed run - see CHECK-FOR-RESTART.
           03  CKP-RUN-MODE               PIC X(1).
           03  CKP-TARGET-PASSES          PIC 9(5).
      *    The slice a partitioned run was sieving - zero for a whole
      *    range run, spaces on a checkpoint from before partitions.
           03  CKP-RANGE-LOW              PIC 9(9).
           03  CKP-RANGE-HIGH             PIC 9(9).
       FD  VALID-TABLE-FILE.
       01  VALID-TABLE-FILE-REC.
           03  VT-LIMIT                   PIC 9(9).
           03  SCK-PRIME-COUNT            PIC 9(7).
           03  SCK-VAL-RES                PIC X(5).
           03  SCK-RETURN-CODE            PIC 9(2).
           03  SCK-RANGE-LOW              PIC 9(9).
           03  SCK-RANGE-HIGH             PIC 9(9).
           03  SCK-PARENT-RUN             PIC 9(8).
       FD  CERT-TXN-FILE.
      *    Ready-to-apply VALTMNT transaction cards, in the exact
      *    VALTTXN "A"/limit/count layout APPLY-TRANSACTION reads.
           03  FILLER                     PIC X(61).
       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-RECORD             PIC X(150).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       FD  LOCK-CONTROL-FILE.
       COPY "LOCKCTL.CPY".
       FD  PARTITION-LIST-FILE.
       COPY "PARTLST.CPY".
       FD  PARTITION-CONTROL-FILE.
      *    One record per "R" card - the parent run number reserved
      *    for a partitioned run of this limit and mode.
       01  PARTITION-CONTROL-REC.
           03  PCR-PARENT-RUN             PIC 9(8).
           03  FILLER                     PIC X(1).
           03  PCR-MAX-LIMIT              PIC 9(9).
           03  FILLER                     PIC X(1).
           03  PCR-SIEVE-MODE             PIC X(1).
           03  FILLER                     PIC X(1).
           03  PCR-TIMESTAMP              PIC X(17).
       WORKING-STORAGE SECTION.
       COPY "VALTAB.CPY".
       01  FILE-STATUS-FIELDS.
           03  SWEEP-CHECKPOINT-STATUS    PIC X(2).
           03  CERT-TXN-STATUS            PIC X(2).
           03  CERT-REPORT-STATUS         PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
           03  LOCK-CONTROL-STATUS        PIC X(2).
           03  PARTITION-LIST-STATUS      PIC X(2).
           03  PARTITION-CONTROL-STATUS   PIC X(2).
       01  VALIDATION-CHECK-FIELDS.
           03  CHK-LIMIT                  PIC 9(9) COMP.
           03  CHK-COUNT                  PIC 9(9) COMP.
               05  RGP-LIMIT-X            PIC X(9).
           03  RGP-WHEEL-TALLY            PIC 9(2) COMP.
           03  RGP-BASE-TALLY             PIC 9(2) COMP.
           03  RGP-BITS1-TALLY            PIC 9(2) COMP.
           03  RGP-MODE                   PIC X(1).
           03  RGP-LIMIT                  PIC 9(9).
           03  RGP-PASSES                 PIC 9(5).
           03  RECON-WHEEL-FLAG           PIC 9(1).
           03  RECON-WHEEL-SEG-LOADED     PIC 9(5) COMP.
           03  RECON-WHEEL-SEG-NEEDED     PIC 9(5) COMP.
      *    A packed run reconciles against the base sieve instead -
      *    the same odd-only algorithm, one bit per candidate.
           03  RECON-PACKED-FLAG          PIC 9(1).
           03  RECON-PACKED-SEG-LOADED    PIC 9(5) COMP.
           03  RECON-PACKED-SEG-NEEDED    PIC 9(5) COMP.
           03  RECON-PACKED-INDEX         PIC 9(9) COMP.
           03  RECON-OTHER-FLAG           PIC 9(1).
           03  RECON-OTHER-LABEL          PIC X(7).
      *    The candidate's global wheel index, saved before any
      *    window re-sieve - SIEVE-WHEEL-SEGMENT runs the index
      *    helpers itself and leaves WHEEL-INDEX-OUT clobbered.
      *    where a fixed-width all-digit value keeps the line easy to
      *    parse back.
           03  ED-HIST-LIMIT              PIC 9(9).
      *    The HISTORY line's algorithm field, and the bits per
      *    candidate closing the RESULTS run record.
           03  HISTORY-ALGORITHM          PIC X(40).
           03  RESULTS-BITS               PIC X(1).
           03  ED-PRIME-COUNT             PIC ZZZZZZ9.
           03  ED-BASE-PASSES             PIC ZZZZ9.
           03  ED-BASE-AVG                PIC ZZZ9.99999.
           03  ED-WHEEL-PASSES            PIC ZZZZ9.
           03  ED-WHEEL-AVG               PIC ZZZ9.99999.
           03  ED-WHEEL-PRIME-COUNT       PIC ZZZZZZ9.
           03  ED-PACKED-PASSES           PIC ZZZZ9.
           03  ED-PACKED-AVG              PIC ZZZ9.99999.
           03  ED-PACKED-PRIME-COUNT      PIC ZZZZZZ9.
       01  CONFIG-PARAMETERS.
           03  MAX_LIMIT                  PIC 9(9)   COMP VALUE 1000000.
           03  SHOW_RESULTS               PIC 1(1)   COMP VALUE 0.
           03  SIEVE_MODE                 PIC X(1)   VALUE "B".
               88  SIEVE-MODE-BASE        VALUE "B".
               88  SIEVE-MODE-WHEEL       VALUE "W".
               88  SIEVE-MODE-PACKED      VALUE "P".
           03  DEEP_VERIFY                PIC X(1)   VALUE "N".
               88  DEEP-VERIFY-ON         VALUE "Y".
           03  RUN_MODE                   PIC X(1)   VALUE "T".
               88  RUN-MODE-TIMED         VALUE "T".
               88  RUN-MODE-CERTIFY       VALUE "C".
               88  RUN-MODE-PASSES        VALUE "P".
               88  RUN-MODE-RESERVE       VALUE "R".
      *    The exact pass count a "P" run executes; meaningless (and
      *    held at zero) in the other run modes.
           03  TARGET_PASSES              PIC 9(5)   COMP VALUE 0.
      *    Zero means the regression gate is off - see
      *    CHECK-REGRESSION.
           03  REGRESSION-TOLERANCE-PCT   PIC 9(3)   COMP VALUE 0.
      *    Partition-slice fields - see RUN-PARTITION-SLICE.  A
      *    whole-range run holds the range at 1 through MAX_LIMIT,
      *    so the counting and deep-verify walks screen every run
      *    the same way.
       01  PARTITION-FIELDS.
           03  PARTITION-ACTIVE-SW        PIC 9(1) COMP VALUE 0.
           03  PARTITION-LOW              PIC 9(9) COMP.
           03  PARTITION-HIGH             PIC 9(9) COMP.
           03  PARTITION-PARENT-RUN       PIC 9(8).
      *    PTT-VERIFY for the slice's trailer: "S" when a deep
      *    verify was asked for but the lock could not be had, so
      *    PRIMMRGE can tell it from one never asked for.
           03  PARTITION-VERIFY           PIC X(1).
           03  PARTITION-VERIFY-SKIP-SW   PIC 9(1) COMP.
           03  ED-PARTITION-LOW           PIC ZZZZZZZZ9.
           03  ED-PARTITION-HIGH          PIC ZZZZZZZZ9.
           03  ED-PARTITION-PARENT        PIC 9(8).
      *    The sweep schedule: every control card in SYSIN becomes one
      *    entry, each run as a full official/comparison/IS-VALID
      *    cycle by RUN-ONE-CONFIGURATION.  With no cards at all, one
       01  SWEEP-AREA.
           03  SWEEP-COUNT                PIC 9(3) COMP VALUE 0.
           03  CARD-REJECT-COUNT          PIC 9(3) COMP VALUE 0.
      *    Configurations actually run (a run number drawn) by this
      *    execution - the output count on the STEPLOG END record.
           03  SWEEP-RUN-COUNT            PIC 9(3) COMP VALUE 0.
      *    Set when a configuration could not get the ENQLOCK dataset
      *    lock - the rest of the deck is left for the rerun.
           03  SWEEP-LOCK-TIMEOUT-SW      PIC 9(1) COMP VALUE 0.
           03  LIMIT-REJECT-SW            PIC 9(1) COMP.
           03  SWEEP-INDEX                PIC 9(3) COMP.
           03  SWEEP-MAX-RC               PIC 9(2) COMP.
               05  SW-TOLERANCE-PCT       PIC 9(3) COMP.
               05  SW-RUN-MODE            PIC X(1).
               05  SW-PASS-COUNT          PIC 9(5) COMP.
               05  SW-LOCK-WAIT-SEC       PIC 9(4) COMP.
               05  SW-LOCK-STALE-MIN      PIC 9(4) COMP.
               05  SW-RANGE-LOW           PIC 9(9) COMP.
               05  SW-RANGE-HIGH          PIC 9(9) COMP.
               05  SW-PARENT-RUN          PIC 9(8) COMP.
      *        The parent the slice actually ran under, for the
      *        summary - a blank card parent resolves on PARTCTL.
               05  SW-SLICE-PARENT        PIC 9(8) COMP.
               05  SW-PASSES              PIC 9(5) COMP.
               05  SW-PRIME-COUNT         PIC 9(7) COMP.
               05  SW-VAL-RES             PIC X(5).
           03  CERT-REJECT-REASON         PIC X(45).
           03  CERT-NOTE                  PIC X(45).
           03  ED-CERT-COUNT              PIC ZZZZZZ9.
      *    Dataset enqueue fields - see ACQUIRE-DATASET-LOCK.  The
      *    wait and stale limits are the compiled-in defaults, taken
      *    over per configuration from the control card.
       01  DATASET-LOCK-FIELDS.
           03  LOCK-WAIT-SEC              PIC 9(4) COMP VALUE 300.
           03  LOCK-STALE-MIN             PIC 9(4) COMP VALUE 120.
      *    A held lock's heartbeat is re-stamped once LOCK-BEAT-SEC
      *    seconds have passed since the last one (see
      *    BEAT-DATASET-LOCK).  No card may set a stale limit under
      *    LOCK-STALE-MIN-FLOOR minutes - several beats - so a live
      *    holder is never taken for a killed one.  PRIMHSKP keeps
      *    the same floor.  The per-candidate walks look at the clock
      *    only every LOCK-BEAT-TICK-LIMIT candidates.
           03  LOCK-BEAT-SEC              PIC 9(4) COMP VALUE 60.
           03  LOCK-STALE-MIN-FLOOR       PIC 9(4) COMP VALUE 5.
           03  LOCK-BEAT-TICK-LIMIT       PIC 9(7) COMP VALUE 100000.
           03  LOCK-BEAT-TICKS            PIC 9(7) COMP VALUE 0.
           03  LOCK-BEAT-LAST-SEC         PIC 9(6) COMP VALUE 0.
           03  LOCK-BEAT-NOW-SEC          PIC 9(6) COMP.
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
      *    A time of day taken apart for the heartbeat interval.
       01  LOCK-BEAT-TIME.
           03  LBT-HOURS                  PIC 9(2).
           03  LBT-MINUTES                PIC 9(2).
           03  LBT-SECONDS                PIC 9(2).
           03  LBT-HUNDREDTHS             PIC 9(2).
      *    A lock timestamp taken apart for the heartbeat age.
       01  LOCK-TIMESTAMP-VIEW.
           03  LTV-DATE                   PIC 9(8).
           03  FILLER                     PIC X(1).
           03  LTV-HOURS                  PIC 9(2).
           03  LTV-MINUTES                PIC 9(2).
           03  LTV-SECONDS                PIC 9(2).
           03  LTV-HUNDREDTHS             PIC 9(2).
      *    Sweep-restart screening fields - see CHECK-SWEEP-RESTART.
       01  SWEEP-RESTART-FIELDS.
           03  SCK-EXPECTED-INDEX         PIC 9(3) COMP.
           03  WHEEL-AVG                  PIC 9(4)V9(5) COMP-3.
           03  WHEEL-PRIME-COUNT          PIC 9(7)   COMP.
           03  WHEEL-VAL-RES              PIC X(5).
       01  PACKED-DRAG-RACE.
           03  PACKED-PASSES              PIC 9(5)   COMP.
           03  PACKED-DURATION-SEC        PIC 9(4)V9 COMP-3.
           03  PACKED-AVG                 PIC 9(4)V9(5) COMP-3.
           03  PACKED-PRIME-COUNT         PIC 9(7)   COMP.
           03  PACKED-VAL-RES             PIC X(5).
       01  SIEVE-CALCULATIONS.
           03  MAX_ROOT                   PIC 9(7)   COMP.
           03  MAX_ROOT_INDEX             PIC 9(7)   COMP.
           03  SEGMENT-ACTIVE-SW          PIC 9(1)   COMP.
               88  SEGMENTED-RUN          VALUE 1.
           03  SEG-COUNT                  PIC 9(5)   COMP.
      *    The windows a run works - all of them, or only those
      *    holding a partition slice's range.
           03  SEG-FIRST-NUMBER           PIC 9(5)   COMP.
           03  SEG-LAST-NUMBER            PIC 9(5)   COMP.
           03  SEG-NUMBER                 PIC 9(5)   COMP.
           03  SEG-LOW                    PIC 9(9)   COMP.
           03  SEG-HIGH                   PIC 9(9)   COMP.
           03  SEG-FIRST-MULT             PIC 9(9)   COMP.
           03  SEG-START-AT               PIC 9(7)   COMP.
           03  WHEEL-SEG-COUNT            PIC 9(5)   COMP.
           03  WHEEL-SEG-FIRST-NUMBER     PIC 9(5)   COMP.
           03  WHEEL-SEG-LAST-NUMBER      PIC 9(5)   COMP.
           03  WHEEL-SEG-NUMBER           PIC 9(5)   COMP.
           03  WHEEL-SEG-LOW              PIC 9(9)   COMP.
           03  WHEEL-SEG-HIGH             PIC 9(9)   COMP.
           03  WHEEL-SEG-FACTOR-COUNT     PIC 9(4)   COMP.
           03  WHEEL-SEG-FX               PIC 9(4)   COMP.
           03  WHEEL-SEG-LOCAL-INDEX      PIC 9(7)   COMP.
      *    The packed sieve's windows hold PACKED-SEGMENT-SLOTS odd
      *    candidates - eight to a byte of the same 500,000 bytes -
      *    so each spans 8,000,000 numbers.
           03  PACKED-SEGMENT-SLOTS       PIC 9(7)   COMP VALUE 4000000.
           03  PACKED-SEG-COUNT           PIC 9(5)   COMP.
           03  PACKED-SEG-FIRST-NUMBER    PIC 9(5)   COMP.
           03  PACKED-SEG-LAST-NUMBER     PIC 9(5)   COMP.
           03  PACKED-SEG-NUMBER          PIC 9(5)   COMP.
           03  PACKED-SEG-LOW             PIC 9(9)   COMP.
           03  PACKED-SEG-HIGH            PIC 9(9)   COMP.
           03  PACKED-SEG-BASE-INDEX      PIC 9(9)   COMP.
           03  PACKED-SEG-MAX-INDEX       PIC 9(7)   COMP.
      *    Odd sieving primes up to the square root of MAX_LIMIT (at
      *    most 1,228 below 10,000, the root of the largest certified
      *    size), collected while sieving the first window.
           03  WHEEL-VALUE-IN             PIC 9(9) COMP.
           03  WHEEL-VALUE-OUT            PIC 9(9) COMP.
           03  WHEEL-LIMIT-IN             PIC 9(9) COMP.
      *    PACKED-BIT-ARRAY holds the packed sieve, one bit per odd
      *    candidate: candidate index K (2K + 1, as in BIT-ARRAY) is
      *    bit (K - 1) mod 8 of byte ((K - 1) / 8) + 1, weighted
      *    1, 2, 4 ... 128.  A 1 bit is a candidate still standing,
      *    so HIGH-VALUES (all bits on) resets it - no one-filled
      *    twin array is needed.
       01  PACKED-BIT-ARRAY.
           03 PACKED-BYTE PIC X(1)
               OCCURS 500000 TIMES.
       01  PACKED-BIT-WEIGHT-VALUES.
           03  FILLER                     PIC 9(3) VALUE 1.
           03  FILLER                     PIC 9(3) VALUE 2.
           03  FILLER                     PIC 9(3) VALUE 4.
           03  FILLER                     PIC 9(3) VALUE 8.
           03  FILLER                     PIC 9(3) VALUE 16.
           03  FILLER                     PIC 9(3) VALUE 32.
           03  FILLER                     PIC 9(3) VALUE 64.
           03  FILLER                     PIC 9(3) VALUE 128.
       01  PACKED-BIT-WEIGHT-TABLE REDEFINES PACKED-BIT-WEIGHT-VALUES.
           03  PACKED-BIT-WEIGHT          PIC 9(3) OCCURS 8 TIMES.
      *    A byte is given its numeric value by moving it into the
      *    low-order half of a halfword whose high-order byte is held
      *    at LOW-VALUE, and stored back from the same place.
       01  PACKED-BYTE-WORK.
           03  PACKED-BYTE-VALUE          PIC 9(4) COMP.
       01  PACKED-BYTE-CHARS REDEFINES PACKED-BYTE-WORK.
           03  PACKED-BYTE-HIGH           PIC X(1).
           03  PACKED-BYTE-LOW            PIC X(1).
       01  PACKED-SIEVE-CALCULATIONS.
      *    Candidate index in, as the index K above; PACKED-BIT-OUT
      *    returns its bit.
           03  PACKED-INDEX               PIC 9(9) COMP.
           03  PACKED-BYTE-NO             PIC 9(7) COMP.
           03  PACKED-OFFSET              PIC 9(9) COMP.
           03  PACKED-BIT-NO              PIC 9(1) COMP.
           03  PACKED-SHIFTED             PIC 9(4) COMP.
           03  PACKED-HALVED              PIC 9(4) COMP.
           03  PACKED-BIT-OUT             PIC 9(1) COMP.
           03  PACKED-BYTES-IN-USE        PIC 9(7) COMP.
        01 WS-TIMES.
           03  WS-TIME                    PIC 9(8).
           03  WS-TIME-R REDEFINES WS-TIME.
       PROCEDURE DIVISION.
      * 
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM INITIALIZE-VALID-TABLE
               THROUGH END-INITIALIZE-VALID-TABLE.
           PERFORM INITIALIZE-WHEEL-TABLES
               UNTIL SWEEP-INDEX > SWEEP-COUNT.
           PERFORM PRINT-SWEEP-SUMMARY
               THROUGH END-PRINT-SWEEP-SUMMARY.
      *    The whole deck completed - the next sweep starts cold.  A
      *    deck cut short by the dataset lock keeps its checkpoint so
      *    the rerun picks up at the card that could not start.
           IF SWEEP-LOCK-TIMEOUT-SW = 0
               PERFORM CLEAR-SWEEP-CHECKPOINT
                   THROUGH END-CLEAR-SWEEP-CHECKPOINT
           END-IF.
      *    Rejected control cards must not leave the job looking
      *    clean to the scheduler.
           IF CARD-REJECT-COUNT > 0 AND SWEEP-MAX-RC < 8
               MOVE 8 TO SWEEP-MAX-RC
           END-IF.
           MOVE SWEEP-MAX-RC TO RETURN-CODE.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       RUN-ONE-CONFIGURATION.
                       " ALREADY COMPLETE ON SWEEP CHECKPOINT - ",
                       "SKIPPED"
           ELSE
               IF SWEEP-LOCK-TIMEOUT-SW = 1
      *            An earlier card could not get the dataset lock -
      *            waiting again per card would only stretch the job.
                   PERFORM SKIP-CONFIGURATION-NO-LOCK
                       THROUGH END-SKIP-CONFIGURATION-NO-LOCK
               ELSE
                   PERFORM RUN-CONFIGURATION-FRESH
                       THROUGH END-RUN-CONFIGURATION-FRESH
               END-IF
           END-IF.
       END-RUN-ONE-CONFIGURATION.
           EXIT.
           MOVE SW-TOLERANCE-PCT (SWX) TO REGRESSION-TOLERANCE-PCT.
           MOVE SW-RUN-MODE (SWX) TO RUN_MODE.
           MOVE SW-PASS-COUNT (SWX) TO TARGET_PASSES.
           MOVE SW-LOCK-WAIT-SEC (SWX) TO LOCK-WAIT-SEC.
           MOVE SW-LOCK-STALE-MIN (SWX) TO LOCK-STALE-MIN.
      *    Per-configuration state that must not leak from the
      *    previous cycle of the sweep.
           MOVE 0 TO VALID-EXCEPTION-LOGGED-SW.
           MOVE 0 TO HISTORY-WRITE-COUNT.
           MOVE 0 TO EXCEPTION-WRITE-COUNT.
           MOVE 0 TO CHECKPOINT-WRITE-COUNT.
           MOVE 0 TO PARTITION-ACTIVE-SW.
      *    A partition slice writes only its own PRIMEPRT set and
      *    runs without the lock - see RUN-PARTITION-SLICE.
           IF SW-RUN-MODE (SWX) = "S"
               PERFORM RUN-PARTITION-SLICE
                   THROUGH END-RUN-PARTITION-SLICE
           ELSE
      *        Nothing below touches RUNCTL or the shared run
      *        datasets until the lock is held.
               PERFORM ACQUIRE-DATASET-LOCK
                   THROUGH END-ACQUIRE-DATASET-LOCK
               IF LOCK-TIMEOUT-SW = 1
                   PERFORM SKIP-CONFIGURATION-NO-LOCK
                       THROUGH END-SKIP-CONFIGURATION-NO-LOCK
               ELSE
                   PERFORM RUN-CONFIGURATION-LOCKED
                       THROUGH END-RUN-CONFIGURATION-LOCKED
               END-IF
           END-IF.
       END-RUN-CONFIGURATION-FRESH.
           EXIT.
      *
       RUN-CONFIGURATION-LOCKED.
      *    Drawn before any output record so every record this run
      *    writes carries the number; a checkpoint restart below may
      *    override it with the interrupted run's own number.
           PERFORM ASSIGN-RUN-NUMBER THROUGH END-ASSIGN-RUN-NUMBER.
           PERFORM REFRESH-DATASET-LOCK
               THROUGH END-REFRESH-DATASET-LOCK.
           ADD 1 TO SWEEP-RUN-COUNT.
           PERFORM VALIDATE-MAX-LIMIT THROUGH END-VALIDATE-MAX-LIMIT.
           IF RUN-MODE-CERTIFY
      *        Certification writes its own reject line for an
               PERFORM RUN-CERTIFICATION
                   THROUGH END-RUN-CERTIFICATION
           ELSE
               IF RUN-MODE-RESERVE
                   PERFORM RESERVE-PARENT-RUN
                       THROUGH END-RESERVE-PARENT-RUN
               ELSE
                   IF LIMIT-REJECT-SW = 1
      *                Score the skipped configuration as a failed
      *                run and carry on with the next card.
                       MOVE 0 TO PASSES
                       MOVE 0 TO OFFICIAL-PRIME-COUNT
                       MOVE "False" TO OFFICIAL-VAL-RES
                   ELSE
                       PERFORM RUN-CONFIGURATION-CYCLE
                           THROUGH END-RUN-CONFIGURATION-CYCLE
                   END-IF
               END-IF
           END-IF.
      *    Every shared-dataset record for this run is on file.
           PERFORM RELEASE-DATASET-LOCK
               THROUGH END-RELEASE-DATASET-LOCK.
      *    Flag a failed validation to the job scheduler via a
      *    non-zero RETURN-CODE, same as the abend in
      *    VALIDATE-MAX-LIMIT below.  A regression alert is a
      *    warning, not a failure - it must not mask a validation
      *    failure's 16.  A lock taken over mid-run (PRIMES-0017)
      *    gets the lock code 12: this run's records may interleave
      *    with another job's.  START-UP reports the worst code
      *    seen across the whole sweep.
           MOVE 0 TO RUN-RC.
           IF OFFICIAL-VAL-RES = "False"
               MOVE 16 TO RUN-RC
           ELSE
               IF LOCK-LOST-SW = 1
                   MOVE 12 TO RUN-RC
               ELSE
                   IF RG-ALERT-SW = 1
                       MOVE 4 TO RUN-RC
                   END-IF
               END-IF
           END-IF.
           MOVE PASSES TO SW-PASSES (SWX).
      *    during a later card leaves this one recognizably done.
           PERFORM WRITE-SWEEP-CHECKPOINT
               THROUGH END-WRITE-SWEEP-CHECKPOINT.
       END-RUN-CONFIGURATION-LOCKED.
           EXIT.
      *
       SKIP-CONFIGURATION-NO-LOCK.
      *    No run number drawn and nothing written - the card shows
      *    on the sweep summary with the lock code, and with no
      *    SWEEPCKP record the rerun runs it.
           MOVE 1 TO SWEEP-LOCK-TIMEOUT-SW.
           MOVE 12 TO RUN-RC.
           MOVE 0 TO SW-PASSES (SWX).
           MOVE 0 TO SW-PRIME-COUNT (SWX).
           MOVE "n/a" TO SW-VAL-RES (SWX).
           MOVE RUN-RC TO SW-RETURN-CODE (SWX).
           IF RUN-RC > SWEEP-MAX-RC
               MOVE RUN-RC TO SWEEP-MAX-RC
           END-IF.
           MOVE SW-MAX-LIMIT (SWX) TO ED-MAX-LIMIT.
           DISPLAY "PRIMES-0015 CONFIGURATION LIMIT", ED-MAX-LIMIT,
                   " NOT RUN - ENQLOCK NOT OBTAINED".
       END-SKIP-CONFIGURATION-NO-LOCK.
           EXIT.
      *
       RUN-CONFIGURATION-CYCLE.
           PERFORM RUN-OFFICIAL-PASSES
               THROUGH END-RUN-OFFICIAL-PASSES.
      *    The official count doubles as the PRIMELST extract - the
      *    comparison pass's re-count further down runs with the
      *    switch off and writes nothing.
           PERFORM OPEN-PRIMELST THROUGH END-OPEN-PRIMELST.
           PERFORM COUNT-OFFICIAL-PRIMES
               THROUGH END-COUNT-OFFICIAL-PRIMES.
           PERFORM CLOSE-PRIMELST THROUGH END-CLOSE-PRIMELST.
           PERFORM REFRESH-DATASET-LOCK
               THROUGH END-REFRESH-DATASET-LOCK.
      *    Written right after the official walk that gathered the
      *    figures, before the comparison pass re-runs the counting
      *    paragraphs.
               PERFORM DEEP-VERIFY THROUGH END-DEEP-VERIFY
           END-IF.
           PERFORM RUN-COMPARISON-PASS THROUGH END-RUN-COMPARISON-PASS.
           PERFORM REFRESH-DATASET-LOCK
               THROUGH END-REFRESH-DATASET-LOCK.
      *    On the day the two algorithms disagree, pinpoint the first
      *    candidates they disagree on instead of leaving the
      *    side-by-side counts as the only clue.
           IF (SIEVE-MODE-PACKED
               AND BASE-PRIME-COUNT NOT = PACKED-PRIME-COUNT)
               OR ((NOT SIEVE-MODE-PACKED)
               AND BASE-PRIME-COUNT NOT = WHEEL-PRIME-COUNT)
               PERFORM RECONCILE-ALGORITHMS
                   THROUGH END-RECONCILE-ALGORITHMS
           END-IF.

       END-RUN-CONFIGURATION-CYCLE.
           EXIT.
      *
       COUNT-OFFICIAL-PRIMES.
      *    The counting walk for the official SIEVE_MODE.
           EVALUATE TRUE
               WHEN SIEVE-MODE-WHEEL
                   PERFORM COUNT-PRIMES-WHEEL
                       THROUGH END-COUNT-PRIMES-WHEEL
               WHEN SIEVE-MODE-PACKED
                   PERFORM COUNT-PRIMES-PACKED
                       THROUGH END-COUNT-PRIMES-PACKED
               WHEN OTHER
                   PERFORM COUNT-PRIMES THROUGH END-COUNT-PRIMES
           END-EVALUATE.
       END-COUNT-OFFICIAL-PRIMES.
           EXIT.
      *
       RUN-OFFICIAL-PASSES.
      *    The official SIEVE_MODE loop, shared by a whole-range run
      *    and a partition slice.
           COMPUTE MAX_TIME_HS = 100 * MAX_TIME_SEC.
      *    Checkpoint/restart (see WRITE-CHECKPOINT) only covers the
      *    official loop below - the comparison pass run afterwards
      *    for the other algorithm is always run fresh.
           PERFORM CHECK-FOR-RESTART THROUGH END-CHECK-FOR-RESTART.
           PERFORM GET-NOW THROUGH END-GET-NOW.
           IF DURATION-HS > NOW-HS
               COMPUTE START-HS = NOW-HS + HS-PER-DAY - DURATION-HS
           ELSE
               COMPUTE START-HS = NOW-HS - DURATION-HS
           END-IF.
      *    The sieve arrays are not themselves checkpointed, only
      *    the PASSES/DURATION-HS counters are - so TEST AFTER
      *    guarantees the sieve actually runs, and the array is
      *    actually populated in this process, at least once before
      *    COUNT-OFFICIAL-PRIMES below trusts it, even when a restored
      *    checkpoint's DURATION-HS is already at or past MAX_TIME_HS.
      *    A fixed-pass-count run ("P" on the card) loops on PASSES
      *    against TARGET_PASSES instead of on the clock, with the
      *    checkpointing unchanged.
           PERFORM WITH TEST AFTER
               UNTIL (RUN-MODE-PASSES
                      AND PASSES NOT < TARGET_PASSES)
               OR ((NOT RUN-MODE-PASSES)
                   AND DURATION-HS >= MAX_TIME_HS)
               PERFORM RUN-OFFICIAL-SIEVE
                   THROUGH END-RUN-OFFICIAL-SIEVE
               ADD 1 TO PASSES
               PERFORM GET-NOW THROUGH END-GET-NOW
               PERFORM COMPUTE-DURATION THROUGH END-COMPUTE-DURATION
               PERFORM BEAT-DATASET-LOCK
                   THROUGH END-BEAT-DATASET-LOCK
               DIVIDE PASSES BY CHECKPOINT-INTERVAL-PASSES
                   GIVING PASSES-DUE-QUOT REMAINDER PASSES-DUE-REM
               IF PASSES-DUE-REM = 0
                   PERFORM WRITE-CHECKPOINT
                       THROUGH END-WRITE-CHECKPOINT
               END-IF
           END-PERFORM.
      *    No unconditional WRITE-CHECKPOINT here - CLEAR-CHECKPOINT
      *    immediately below would just overwrite it, so the only
      *    effect of writing it first was a window where an on-disk
      *    checkpoint could look "finished" for a config that a kill
      *    between the two calls would leave behind.
           PERFORM CLEAR-CHECKPOINT THROUGH END-CLEAR-CHECKPOINT.
           DIVIDE 100 INTO DURATION-HS GIVING DURATION-SEC.
           COMPUTE AVG = DURATION-SEC / PASSES.
       END-RUN-OFFICIAL-PASSES.
           EXIT.
      *
       RUN-OFFICIAL-SIEVE.
      *    One pass of the official SIEVE_MODE's sieve.
           EVALUATE TRUE
               WHEN SIEVE-MODE-WHEEL
                   PERFORM RUN_SIEVE_WHEEL THROUGH END-RUN_SIEVE_WHEEL
               WHEN SIEVE-MODE-PACKED
                   PERFORM RUN_SIEVE_PACKED
                       THROUGH END-RUN_SIEVE_PACKED
               WHEN OTHER
                   PERFORM RUN_SIEVE THROUGH END-RUN_SIEVE
           END-EVALUATE.
       END-RUN-OFFICIAL-SIEVE.
           EXIT.
      *
      *================================================================
      *    Partitioned runs.  An "R" card draws the parent run number
      *    for a partitioned run of its limit and mode and records it
      *    on PARTCTL.  Each "S" card then sieves one slice of that
      *    limit - only the windows holding its candidate range - and
      *    writes the slice's primes, count, passes and elapsed time
      *    as a partial set on PRIMEPRT under the parent run number.
      *    Slices of one limit run as concurrent steps, each with its
      *    own CHECKPT, SWEEPCKP and PRIMEPRT, so a slice holds no
      *    dataset lock while it sieves; it takes ENQLOCK only to
      *    deep-verify, for DISCREP.  PRIMMRGE checks the slices
      *    cover the limit, stitches them into one PRIMELST set and
      *    writes the run's RESULTS and HISTORY records.
      *================================================================
       RESERVE-PARENT-RUN.
           MOVE 0 TO PASSES.
           MOVE 0 TO OFFICIAL-PRIME-COUNT.
           MOVE "n/a" TO OFFICIAL-VAL-RES.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE SPACES TO PARTITION-CONTROL-REC.
           MOVE RUN-NUMBER TO PCR-PARENT-RUN.
           MOVE MAX_LIMIT TO PCR-MAX-LIMIT.
           MOVE SIEVE_MODE TO PCR-SIEVE-MODE.
           MOVE RUN-TIMESTAMP-DISPLAY TO PCR-TIMESTAMP.
           OPEN EXTEND PARTITION-CONTROL-FILE.
           IF PARTITION-CONTROL-STATUS NOT = "00"
               OPEN OUTPUT PARTITION-CONTROL-FILE
           END-IF.
           WRITE PARTITION-CONTROL-REC.
           CLOSE PARTITION-CONTROL-FILE.
           MOVE MAX_LIMIT TO ED-MAX-LIMIT.
           DISPLAY "PRIMES-0018 PARENT RUN ", RUN-NUMBER,
                   " RESERVED FOR PARTITIONED LIMIT", ED-MAX-LIMIT,
                   " MODE ", SIEVE_MODE.
      *    The parent number is closed off like any other; the merged
      *    run draws its own number when PRIMMRGE writes it.
           PERFORM WRITE-RUN-TRAILER THROUGH END-WRITE-RUN-TRAILER.
       END-RESERVE-PARENT-RUN.
           EXIT.
      *
       RUN-PARTITION-SLICE.
           MOVE 1 TO PARTITION-ACTIVE-SW.
      *    A slice with a pass count runs exactly that many passes,
      *    one without runs against the clock - the loop, checkpoint
      *    and restart logic then work unchanged.
           IF TARGET_PASSES > 0
               MOVE "P" TO RUN_MODE
           ELSE
               MOVE "T" TO RUN_MODE
           END-IF.
           MOVE 0 TO PASSES.
           MOVE 0 TO OFFICIAL-PRIME-COUNT.
           MOVE "n/a" TO OFFICIAL-VAL-RES.
           MOVE 0 TO LOCK-LOST-SW.
           MOVE 0 TO PARTITION-VERIFY-SKIP-SW.
           MOVE SW-RANGE-LOW (SWX) TO ED-PARTITION-LOW.
           MOVE SW-RANGE-HIGH (SWX) TO ED-PARTITION-HIGH.
           PERFORM FIND-PARENT-RUN THROUGH END-FIND-PARENT-RUN.
           MOVE PARTITION-PARENT-RUN TO SW-SLICE-PARENT (SWX).
           IF PARTITION-PARENT-RUN = 0
      *        Nothing written and no SWEEPCKP record - the rerun
      *        after the "R" card has run picks the slice up.
               MOVE SW-MAX-LIMIT (SWX) TO ED-MAX-LIMIT
               DISPLAY "PRIMES-0019 PARTITION", ED-PARTITION-LOW,
                       " -", ED-PARTITION-HIGH, " NOT RUN - NO ",
                       "PARENT RUN RESERVED FOR LIMIT", ED-MAX-LIMIT,
                       " MODE ", SIEVE_MODE
               MOVE 8 TO RUN-RC
               MOVE 0 TO SW-PASSES (SWX)
               MOVE 0 TO SW-PRIME-COUNT (SWX)
               MOVE "n/a" TO SW-VAL-RES (SWX)
               MOVE RUN-RC TO SW-RETURN-CODE (SWX)
               IF RUN-RC > SWEEP-MAX-RC
                   MOVE RUN-RC TO SWEEP-MAX-RC
               END-IF
           ELSE
               MOVE PARTITION-PARENT-RUN TO RUN-NUMBER
               ADD 1 TO SWEEP-RUN-COUNT
               PERFORM VALIDATE-MAX-LIMIT
                   THROUGH END-VALIDATE-MAX-LIMIT
               PERFORM SET-PARTITION-WINDOWS
                   THROUGH END-SET-PARTITION-WINDOWS
               PERFORM RUN-PARTITION-CYCLE
                   THROUGH END-RUN-PARTITION-CYCLE
      *        Same code ladder as a whole-range run, with a deep
      *        verify skipped for want of the lock as the warning.
               MOVE 0 TO RUN-RC
               IF OFFICIAL-VAL-RES = "False"
                   MOVE 16 TO RUN-RC
               ELSE
                   IF LOCK-LOST-SW = 1
                       MOVE 12 TO RUN-RC
                   ELSE
                       IF PARTITION-VERIFY-SKIP-SW = 1
                           MOVE 4 TO RUN-RC
                       END-IF
                   END-IF
               END-IF
               MOVE PASSES TO SW-PASSES (SWX)
               MOVE OFFICIAL-PRIME-COUNT TO SW-PRIME-COUNT (SWX)
               MOVE OFFICIAL-VAL-RES TO SW-VAL-RES (SWX)
               MOVE RUN-RC TO SW-RETURN-CODE (SWX)
               IF RUN-RC > SWEEP-MAX-RC
                   MOVE RUN-RC TO SWEEP-MAX-RC
               END-IF
               PERFORM WRITE-SWEEP-CHECKPOINT
                   THROUGH END-WRITE-SWEEP-CHECKPOINT
           END-IF.
           MOVE 0 TO PARTITION-ACTIVE-SW.
       END-RUN-PARTITION-SLICE.
           EXIT.
      *
       FIND-PARENT-RUN.
      *    The card's own parent run number wins; otherwise the
      *    latest PARTCTL reservation for this limit and mode.
           MOVE 0 TO PARTITION-PARENT-RUN.
           IF SW-PARENT-RUN (SWX) > 0
               MOVE SW-PARENT-RUN (SWX) TO PARTITION-PARENT-RUN
           ELSE
               OPEN INPUT PARTITION-CONTROL-FILE
               IF PARTITION-CONTROL-STATUS = "00"
                   OR PARTITION-CONTROL-STATUS = "05"
                   PERFORM UNTIL PARTITION-CONTROL-STATUS NOT = "00"
                       READ PARTITION-CONTROL-FILE
                           AT END MOVE "10" TO PARTITION-CONTROL-STATUS
                       END-READ
                       IF PARTITION-CONTROL-STATUS = "00"
                           AND PCR-PARENT-RUN NUMERIC
                           AND PCR-MAX-LIMIT NUMERIC
                           AND PCR-MAX-LIMIT = MAX_LIMIT
                           AND PCR-SIEVE-MODE = SIEVE_MODE
                           MOVE PCR-PARENT-RUN TO PARTITION-PARENT-RUN
                       END-IF
                   END-PERFORM
                   CLOSE PARTITION-CONTROL-FILE
               END-IF
           END-IF.
       END-FIND-PARENT-RUN.
           EXIT.
      *
       SET-PARTITION-WINDOWS.
      *    A slice always works in segmented mode, whatever the
      *    limit, and only over the windows holding its range.  The
      *    sieving factors come from the first window, so a slice
      *    that starts beyond it sieves that window once here, before
      *    the timed loop, and replays its factors from then on.
           MOVE SW-RANGE-LOW (SWX) TO PARTITION-LOW.
           MOVE SW-RANGE-HIGH (SWX) TO PARTITION-HIGH.
           MOVE 1 TO SEGMENT-ACTIVE-SW.
           COMPUTE SEG-QUOT = (MAX_LIMIT - 1) / 2.
           COMPUTE SEG-COUNT =
               (SEG-QUOT + SEGMENT-SLOTS - 1) / SEGMENT-SLOTS.
           IF SEG-COUNT = 0
               MOVE 1 TO SEG-COUNT
           END-IF.
           COMPUTE WHEEL-SEG-COUNT =
               (MAX_LIMIT + WHEEL-SEGMENT-SPAN - 1)
               / WHEEL-SEGMENT-SPAN.
      *    Odd candidate V sits at base index (V - 1) / 2, in window
      *    ((index - 1) / SEGMENT-SLOTS) + 1 - stepwise, so each
      *    division truncates.
           MOVE 1 TO SEG-FIRST-NUMBER.
           IF PARTITION-LOW > 2
               COMPUTE SEG-QUOT = (PARTITION-LOW - 1) / 2
               COMPUTE SEG-FIRST-NUMBER =
                   (SEG-QUOT - 1) / SEGMENT-SLOTS
               ADD 1 TO SEG-FIRST-NUMBER
           END-IF.
           MOVE 1 TO SEG-LAST-NUMBER.
           IF PARTITION-HIGH > 2
               COMPUTE SEG-QUOT = (PARTITION-HIGH - 1) / 2
               COMPUTE SEG-LAST-NUMBER =
                   (SEG-QUOT - 1) / SEGMENT-SLOTS
               ADD 1 TO SEG-LAST-NUMBER
           END-IF.
           COMPUTE WHEEL-SEG-FIRST-NUMBER =
               (PARTITION-LOW - 1) / WHEEL-SEGMENT-SPAN.
           ADD 1 TO WHEEL-SEG-FIRST-NUMBER.
           COMPUTE WHEEL-SEG-LAST-NUMBER =
               (PARTITION-HIGH - 1) / WHEEL-SEGMENT-SPAN.
           ADD 1 TO WHEEL-SEG-LAST-NUMBER.
           COMPUTE SEG-QUOT = (MAX_LIMIT - 1) / 2.
           COMPUTE PACKED-SEG-COUNT =
               (SEG-QUOT + PACKED-SEGMENT-SLOTS - 1)
               / PACKED-SEGMENT-SLOTS.
           IF PACKED-SEG-COUNT = 0
               MOVE 1 TO PACKED-SEG-COUNT
           END-IF.
           MOVE 1 TO PACKED-SEG-FIRST-NUMBER.
           IF PARTITION-LOW > 2
               COMPUTE SEG-QUOT = (PARTITION-LOW - 1) / 2
               COMPUTE PACKED-SEG-FIRST-NUMBER =
                   (SEG-QUOT - 1) / PACKED-SEGMENT-SLOTS
               ADD 1 TO PACKED-SEG-FIRST-NUMBER
           END-IF.
           MOVE 1 TO PACKED-SEG-LAST-NUMBER.
           IF PARTITION-HIGH > 2
               COMPUTE SEG-QUOT = (PARTITION-HIGH - 1) / 2
               COMPUTE PACKED-SEG-LAST-NUMBER =
                   (SEG-QUOT - 1) / PACKED-SEGMENT-SLOTS
               ADD 1 TO PACKED-SEG-LAST-NUMBER
           END-IF.
           EVALUATE TRUE
               WHEN SIEVE-MODE-WHEEL
                   IF WHEEL-SEG-FIRST-NUMBER > 1
                       PERFORM COMPUTE-WHEEL-SIZE
                           THROUGH END-COMPUTE-WHEEL-SIZE
                       MOVE 1 TO WHEEL-SEG-NUMBER
                       PERFORM SIEVE-WHEEL-SEGMENT
                           THROUGH END-SIEVE-WHEEL-SEGMENT
                   END-IF
               WHEN SIEVE-MODE-PACKED
                   IF PACKED-SEG-FIRST-NUMBER > 1
                       COMPUTE MAX_ROOT ROUNDED = (MAX_LIMIT ** .5)
                       COMPUTE MAX_ROOT_INDEX = (MAX_ROOT - 1) / 2
                       MOVE 1 TO PACKED-SEG-NUMBER
                       PERFORM SIEVE-PACKED-SEGMENT
                           THROUGH END-SIEVE-PACKED-SEGMENT
                   END-IF
               WHEN OTHER
                   IF SEG-FIRST-NUMBER > 1
                       COMPUTE MAX_ROOT ROUNDED = (MAX_LIMIT ** .5)
                       COMPUTE MAX_ROOT_INDEX = (MAX_ROOT - 1) / 2
                       MOVE 1 TO SEG-NUMBER
                       PERFORM SIEVE-SEGMENT THROUGH END-SIEVE-SEGMENT
                   END-IF
           END-EVALUATE.
       END-SET-PARTITION-WINDOWS.
           EXIT.
      *
       RUN-PARTITION-CYCLE.
           PERFORM RUN-OFFICIAL-PASSES
               THROUGH END-RUN-OFFICIAL-PASSES.
           PERFORM OPEN-PARTITION-LIST
               THROUGH END-OPEN-PARTITION-LIST.
           PERFORM COUNT-OFFICIAL-PRIMES
               THROUGH END-COUNT-OFFICIAL-PRIMES.
           MOVE PRIME-COUNT TO OFFICIAL-PRIME-COUNT.
      *    A slice count cannot be checked against VALIDTAB on its
      *    own - deep verify is the only proof a slice can carry,
      *    and PRIMMRGE refuses nothing but marks the merged run
      *    invalid when any slice failed it.
           MOVE "N" TO PARTITION-VERIFY.
           IF DEEP-VERIFY-ON
               PERFORM VERIFY-PARTITION-SLICE
                   THROUGH END-VERIFY-PARTITION-SLICE
           END-IF.
           PERFORM CLOSE-PARTITION-LIST
               THROUGH END-CLOSE-PARTITION-LIST.
           DISPLAY "Partition ", ED-PARTITION-LOW,
                   " -", ED-PARTITION-HIGH,
                   " Passes: ", PASSES,
                   ", Time: ", DURATION-SEC,
                   ", Count: ", OFFICIAL-PRIME-COUNT,
                   ", Parent run: ", RUN-NUMBER.
       END-RUN-PARTITION-CYCLE.
           EXIT.
      *
       VERIFY-PARTITION-SLICE.
      *    DISCREP is shared, so the verify walk runs under the lock.
           PERFORM ACQUIRE-DATASET-LOCK
               THROUGH END-ACQUIRE-DATASET-LOCK.
           IF LOCK-TIMEOUT-SW = 1
               MOVE 1 TO PARTITION-VERIFY-SKIP-SW
               MOVE "S" TO PARTITION-VERIFY
               DISPLAY "PRIMES-0020 PARTITION", ED-PARTITION-LOW,
                       " -", ED-PARTITION-HIGH, " NOT DEEP-VERIFIED",
                       " - ENQLOCK NOT OBTAINED"
           ELSE
               PERFORM REFRESH-DATASET-LOCK
                   THROUGH END-REFRESH-DATASET-LOCK
               MOVE "True" TO OFFICIAL-VAL-RES
               PERFORM DEEP-VERIFY THROUGH END-DEEP-VERIFY
               PERFORM RELEASE-DATASET-LOCK
                   THROUGH END-RELEASE-DATASET-LOCK
               IF OFFICIAL-VAL-RES = "False"
                   MOVE "F" TO PARTITION-VERIFY
               ELSE
                   MOVE "Y" TO PARTITION-VERIFY
               END-IF
           END-IF.
       END-VERIFY-PARTITION-SLICE.
           EXIT.
      *
       OPEN-PARTITION-LIST.
      *    Appended, like PRIMELST, so a deck of several slices
      *    leaves one set per slice.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           OPEN EXTEND PARTITION-LIST-FILE.
           IF PARTITION-LIST-STATUS NOT = "00"
               OPEN OUTPUT PARTITION-LIST-FILE
           END-IF.
           MOVE SPACES TO PARTITION-LIST-HEADER.
           MOVE "H" TO PTH-TYPE.
           MOVE RUN-NUMBER TO PTH-PARENT-RUN.
           MOVE MAX_LIMIT TO PTH-MAX-LIMIT.
           MOVE SIEVE_MODE TO PTH-SIEVE-MODE.
           MOVE PARTITION-LOW TO PTH-RANGE-LOW.
           MOVE PARTITION-HIGH TO PTH-RANGE-HIGH.
           MOVE RUN-TIMESTAMP-DISPLAY TO PTH-TIMESTAMP.
           WRITE PARTITION-LIST-HEADER.
           MOVE 1 TO PRIMELST-ACTIVE-SW.
       END-OPEN-PARTITION-LIST.
           EXIT.
      *
       CLOSE-PARTITION-LIST.
           MOVE SPACES TO PARTITION-LIST-TRAILER.
           MOVE "T" TO PTT-TYPE.
           MOVE OFFICIAL-PRIME-COUNT TO PTT-PRIME-COUNT.
           MOVE PASSES TO PTT-PASSES.
           MOVE DURATION-HS TO PTT-DURATION-HS.
           MOVE RUN_MODE TO PTT-RUN-MODE.
           MOVE PARTITION-VERIFY TO PTT-VERIFY.
           WRITE PARTITION-LIST-TRAILER.
           CLOSE PARTITION-LIST-FILE.
           MOVE 0 TO PRIMELST-ACTIVE-SW.
       END-CLOSE-PARTITION-LIST.
           EXIT.
      *
      *================================================================
      *    Certification mode.  One untimed official sieve of the
                   TO CERT-REJECT-REASON
               MOVE "False" TO OFFICIAL-VAL-RES
           ELSE
               PERFORM RUN-OFFICIAL-SIEVE
                   THROUGH END-RUN-OFFICIAL-SIEVE
               PERFORM COUNT-OFFICIAL-PRIMES
                   THROUGH END-COUNT-OFFICIAL-PRIMES
               MOVE PRIME-COUNT TO OFFICIAL-PRIME-COUNT
               MOVE "True" TO OFFICIAL-VAL-RES
               PERFORM CERT-CHECK-REFERENCE
                   " Count ", ED-PRIME-COUNT,
                   " Valid ", SW-VAL-RES (SWX),
                   " RC ", ED-SW-RC.
           IF SW-RUN-MODE (SWX) = "S"
               MOVE SW-RANGE-LOW (SWX) TO ED-PARTITION-LOW
               MOVE SW-RANGE-HIGH (SWX) TO ED-PARTITION-HIGH
               IF SW-SLICE-PARENT (SWX) > 0
                   MOVE SW-SLICE-PARENT (SWX) TO ED-PARTITION-PARENT
                   DISPLAY "    Partition", ED-PARTITION-LOW,
                           " -", ED-PARTITION-HIGH,
                           " Parent run ", ED-PARTITION-PARENT
               ELSE
                   DISPLAY "    Partition", ED-PARTITION-LOW,
                           " -", ED-PARTITION-HIGH,
                           " Parent run latest on PARTCTL"
               END-IF
           END-IF.
       END-PRINT-SWEEP-SUMMARY-LINE.
           EXIT.
      *
           COMPUTE MAX_ROOT ROUNDED = (MAX_LIMIT ** .5).
           COMPUTE MAX_ROOT_INDEX = (MAX_ROOT - 1) / 2.
           PERFORM SIEVE-SEGMENT THROUGH END-SIEVE-SEGMENT
               VARYING SEG-NUMBER FROM SEG-FIRST-NUMBER BY 1
               UNTIL SEG-NUMBER > SEG-LAST-NUMBER.
       END-RUN-SIEVE-SEGMENTED.
           EXIT.
      *
       RUN-SIEVE-WHEEL-SEGMENTED.
           PERFORM COMPUTE-WHEEL-SIZE THROUGH END-COMPUTE-WHEEL-SIZE.
           PERFORM SIEVE-WHEEL-SEGMENT THROUGH END-SIEVE-WHEEL-SEGMENT
               VARYING WHEEL-SEG-NUMBER FROM WHEEL-SEG-FIRST-NUMBER BY 1
               UNTIL WHEEL-SEG-NUMBER > WHEEL-SEG-LAST-NUMBER.
       END-RUN-SIEVE-WHEEL-SEGMENTED.
           EXIT.
      *
      *    2, 3 and 5 are never represented in WHEEL-BIT-ARRAY, so
      *    they are counted here directly, the same way COUNT-PRIMES
      *    above accounts for the even prime 2.
      *    A partition slice counts only those of them in its range.
           MOVE 0 TO PRIME-COUNT.
           MOVE 2 TO PRIME.
           PERFORM COUNT-WHEEL-SMALL-PRIME
               THROUGH END-COUNT-WHEEL-SMALL-PRIME.
           MOVE 3 TO PRIME.
           PERFORM COUNT-WHEEL-SMALL-PRIME
               THROUGH END-COUNT-WHEEL-SMALL-PRIME.
           MOVE 5 TO PRIME.
           PERFORM COUNT-WHEEL-SMALL-PRIME
               THROUGH END-COUNT-WHEEL-SMALL-PRIME.
           IF SEGMENTED-RUN
               PERFORM COUNT-PRIMES-WHEEL-SEGMENTED
                   THROUGH END-COUNT-PRIMES-WHEEL-SEGMENTED
           END-IF.
       END-COUNT-PRIMES-WHEEL.
           EXIT.
      *
       COUNT-WHEEL-SMALL-PRIME.
           IF PRIME NOT < PARTITION-LOW
               AND PRIME NOT > PARTITION-HIGH
               ADD 1 TO PRIME-COUNT
               IF SHOW_RESULTS = 1 THEN
                   DISPLAY "PRIME found=", PRIME
               END-IF
               IF PRIMELST-ACTIVE-SW = 1
                   PERFORM WRITE-PRIMELST-DETAIL
                       THROUGH END-WRITE-PRIMELST-DETAIL
               END-IF
           END-IF.
       END-COUNT-WHEEL-SMALL-PRIME.
           EXIT.
      *
       COUNT-PRIMES-WHEEL-SEGMENTED.
      *    The array only ever holds one window, so counting re-walks
      *    the range window by window through SIEVE-WHEEL-SEGMENT.
           PERFORM COUNT-PRIMES-WHEEL-SEGMENT
               THROUGH END-COUNT-PRIMES-WHEEL-SEGMENT
               VARYING WHEEL-SEG-NUMBER FROM WHEEL-SEG-FIRST-NUMBER BY 1
               UNTIL WHEEL-SEG-NUMBER > WHEEL-SEG-LAST-NUMBER.
       END-COUNT-PRIMES-WHEEL-SEGMENTED.
           EXIT.
      *
      *
       COUNT-PRIMES-WHEEL-SEG-LOOP.
           IF FLAG-W (I) = 1 THEN
               COMPUTE WHEEL-INDEX-IN = WHEEL-SEG-BASE-INDEX + I
               PERFORM WHEEL-VALUE-OF-INDEX
                   THROUGH END-WHEEL-VALUE-OF-INDEX
               MOVE WHEEL-VALUE-OUT TO PRIME
               IF PRIME NOT < PARTITION-LOW
                   AND PRIME NOT > PARTITION-HIGH
                   ADD 1 TO PRIME-COUNT
                   IF SHOW_RESULTS = 1 THEN
                       DISPLAY "PRIME found=", PRIME
                   END-IF
                   IF PRIMELST-ACTIVE-SW = 1
                       PERFORM WRITE-PRIMELST-DETAIL
                           THROUGH END-WRITE-PRIMELST-DETAIL
                   END-IF
               END-IF.
           ADD 1 TO I.
       END-COUNT-PRIMES-WHEEL-SEG-LOOP.
       END-COUNT-PRIMES-WHEEL-LOOP.
           EXIT.
      *
      *================================================================
      *    Packed sieve mode.  The base sieve's odd-only algorithm,
      *    candidate for candidate, but held one bit per candidate in
      *    PACKED-BIT-ARRAY: PACKED-TEST-BIT and PACKED-CLEAR-BIT
      *    find the byte and bit for PACKED-INDEX and read or clear
      *    the bit by dividing and subtracting its weight, so each
      *    window covers eight times the base sieve's range.
      *================================================================
       PACKED-TEST-BIT.
      *    PACKED-INDEX -> PACKED-BIT-OUT, leaving the byte's number
      *    in PACKED-BYTE-NO and its value in PACKED-BYTE-VALUE for
      *    PACKED-CLEAR-BIT.
           SUBTRACT 1 FROM PACKED-INDEX GIVING PACKED-OFFSET.
           DIVIDE PACKED-OFFSET BY 8
               GIVING PACKED-BYTE-NO REMAINDER PACKED-BIT-NO.
           ADD 1 TO PACKED-BYTE-NO.
           MOVE LOW-VALUE TO PACKED-BYTE-HIGH.
           MOVE PACKED-BYTE (PACKED-BYTE-NO) TO PACKED-BYTE-LOW.
           DIVIDE PACKED-BYTE-VALUE
               BY PACKED-BIT-WEIGHT (PACKED-BIT-NO + 1)
               GIVING PACKED-SHIFTED.
           DIVIDE PACKED-SHIFTED BY 2
               GIVING PACKED-HALVED REMAINDER PACKED-BIT-OUT.
       END-PACKED-TEST-BIT.
           EXIT.
      *
       PACKED-CLEAR-BIT.
           PERFORM PACKED-TEST-BIT THROUGH END-PACKED-TEST-BIT.
           IF PACKED-BIT-OUT = 1
               SUBTRACT PACKED-BIT-WEIGHT (PACKED-BIT-NO + 1)
                   FROM PACKED-BYTE-VALUE
               MOVE PACKED-BYTE-LOW TO PACKED-BYTE (PACKED-BYTE-NO)
           END-IF.
       END-PACKED-CLEAR-BIT.
           EXIT.
      *
       RUN_SIEVE_PACKED.
           IF SEGMENTED-RUN
               PERFORM RUN-SIEVE-PACKED-SEGMENTED
                   THROUGH END-RUN-SIEVE-PACKED-SEGMENTED
           ELSE
               PERFORM RUN-SIEVE-PACKED-WHOLE
                   THROUGH END-RUN-SIEVE-PACKED-WHOLE
           END-IF.
       END-RUN_SIEVE_PACKED.
           EXIT.
      *
       RUN-SIEVE-PACKED-WHOLE.
           COMPUTE MAX_ROOT ROUNDED = (MAX_LIMIT ** .5).
           COMPUTE MAX_ROOT_INDEX = (MAX_ROOT - 1) / 2.
           COMPUTE BIT_SIZE = (MAX_LIMIT - 1) / 2.
      *    Only the bytes the range occupies are reset.
           COMPUTE PACKED-BYTES-IN-USE = (BIT_SIZE + 7) / 8.
           IF PACKED-BYTES-IN-USE = 0
               MOVE 1 TO PACKED-BYTES-IN-USE
           END-IF.
           MOVE HIGH-VALUES TO PACKED-BIT-ARRAY (1:PACKED-BYTES-IN-USE).

           MOVE 1 TO FACTOR.
           PERFORM UNTIL FACTOR > MAX_ROOT_INDEX
               MOVE FACTOR TO PACKED-INDEX
               PERFORM PACKED-TEST-BIT THROUGH END-PACKED-TEST-BIT
               IF PACKED-BIT-OUT = 1
                   ADD FACTOR FACTOR 1 GIVING PRIME
                   ADD FACTOR FACTOR 1 GIVING STEP-SIZE
                   COMPUTE START-AT = (((PRIME * PRIME) - 1) / 2)
                   PERFORM VARYING PACKED-INDEX
                           FROM START-AT BY STEP-SIZE
                           UNTIL PACKED-INDEX > BIT_SIZE
                       PERFORM PACKED-CLEAR-BIT
                           THROUGH END-PACKED-CLEAR-BIT
                   END-PERFORM
               END-IF
               ADD 1 TO FACTOR
           END-PERFORM.
       END-RUN-SIEVE-PACKED-WHOLE.
           EXIT.
      *
      *================================================================
      *    Segmented packed sieve.  Window PACKED-SEG-NUMBER holds
      *    PACKED-SEGMENT-SLOTS odd candidates, candidate index I in
      *    it being the value (2 * (PACKED-SEG-BASE-INDEX + I)) + 1,
      *    the base sieve's mapping.  The first window reaches well
      *    past the square root of MAX_LIMIT, so it is sieved the
      *    whole-range way and collects the sieving factors into
      *    SEG-FACTOR for the later windows - the same odd primes up
      *    to the root the base sieve collects there.
      *================================================================
       RUN-SIEVE-PACKED-SEGMENTED.
           COMPUTE MAX_ROOT ROUNDED = (MAX_LIMIT ** .5).
           COMPUTE MAX_ROOT_INDEX = (MAX_ROOT - 1) / 2.
           PERFORM SIEVE-PACKED-SEGMENT THROUGH END-SIEVE-PACKED-SEGMENT
               VARYING PACKED-SEG-NUMBER
                   FROM PACKED-SEG-FIRST-NUMBER BY 1
               UNTIL PACKED-SEG-NUMBER > PACKED-SEG-LAST-NUMBER.
       END-RUN-SIEVE-PACKED-SEGMENTED.
           EXIT.
      *
       SIEVE-PACKED-SEGMENT.
      *    (Re)sieves window PACKED-SEG-NUMBER into PACKED-BIT-ARRAY.
      *    Also used by the counting paragraphs to re-walk the whole
      *    range after the timed passes.
           COMPUTE PACKED-SEG-BASE-INDEX =
               (PACKED-SEG-NUMBER - 1) * PACKED-SEGMENT-SLOTS.
           COMPUTE PACKED-SEG-LOW = (2 * PACKED-SEG-BASE-INDEX) + 3.
           COMPUTE PACKED-SEG-HIGH =
               (2 * (PACKED-SEG-BASE-INDEX + PACKED-SEGMENT-SLOTS)) + 1.
           IF PACKED-SEG-HIGH > MAX_LIMIT
               MOVE MAX_LIMIT TO PACKED-SEG-HIGH
           END-IF.
           COMPUTE PACKED-SEG-MAX-INDEX =
               ((PACKED-SEG-HIGH - 1) / 2) - PACKED-SEG-BASE-INDEX.
           COMPUTE PACKED-BYTES-IN-USE = (PACKED-SEG-MAX-INDEX + 7) / 8.
           IF PACKED-BYTES-IN-USE = 0
               MOVE 1 TO PACKED-BYTES-IN-USE
           END-IF.
           MOVE HIGH-VALUES TO PACKED-BIT-ARRAY (1:PACKED-BYTES-IN-USE).
           IF PACKED-SEG-NUMBER = 1
               PERFORM SIEVE-PACKED-FIRST-SEGMENT
                   THROUGH END-SIEVE-PACKED-FIRST-SEGMENT
           ELSE
               PERFORM SIEVE-PACKED-LATER-SEGMENT
                   THROUGH END-SIEVE-PACKED-LATER-SEGMENT
           END-IF.
       END-SIEVE-PACKED-SEGMENT.
           EXIT.
      *
       SIEVE-PACKED-FIRST-SEGMENT.
           MOVE 0 TO SEG-FACTOR-COUNT.
           MOVE 1 TO FACTOR.
           PERFORM UNTIL FACTOR > MAX_ROOT_INDEX
               MOVE FACTOR TO PACKED-INDEX
               PERFORM PACKED-TEST-BIT THROUGH END-PACKED-TEST-BIT
               IF PACKED-BIT-OUT = 1
                   ADD FACTOR FACTOR 1 GIVING PRIME
                   ADD FACTOR FACTOR 1 GIVING STEP-SIZE
                   COMPUTE START-AT = (((PRIME * PRIME) - 1) / 2)
                   PERFORM VARYING PACKED-INDEX
                           FROM START-AT BY STEP-SIZE
                           UNTIL PACKED-INDEX > PACKED-SEG-MAX-INDEX
                       PERFORM PACKED-CLEAR-BIT
                           THROUGH END-PACKED-CLEAR-BIT
                   END-PERFORM
                   ADD 1 TO SEG-FACTOR-COUNT
                   MOVE PRIME TO SEG-FACTOR (SEG-FACTOR-COUNT)
               END-IF
               ADD 1 TO FACTOR
           END-PERFORM.
       END-SIEVE-PACKED-FIRST-SEGMENT.
           EXIT.
      *
       SIEVE-PACKED-LATER-SEGMENT.
           MOVE 1 TO SEG-FX.
           PERFORM UNTIL SEG-FX > SEG-FACTOR-COUNT
               MOVE SEG-FACTOR (SEG-FX) TO SEG-PRIME
      *        First odd multiple of SEG-PRIME at or above the
      *        window's low end, as in SIEVE-LATER-SEGMENT.
               COMPUTE SEG-QUOT =
                   (PACKED-SEG-LOW + SEG-PRIME - 1) / SEG-PRIME
               COMPUTE SEG-FIRST-MULT = SEG-QUOT * SEG-PRIME
               DIVIDE SEG-FIRST-MULT BY 2
                   GIVING SEG-QUOT REMAINDER SEG-REM
               IF SEG-REM = 0
                   ADD SEG-PRIME TO SEG-FIRST-MULT
               END-IF
               COMPUTE SEG-START-AT =
                   ((SEG-FIRST-MULT - 1) / 2) - PACKED-SEG-BASE-INDEX
               PERFORM VARYING PACKED-INDEX
                       FROM SEG-START-AT BY SEG-PRIME
                       UNTIL PACKED-INDEX > PACKED-SEG-MAX-INDEX
                   PERFORM PACKED-CLEAR-BIT
                       THROUGH END-PACKED-CLEAR-BIT
               END-PERFORM
               ADD 1 TO SEG-FX
           END-PERFORM.
       END-SIEVE-PACKED-LATER-SEGMENT.
           EXIT.
      *
       COUNT-PRIMES-PACKED.
      *    2 has no bit, as it has no BIT-ARRAY slot in COUNT-PRIMES.
           MOVE 0 TO PRIME-COUNT.
           IF PARTITION-LOW NOT > 2
               MOVE 2 TO PRIME
               IF SHOW_RESULTS = 1 THEN
                   DISPLAY "PRIME found=", PRIME
               END-IF
               IF PRIMELST-ACTIVE-SW = 1
                   PERFORM WRITE-PRIMELST-DETAIL
                       THROUGH END-WRITE-PRIMELST-DETAIL
               END-IF
               MOVE 1 TO PRIME-COUNT
           END-IF.
           IF SEGMENTED-RUN
               PERFORM COUNT-PRIMES-PACKED-SEGMENT
                   THROUGH END-COUNT-PRIMES-PACKED-SEGMENT
                   VARYING PACKED-SEG-NUMBER
                       FROM PACKED-SEG-FIRST-NUMBER BY 1
                   UNTIL PACKED-SEG-NUMBER > PACKED-SEG-LAST-NUMBER
           ELSE
               MOVE 1 TO I
               PERFORM COUNT-PRIMES-PACKED-LOOP UNTIL I > BIT_SIZE
           END-IF.
       END-COUNT-PRIMES-PACKED.
           EXIT.
      *
       COUNT-PRIMES-PACKED-SEGMENT.
           PERFORM SIEVE-PACKED-SEGMENT
               THROUGH END-SIEVE-PACKED-SEGMENT.
           MOVE 1 TO I.
           PERFORM COUNT-PRIMES-PACKED-SEG-LOOP
               UNTIL I > PACKED-SEG-MAX-INDEX.
       END-COUNT-PRIMES-PACKED-SEGMENT.
           EXIT.
      *
       COUNT-PRIMES-PACKED-SEG-LOOP.
           MOVE I TO PACKED-INDEX.
           PERFORM PACKED-TEST-BIT THROUGH END-PACKED-TEST-BIT.
           IF PACKED-BIT-OUT = 1 THEN
               COMPUTE PRIME = ((PACKED-SEG-BASE-INDEX + I) * 2) + 1
               IF PRIME NOT < PARTITION-LOW
                   AND PRIME NOT > PARTITION-HIGH
                   ADD 1 TO PRIME-COUNT
                   IF SHOW_RESULTS = 1 THEN
                       DISPLAY "PRIME found=", PRIME
                   END-IF
                   IF PRIMELST-ACTIVE-SW = 1
                       PERFORM WRITE-PRIMELST-DETAIL
                           THROUGH END-WRITE-PRIMELST-DETAIL
                   END-IF
               END-IF.
           ADD 1 TO I.
       END-COUNT-PRIMES-PACKED-SEG-LOOP.
           EXIT.
      *
       COUNT-PRIMES-PACKED-LOOP.
           MOVE I TO PACKED-INDEX.
           PERFORM PACKED-TEST-BIT THROUGH END-PACKED-TEST-BIT.
           IF PACKED-BIT-OUT = 1 THEN
               ADD 1 TO PRIME-COUNT
               ADD I I 1 GIVING PRIME
               IF SHOW_RESULTS = 1 THEN
                   DISPLAY "PRIME found=", PRIME
               END-IF
               IF PRIMELST-ACTIVE-SW = 1
                   PERFORM WRITE-PRIMELST-DETAIL
                       THROUGH END-WRITE-PRIMELST-DETAIL
               END-IF.
           ADD 1 TO I.
       END-COUNT-PRIMES-PACKED-LOOP.
           EXIT.
      *
       RUN-COMPARISON-PASS.
      *    Runs the algorithm the official SIEVE_MODE is compared
      *    against, for the same MAX_TIME_SEC budget, so
      *    PRINT_RESULTS can show a side-by-side comparison: base and
      *    wheel against each other, and a packed run against the
      *    base sieve - its own algorithm at a byte per candidate.
      *    Not checkpointed - see the note in START-UP.
           EVALUATE TRUE
               WHEN SIEVE-MODE-WHEEL
                   MOVE PASSES TO WHEEL-PASSES
                   MOVE DURATION-SEC TO WHEEL-DURATION-SEC
                   MOVE AVG TO WHEEL-AVG
                   MOVE PRIME-COUNT TO WHEEL-PRIME-COUNT
                   MOVE VAL-RES TO WHEEL-VAL-RES
                   PERFORM RUN-BASE-COMPARISON
                       THROUGH END-RUN-BASE-COMPARISON
               WHEN SIEVE-MODE-PACKED
                   MOVE PASSES TO PACKED-PASSES
                   MOVE DURATION-SEC TO PACKED-DURATION-SEC
                   MOVE AVG TO PACKED-AVG
                   MOVE PRIME-COUNT TO PACKED-PRIME-COUNT
                   MOVE VAL-RES TO PACKED-VAL-RES
                   PERFORM RUN-BASE-COMPARISON
                       THROUGH END-RUN-BASE-COMPARISON
               WHEN OTHER
                   MOVE PASSES TO BASE-PASSES
                   MOVE DURATION-SEC TO BASE-DURATION-SEC
                   MOVE AVG TO BASE-AVG
                   MOVE PRIME-COUNT TO BASE-PRIME-COUNT
                   MOVE VAL-RES TO BASE-VAL-RES
                   PERFORM RUN-WHEEL-COMPARISON
                       THROUGH END-RUN-WHEEL-COMPARISON
           END-EVALUATE.
       END-RUN-COMPARISON-PASS.
           EXIT.
      *
       RUN-BASE-COMPARISON.
           PERFORM GET-NOW THROUGH END-GET-NOW.
           COMPUTE CMP-START-HS = NOW-HS.
           MOVE 0 TO CMP-DURATION-HS.
           MOVE 0 TO BASE-PASSES.
      *    In fixed-pass-count mode the comparison runs the same
      *    number of passes as the official side, so the two
      *    algorithms compare like for like.
           PERFORM UNTIL (RUN-MODE-PASSES
                          AND BASE-PASSES NOT < TARGET_PASSES)
               OR ((NOT RUN-MODE-PASSES)
                   AND CMP-DURATION-HS >= MAX_TIME_HS)
               PERFORM RUN_SIEVE THROUGH END-RUN_SIEVE
               ADD 1 TO BASE-PASSES
               PERFORM GET-NOW THROUGH END-GET-NOW
               PERFORM COMPUTE-CMP-DURATION
                   THROUGH END-COMPUTE-CMP-DURATION
               PERFORM BEAT-DATASET-LOCK
                   THROUGH END-BEAT-DATASET-LOCK
           END-PERFORM.
           MOVE CMP-DURATION-HS TO BASE-DURATION-HS.
           DIVIDE 100 INTO BASE-DURATION-HS GIVING BASE-DURATION-SEC.
           COMPUTE BASE-AVG = BASE-DURATION-SEC / BASE-PASSES.
           PERFORM COUNT-PRIMES THROUGH END-COUNT-PRIMES.
           MOVE PRIME-COUNT TO BASE-PRIME-COUNT.
           MOVE MAX_LIMIT TO CHK-LIMIT.
           MOVE BASE-PRIME-COUNT TO CHK-COUNT.
           PERFORM IS-VALID THROUGH END-IS-VALID.
           MOVE VAL-RES TO BASE-VAL-RES.
       END-RUN-BASE-COMPARISON.
           EXIT.
      *
       RUN-WHEEL-COMPARISON.
           PERFORM GET-NOW THROUGH END-GET-NOW.
           COMPUTE CMP-START-HS = NOW-HS.
           MOVE 0 TO CMP-DURATION-HS.
           MOVE 0 TO WHEEL-PASSES.
           PERFORM UNTIL (RUN-MODE-PASSES
                          AND WHEEL-PASSES NOT < TARGET_PASSES)
               OR ((NOT RUN-MODE-PASSES)
                   AND CMP-DURATION-HS >= MAX_TIME_HS)
               PERFORM RUN_SIEVE_WHEEL THROUGH END-RUN_SIEVE_WHEEL
               ADD 1 TO WHEEL-PASSES
               PERFORM GET-NOW THROUGH END-GET-NOW
               PERFORM COMPUTE-CMP-DURATION
                   THROUGH END-COMPUTE-CMP-DURATION
               PERFORM BEAT-DATASET-LOCK
                   THROUGH END-BEAT-DATASET-LOCK
           END-PERFORM.
           MOVE CMP-DURATION-HS TO WHEEL-DURATION-HS.
           DIVIDE 100 INTO WHEEL-DURATION-HS GIVING WHEEL-DURATION-SEC.
           COMPUTE WHEEL-AVG = WHEEL-DURATION-SEC / WHEEL-PASSES.
           PERFORM COUNT-PRIMES-WHEEL THROUGH END-COUNT-PRIMES-WHEEL.
           MOVE PRIME-COUNT TO WHEEL-PRIME-COUNT.
           MOVE MAX_LIMIT TO CHK-LIMIT.
           MOVE WHEEL-PRIME-COUNT TO CHK-COUNT.
           PERFORM IS-VALID THROUGH END-IS-VALID.
           MOVE VAL-RES TO WHEEL-VAL-RES.
       END-RUN-WHEEL-COMPARISON.
           EXIT.
      *
       PRINT_RESULTS.
           MOVE BASE-PASSES TO ED-BASE-PASSES.
                   ", Avg ",ED-BASE-AVG,
                   " (sec/pass), Count ",ED-BASE-PRIME-COUNT,
                   ", Valid ",BASE-VAL-RES.
           IF SIEVE-MODE-PACKED
               MOVE PACKED-PASSES TO ED-PACKED-PASSES
               MOVE PACKED-AVG TO ED-PACKED-AVG
               MOVE PACKED-PRIME-COUNT TO ED-PACKED-PRIME-COUNT
               DISPLAY "Comparison Packed: Passes ",ED-PACKED-PASSES,
                       ", Avg ",ED-PACKED-AVG,
                       " (sec/pass), Count ",ED-PACKED-PRIME-COUNT,
                       ", Valid ",PACKED-VAL-RES
           ELSE
               DISPLAY "Comparison Wheel: Passes ",ED-WHEEL-PASSES,
                       ", Avg ",ED-WHEEL-AVG,
                       " (sec/pass), Count ",ED-WHEEL-PRIME-COUNT,
                       ", Valid ",WHEEL-VAL-RES
           END-IF.
           DISPLAY " " *>Workaround to display empty new line
           EVALUATE TRUE
               WHEN SIEVE-MODE-WHEEL
                   DISPLAY "fvbakel_Cobol;",PASSES,
                           ";",DURATION-SEC,
                           ";1;algorithm=wheel,faithful=no,bits=8"
               WHEN SIEVE-MODE-PACKED
                   DISPLAY "fvbakel_Cobol;",PASSES,
                           ";",DURATION-SEC,
                           ";1;algorithm=base,faithful=yes,bits=1"
               WHEN OTHER
                   DISPLAY "fvbakel_Cobol;",PASSES,
                           ";",DURATION-SEC,
                           ";1;algorithm=base,faithful=no,bits=8"
           END-EVALUATE.
           PERFORM WRITE-RESULTS-RECORD THROUGH END-WRITE-RESULTS-RECORD.
           PERFORM WRITE-HISTORY-RECORD THROUGH END-WRITE-HISTORY-RECORD.
       END-PRINT_RESULTS.
           MOVE AVG TO ED-AVG.
           MOVE MAX_LIMIT TO ED-MAX-LIMIT.
           MOVE OFFICIAL-PRIME-COUNT TO ED-PRIME-COUNT.
      *    Bits per candidate, closing the record after the run
      *    number so every fixed-position field stays where it was.
           IF SIEVE-MODE-PACKED
               MOVE "1" TO RESULTS-BITS
           ELSE
               MOVE "8" TO RESULTS-BITS
           END-IF.
           MOVE SPACES TO RESULTS-RECORD.
           STRING RUN-TIMESTAMP-DISPLAY   DELIMITED BY SIZE
                  " PASSES="               DELIMITED BY SIZE
                  SIEVE_MODE               DELIMITED BY SIZE
                  " RUN="                  DELIMITED BY SIZE
                  RUN-NUMBER               DELIMITED BY SIZE
                  " BITS="                 DELIMITED BY SIZE
                  RESULTS-BITS             DELIMITED BY SIZE
                  INTO RESULTS-RECORD.
           OPEN EXTEND RESULTS-FILE.
           IF RESULTS-STATUS NOT = "00"
           MOVE DURATION-SEC TO ED-DURATION-SEC.
           MOVE MAX_LIMIT TO ED-HIST-LIMIT.
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
                  ";1;"                 DELIMITED BY SIZE
                  HISTORY-ALGORITHM     DELIMITED BY SPACE
                  ";limit="             DELIMITED BY SIZE
                  ED-HIST-LIMIT         DELIMITED BY SIZE
                  ";run="               DELIMITED BY SIZE
                  RUN-NUMBER            DELIMITED BY SIZE
                  INTO HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           EXIT.
      *
       WRITE-PRIMELST-DETAIL.
      *    A partition slice's primes go to its partial set on
      *    PRIMEPRT; the distribution is tallied once, at the merge.
           IF PARTITION-ACTIVE-SW = 1
               MOVE SPACES TO PARTITION-LIST-DETAIL
               MOVE "D" TO PTD-TYPE
               MOVE PRIME TO PTD-PRIME
               WRITE PARTITION-LIST-DETAIL
           ELSE
               MOVE PRIME TO PLD-PRIME
               MOVE SPACES TO PRIMELST-RECORD
               MOVE PRIMELST-DETAIL TO PRIMELST-RECORD
               WRITE PRIMELST-RECORD
               PERFORM TALLY-DIST-STATISTICS
                   THROUGH END-TALLY-DIST-STATISTICS
           END-IF.
       END-WRITE-PRIMELST-DETAIL.
           EXIT.
      *
               PERFORM DV-READ-REF-HEADER
                   THROUGH END-DV-READ-REF-HEADER
               IF DV-REF-SHORT-SW = 0
                   PERFORM DV-SKIP-TO-PARTITION
                       THROUGH END-DV-SKIP-TO-PARTITION
                   PERFORM DEEP-VERIFY-WALK
                       THROUGH END-DEEP-VERIFY-WALK
                   PERFORM DV-DRAIN-REFERENCE
           EXIT.
      *
       DEEP-VERIFY-WALK.
      *    The primes 2 (base and packed) and 2, 3, 5 (wheel) have no
      *    array slot and are checked by hand, the same way the
      *    counting paragraphs account for them.
           EVALUATE TRUE
               WHEN SIEVE-MODE-WHEEL
                   MOVE 2 TO DV-CANDIDATE
                   MOVE 1 TO DV-ACTUAL-FLAG
                   PERFORM DV-CHECK-CANDIDATE
                       THROUGH END-DV-CHECK-CANDIDATE
                   MOVE 3 TO DV-CANDIDATE
                   MOVE 1 TO DV-ACTUAL-FLAG
                   PERFORM DV-CHECK-CANDIDATE
                       THROUGH END-DV-CHECK-CANDIDATE
                   MOVE 5 TO DV-CANDIDATE
                   MOVE 1 TO DV-ACTUAL-FLAG
                   PERFORM DV-CHECK-CANDIDATE
                       THROUGH END-DV-CHECK-CANDIDATE
                   IF SEGMENTED-RUN
                       PERFORM DEEP-VERIFY-WHEEL-SEGMENT
                           THROUGH END-DEEP-VERIFY-WHEEL-SEGMENT
                           VARYING WHEEL-SEG-NUMBER
                               FROM WHEEL-SEG-FIRST-NUMBER BY 1
                           UNTIL WHEEL-SEG-NUMBER
                               > WHEEL-SEG-LAST-NUMBER
                   ELSE
                       MOVE 1 TO I
                       PERFORM DEEP-VERIFY-WHEEL-LOOP
                           UNTIL I > WHEEL_SIZE
                   END-IF
               WHEN SIEVE-MODE-PACKED
                   MOVE 2 TO DV-CANDIDATE
                   MOVE 1 TO DV-ACTUAL-FLAG
                   PERFORM DV-CHECK-CANDIDATE
                       THROUGH END-DV-CHECK-CANDIDATE
                   IF SEGMENTED-RUN
                       PERFORM DEEP-VERIFY-PACKED-SEGMENT
                           THROUGH END-DEEP-VERIFY-PACKED-SEGMENT
                           VARYING PACKED-SEG-NUMBER
                               FROM PACKED-SEG-FIRST-NUMBER BY 1
                           UNTIL PACKED-SEG-NUMBER
                               > PACKED-SEG-LAST-NUMBER
                   ELSE
                       MOVE 1 TO I
                       PERFORM DEEP-VERIFY-PACKED-LOOP
                           UNTIL I > BIT_SIZE
                   END-IF
               WHEN OTHER
                   MOVE 2 TO DV-CANDIDATE
                   MOVE 1 TO DV-ACTUAL-FLAG
                   PERFORM DV-CHECK-CANDIDATE
                       THROUGH END-DV-CHECK-CANDIDATE
                   IF SEGMENTED-RUN
                       PERFORM DEEP-VERIFY-SEGMENT
                           THROUGH END-DEEP-VERIFY-SEGMENT
                           VARYING SEG-NUMBER FROM SEG-FIRST-NUMBER BY 1
                           UNTIL SEG-NUMBER > SEG-LAST-NUMBER
                   ELSE
                       MOVE 1 TO I
                       PERFORM DEEP-VERIFY-LOOP UNTIL I > BIT_SIZE
                   END-IF
           END-EVALUATE.
       END-DEEP-VERIFY-WALK.
           EXIT.
      *
           ADD 1 TO I.
       END-DEEP-VERIFY-WHEEL-SEG-LOOP.
           EXIT.
      *
       DEEP-VERIFY-PACKED-LOOP.
           ADD I I 1 GIVING DV-CANDIDATE.
           MOVE I TO PACKED-INDEX.
           PERFORM PACKED-TEST-BIT THROUGH END-PACKED-TEST-BIT.
           MOVE PACKED-BIT-OUT TO DV-ACTUAL-FLAG.
           PERFORM DV-CHECK-CANDIDATE THROUGH END-DV-CHECK-CANDIDATE.
           ADD 1 TO I.
       END-DEEP-VERIFY-PACKED-LOOP.
           EXIT.
      *
       DEEP-VERIFY-PACKED-SEGMENT.
           PERFORM SIEVE-PACKED-SEGMENT
               THROUGH END-SIEVE-PACKED-SEGMENT.
           MOVE 1 TO I.
           PERFORM DEEP-VERIFY-PACKED-SEG-LOOP
               UNTIL I > PACKED-SEG-MAX-INDEX.
       END-DEEP-VERIFY-PACKED-SEGMENT.
           EXIT.
      *
       DEEP-VERIFY-PACKED-SEG-LOOP.
           COMPUTE DV-CANDIDATE =
               ((PACKED-SEG-BASE-INDEX + I) * 2) + 1.
           MOVE I TO PACKED-INDEX.
           PERFORM PACKED-TEST-BIT THROUGH END-PACKED-TEST-BIT.
           MOVE PACKED-BIT-OUT TO DV-ACTUAL-FLAG.
           PERFORM DV-CHECK-CANDIDATE THROUGH END-DV-CHECK-CANDIDATE.
           ADD 1 TO I.
       END-DEEP-VERIFY-PACKED-SEG-LOOP.
           EXIT.
      *
       DV-CHECK-CANDIDATE.
      *    A partition slice answers only for its own range; the
      *    windows it walks run past both ends of it.
           PERFORM TICK-DATASET-LOCK THROUGH END-TICK-DATASET-LOCK.
           IF DV-CANDIDATE NOT < PARTITION-LOW
               AND DV-CANDIDATE NOT > PARTITION-HIGH
               PERFORM DV-CHECK-IN-RANGE
                   THROUGH END-DV-CHECK-IN-RANGE
           END-IF.
       END-DV-CHECK-CANDIDATE.
           EXIT.
      *
       DV-CHECK-IN-RANGE.
      *    A reference value below the current candidate can never be
      *    matched by the ascending walk (an even, duplicate or
      *    out-of-order line) - without this catch-up the cursor
               PERFORM DV-ADVANCE-REFERENCE
                   THROUGH END-DV-ADVANCE-REFERENCE
           END-IF.
       END-DV-CHECK-IN-RANGE.
           EXIT.
      *
       DV-CATCH-UP-REFERENCE.
      *
       DV-DRAIN-REFERENCE.
      *    Reference primes left unconsumed at or below MAX_LIMIT are
      *    primes the sieve never flagged at all.  PARTITION-HIGH is
      *    MAX_LIMIT except on a partition slice.
           PERFORM UNTIL DV-REF-EOF-SW = 1
               OR DV-NEXT-PRIME > PARTITION-HIGH
               MOVE DV-NEXT-PRIME TO DV-CANDIDATE
               MOVE 0 TO DV-ACTUAL-FLAG
               MOVE 1 TO DV-EXPECTED-FLAG
                   THROUGH END-WRITE-DEEP-DISCREPANCY
               PERFORM DV-ADVANCE-REFERENCE
                   THROUGH END-DV-ADVANCE-REFERENCE
               PERFORM TICK-DATASET-LOCK THROUGH END-TICK-DATASET-LOCK
           END-PERFORM.
       END-DV-DRAIN-REFERENCE.
           EXIT.
      *
       DV-SKIP-TO-PARTITION.
      *    Reference primes below a partition slice's range belong to
      *    another slice and are passed over unchecked.
           PERFORM UNTIL DV-REF-EOF-SW = 1
               OR DV-NEXT-PRIME NOT < PARTITION-LOW
               PERFORM DV-ADVANCE-REFERENCE
                   THROUGH END-DV-ADVANCE-REFERENCE
               PERFORM TICK-DATASET-LOCK THROUGH END-TICK-DATASET-LOCK
           END-PERFORM.
       END-DV-SKIP-TO-PARTITION.
           EXIT.
      *
       WRITE-DEEP-DISCREPANCY.
      *    Callers count the mismatch first; only the first
      *    disagreement, with the side that flagged it, to
      *    DISCREPANCY-FILE.  In segmented mode both arrays are
      *    re-sieved window by window, the wheel side on demand as
      *    the ascending walk crosses its window boundaries.  A
      *    packed run is reconciled against the base sieve instead,
      *    the packed bit standing in for the wheel flag.
      *================================================================
       RECONCILE-ALGORITHMS.
           IF SIEVE-MODE-PACKED
               DISPLAY "PRIMES-0007 BASE AND PACKED PRIME COUNTS ",
                       "DISAGREE - WRITING RECONCILIATION DISCREPANCIES"
           ELSE
               DISPLAY "PRIMES-0007 BASE AND WHEEL PRIME COUNTS ",
                       "DISAGREE - WRITING RECONCILIATION DISCREPANCIES"
           END-IF.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           OPEN EXTEND DISCREPANCY-FILE.
           IF DISCREPANCY-STATUS NOT = "00"
           END-IF.
           MOVE 0 TO RECON-DIFF-COUNT.
           MOVE 0 TO RECON-WHEEL-SEG-LOADED.
           MOVE 0 TO RECON-PACKED-SEG-LOADED.
           IF SEGMENTED-RUN
               PERFORM RECONCILE-SEGMENT THROUGH END-RECONCILE-SEGMENT
                   VARYING SEG-NUMBER FROM 1 BY 1
      *
       RECONCILE-CANDIDATE-LOOP.
           ADD I I 1 GIVING RECON-CANDIDATE.
           PERFORM TICK-DATASET-LOCK THROUGH END-TICK-DATASET-LOCK.
           IF FLAG (I) = 1
               MOVE 1 TO RECON-BASE-FLAG
           ELSE
               MOVE 0 TO RECON-BASE-FLAG
           END-IF.
           PERFORM GET-OTHER-FLAG THROUGH END-GET-OTHER-FLAG.
           IF RECON-BASE-FLAG NOT = RECON-OTHER-FLAG
               ADD 1 TO RECON-DIFF-COUNT
               PERFORM WRITE-RECONCILE-DISCREPANCY
                   THROUGH END-WRITE-RECONCILE-DISCREPANCY
      *
       RECONCILE-SEG-CANDIDATE-LOOP.
           COMPUTE RECON-CANDIDATE = ((SEG-BASE-INDEX + I) * 2) + 1.
           PERFORM TICK-DATASET-LOCK THROUGH END-TICK-DATASET-LOCK.
           IF FLAG (I) = 1
               MOVE 1 TO RECON-BASE-FLAG
           ELSE
               MOVE 0 TO RECON-BASE-FLAG
           END-IF.
           PERFORM GET-OTHER-FLAG THROUGH END-GET-OTHER-FLAG.
           IF RECON-BASE-FLAG NOT = RECON-OTHER-FLAG
               ADD 1 TO RECON-DIFF-COUNT
               PERFORM WRITE-RECONCILE-DISCREPANCY
                   THROUGH END-WRITE-RECONCILE-DISCREPANCY
           ADD 1 TO I.
       END-RECONCILE-SEG-CANDIDATE-LOOP.
           EXIT.
      *
       GET-OTHER-FLAG.
      *    RECON-CANDIDATE -> RECON-OTHER-FLAG, the view of the
      *    algorithm the base sieve is being reconciled against.
           IF SIEVE-MODE-PACKED
               PERFORM GET-PACKED-FLAG THROUGH END-GET-PACKED-FLAG
               MOVE RECON-PACKED-FLAG TO RECON-OTHER-FLAG
           ELSE
               PERFORM GET-WHEEL-FLAG THROUGH END-GET-WHEEL-FLAG
               MOVE RECON-WHEEL-FLAG TO RECON-OTHER-FLAG
           END-IF.
       END-GET-OTHER-FLAG.
           EXIT.
      *
       GET-PACKED-FLAG.
      *    RECON-CANDIDATE (odd, from 3) -> RECON-PACKED-FLAG.  The
      *    packed windows are wider than the base windows, so one
      *    packed window is re-sieved for every eight base windows.
           COMPUTE RECON-PACKED-INDEX = (RECON-CANDIDATE - 1) / 2.
           IF SEGMENTED-RUN
               COMPUTE RECON-PACKED-SEG-NEEDED =
                   ((RECON-PACKED-INDEX - 1) / PACKED-SEGMENT-SLOTS) + 1
               IF RECON-PACKED-SEG-NEEDED NOT = RECON-PACKED-SEG-LOADED
                   MOVE RECON-PACKED-SEG-NEEDED TO PACKED-SEG-NUMBER
                   PERFORM SIEVE-PACKED-SEGMENT
                       THROUGH END-SIEVE-PACKED-SEGMENT
                   MOVE RECON-PACKED-SEG-NEEDED
                       TO RECON-PACKED-SEG-LOADED
               END-IF
               COMPUTE PACKED-INDEX =
                   RECON-PACKED-INDEX - PACKED-SEG-BASE-INDEX
           ELSE
               MOVE RECON-PACKED-INDEX TO PACKED-INDEX
           END-IF.
           PERFORM PACKED-TEST-BIT THROUGH END-PACKED-TEST-BIT.
           MOVE PACKED-BIT-OUT TO RECON-PACKED-FLAG.
       END-GET-PACKED-FLAG.
           EXIT.
      *
       GET-WHEEL-FLAG.
      *    RECON-CANDIDATE (odd, from 3) -> RECON-WHEEL-FLAG as the
      *
       WRITE-RECONCILE-DISCREPANCY.
           MOVE RECON-CANDIDATE TO ED-RECON-CANDIDATE.
           IF SIEVE-MODE-PACKED
               MOVE "PACKED=" TO RECON-OTHER-LABEL
           ELSE
               MOVE "WHEEL=" TO RECON-OTHER-LABEL
           END-IF.
           MOVE SPACES TO DISCREPANCY-RECORD.
           STRING RUN-TIMESTAMP-DISPLAY     DELIMITED BY SIZE
                  " RECONCILE CANDIDATE="    DELIMITED BY SIZE
                  ED-RECON-CANDIDATE         DELIMITED BY SIZE
                  " BASE="                   DELIMITED BY SIZE
                  RECON-BASE-FLAG            DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  RECON-OTHER-LABEL          DELIMITED BY SPACE
                  RECON-OTHER-FLAG           DELIMITED BY SIZE
                  " RUN="                    DELIMITED BY SIZE
                  RUN-NUMBER                 DELIMITED BY SIZE
                  INTO DISCREPANCY-RECORD.
                   IF HISTORY-STATUS = "00"
                       PERFORM RG-TALLY-HISTORY-RECORD
                           THROUGH END-RG-TALLY-HISTORY-RECORD
                       PERFORM TICK-DATASET-LOCK
                           THROUGH END-TICK-DATASET-LOCK
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
                    RGP-LIMIT-FIELD.
           MOVE 0 TO RGP-WHEEL-TALLY.
           MOVE 0 TO RGP-BASE-TALLY.
           MOVE 0 TO RGP-BITS1-TALLY.
           INSPECT RGP-ALGORITHM TALLYING RGP-WHEEL-TALLY
               FOR ALL "algorithm=wheel".
           INSPECT RGP-ALGORITHM TALLYING RGP-BASE-TALLY
               FOR ALL "algorithm=base".
           INSPECT RGP-ALGORITHM TALLYING RGP-BITS1-TALLY
               FOR ALL "bits=1".
      *    The packed sieve is the base algorithm at one bit per
      *    candidate.
           EVALUATE TRUE
               WHEN RGP-WHEEL-TALLY > 0
                   MOVE "W" TO RGP-MODE
               WHEN RGP-BASE-TALLY > 0 AND RGP-BITS1-TALLY > 0
                   MOVE "P" TO RGP-MODE
               WHEN RGP-BASE-TALLY > 0
                   MOVE "B" TO RGP-MODE
               WHEN OTHER
                   MOVE SPACE TO RGP-MODE
           END-EVALUATE.
           INSPECT RGP-PASSES-X REPLACING LEADING " " BY "0".
      *    A merged partitioned run's passes are per slice, not
      *    over the whole limit - only single-thread lines baseline.
           IF RGP-LIMIT-PREFIX = "limit="
               AND RGP-LIMIT-X NUMERIC
               AND RGP-MODE = SIEVE_MODE
               AND RGP-THREADS = "1"
               MOVE RGP-LIMIT-X TO RGP-LIMIT
               IF RGP-LIMIT = MAX_LIMIT
                   AND RGP-PASSES-X NUMERIC
                           DISPLAY "PRIMES-0004 RUN TERMINATED"
                           CLOSE VALID-TABLE-FILE
                           MOVE 16 TO RETURN-CODE
                           PERFORM WRITE-STEP-END
                               THROUGH END-WRITE-STEP-END
                           STOP RUN
                       END-IF
                       ADD 1 TO VALID-TABLE-COUNT
           EXIT.
      *
       COUNT-PRIMES.
      *    2 has no array slot; a partition slice that starts above
      *    it leaves it to the slice that holds it.
           MOVE 0 TO PRIME-COUNT.
           IF PARTITION-LOW NOT > 2
               MOVE 2 TO PRIME
               IF SHOW_RESULTS = 1 THEN
                   DISPLAY "PRIME found=", PRIME
               END-IF
               IF PRIMELST-ACTIVE-SW = 1
                   PERFORM WRITE-PRIMELST-DETAIL
                       THROUGH END-WRITE-PRIMELST-DETAIL
               END-IF
               MOVE 1 TO PRIME-COUNT
           END-IF.
           IF SEGMENTED-RUN
               PERFORM COUNT-PRIMES-SEGMENTED
                   THROUGH END-COUNT-PRIMES-SEGMENTED
      *    the range window by window through SIEVE-SEGMENT.
           PERFORM COUNT-PRIMES-SEGMENT
               THROUGH END-COUNT-PRIMES-SEGMENT
               VARYING SEG-NUMBER FROM SEG-FIRST-NUMBER BY 1
               UNTIL SEG-NUMBER > SEG-LAST-NUMBER.
       END-COUNT-PRIMES-SEGMENTED.
           EXIT.
      *
           EXIT.
      *
       COUNT-PRIMES-SEG-LOOP.
      *    A partition slice's edge windows run past its range; only
      *    the primes inside it are its own.
           IF FLAG (I) = 1 THEN
               COMPUTE PRIME = ((SEG-BASE-INDEX + I) * 2) + 1
               IF PRIME NOT < PARTITION-LOW
                   AND PRIME NOT > PARTITION-HIGH
                   ADD 1 TO PRIME-COUNT
                   IF SHOW_RESULTS = 1 THEN
                       DISPLAY "PRIME found=", PRIME
                   END-IF
                   IF PRIMELST-ACTIVE-SW = 1
                       PERFORM WRITE-PRIMELST-DETAIL
                           THROUGH END-WRITE-PRIMELST-DETAIL
                   END-IF
               END-IF.
           ADD 1 TO I.
       END-COUNT-PRIMES-SEG-LOOP.
                   TO SW-TOLERANCE-PCT (SWX)
               MOVE RUN_MODE TO SW-RUN-MODE (SWX)
               MOVE TARGET_PASSES TO SW-PASS-COUNT (SWX)
               MOVE LOCK-WAIT-SEC TO SW-LOCK-WAIT-SEC (SWX)
               MOVE LOCK-STALE-MIN TO SW-LOCK-STALE-MIN (SWX)
               MOVE 0 TO SW-RANGE-LOW (SWX)
               MOVE 0 TO SW-RANGE-HIGH (SWX)
               MOVE 0 TO SW-PARENT-RUN (SWX)
               MOVE 0 TO SW-SLICE-PARENT (SWX)
               MOVE 0 TO SW-DONE-SW (SWX)
           END-IF.
       END-READ-CONTROL-CARDS.
               OR (CC-RUN-MODE NOT = SPACE
               AND CC-RUN-MODE NOT = "T"
               AND CC-RUN-MODE NOT = "C"
               AND CC-RUN-MODE NOT = "P"
               AND CC-RUN-MODE NOT = "S"
               AND CC-RUN-MODE NOT = "R")
      *        A partition slice must name a candidate range that
      *        lies inside its own limit.
               OR (CC-RUN-MODE = "S"
               AND (CC-RANGE-LOW NOT NUMERIC
                    OR CC-RANGE-HIGH NOT NUMERIC))
               OR (CC-RUN-MODE = "S"
               AND CC-RANGE-LOW NUMERIC
               AND CC-RANGE-HIGH NUMERIC
               AND (CC-RANGE-LOW = 0
                    OR CC-RANGE-LOW > CC-RANGE-HIGH))
               OR (CC-RUN-MODE = "S"
               AND CC-RANGE-HIGH NUMERIC
               AND CC-MAX-LIMIT NUMERIC
               AND CC-MAX-LIMIT > 0
               AND CC-RANGE-HIGH > CC-MAX-LIMIT)
               OR (CC-RUN-MODE = "S"
               AND CC-RANGE-HIGH NUMERIC
               AND (CC-MAX-LIMIT NOT NUMERIC
                    OR CC-MAX-LIMIT = 0)
               AND CC-RANGE-HIGH > MAX_LIMIT)
               OR (CCA-PARENT-RUN NOT = SPACES
               AND CC-PARENT-RUN NOT NUMERIC)
               OR (CCA-PASS-COUNT NOT = SPACES
               AND CC-PASS-COUNT NOT NUMERIC)
      *        A fixed-pass-count card without a pass count has no
               OR (CC-RUN-MODE = "P"
               AND (CC-PASS-COUNT NOT NUMERIC
                    OR CC-PASS-COUNT = 0))
               OR (CCA-LOCK-WAIT-SEC NOT = SPACES
               AND CC-LOCK-WAIT-SEC NOT NUMERIC)
               OR (CCA-LOCK-STALE-MIN NOT = SPACES
               AND CC-LOCK-STALE-MIN NOT NUMERIC)
               ADD 1 TO CARD-REJECT-COUNT
               DISPLAY "PRIMES-0010 CONTROL CARD REJECTED - ",
                       "NON-NUMERIC OR OUT-OF-RANGE FIELD: ",
                   MOVE MAX_TIME_SEC TO SW-MAX-TIME-SEC (SWX)
               END-IF
               IF CC-SIEVE-MODE = "W" OR CC-SIEVE-MODE = "B"
                   OR CC-SIEVE-MODE = "P"
                   MOVE CC-SIEVE-MODE TO SW-SIEVE-MODE (SWX)
               ELSE
                   MOVE SIEVE_MODE TO SW-SIEVE-MODE (SWX)
                       TO SW-TOLERANCE-PCT (SWX)
               END-IF
               IF CC-RUN-MODE = "C" OR CC-RUN-MODE = "P"
                   OR CC-RUN-MODE = "S" OR CC-RUN-MODE = "R"
                   MOVE CC-RUN-MODE TO SW-RUN-MODE (SWX)
               ELSE
                   MOVE "T" TO SW-RUN-MODE (SWX)
               END-IF
      *        A slice with a pass count runs that many passes; one
      *        without runs against the clock.
               IF CC-RUN-MODE = "P"
                   OR (CC-RUN-MODE = "S" AND CC-PASS-COUNT NUMERIC)
                   MOVE CC-PASS-COUNT TO SW-PASS-COUNT (SWX)
               ELSE
                   MOVE 0 TO SW-PASS-COUNT (SWX)
               END-IF
               IF CC-RUN-MODE = "S"
                   MOVE CC-RANGE-LOW TO SW-RANGE-LOW (SWX)
                   MOVE CC-RANGE-HIGH TO SW-RANGE-HIGH (SWX)
                   IF CC-PARENT-RUN NUMERIC
                       MOVE CC-PARENT-RUN TO SW-PARENT-RUN (SWX)
                   ELSE
                       MOVE 0 TO SW-PARENT-RUN (SWX)
                   END-IF
               ELSE
                   MOVE 0 TO SW-RANGE-LOW (SWX)
                   MOVE 0 TO SW-RANGE-HIGH (SWX)
                   MOVE 0 TO SW-PARENT-RUN (SWX)
               END-IF
               MOVE SW-PARENT-RUN (SWX) TO SW-SLICE-PARENT (SWX)
               IF CC-LOCK-WAIT-SEC NUMERIC
                   MOVE CC-LOCK-WAIT-SEC TO SW-LOCK-WAIT-SEC (SWX)
               ELSE
                   MOVE LOCK-WAIT-SEC TO SW-LOCK-WAIT-SEC (SWX)
               END-IF
               IF CC-LOCK-STALE-MIN NUMERIC
                   AND CC-LOCK-STALE-MIN > 0
                   MOVE CC-LOCK-STALE-MIN TO SW-LOCK-STALE-MIN (SWX)
                   IF CC-LOCK-STALE-MIN < LOCK-STALE-MIN-FLOOR
                       MOVE LOCK-STALE-MIN-FLOOR
                           TO SW-LOCK-STALE-MIN (SWX)
                       MOVE LOCK-STALE-MIN-FLOOR TO ED-LOCK-AGE-MIN
                       DISPLAY "PRIMES-0021 LOCK STALE LIMIT ",
                               CCA-LOCK-STALE-MIN, " MIN BELOW ",
                               "MINIMUM - ", ED-LOCK-AGE-MIN,
                               " MIN USED"
                   END-IF
               ELSE
                   MOVE LOCK-STALE-MIN TO SW-LOCK-STALE-MIN (SWX)
               END-IF
               MOVE 0 TO SW-DONE-SW (SWX)
           END-IF.
       END-BUILD-SWEEP-ENTRY.
      *    odd numbers up to MAX_LIMIT = 1,000,000 in one window.  A
      *    larger MAX_LIMIT runs in segmented mode - see SIEVE-SEGMENT
      *    and SIEVE-WHEEL-SEGMENT - up to the largest certified
      *    VALIDTAB size of 100,000,000.  The packed sieve's windows
      *    are eight times wider - see SIEVE-PACKED-SEGMENT.
           MOVE 0 TO LIMIT-REJECT-SW.
      *    Oversize limits are normally rejected at card-edit time
      *    (PRIMES-0010); this is the belt-and-braces screen, and it
               COMPUTE WHEEL-SEG-COUNT =
                   (MAX_LIMIT + WHEEL-SEGMENT-SPAN - 1)
                   / WHEEL-SEGMENT-SPAN
               COMPUTE PACKED-SEG-COUNT =
                   (SEG-QUOT + PACKED-SEGMENT-SLOTS - 1)
                   / PACKED-SEGMENT-SLOTS
           ELSE
               MOVE 0 TO SEGMENT-ACTIVE-SW
               MOVE 1 TO SEG-COUNT
               MOVE 1 TO WHEEL-SEG-COUNT
               MOVE 1 TO PACKED-SEG-COUNT
           END-IF.
      *    The whole range; SET-PARTITION-WINDOWS narrows these for a
      *    partition slice.
           MOVE 1 TO SEG-FIRST-NUMBER.
           MOVE SEG-COUNT TO SEG-LAST-NUMBER.
           MOVE 1 TO WHEEL-SEG-FIRST-NUMBER.
           MOVE WHEEL-SEG-COUNT TO WHEEL-SEG-LAST-NUMBER.
           MOVE 1 TO PACKED-SEG-FIRST-NUMBER.
           MOVE PACKED-SEG-COUNT TO PACKED-SEG-LAST-NUMBER.
           MOVE 1 TO PARTITION-LOW.
           MOVE MAX_LIMIT TO PARTITION-HIGH.
       END-VALIDATE-MAX-LIMIT.
           EXIT.
      *
                            OR (CKP-TARGET-PASSES NUMERIC
                                AND CKP-TARGET-PASSES
                                    = TARGET_PASSES))
                       AND ((PARTITION-ACTIVE-SW = 1
                             AND CKP-RANGE-LOW NUMERIC
                             AND CKP-RANGE-LOW = PARTITION-LOW
                             AND CKP-RANGE-HIGH NUMERIC
                             AND CKP-RANGE-HIGH = PARTITION-HIGH)
                            OR (PARTITION-ACTIVE-SW = 0
                                AND (CKP-RANGE-LOW NOT NUMERIC
                                     OR CKP-RANGE-LOW = 0)))
                       MOVE CKP-PASSES TO PASSES
                       MOVE CKP-DURATION-HS TO DURATION-HS
      *                Keep stamping the interrupted run's number so
           MOVE RUN-NUMBER TO CKP-RUN-NUMBER.
           MOVE RUN_MODE TO CKP-RUN-MODE.
           MOVE TARGET_PASSES TO CKP-TARGET-PASSES.
           IF PARTITION-ACTIVE-SW = 1
               MOVE PARTITION-LOW TO CKP-RANGE-LOW
               MOVE PARTITION-HIGH TO CKP-RANGE-HIGH
           ELSE
               MOVE 0 TO CKP-RANGE-LOW
               MOVE 0 TO CKP-RANGE-HIGH
           END-IF.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO CHECKPOINT-WRITE-COUNT.
                   AND SCK-RUN-MODE = SW-RUN-MODE (SWX)
                   AND SCK-PASS-COUNT NUMERIC
                   AND SCK-PASS-COUNT = SW-PASS-COUNT (SWX)
      *            A record from before partition slices has no range
      *            and can only be a whole-range card's.
                   AND ((SCK-RANGE-LOW NOT NUMERIC
                         AND SW-RANGE-LOW (SWX) = 0)
                        OR (SCK-RANGE-LOW NUMERIC
                            AND SCK-RANGE-LOW = SW-RANGE-LOW (SWX)
                            AND SCK-RANGE-HIGH NUMERIC
                            AND SCK-RANGE-HIGH = SW-RANGE-HIGH (SWX)
                            AND SCK-PARENT-RUN NUMERIC
                            AND SCK-PARENT-RUN = SW-PARENT-RUN (SWX)))
                   AND SCK-PASSES NUMERIC
                   AND SCK-PRIME-COUNT NUMERIC
                   AND SCK-RETURN-CODE NUMERIC
           MOVE SW-PRIME-COUNT (SWX) TO SCK-PRIME-COUNT.
           MOVE SW-VAL-RES (SWX) TO SCK-VAL-RES.
           MOVE SW-RETURN-CODE (SWX) TO SCK-RETURN-CODE.
           MOVE SW-RANGE-LOW (SWX) TO SCK-RANGE-LOW.
           MOVE SW-RANGE-HIGH (SWX) TO SCK-RANGE-HIGH.
           MOVE SW-PARENT-RUN (SWX) TO SCK-PARENT-RUN.
           WRITE SWEEP-CHECKPOINT-REC.
           CLOSE SWEEP-CHECKPOINT-FILE.
       END-WRITE-SWEEP-CHECKPOINT.
           CLOSE SWEEP-CHECKPOINT-FILE.
       END-CLEAR-SWEEP-CHECKPOINT.
           EXIT.
      *
      *================================================================
      *    Dataset enqueue.  RESULTS, HISTORY, PRIMELST, VALIDEXC,
      *    DISCREP and the RUNCTL run number are shared with
      *    PRIMHSKP, which rewrites them in place, so each
      *    configuration holds the ENQLOCK control record from before
      *    its run number is drawn until after its last record is
      *    written.  A lock held by another job is re-read every
      *    LOCK-POLL-SEC seconds for up to LOCK-WAIT-SEC seconds; a
      *    held lock whose heartbeat is older than LOCK-STALE-MIN
      *    minutes was left by a killed job and is reported and taken
      *    over.  A claim is only good once it reads back as written.
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
               DISPLAY "PRIMES-0015 ENQLOCK NOT OBTAINED AFTER ",
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
                   DISPLAY "PRIMES-0014 WAITING FOR ENQLOCK - HELD BY ",
                           LOCK-SEEN-PROGRAM, " SINCE ",
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
                   AND LOCK-SEEN-PROGRAM = "PRIMES"
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
               DISPLAY "PRIMES-0016 STALE ENQLOCK HELD BY ",
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
      *    Re-stamps the heartbeat (and, once drawn, the run number)
      *    on a lock this run still holds.
           IF LOCK-HELD-SW = 1
               PERFORM READ-DATASET-LOCK
                   THROUGH END-READ-DATASET-LOCK
               IF LOCK-FOUND-HELD-SW = 1
                   AND LOCK-SEEN-PROGRAM = "PRIMES"
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
       BEAT-DATASET-LOCK.
      *    Re-stamps a held lock's heartbeat once LOCK-BEAT-SEC
      *    seconds have passed since the last write, so the long
      *    loops can call it freely.  A reading earlier in the day
      *    than the last beat has crossed midnight.
           IF LOCK-HELD-SW = 1
               ACCEPT LOCK-BEAT-TIME FROM TIME
               COMPUTE LOCK-BEAT-NOW-SEC = LBT-HOURS * 3600
               COMPUTE LOCK-BEAT-NOW-SEC =
                   LOCK-BEAT-NOW-SEC + LBT-MINUTES * 60
               ADD LBT-SECONDS TO LOCK-BEAT-NOW-SEC
               IF LOCK-BEAT-NOW-SEC < LOCK-BEAT-LAST-SEC
                   ADD 86400 TO LOCK-BEAT-NOW-SEC
               END-IF
               IF LOCK-BEAT-NOW-SEC - LOCK-BEAT-LAST-SEC
                   NOT < LOCK-BEAT-SEC
                   PERFORM REFRESH-DATASET-LOCK
                       THROUGH END-REFRESH-DATASET-LOCK
               END-IF
           END-IF.
       END-BEAT-DATASET-LOCK.
           EXIT.
      *
       TICK-DATASET-LOCK.
      *    For the per-candidate and per-record walks: the clock is
      *    only read every LOCK-BEAT-TICK-LIMIT calls.
           IF LOCK-HELD-SW = 1
               ADD 1 TO LOCK-BEAT-TICKS
               IF LOCK-BEAT-TICKS NOT < LOCK-BEAT-TICK-LIMIT
                   MOVE 0 TO LOCK-BEAT-TICKS
                   PERFORM BEAT-DATASET-LOCK
                       THROUGH END-BEAT-DATASET-LOCK
               END-IF
           END-IF.
       END-TICK-DATASET-LOCK.
           EXIT.
      *
       RELEASE-DATASET-LOCK.
      *    Only a lock that is still this run's own is freed - one
      *    taken over as stale now belongs to the job that took it.
           IF LOCK-HELD-SW = 1
               PERFORM READ-DATASET-LOCK
                   THROUGH END-READ-DATASET-LOCK
               IF LOCK-FOUND-HELD-SW = 1
                   AND LOCK-SEEN-PROGRAM = "PRIMES"
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
           DISPLAY "PRIMES-0017 ENQLOCK LOST BY RUN ", RUN-NUMBER,
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
      *    Every write is a heartbeat - the next beat counts from it.
           MOVE LN-TIME TO LOCK-BEAT-TIME.
           COMPUTE LOCK-BEAT-LAST-SEC = LBT-HOURS * 3600.
           COMPUTE LOCK-BEAT-LAST-SEC =
               LOCK-BEAT-LAST-SEC + LBT-MINUTES * 60.
           ADD LBT-SECONDS TO LOCK-BEAT-LAST-SEC.
           OPEN OUTPUT LOCK-CONTROL-FILE.
           MOVE SPACES TO LOCK-CONTROL-RECORD.
           MOVE LOCK-NEW-STATE TO LCK-STATE.
           MOVE "PRIMES" TO LCK-OWNER-PROGRAM.
           MOVE LOCK-MY-TOKEN TO LCK-OWNER-TOKEN.
           MOVE LOCK-NOW-TIMESTAMP TO LCK-HEARTBEAT-TS.
           MOVE LOCK-OWNER-RUN TO LCK-OWNER-RUN-NUMBER.
           WRITE LOCK-CONTROL-RECORD.
           CLOSE LOCK-CONTROL-FILE.
       END-WRITE-DATASET-LOCK.
           EXIT.
      *
       BUILD-LOCK-TIMESTAMP.
      *    Kept apart from RUN-TIMESTAMP-DISPLAY, which the record
      *    writers build and use themselves.
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
           MOVE SWEEP-COUNT TO SL-IN-COUNT.
           MOVE SWEEP-RUN-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMES" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "CARDS" TO SL-IN-LABEL.
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
