      *================================================================
      *    PARTLST.CPY
      *    Partial prime-list set written to PRIMEPRT by one "S"
      *    (partition slice) PRIMES configuration and read back by
      *    PRIMMRGE.  One header naming the parent run, the full
      *    MAX_LIMIT and SIEVE_MODE and the candidate range sieved,
      *    one detail per prime in that range in the PRIMELST detail
      *    layout, and one trailer carrying the slice's prime count
      *    and timing.  A header with no trailer is a slice that did
      *    not finish and is never merged.
      *================================================================
       01  PARTITION-LIST-RECORD.
           03  PTL-TYPE                   PIC X(1).
               88  PTL-HEADER             VALUE "H".
               88  PTL-DETAIL             VALUE "D".
               88  PTL-TRAILER            VALUE "T".
           03  FILLER                     PIC X(59).
       01  PARTITION-LIST-HEADER.
           03  PTH-TYPE                   PIC X(1).
           03  PTH-PARENT-RUN             PIC 9(8).
           03  PTH-MAX-LIMIT              PIC 9(9).
           03  PTH-SIEVE-MODE             PIC X(1).
           03  PTH-RANGE-LOW              PIC 9(9).
           03  PTH-RANGE-HIGH             PIC 9(9).
           03  PTH-TIMESTAMP              PIC X(17).
           03  FILLER                     PIC X(6).
       01  PARTITION-LIST-DETAIL.
           03  PTD-TYPE                   PIC X(1).
           03  PTD-PRIME                  PIC 9(9).
           03  FILLER                     PIC X(50).
       01  PARTITION-LIST-TRAILER.
           03  PTT-TYPE                   PIC X(1).
           03  PTT-PRIME-COUNT            PIC 9(9).
           03  PTT-PASSES                 PIC 9(5).
           03  PTT-DURATION-HS            PIC 9(9).
      *    "T" timed or "P" fixed pass count.
           03  PTT-RUN-MODE               PIC X(1).
      *    "Y" deep-verified clean, "F" deep verify failed, "N" deep
      *    verify not requested, "S" requested but skipped because
      *    ENQLOCK could not be obtained.
           03  PTT-VERIFY                 PIC X(1).
               88  PTT-VERIFY-FAILED      VALUE "F".
               88  PTT-VERIFY-SKIPPED     VALUE "S".
           03  FILLER                     PIC X(34).
