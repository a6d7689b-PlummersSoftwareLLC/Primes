      *               lines in RESULTS fall out through the existing
      *               mode/limit screen and show up in the SKIPPED
      *               count, which is where non-run records belong.
      *   2026-10-15  Packed-sieve runs (SIEVE_MODE "P" on RESULTS,
      *               algorithm=base with bits=1 on HISTORY) are
      *               grouped as their own algorithm.
      *   2026-10-15  Merged partitioned runs are left out of the
      *               trend groups and counted as SKIPPED: HISTORY
      *               lines with more than one thread, and RESULTS
      *               runs whose trailer names a PARENT= run.  Their
      *               time is the slowest slice's and their passes
      *               the fewest slice's, so they would flatter the
      *               single-step averages.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  RR-VALID                   PIC X(5).
           03  FILLER                     PIC X(12).
           03  RR-SIEVE-MODE              PIC X(1).
           03  FILLER                     PIC X(5).
           03  RR-RUN-NUMBER              PIC X(8).
           03  FILLER                     PIC X(7).
      *    The run trailer, whose PARENT= token marks a run PRIMMRGE
      *    merged from partition slices.
       01  RESULTS-TRAILER-VIEW.
           03  TR-TIMESTAMP               PIC X(17).
           03  TR-RUN-TAG                 PIC X(5).
           03  TR-RUN-NUMBER-X            PIC X(8).
           03  TR-TRAILER-TAG             PIC X(8).
           03  FILLER                     PIC X(112).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD                 PIC X(120).
       FD  REPORT-FILE.
           03  TG-SRCH-MODE               PIC X(1).
           03  TG-FOUND-INDEX             PIC 9(3) COMP.
           03  TG-SCAN                    PIC 9(3) COMP.
      *    Run numbers of merged partitioned runs, gathered from
      *    their trailers before the run records are tallied.
       01  MERGED-RUN-AREA.
           03  MR-COUNT                   PIC 9(3) COMP VALUE 0.
           03  MR-RUN-NUMBER              PIC X(8)
                                          OCCURS 200 TIMES.
           03  MR-SCAN                    PIC 9(3) COMP.
           03  MR-FOUND-SW                PIC 9(1) COMP.
           03  MR-PARENT-TALLY            PIC 9(2) COMP.
       01  RECORD-COUNTERS.
           03  RESULTS-READ-COUNT         PIC 9(5) COMP VALUE 0.
           03  RESULTS-USED-COUNT         PIC 9(5) COMP VALUE 0.
           03  TW-MEAN-AVG                PIC 9(4)V9(5) COMP-3.
           03  TW-WHEEL-TALLY             PIC 9(2) COMP.
           03  TW-BASE-TALLY              PIC 9(2) COMP.
           03  TW-BITS1-TALLY             PIC 9(2) COMP.
       01  RUN-DATE-FIELD                 PIC 9(8).
      *    The HISTORY line is semicolon-delimited, with the algorithm
      *    tag and the limit token varying in width, so it is parsed
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM LOAD-MERGED-RUNS THROUGH END-LOAD-MERGED-RUNS.
           PERFORM PROCESS-RESULTS-FILE
               THROUGH END-PROCESS-RESULTS-FILE.
           PERFORM PROCESS-HISTORY-FILE
                   " RESULTS USED=", RESULTS-USED-COUNT,
                   " HISTORY USED=", HISTORY-USED-COUNT.
           STOP RUN.
      *
       LOAD-MERGED-RUNS.
      *    A merged run's trailer follows its run record, so the
      *    trailers are gathered in a pass of their own first.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS = "00"
               PERFORM UNTIL RESULTS-STATUS NOT = "00"
                   READ RESULTS-FILE
                       AT END MOVE "10" TO RESULTS-STATUS
                   END-READ
                   IF RESULTS-STATUS = "00"
                       AND TR-RUN-TAG = " RUN="
                       AND TR-TRAILER-TAG = " TRAILER"
                       MOVE 0 TO MR-PARENT-TALLY
                       INSPECT RESULTS-RECORD TALLYING MR-PARENT-TALLY
                           FOR ALL " PARENT="
                       IF MR-PARENT-TALLY > 0 AND MR-COUNT < 200
                           ADD 1 TO MR-COUNT
                           MOVE TR-RUN-NUMBER-X
                               TO MR-RUN-NUMBER (MR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
       END-LOAD-MERGED-RUNS.
           EXIT.
      *
       FIND-MERGED-RUN.
           MOVE 0 TO MR-FOUND-SW.
           MOVE 1 TO MR-SCAN.
           PERFORM UNTIL MR-SCAN > MR-COUNT
               OR MR-FOUND-SW = 1
               IF MR-RUN-NUMBER (MR-SCAN) = RR-RUN-NUMBER
                   MOVE 1 TO MR-FOUND-SW
               END-IF
               ADD 1 TO MR-SCAN
           END-PERFORM.
       END-FIND-MERGED-RUN.
           EXIT.
      *
       PROCESS-RESULTS-FILE.
           OPEN INPUT RESULTS-FILE.
           EXIT.
      *
       TALLY-RESULTS-RECORD.
           PERFORM FIND-MERGED-RUN THROUGH END-FIND-MERGED-RUN.
           INSPECT RR-PASSES-X REPLACING LEADING " " BY "0".
           INSPECT RR-LIMIT-X REPLACING LEADING " " BY "0".
           IF (RR-SIEVE-MODE NOT = "B" AND RR-SIEVE-MODE NOT = "W"
               AND RR-SIEVE-MODE NOT = "P")
               OR RR-LIMIT-X NOT NUMERIC
               OR RR-PASSES-X NOT NUMERIC
               OR MR-FOUND-SW = 1
               ADD 1 TO RESULTS-SKIP-COUNT
           ELSE
               ADD 1 TO RESULTS-USED-COUNT
                    HF-LIMIT-FIELD.
           MOVE 0 TO TW-WHEEL-TALLY.
           MOVE 0 TO TW-BASE-TALLY.
           MOVE 0 TO TW-BITS1-TALLY.
           INSPECT HF-ALGORITHM TALLYING TW-WHEEL-TALLY
               FOR ALL "algorithm=wheel".
           INSPECT HF-ALGORITHM TALLYING TW-BASE-TALLY
               FOR ALL "algorithm=base".
           INSPECT HF-ALGORITHM TALLYING TW-BITS1-TALLY
               FOR ALL "bits=1".
           IF HF-LIMIT-PREFIX NOT = "limit="
               OR HF-LIMIT-X NOT NUMERIC
               OR (TW-WHEEL-TALLY = 0 AND TW-BASE-TALLY = 0)
               OR HF-THREADS NOT = "1"
               ADD 1 TO HISTORY-SKIP-COUNT
           ELSE
               ADD 1 TO HISTORY-USED-COUNT
               MOVE HF-LIMIT-X TO TW-LIMIT
      *        The packed sieve is the base algorithm at one bit
      *        per candidate.
               IF TW-WHEEL-TALLY > 0
                   MOVE "W" TO TW-MODE
               ELSE
                   IF TW-BITS1-TALLY > 0
                       MOVE "P" TO TW-MODE
                   ELSE
                       MOVE "B" TO TW-MODE
                   END-IF
               END-IF
               MOVE TW-LIMIT TO TG-SRCH-LIMIT
               MOVE TW-MODE TO TG-SRCH-MODE
