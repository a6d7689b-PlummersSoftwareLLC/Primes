       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMFCST.
       AUTHOR. FRANK VAN BAKEL.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  New batch-window forecast program.  Reads a
      *               proposed PRIMES sweep deck from SWEEPDCK - the
      *               same cards, defaults and PRIMES-0010 reject
      *               screen PRIMES applies - and, without running any
      *               sieve, estimates each card's elapsed time from
      *               the sec/pass PRIMES has recorded on RESULTS (and
      *               on HISTORY, for sizes with no RESULTS runs) at
      *               that MAX_LIMIT and SIEVE_MODE.  Timed cards cost
      *               MAX_TIME_SEC for the official loop plus the same
      *               again for the comparison pass; "P" cards cost
      *               their pass count at the observed sec/pass of
      *               each algorithm; deep-verify and certification
      *               cards carry an allowance for the extra walk.
      *               The SYSIN card gives the batch-window end time
      *               (and optionally its start).  FCSTRPT lists each
      *               card's estimate, the running total and projected
      *               finish, flags cards with no history to estimate
      *               from, and marks the first card that would run
      *               past the window.  A deck that overruns ends
      *               RC 8; cards that could not be fully estimated,
      *               or that PRIMES would reject, end RC 4.
      *   2026-10-15  Packed-sieve cards (SIEVE_MODE "P") are
      *               accepted and costed, their comparison pass at
      *               the base sieve's rate; packed runs are rated
      *               from RESULTS mode "P" and HISTORY bits=1 lines.
      *   2026-10-15  The deck card now carries PRIMES' partition
      *               columns (range and parent run) and is screened
      *               as BUILD-SWEEP-ENTRY screens it, so "R" and "S"
      *               cards are no longer reported as PRIMES-0010
      *               rejects.  An "R" card costs only its overhead;
      *               an "S" card costs its range's share of the
      *               limit's sec/pass, with no comparison pass.
      *               Merged partitioned runs - HISTORY lines with
      *               more than one thread and RESULTS runs whose
      *               trailer names a PARENT= - are left out of the
      *               sec/pass rates, which are for single-step runs.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-CARD-STATUS.
           SELECT OPTIONAL SWEEP-DECK-FILE
               ASSIGN TO "SWEEPDCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-DECK-STATUS.
           SELECT OPTIONAL RESULTS-FILE
               ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *    Batch window, as HHMM clock times.  The end is required; a
      *    blank start means the window opens now.  An end at or
      *    before the start is on the next day.  The two allowances
      *    are whole seconds and default when blank - see
      *    FORECAST-PARAMETERS.
       01  CONTROL-CARD-RECORD.
           03  CC-WINDOW-END.
               05  CC-END-HH              PIC 9(2).
               05  CC-END-MM              PIC 9(2).
           03  CC-WINDOW-START.
               05  CC-START-HH            PIC 9(2).
               05  CC-START-MM            PIC 9(2).
           03  CC-VERIFY-SEC-PER-MILLION  PIC 9(4).
           03  CC-CARD-OVERHEAD-SEC       PIC 9(4).
           03  FILLER                     PIC X(64).
       01  CONTROL-CARD-ALPHA-REC.
           03  CCA-WINDOW-END             PIC X(4).
           03  CCA-WINDOW-START           PIC X(4).
           03  CCA-VERIFY-SEC-PER-MILLION PIC X(4).
           03  CCA-CARD-OVERHEAD-SEC      PIC X(4).
           03  FILLER                     PIC X(64).
       FD  SWEEP-DECK-FILE.
      *    PRIMES' own control card layout - the deck is forecast
      *    exactly as it would be submitted.
       01  DECK-CARD-RECORD.
           03  DK-MAX-LIMIT               PIC 9(9).
           03  DK-MAX-TIME-SEC            PIC 9(4).
           03  DK-SIEVE-MODE              PIC X(1).
           03  DK-DEEP-VERIFY             PIC X(1).
           03  DK-TOLERANCE-PCT           PIC 9(3).
           03  DK-RUN-MODE                PIC X(1).
           03  DK-PASS-COUNT              PIC 9(5).
           03  DK-LOCK-WAIT-SEC           PIC 9(4).
           03  DK-LOCK-STALE-MIN          PIC 9(4).
           03  DK-RANGE-LOW               PIC 9(9).
           03  DK-RANGE-HIGH              PIC 9(9).
           03  DK-PARENT-RUN              PIC 9(8).
           03  FILLER                     PIC X(22).
       01  DECK-CARD-ALPHA-REC.
           03  DKA-MAX-LIMIT              PIC X(9).
           03  DKA-MAX-TIME-SEC           PIC X(4).
           03  FILLER                     PIC X(2).
           03  DKA-TOLERANCE-PCT          PIC X(3).
           03  FILLER                     PIC X(1).
           03  DKA-PASS-COUNT             PIC X(5).
           03  DKA-LOCK-WAIT-SEC          PIC X(4).
           03  DKA-LOCK-STALE-MIN         PIC X(4).
           03  DKA-RANGE-LOW              PIC X(9).
           03  DKA-RANGE-HIGH             PIC X(9).
           03  DKA-PARENT-RUN             PIC X(8).
           03  FILLER                     PIC X(22).
       FD  RESULTS-FILE.
      *    Layout written by PRIMES' WRITE-RESULTS-RECORD, mapped by
      *    position as PRIMTRND maps it.  Run trailers and records
      *    from before the SIEVE_MODE= token fail the mode/limit
      *    screen and are skipped.
       01  RESULTS-RECORD.
           03  RR-TIMESTAMP               PIC X(17).
           03  FILLER                     PIC X(8).
           03  RR-PASSES-X                PIC X(5).
           03  FILLER                     PIC X(14).
           03  RR-DURATION-X              PIC X(6).
           03  FILLER                     PIC X(5).
           03  RR-AVG-X.
               05  RR-AVG-INT-X           PIC X(4).
               05  FILLER                 PIC X(1).
               05  RR-AVG-FRAC-X          PIC X(5).
           03  FILLER                     PIC X(11).
           03  RR-LIMIT-X                 PIC X(9).
           03  FILLER                     PIC X(13).
           03  RR-COUNT-X                 PIC X(7).
           03  FILLER                     PIC X(7).
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
       01  REPORT-RECORD                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  CONTROL-CARD-STATUS        PIC X(2).
           03  SWEEP-DECK-STATUS          PIC X(2).
           03  RESULTS-STATUS             PIC X(2).
           03  HISTORY-STATUS             PIC X(2).
           03  REPORT-STATUS              PIC X(2).
      *    PRIMES' compiled-in defaults for a blank card field, and
      *    the forecast's own allowances.  The deep-verify walk
      *    reads REFPRIME against every candidate up to MAX_LIMIT, so
      *    its allowance scales with the limit; the per-card overhead
      *    covers start-up, VALIDTAB load, run-number draw and the
      *    output records.
       01  FORECAST-PARAMETERS.
           03  DEFAULT-MAX-LIMIT          PIC 9(9)   COMP VALUE 1000000.
           03  DEFAULT-MAX-TIME-SEC       PIC 9(4)   COMP VALUE 5.
           03  DEFAULT-SIEVE-MODE         PIC X(1)   VALUE "B".
           03  DEFAULT-DEEP-VERIFY        PIC X(1)   VALUE "N".
           03  CAPACITY-LIMIT             PIC 9(9)   COMP
                                                     VALUE 100000000.
           03  VERIFY-SEC-PER-MILLION     PIC 9(4)   COMP VALUE 3.
           03  CARD-OVERHEAD-SEC          PIC 9(4)   COMP VALUE 2.
      *    Only the latest runs at a size are averaged, as the
      *    PRIMES regression gate does - older runs may predate a
      *    compiler or machine change.
           03  RATE-WINDOW-SIZE           PIC 9(2)   COMP VALUE 10.
      *    Observed sec/pass per MAX_LIMIT and SIEVE_MODE.
       01  RATE-GROUP-AREA.
           03  FR-COUNT                   PIC 9(3) COMP VALUE 0.
           03  FR-ENTRY OCCURS 50 TIMES
                   INDEXED BY FRX.
               05  FR-LIMIT               PIC 9(9) COMP.
               05  FR-MODE                PIC X(1).
               05  FR-RESULTS-RUNS        PIC 9(5) COMP.
               05  FR-RESULTS-POS         PIC 9(2) COMP.
               05  FR-RESULTS-AVG         PIC 9(4)V9(5) COMP-3
                                          OCCURS 10 TIMES.
               05  FR-HISTORY-RUNS        PIC 9(5) COMP.
               05  FR-HISTORY-POS         PIC 9(2) COMP.
               05  FR-HISTORY-AVG         PIC 9(4)V9(5) COMP-3
                                          OCCURS 10 TIMES.
       01  GROUP-SEARCH-FIELDS.
           03  FR-SRCH-LIMIT              PIC 9(9) COMP.
           03  FR-SRCH-MODE               PIC X(1).
           03  FR-FOUND-INDEX             PIC 9(3) COMP.
           03  FR-SCAN                    PIC 9(3) COMP.
           03  FR-RX                      PIC 9(2) COMP.
           03  FR-SAMPLE-COUNT            PIC 9(2) COMP.
           03  FR-SUM-AVG                 PIC 9(6)V9(5) COMP-3.
           03  FR-RATE                    PIC 9(4)V9(5) COMP-3.
           03  FR-RATE-SOURCE             PIC X(1).
      *    Run numbers of merged partitioned runs.  Their elapsed
      *    time is the slowest slice's and their passes the fewest
      *    slice's, so they say nothing about a single-step run.
       01  MERGED-RUN-AREA.
           03  MR-COUNT                   PIC 9(3) COMP VALUE 0.
           03  MR-RUN-NUMBER              PIC X(8)
                                          OCCURS 200 TIMES.
           03  MR-SCAN                    PIC 9(3) COMP.
           03  MR-FOUND-SW                PIC 9(1) COMP.
           03  MR-PARENT-TALLY            PIC 9(2) COMP.
       01  RECORD-COUNTERS.
           03  RESULTS-USED-COUNT         PIC 9(5) COMP VALUE 0.
           03  HISTORY-USED-COUNT         PIC 9(5) COMP VALUE 0.
           03  DECK-CARD-COUNT            PIC 9(5) COMP VALUE 0.
           03  REJECTED-CARD-COUNT        PIC 9(5) COMP VALUE 0.
           03  NO-HISTORY-COUNT           PIC 9(5) COMP VALUE 0.
           03  OVERRUN-CARD-COUNT         PIC 9(5) COMP VALUE 0.
           03  FIRST-OVERRUN-CARD         PIC 9(5) COMP VALUE 0.
       01  RATE-WORK-FIELDS.
           03  TW-PASSES-X                PIC X(5).
           03  TW-PASSES                  PIC 9(5).
           03  TW-LIMIT                   PIC 9(9).
           03  TW-AVG-INT                 PIC 9(4).
           03  TW-AVG-FRAC                PIC 9(5).
           03  TW-AVG                     PIC 9(4)V9(5) COMP-3.
           03  TW-DURATION-INT            PIC 9(4).
           03  TW-DURATION-FRAC           PIC 9(1).
           03  TW-DURATION                PIC 9(4)V9(1) COMP-3.
           03  TW-MODE                    PIC X(1).
           03  TW-WHEEL-TALLY             PIC 9(2) COMP.
           03  TW-BASE-TALLY              PIC 9(2) COMP.
           03  TW-BITS1-TALLY             PIC 9(2) COMP.
      *    The HISTORY line is semicolon-delimited, so it is parsed
      *    by UNSTRING as PRIMTRND parses it.
       01  HISTORY-PARSE-FIELDS.
           03  HF-TIMESTAMP               PIC X(17).
           03  HF-SOLUTION                PIC X(15).
           03  HF-PASSES-X                PIC X(10).
           03  HF-DURATION-X.
               05  HF-DURATION-INT-X      PIC X(4).
               05  HF-DURATION-POINT      PIC X(1).
               05  HF-DURATION-FRAC-X     PIC X(1).
               05  FILLER                 PIC X(4).
           03  HF-THREADS                 PIC X(5).
           03  HF-ALGORITHM               PIC X(40).
           03  HF-LIMIT-FIELD.
               05  HF-LIMIT-PREFIX        PIC X(6).
               05  HF-LIMIT-X             PIC X(9).
      *    The deck card being forecast, after PRIMES' defaults.
       01  CARD-FORECAST-FIELDS.
           03  CF-MAX-LIMIT               PIC 9(9) COMP.
           03  CF-MAX-TIME-SEC            PIC 9(4) COMP.
           03  CF-SIEVE-MODE              PIC X(1).
           03  CF-OTHER-MODE              PIC X(1).
           03  CF-DEEP-VERIFY             PIC X(1).
           03  CF-RUN-MODE                PIC X(1).
               88  CF-RUN-TIMED           VALUE "T".
               88  CF-RUN-CERTIFY         VALUE "C".
               88  CF-RUN-PASSES          VALUE "P".
               88  CF-RUN-RESERVE         VALUE "R".
               88  CF-RUN-SLICE           VALUE "S".
           03  CF-PASS-COUNT              PIC 9(5) COMP.
           03  CF-RANGE-LOW               PIC 9(9) COMP.
           03  CF-RANGE-HIGH              PIC 9(9) COMP.
           03  CF-RANGE-SIZE              PIC 9(9) COMP.
           03  CF-REJECT-SW               PIC 9(1) COMP.
           03  CF-NO-HISTORY-SW           PIC 9(1) COMP.
           03  CF-OTHER-ASSUMED-SW        PIC 9(1) COMP.
           03  CF-OVERRUN-SW              PIC 9(1) COMP.
           03  CF-OFFICIAL-RATE           PIC 9(4)V9(5) COMP-3.
           03  CF-OFFICIAL-SOURCE         PIC X(1).
           03  CF-OTHER-RATE              PIC 9(4)V9(5) COMP-3.
           03  CF-OTHER-SOURCE            PIC X(1).
           03  CF-PART-SEC                PIC 9(9)V9(5) COMP-3.
           03  CF-CARD-SEC                PIC 9(9)V9(5) COMP-3.
           03  CF-CUMULATIVE-SEC          PIC 9(9)V9(5) COMP-3
                                                     VALUE 0.
           03  CF-MILLIONS                PIC 9(3)V9(6) COMP-3.
       01  WINDOW-FIELDS.
           03  CARD-REJECT-SW             PIC 9(1) COMP VALUE 0.
           03  WINDOW-START-SEC           PIC 9(5) COMP.
           03  WINDOW-END-SEC             PIC 9(5) COMP.
           03  WINDOW-LENGTH-SEC          PIC 9(7) COMP.
           03  WHOLE-SECONDS              PIC 9(9) COMP.
           03  CLOCK-SECONDS              PIC 9(9) COMP.
           03  TIME-QUOT                  PIC 9(9) COMP.
           03  TIME-REM                   PIC 9(9) COMP.
           03  DAY-QUOT                   PIC 9(5) COMP.
       01  NOW-FIELDS.
           03  NOW-TIME.
               05  NOW-HH                 PIC 9(2).
               05  NOW-MM                 PIC 9(2).
               05  FILLER                 PIC 9(4).
           03  WINDOW-START-HH            PIC 9(2).
           03  WINDOW-START-MM            PIC 9(2).
      *    Elapsed time as HHH:MM:SS and clock time as HH:MM:SS.
       01  DURATION-TEXT.
           03  DT-HOURS                   PIC ZZ9.
           03  FILLER                     PIC X(1)   VALUE ":".
           03  DT-MINUTES                 PIC 9(2).
           03  FILLER                     PIC X(1)   VALUE ":".
           03  DT-SECONDS                 PIC 9(2).
       01  CLOCK-TEXT.
           03  CT-HOURS                   PIC 9(2).
           03  FILLER                     PIC X(1)   VALUE ":".
           03  CT-MINUTES                 PIC 9(2).
           03  FILLER                     PIC X(1)   VALUE ":".
           03  CT-SECONDS                 PIC 9(2).
       01  CARD-ESTIMATE-TEXT             PIC X(9).
       01  CUMULATIVE-TEXT                PIC X(9).
       01  FLAG-TEXT.
           03  FL-OVERRUN                 PIC X(13).
           03  FILLER                     PIC X(1).
           03  FL-HISTORY                 PIC X(11).
       01  REPORT-EDIT-FIELDS.
           03  ED-CARD-NUMBER             PIC ZZZ9.
           03  ED-LIMIT                   PIC ZZZZZZZZ9.
           03  ED-RATE                    PIC ZZZ9.99999.
           03  ED-PASSES                  PIC ZZZZ9.
           03  ED-TIME-SEC                PIC ZZZ9.
           03  ED-COUNT                   PIC ZZZZ9.
       01  RUN-DATE-FIELD                 PIC 9(8).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM READ-CONTROL-CARD THROUGH END-READ-CONTROL-CARD.
           IF CARD-REJECT-SW = 1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RESULTS-RATES
               THROUGH END-LOAD-RESULTS-RATES.
           PERFORM LOAD-HISTORY-RATES
               THROUGH END-LOAD-HISTORY-RATES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER
               THROUGH END-PRINT-REPORT-HEADER.
           PERFORM FORECAST-SWEEP-DECK
               THROUGH END-FORECAST-SWEEP-DECK.
           PERFORM PRINT-FORECAST-SUMMARY
               THROUGH END-PRINT-FORECAST-SUMMARY.
           CLOSE REPORT-FILE.
           MOVE CF-CUMULATIVE-SEC TO WHOLE-SECONDS.
           DISPLAY "PRIMFCST COMPLETE - CARDS=", DECK-CARD-COUNT,
                   " ESTIMATED-SEC=", WHOLE-SECONDS,
                   " NO-HISTORY=", NO-HISTORY-COUNT,
                   " FIRST-OVERRUN=", FIRST-OVERRUN-CARD.
      *    A deck that does not fit must not be submitted; a forecast
      *    with holes in it is only a warning.
           IF FIRST-OVERRUN-CARD > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NO-HISTORY-COUNT > 0 OR REJECTED-CARD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
       READ-CONTROL-CARD.
      *    Without a window end there is nothing to forecast against.
           MOVE 1 TO CARD-REJECT-SW.
           OPEN INPUT CONTROL-CARD-FILE.
           IF CONTROL-CARD-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO CONTROL-CARD-STATUS
               END-READ
               IF CONTROL-CARD-STATUS = "00"
                   PERFORM CHECK-CONTROL-CARD
                       THROUGH END-CHECK-CONTROL-CARD
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.
           IF CARD-REJECT-SW = 1 AND CONTROL-CARD-STATUS NOT = "00"
               DISPLAY "PRIMFCST-0001 NO WINDOW CARD SUPPLIED - ",
                       "NOTHING FORECAST"
           END-IF.
       END-READ-CONTROL-CARD.
           EXIT.
      *
       CHECK-CONTROL-CARD.
           IF CC-WINDOW-END NOT NUMERIC
               OR CC-END-HH > 23 OR CC-END-MM > 59
               OR (CCA-WINDOW-START NOT = SPACES
               AND (CC-WINDOW-START NOT NUMERIC
                    OR CC-START-HH > 23 OR CC-START-MM > 59))
               OR (CCA-VERIFY-SEC-PER-MILLION NOT = SPACES
               AND CC-VERIFY-SEC-PER-MILLION NOT NUMERIC)
               OR (CCA-CARD-OVERHEAD-SEC NOT = SPACES
               AND CC-CARD-OVERHEAD-SEC NOT NUMERIC)
               DISPLAY "PRIMFCST-0001 WINDOW CARD REJECTED - ",
                       "NON-NUMERIC OR OUT-OF-RANGE FIELD: ",
                       CONTROL-CARD-ALPHA-REC
           ELSE
               MOVE 0 TO CARD-REJECT-SW
               IF CCA-WINDOW-START = SPACES
                   ACCEPT NOW-TIME FROM TIME
                   MOVE NOW-HH TO WINDOW-START-HH
                   MOVE NOW-MM TO WINDOW-START-MM
               ELSE
                   MOVE CC-START-HH TO WINDOW-START-HH
                   MOVE CC-START-MM TO WINDOW-START-MM
               END-IF
               IF CC-VERIFY-SEC-PER-MILLION NUMERIC
                   MOVE CC-VERIFY-SEC-PER-MILLION
                       TO VERIFY-SEC-PER-MILLION
               END-IF
               IF CC-CARD-OVERHEAD-SEC NUMERIC
                   MOVE CC-CARD-OVERHEAD-SEC TO CARD-OVERHEAD-SEC
               END-IF
               COMPUTE WINDOW-START-SEC =
                   WINDOW-START-HH * 3600 + WINDOW-START-MM * 60
               COMPUTE WINDOW-END-SEC =
                   CC-END-HH * 3600 + CC-END-MM * 60
      *        A 22:00 to 06:00 window crosses midnight.
               IF WINDOW-END-SEC > WINDOW-START-SEC
                   COMPUTE WINDOW-LENGTH-SEC =
                       WINDOW-END-SEC - WINDOW-START-SEC
               ELSE
                   COMPUTE WINDOW-LENGTH-SEC =
                       WINDOW-END-SEC + 86400 - WINDOW-START-SEC
               END-IF
           END-IF.
       END-CHECK-CONTROL-CARD.
           EXIT.
      *
      *================================================================
      *    Observed rates.  Each RESULTS run record gives its AVG
      *    sec/pass directly; HISTORY lines give passes and duration
      *    and are used only for sizes with no RESULTS run at all -
      *    runs from before the RESULTS audit trail.
      *================================================================
       LOAD-RESULTS-RATES.
           PERFORM LOAD-MERGED-RUNS THROUGH END-LOAD-MERGED-RUNS.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS = "00"
               PERFORM UNTIL RESULTS-STATUS NOT = "00"
                   READ RESULTS-FILE
                       AT END MOVE "10" TO RESULTS-STATUS
                   END-READ
                   IF RESULTS-STATUS = "00"
                       PERFORM TALLY-RESULTS-RECORD
                           THROUGH END-TALLY-RESULTS-RECORD
                   END-IF
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
       END-LOAD-RESULTS-RATES.
           EXIT.
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
       TALLY-RESULTS-RECORD.
           PERFORM FIND-MERGED-RUN THROUGH END-FIND-MERGED-RUN.
           INSPECT RR-PASSES-X REPLACING LEADING " " BY "0".
           INSPECT RR-LIMIT-X REPLACING LEADING " " BY "0".
           INSPECT RR-AVG-INT-X REPLACING LEADING " " BY "0".
           IF (RR-SIEVE-MODE = "B" OR RR-SIEVE-MODE = "W"
               OR RR-SIEVE-MODE = "P")
               AND RR-LIMIT-X NUMERIC
               AND RR-PASSES-X NUMERIC
               AND RR-AVG-INT-X NUMERIC
               AND RR-AVG-FRAC-X NUMERIC
               AND MR-FOUND-SW = 0
               MOVE RR-LIMIT-X TO TW-LIMIT
               MOVE RR-AVG-INT-X TO TW-AVG-INT
               MOVE RR-AVG-FRAC-X TO TW-AVG-FRAC
               COMPUTE TW-AVG =
                   TW-AVG-INT + (TW-AVG-FRAC / 100000)
               MOVE TW-LIMIT TO FR-SRCH-LIMIT
               MOVE RR-SIEVE-MODE TO FR-SRCH-MODE
               PERFORM FIND-OR-ADD-GROUP
                   THROUGH END-FIND-OR-ADD-GROUP
               IF FR-FOUND-INDEX > 0
                   ADD 1 TO RESULTS-USED-COUNT
                   SET FRX TO FR-FOUND-INDEX
                   ADD 1 TO FR-RESULTS-RUNS (FRX)
                   ADD 1 TO FR-RESULTS-POS (FRX)
                   IF FR-RESULTS-POS (FRX) > RATE-WINDOW-SIZE
                       MOVE 1 TO FR-RESULTS-POS (FRX)
                   END-IF
                   MOVE FR-RESULTS-POS (FRX) TO FR-RX
                   MOVE TW-AVG TO FR-RESULTS-AVG (FRX, FR-RX)
               END-IF
           END-IF.
       END-TALLY-RESULTS-RECORD.
           EXIT.
      *
       LOAD-HISTORY-RATES.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "00"
               PERFORM UNTIL HISTORY-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END MOVE "10" TO HISTORY-STATUS
                   END-READ
                   IF HISTORY-STATUS = "00"
                       PERFORM TALLY-HISTORY-RECORD
                           THROUGH END-TALLY-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       END-LOAD-HISTORY-RATES.
           EXIT.
      *
       TALLY-HISTORY-RECORD.
           MOVE SPACES TO HF-TIMESTAMP HF-SOLUTION HF-PASSES-X
                          HF-DURATION-X HF-THREADS HF-ALGORITHM
                          HF-LIMIT-FIELD.
           UNSTRING HISTORY-RECORD DELIMITED BY ";"
               INTO HF-TIMESTAMP
                    HF-SOLUTION
                    HF-PASSES-X
                    HF-DURATION-X
                    HF-THREADS
                    HF-ALGORITHM
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
      *    Passes come edited ZZZZ9 and duration ZZZ9.9.
           MOVE HF-PASSES-X (1:5) TO TW-PASSES-X.
           INSPECT TW-PASSES-X REPLACING LEADING " " BY "0".
           INSPECT HF-DURATION-INT-X REPLACING LEADING " " BY "0".
      *    A merged partitioned run carries its slice count as its
      *    thread count; only single-thread lines are rated, as the
      *    PRIMES regression gate baselines only those.
           IF HF-LIMIT-PREFIX = "limit="
               AND HF-LIMIT-X NUMERIC
               AND HF-THREADS = "1"
               AND (TW-WHEEL-TALLY > 0 OR TW-BASE-TALLY > 0)
               AND TW-PASSES-X NUMERIC
               AND HF-DURATION-INT-X NUMERIC
               AND HF-DURATION-POINT = "."
               AND HF-DURATION-FRAC-X NUMERIC
               MOVE TW-PASSES-X TO TW-PASSES
               IF TW-PASSES > 0
                   PERFORM ADD-HISTORY-RATE
                       THROUGH END-ADD-HISTORY-RATE
               END-IF
           END-IF.
       END-TALLY-HISTORY-RECORD.
           EXIT.
      *
       ADD-HISTORY-RATE.
           MOVE HF-LIMIT-X TO TW-LIMIT.
      *    The packed sieve is the base algorithm at one bit per
      *    candidate.
           EVALUATE TRUE
               WHEN TW-WHEEL-TALLY > 0
                   MOVE "W" TO TW-MODE
               WHEN TW-BITS1-TALLY > 0
                   MOVE "P" TO TW-MODE
               WHEN OTHER
                   MOVE "B" TO TW-MODE
           END-EVALUATE.
           MOVE HF-DURATION-INT-X TO TW-DURATION-INT.
           MOVE HF-DURATION-FRAC-X TO TW-DURATION-FRAC.
           COMPUTE TW-DURATION =
               TW-DURATION-INT + (TW-DURATION-FRAC / 10).
           COMPUTE TW-AVG = TW-DURATION / TW-PASSES.
           MOVE TW-LIMIT TO FR-SRCH-LIMIT.
           MOVE TW-MODE TO FR-SRCH-MODE.
           PERFORM FIND-OR-ADD-GROUP THROUGH END-FIND-OR-ADD-GROUP.
           IF FR-FOUND-INDEX > 0
               ADD 1 TO HISTORY-USED-COUNT
               SET FRX TO FR-FOUND-INDEX
               ADD 1 TO FR-HISTORY-RUNS (FRX)
               ADD 1 TO FR-HISTORY-POS (FRX)
               IF FR-HISTORY-POS (FRX) > RATE-WINDOW-SIZE
                   MOVE 1 TO FR-HISTORY-POS (FRX)
               END-IF
               MOVE FR-HISTORY-POS (FRX) TO FR-RX
               MOVE TW-AVG TO FR-HISTORY-AVG (FRX, FR-RX)
           END-IF.
       END-ADD-HISTORY-RATE.
           EXIT.
      *
       FIND-OR-ADD-GROUP.
      *    Returns the 1-based group slot for FR-SRCH-LIMIT /
      *    FR-SRCH-MODE in FR-FOUND-INDEX, creating the group when it
      *    is new.  0 means the 50-group table is full.
           PERFORM FIND-GROUP THROUGH END-FIND-GROUP.
           IF FR-FOUND-INDEX = 0
               AND FR-COUNT < 50
               ADD 1 TO FR-COUNT
               SET FRX TO FR-COUNT
               MOVE FR-SRCH-LIMIT TO FR-LIMIT (FRX)
               MOVE FR-SRCH-MODE TO FR-MODE (FRX)
               MOVE 0 TO FR-RESULTS-RUNS (FRX)
               MOVE 0 TO FR-RESULTS-POS (FRX)
               MOVE 0 TO FR-HISTORY-RUNS (FRX)
               MOVE 0 TO FR-HISTORY-POS (FRX)
               MOVE FR-COUNT TO FR-FOUND-INDEX
           END-IF.
       END-FIND-OR-ADD-GROUP.
           EXIT.
      *
       FIND-GROUP.
           MOVE 0 TO FR-FOUND-INDEX.
           MOVE 1 TO FR-SCAN.
           PERFORM UNTIL FR-SCAN > FR-COUNT
               OR FR-FOUND-INDEX > 0
               SET FRX TO FR-SCAN
               IF FR-LIMIT (FRX) = FR-SRCH-LIMIT
                   AND FR-MODE (FRX) = FR-SRCH-MODE
                   MOVE FR-SCAN TO FR-FOUND-INDEX
               END-IF
               ADD 1 TO FR-SCAN
           END-PERFORM.
       END-FIND-GROUP.
           EXIT.
      *
      *    Mean sec/pass for FR-SRCH-LIMIT / FR-SRCH-MODE over the
      *    latest runs in FR-RATE.  FR-RATE-SOURCE says where it came
      *    from: R = RESULTS, H = HISTORY, space = no history.
       LOOK-UP-RATE.
           MOVE 0 TO FR-RATE.
           MOVE SPACE TO FR-RATE-SOURCE.
           MOVE 0 TO FR-SUM-AVG.
           PERFORM FIND-GROUP THROUGH END-FIND-GROUP.
           IF FR-FOUND-INDEX > 0
               SET FRX TO FR-FOUND-INDEX
               IF FR-RESULTS-RUNS (FRX) > 0
                   MOVE "R" TO FR-RATE-SOURCE
                   IF FR-RESULTS-RUNS (FRX) < RATE-WINDOW-SIZE
                       MOVE FR-RESULTS-RUNS (FRX) TO FR-SAMPLE-COUNT
                   ELSE
                       MOVE RATE-WINDOW-SIZE TO FR-SAMPLE-COUNT
                   END-IF
                   PERFORM VARYING FR-RX FROM 1 BY 1
                       UNTIL FR-RX > FR-SAMPLE-COUNT
                       ADD FR-RESULTS-AVG (FRX, FR-RX) TO FR-SUM-AVG
                   END-PERFORM
               ELSE
                   IF FR-HISTORY-RUNS (FRX) > 0
                       MOVE "H" TO FR-RATE-SOURCE
                       IF FR-HISTORY-RUNS (FRX) < RATE-WINDOW-SIZE
                           MOVE FR-HISTORY-RUNS (FRX)
                               TO FR-SAMPLE-COUNT
                       ELSE
                           MOVE RATE-WINDOW-SIZE TO FR-SAMPLE-COUNT
                       END-IF
                       PERFORM VARYING FR-RX FROM 1 BY 1
                           UNTIL FR-RX > FR-SAMPLE-COUNT
                           ADD FR-HISTORY-AVG (FRX, FR-RX)
                               TO FR-SUM-AVG
                       END-PERFORM
                   END-IF
               END-IF
               IF FR-RATE-SOURCE NOT = SPACE
                   COMPUTE FR-RATE = FR-SUM-AVG / FR-SAMPLE-COUNT
               END-IF
           END-IF.
       END-LOOK-UP-RATE.
           EXIT.
      *
       PRINT-REPORT-HEADER.
           ACCEPT RUN-DATE-FIELD FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRIMES SWEEP BATCH-WINDOW FORECAST - RUN DATE "
                                              DELIMITED BY SIZE
                  RUN-DATE-FIELD              DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WINDOW-START-SEC TO CLOCK-SECONDS.
           PERFORM FORMAT-CLOCK-TIME THROUGH END-FORMAT-CLOCK-TIME.
           MOVE CLOCK-TEXT TO CARD-ESTIMATE-TEXT.
           MOVE WINDOW-END-SEC TO CLOCK-SECONDS.
           PERFORM FORMAT-CLOCK-TIME THROUGH END-FORMAT-CLOCK-TIME.
           MOVE WINDOW-LENGTH-SEC TO WHOLE-SECONDS.
           PERFORM FORMAT-DURATION THROUGH END-FORMAT-DURATION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "WINDOW START "             DELIMITED BY SIZE
                  CARD-ESTIMATE-TEXT          DELIMITED BY SIZE
                  " END "                     DELIMITED BY SIZE
                  CLOCK-TEXT                  DELIMITED BY SIZE
                  " LENGTH "                  DELIMITED BY SIZE
                  DURATION-TEXT               DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE VERIFY-SEC-PER-MILLION TO ED-TIME-SEC.
           MOVE CARD-OVERHEAD-SEC TO ED-PASSES.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ALLOWANCES: VERIFY WALK SEC PER MILLION="
                                              DELIMITED BY SIZE
                  ED-TIME-SEC                 DELIMITED BY SIZE
                  " PER-CARD OVERHEAD SEC="   DELIMITED BY SIZE
                  ED-PASSES                   DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CARD     LIMIT M R DV T/PASS   SEC/PASS  ESTIMATE"
                                              DELIMITED BY SIZE
                  "  CUMULATIVE  FINISH    FLAGS"
                                              DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-REPORT-HEADER.
           EXIT.
      *
      *================================================================
      *    The deck, card by card.  An empty or missing deck runs
      *    PRIMES' compiled-in default configuration, so that is what
      *    gets forecast.
      *================================================================
       FORECAST-SWEEP-DECK.
           OPEN INPUT SWEEP-DECK-FILE.
           IF SWEEP-DECK-STATUS = "00"
               PERFORM UNTIL SWEEP-DECK-STATUS NOT = "00"
                   READ SWEEP-DECK-FILE
                       AT END MOVE "10" TO SWEEP-DECK-STATUS
                   END-READ
                   IF SWEEP-DECK-STATUS = "00"
                       ADD 1 TO DECK-CARD-COUNT
                       PERFORM BUILD-CARD-FORECAST
                           THROUGH END-BUILD-CARD-FORECAST
                       PERFORM FORECAST-ONE-CARD
                           THROUGH END-FORECAST-ONE-CARD
                   END-IF
               END-PERFORM
               CLOSE SWEEP-DECK-FILE
           END-IF.
           IF DECK-CARD-COUNT = 0
               ADD 1 TO DECK-CARD-COUNT
               MOVE 0 TO CF-REJECT-SW
               MOVE DEFAULT-MAX-LIMIT TO CF-MAX-LIMIT
               MOVE DEFAULT-MAX-TIME-SEC TO CF-MAX-TIME-SEC
               MOVE DEFAULT-SIEVE-MODE TO CF-SIEVE-MODE
               MOVE DEFAULT-DEEP-VERIFY TO CF-DEEP-VERIFY
               MOVE "T" TO CF-RUN-MODE
               MOVE 0 TO CF-PASS-COUNT
               MOVE "NO DECK CARDS - PRIMES DEFAULTS FORECAST"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM FORECAST-ONE-CARD
                   THROUGH END-FORECAST-ONE-CARD
           END-IF.
       END-FORECAST-SWEEP-DECK.
           EXIT.
      *
      *    PRIMES' BUILD-SWEEP-ENTRY screen and defaults, so a card
      *    PRIMES would reject costs nothing here either.
       BUILD-CARD-FORECAST.
           MOVE 0 TO CF-REJECT-SW.
           IF (DKA-MAX-LIMIT NOT = SPACES
               AND DK-MAX-LIMIT NOT NUMERIC)
               OR (DKA-MAX-TIME-SEC NOT = SPACES
               AND DK-MAX-TIME-SEC NOT NUMERIC)
               OR (DKA-TOLERANCE-PCT NOT = SPACES
               AND DK-TOLERANCE-PCT NOT NUMERIC)
               OR (DK-TOLERANCE-PCT NUMERIC
               AND DK-TOLERANCE-PCT > 99)
               OR (DK-MAX-LIMIT NUMERIC
               AND DK-MAX-LIMIT > CAPACITY-LIMIT
               AND DK-RUN-MODE NOT = "C")
               OR (DK-RUN-MODE NOT = SPACE
               AND DK-RUN-MODE NOT = "T"
               AND DK-RUN-MODE NOT = "C"
               AND DK-RUN-MODE NOT = "P"
               AND DK-RUN-MODE NOT = "S"
               AND DK-RUN-MODE NOT = "R")
               OR (DK-RUN-MODE = "S"
               AND (DK-RANGE-LOW NOT NUMERIC
                    OR DK-RANGE-HIGH NOT NUMERIC))
               OR (DK-RUN-MODE = "S"
               AND DK-RANGE-LOW NUMERIC
               AND DK-RANGE-HIGH NUMERIC
               AND (DK-RANGE-LOW = 0
                    OR DK-RANGE-LOW > DK-RANGE-HIGH))
               OR (DK-RUN-MODE = "S"
               AND DK-RANGE-HIGH NUMERIC
               AND DK-MAX-LIMIT NUMERIC
               AND DK-MAX-LIMIT > 0
               AND DK-RANGE-HIGH > DK-MAX-LIMIT)
               OR (DK-RUN-MODE = "S"
               AND DK-RANGE-HIGH NUMERIC
               AND (DK-MAX-LIMIT NOT NUMERIC
                    OR DK-MAX-LIMIT = 0)
               AND DK-RANGE-HIGH > DEFAULT-MAX-LIMIT)
               OR (DKA-PARENT-RUN NOT = SPACES
               AND DK-PARENT-RUN NOT NUMERIC)
               OR (DKA-PASS-COUNT NOT = SPACES
               AND DK-PASS-COUNT NOT NUMERIC)
               OR (DK-RUN-MODE = "P"
               AND (DK-PASS-COUNT NOT NUMERIC
                    OR DK-PASS-COUNT = 0))
               OR (DKA-LOCK-WAIT-SEC NOT = SPACES
               AND DK-LOCK-WAIT-SEC NOT NUMERIC)
               OR (DKA-LOCK-STALE-MIN NOT = SPACES
               AND DK-LOCK-STALE-MIN NOT NUMERIC)
               MOVE 1 TO CF-REJECT-SW
           END-IF.
           IF DK-MAX-LIMIT NUMERIC AND DK-MAX-LIMIT > 0
               MOVE DK-MAX-LIMIT TO CF-MAX-LIMIT
           ELSE
               MOVE DEFAULT-MAX-LIMIT TO CF-MAX-LIMIT
           END-IF.
           IF DK-MAX-TIME-SEC NUMERIC AND DK-MAX-TIME-SEC > 0
               MOVE DK-MAX-TIME-SEC TO CF-MAX-TIME-SEC
           ELSE
               MOVE DEFAULT-MAX-TIME-SEC TO CF-MAX-TIME-SEC
           END-IF.
           IF DK-SIEVE-MODE = "W" OR DK-SIEVE-MODE = "B"
               OR DK-SIEVE-MODE = "P"
               MOVE DK-SIEVE-MODE TO CF-SIEVE-MODE
           ELSE
               MOVE DEFAULT-SIEVE-MODE TO CF-SIEVE-MODE
           END-IF.
           IF DK-DEEP-VERIFY = "Y"
               MOVE "Y" TO CF-DEEP-VERIFY
           ELSE
               MOVE DEFAULT-DEEP-VERIFY TO CF-DEEP-VERIFY
           END-IF.
           IF DK-RUN-MODE = "C" OR DK-RUN-MODE = "P"
               OR DK-RUN-MODE = "S" OR DK-RUN-MODE = "R"
               MOVE DK-RUN-MODE TO CF-RUN-MODE
           ELSE
               MOVE "T" TO CF-RUN-MODE
           END-IF.
      *    A slice with a pass count runs that many passes; one
      *    without runs against the clock.
           IF (DK-RUN-MODE = "P" OR DK-RUN-MODE = "S")
               AND DK-PASS-COUNT NUMERIC
               MOVE DK-PASS-COUNT TO CF-PASS-COUNT
           ELSE
               MOVE 0 TO CF-PASS-COUNT
           END-IF.
           IF DK-RUN-MODE = "S" AND CF-REJECT-SW = 0
               MOVE DK-RANGE-LOW TO CF-RANGE-LOW
               MOVE DK-RANGE-HIGH TO CF-RANGE-HIGH
           ELSE
               MOVE 0 TO CF-RANGE-LOW
               MOVE 0 TO CF-RANGE-HIGH
           END-IF.
       END-BUILD-CARD-FORECAST.
           EXIT.
      *
       FORECAST-ONE-CARD.
           MOVE 0 TO CF-NO-HISTORY-SW.
           MOVE 0 TO CF-OTHER-ASSUMED-SW.
           MOVE 0 TO CF-OVERRUN-SW.
           MOVE 0 TO CF-CARD-SEC.
           MOVE 0 TO CF-OFFICIAL-RATE.
           MOVE SPACE TO CF-OFFICIAL-SOURCE.
           IF CF-REJECT-SW = 1
               ADD 1 TO REJECTED-CARD-COUNT
           ELSE
               EVALUATE TRUE
      *            Reserving a parent run sieves nothing - it draws
      *            the run number and writes the trailer.
                   WHEN CF-RUN-RESERVE
                       ADD CARD-OVERHEAD-SEC TO CF-CARD-SEC
                   WHEN CF-RUN-SLICE
                       PERFORM ESTIMATE-SLICE-CARD
                           THROUGH END-ESTIMATE-SLICE-CARD
                   WHEN OTHER
                       PERFORM ESTIMATE-CARD THROUGH END-ESTIMATE-CARD
               END-EVALUATE
               ADD CF-CARD-SEC TO CF-CUMULATIVE-SEC
               IF CF-CUMULATIVE-SEC > WINDOW-LENGTH-SEC
                   MOVE 1 TO CF-OVERRUN-SW
                   ADD 1 TO OVERRUN-CARD-COUNT
                   IF FIRST-OVERRUN-CARD = 0
                       MOVE DECK-CARD-COUNT TO FIRST-OVERRUN-CARD
                   END-IF
               END-IF
           END-IF.
           PERFORM PRINT-CARD-LINE THROUGH END-PRINT-CARD-LINE.
       END-FORECAST-ONE-CARD.
           EXIT.
      *
      *================================================================
      *    One card's cost, following RUN-CONFIGURATION-CYCLE:
      *    - timed: the official loop runs until MAX_TIME_SEC, and
      *      always at least one pass, then the comparison pass does
      *      the same for the other algorithm;
      *    - "P": the pass count on each algorithm in turn;
      *    - certification: one untimed official sieve, deep-verified;
      *    - every run then walks the official and (except for a
      *      certification) the comparison array once to count -
      *      costed at one pass each;
      *    - deep verify walks REFPRIME against every candidate.
      *    With no rate for the comparison algorithm the official
      *    rate stands in for it, and the card is marked so.
      *================================================================
       ESTIMATE-CARD.
      *    Base and wheel are compared with each other, the packed
      *    sieve with the base sieve.
           IF CF-SIEVE-MODE = "W" OR CF-SIEVE-MODE = "P"
               MOVE "B" TO CF-OTHER-MODE
           ELSE
               MOVE "W" TO CF-OTHER-MODE
           END-IF.
           MOVE CF-MAX-LIMIT TO FR-SRCH-LIMIT.
           MOVE CF-SIEVE-MODE TO FR-SRCH-MODE.
           PERFORM LOOK-UP-RATE THROUGH END-LOOK-UP-RATE.
           MOVE FR-RATE TO CF-OFFICIAL-RATE.
           MOVE FR-RATE-SOURCE TO CF-OFFICIAL-SOURCE.
           MOVE CF-OTHER-MODE TO FR-SRCH-MODE.
           PERFORM LOOK-UP-RATE THROUGH END-LOOK-UP-RATE.
           MOVE FR-RATE TO CF-OTHER-RATE.
           MOVE FR-RATE-SOURCE TO CF-OTHER-SOURCE.
           IF CF-OFFICIAL-SOURCE = SPACE
               MOVE 1 TO CF-NO-HISTORY-SW
               ADD 1 TO NO-HISTORY-COUNT
           END-IF.
           IF CF-OTHER-SOURCE = SPACE AND NOT CF-RUN-CERTIFY
               MOVE CF-OFFICIAL-RATE TO CF-OTHER-RATE
               IF CF-NO-HISTORY-SW = 0
                   MOVE 1 TO CF-OTHER-ASSUMED-SW
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CF-RUN-TIMED
                   PERFORM ESTIMATE-TIMED-CARD
                       THROUGH END-ESTIMATE-TIMED-CARD
               WHEN CF-RUN-PASSES
                   COMPUTE CF-PART-SEC =
                       CF-PASS-COUNT * CF-OFFICIAL-RATE
                   ADD CF-PART-SEC TO CF-CARD-SEC
                   COMPUTE CF-PART-SEC =
                       CF-PASS-COUNT * CF-OTHER-RATE
                   ADD CF-PART-SEC TO CF-CARD-SEC
                   ADD CF-OFFICIAL-RATE TO CF-CARD-SEC
                   ADD CF-OTHER-RATE TO CF-CARD-SEC
               WHEN CF-RUN-CERTIFY
                   ADD CF-OFFICIAL-RATE TO CF-CARD-SEC
                   ADD CF-OFFICIAL-RATE TO CF-CARD-SEC
           END-EVALUATE.
           IF CF-DEEP-VERIFY = "Y" OR CF-RUN-CERTIFY
               COMPUTE CF-MILLIONS = CF-MAX-LIMIT / 1000000
               COMPUTE CF-PART-SEC =
                   CF-MILLIONS * VERIFY-SEC-PER-MILLION
      *        Even a small limit pays for opening and reading
      *        REFPRIME.
               IF CF-PART-SEC < 1
                   MOVE 1 TO CF-PART-SEC
               END-IF
               ADD CF-PART-SEC TO CF-CARD-SEC
           END-IF.
           ADD CARD-OVERHEAD-SEC TO CF-CARD-SEC.
       END-ESTIMATE-CARD.
           EXIT.
      *
       ESTIMATE-TIMED-CARD.
           IF CF-OFFICIAL-RATE > CF-MAX-TIME-SEC
               ADD CF-OFFICIAL-RATE TO CF-CARD-SEC
           ELSE
               ADD CF-MAX-TIME-SEC TO CF-CARD-SEC
           END-IF.
           IF CF-OTHER-RATE > CF-MAX-TIME-SEC
               ADD CF-OTHER-RATE TO CF-CARD-SEC
           ELSE
               ADD CF-MAX-TIME-SEC TO CF-CARD-SEC
           END-IF.
           ADD CF-OFFICIAL-RATE TO CF-CARD-SEC.
           ADD CF-OTHER-RATE TO CF-CARD-SEC.
       END-ESTIMATE-TIMED-CARD.
           EXIT.
      *
      *    A partition slice sieves only the windows holding its
      *    range, runs no comparison pass, and deep-verifies only its
      *    range, so it costs its range's share of the whole limit's
      *    sec/pass: the pass count, or the clock, then one counting
      *    walk.
       ESTIMATE-SLICE-CARD.
           COMPUTE CF-RANGE-SIZE = CF-RANGE-HIGH - CF-RANGE-LOW + 1.
           MOVE CF-MAX-LIMIT TO FR-SRCH-LIMIT.
           MOVE CF-SIEVE-MODE TO FR-SRCH-MODE.
           PERFORM LOOK-UP-RATE THROUGH END-LOOK-UP-RATE.
           MOVE FR-RATE-SOURCE TO CF-OFFICIAL-SOURCE.
           COMPUTE CF-OFFICIAL-RATE ROUNDED =
               FR-RATE * CF-RANGE-SIZE / CF-MAX-LIMIT.
           IF CF-OFFICIAL-SOURCE = SPACE
               MOVE 1 TO CF-NO-HISTORY-SW
               ADD 1 TO NO-HISTORY-COUNT
           END-IF.
           IF CF-PASS-COUNT > 0
               COMPUTE CF-PART-SEC = CF-PASS-COUNT * CF-OFFICIAL-RATE
               ADD CF-PART-SEC TO CF-CARD-SEC
           ELSE
               IF CF-OFFICIAL-RATE > CF-MAX-TIME-SEC
                   ADD CF-OFFICIAL-RATE TO CF-CARD-SEC
               ELSE
                   ADD CF-MAX-TIME-SEC TO CF-CARD-SEC
               END-IF
           END-IF.
           ADD CF-OFFICIAL-RATE TO CF-CARD-SEC.
           IF CF-DEEP-VERIFY = "Y"
               COMPUTE CF-MILLIONS = CF-RANGE-SIZE / 1000000
               COMPUTE CF-PART-SEC =
                   CF-MILLIONS * VERIFY-SEC-PER-MILLION
               IF CF-PART-SEC < 1
                   MOVE 1 TO CF-PART-SEC
               END-IF
               ADD CF-PART-SEC TO CF-CARD-SEC
           END-IF.
           ADD CARD-OVERHEAD-SEC TO CF-CARD-SEC.
       END-ESTIMATE-SLICE-CARD.
           EXIT.
      *
       PRINT-CARD-LINE.
           MOVE DECK-CARD-COUNT TO ED-CARD-NUMBER.
           MOVE CF-MAX-LIMIT TO ED-LIMIT.
           MOVE SPACES TO REPORT-RECORD.
           IF CF-REJECT-SW = 1
               STRING ED-CARD-NUMBER           DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      "REJECTED BY PRIMES (PRIMES-0010) - NOT RUN: "
                                               DELIMITED BY SIZE
                      DECK-CARD-ALPHA-REC (1:50)
                                               DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               MOVE CF-CARD-SEC TO WHOLE-SECONDS
               PERFORM FORMAT-DURATION THROUGH END-FORMAT-DURATION
               MOVE DURATION-TEXT TO CARD-ESTIMATE-TEXT
               MOVE CF-CUMULATIVE-SEC TO WHOLE-SECONDS
               PERFORM FORMAT-DURATION THROUGH END-FORMAT-DURATION
               MOVE DURATION-TEXT TO CUMULATIVE-TEXT
               COMPUTE CLOCK-SECONDS =
                   WINDOW-START-SEC + WHOLE-SECONDS
               PERFORM FORMAT-CLOCK-TIME THROUGH END-FORMAT-CLOCK-TIME
               MOVE CF-OFFICIAL-RATE TO ED-RATE
      *        Seconds for a timed card, passes otherwise - a
      *        certification is one pass.
               EVALUATE TRUE
                   WHEN CF-RUN-PASSES
                       MOVE CF-PASS-COUNT TO ED-PASSES
                   WHEN CF-RUN-SLICE AND CF-PASS-COUNT > 0
                       MOVE CF-PASS-COUNT TO ED-PASSES
                   WHEN CF-RUN-CERTIFY
                       MOVE 1 TO ED-PASSES
                   WHEN CF-RUN-RESERVE
                       MOVE 0 TO ED-PASSES
                   WHEN OTHER
                       MOVE CF-MAX-TIME-SEC TO ED-PASSES
               END-EVALUATE
               PERFORM BUILD-FLAG-TEXT THROUGH END-BUILD-FLAG-TEXT
               STRING ED-CARD-NUMBER           DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      ED-LIMIT                 DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      CF-SIEVE-MODE            DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      CF-RUN-MODE              DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      CF-DEEP-VERIFY           DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      ED-PASSES                DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      ED-RATE                  DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      CARD-ESTIMATE-TEXT       DELIMITED BY SIZE
                      "   "                    DELIMITED BY SIZE
                      CUMULATIVE-TEXT          DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      CLOCK-TEXT               DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      FLAG-TEXT                DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
       END-PRINT-CARD-LINE.
           EXIT.
      *
       BUILD-FLAG-TEXT.
           MOVE SPACES TO FLAG-TEXT.
           IF CF-OVERRUN-SW = 1
               IF FIRST-OVERRUN-CARD = DECK-CARD-COUNT
                   MOVE "FIRST OVERRUN" TO FL-OVERRUN
               ELSE
                   MOVE "OVERRUN" TO FL-OVERRUN
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CF-NO-HISTORY-SW = 1
                   MOVE "NO HISTORY" TO FL-HISTORY
               WHEN CF-RUN-RESERVE
                   MOVE "PARENT ONLY" TO FL-HISTORY
               WHEN CF-RUN-SLICE
                   MOVE "SLICE SHARE" TO FL-HISTORY
               WHEN CF-OTHER-ASSUMED-SW = 1
                   MOVE "CMP ASSUMED" TO FL-HISTORY
           END-EVALUATE.
       END-BUILD-FLAG-TEXT.
           EXIT.
      *
       PRINT-FORECAST-SUMMARY.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE DECK-CARD-COUNT TO ED-CARD-NUMBER.
           MOVE CF-CUMULATIVE-SEC TO WHOLE-SECONDS.
           PERFORM FORMAT-DURATION THROUGH END-FORMAT-DURATION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CARDS="                    DELIMITED BY SIZE
                  ED-CARD-NUMBER              DELIMITED BY SIZE
                  " ESTIMATED ELAPSED "       DELIMITED BY SIZE
                  DURATION-TEXT               DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WHOLE-SECONDS > WINDOW-LENGTH-SEC
               COMPUTE WHOLE-SECONDS = WHOLE-SECONDS - WINDOW-LENGTH-SEC
               PERFORM FORMAT-DURATION THROUGH END-FORMAT-DURATION
               MOVE FIRST-OVERRUN-CARD TO ED-CARD-NUMBER
               STRING "SWEEP DOES NOT FIT - OVERRUNS THE WINDOW BY "
                                              DELIMITED BY SIZE
                      DURATION-TEXT           DELIMITED BY SIZE
                      " FROM CARD "           DELIMITED BY SIZE
                      ED-CARD-NUMBER          DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               COMPUTE WHOLE-SECONDS = WINDOW-LENGTH-SEC - WHOLE-SECONDS
               PERFORM FORMAT-DURATION THROUGH END-FORMAT-DURATION
               STRING "SWEEP FITS THE WINDOW WITH "
                                              DELIMITED BY SIZE
                      DURATION-TEXT           DELIMITED BY SIZE
                      " TO SPARE"             DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           IF NO-HISTORY-COUNT > 0
               MOVE NO-HISTORY-COUNT TO ED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "ESTIMATE INCOMPLETE - "  DELIMITED BY SIZE
                      ED-COUNT                  DELIMITED BY SIZE
                      " CARD(S) WITH NO HISTORY AT THEIR LIMIT AND MODE"
                                                DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF REJECTED-CARD-COUNT > 0
               MOVE REJECTED-CARD-COUNT TO ED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING ED-COUNT                  DELIMITED BY SIZE
                      " CARD(S) PRIMES WOULD REJECT - NOT COSTED"
                                                DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE RESULTS-USED-COUNT TO ED-COUNT.
           MOVE HISTORY-USED-COUNT TO ED-PASSES.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RATES FROM RESULTS RUNS="  DELIMITED BY SIZE
                  ED-COUNT                    DELIMITED BY SIZE
                  " HISTORY LINES="           DELIMITED BY SIZE
                  ED-PASSES                   DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-FORECAST-SUMMARY.
           EXIT.
      *
      *    WHOLE-SECONDS as elapsed HHH:MM:SS in DURATION-TEXT.
       FORMAT-DURATION.
           DIVIDE WHOLE-SECONDS BY 3600
               GIVING TIME-QUOT REMAINDER TIME-REM.
           IF TIME-QUOT > 999
               MOVE 999 TO DT-HOURS
           ELSE
               MOVE TIME-QUOT TO DT-HOURS
           END-IF.
           DIVIDE TIME-REM BY 60
               GIVING TIME-QUOT REMAINDER TIME-REM.
           MOVE TIME-QUOT TO DT-MINUTES.
           MOVE TIME-REM TO DT-SECONDS.
       END-FORMAT-DURATION.
           EXIT.
      *
      *    CLOCK-SECONDS past midnight as HH:MM:SS in CLOCK-TEXT,
      *    wrapping into the following day.
       FORMAT-CLOCK-TIME.
           DIVIDE CLOCK-SECONDS BY 86400
               GIVING DAY-QUOT REMAINDER TIME-REM.
           DIVIDE TIME-REM BY 3600
               GIVING TIME-QUOT REMAINDER TIME-REM.
           MOVE TIME-QUOT TO CT-HOURS.
           DIVIDE TIME-REM BY 60
               GIVING TIME-QUOT REMAINDER TIME-REM.
           MOVE TIME-QUOT TO CT-MINUTES.
           MOVE TIME-REM TO CT-SECONDS.
       END-FORMAT-CLOCK-TIME.
           EXIT.
       END-PROGRAM.
           EXIT.
