       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMPUB.
       AUTHOR. FRANK VAN BAKEL.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  New leaderboard publication extract.  Picks the
      *               publishable runs out of RESULTS and HISTORY - a
      *               complete run (trailer written) that came out
      *               VALID=True, raised no regression alert on
      *               VALIDEXC and left no deep-verify or reconcile
      *               mismatch on DISCREP - and writes them to the
      *               LEADBRD outbound interface file as the
      *               leaderboard's own "fvbakel_Cobol;passes;
      *               duration;1;algorithm=...,faithful=..,bits=.."
      *               lines between a header and a trailer carrying
      *               the record count and run-number range.  The
      *               last run number decided is kept on the LBHWM
      *               high-water-mark file, so each extract sends only
      *               runs newer than the last one and a rerun of the
      *               same night never publishes a run twice.
      *               START and END records go to the STEPLOG ledger.
      *   2026-10-15  Packed-sieve (SIEVE_MODE "P") runs are decided
      *               and published like base and wheel runs, their
      *               lines carrying faithful=yes,bits=1.
      *   2026-10-15  When more excluded runs turn up than the
      *               exclusion table holds, nothing from the lowest
      *               run that could not be tabled upward is published
      *               and the high-water mark stops below it
      *               (PRIMPUB-0005, RC 4) - an untabled run could
      *               otherwise go out despite its regression alert
      *               or DISCREP line, and the mark would pass it for
      *               good.  The next extract picks the held runs up.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULTS-FILE
               ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "VALIDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT OPTIONAL DISCREPANCY-FILE
               ASSIGN TO "DISCREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCREPANCY-STATUS.
           SELECT OPTIONAL HIGH-WATER-FILE
               ASSIGN TO "LBHWM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIGH-WATER-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO "LEADBRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
      *    Layout written by PRIMES' WRITE-RESULTS-RECORD, parsed by
      *    position as in PRIMTRND.  The run trailer written by
      *    WRITE-RUN-TRAILER is read through RESULTS-TRAILER-VIEW.
       01  RESULTS-RECORD.
           03  RR-TIMESTAMP               PIC X(17).
           03  FILLER                     PIC X(8).
           03  RR-PASSES-X                PIC X(5).
           03  FILLER                     PIC X(14).
           03  RR-DURATION-X              PIC X(6).
           03  FILLER                     PIC X(5).
           03  RR-AVG-X                   PIC X(10).
           03  FILLER                     PIC X(11).
           03  RR-LIMIT-X                 PIC X(9).
           03  FILLER                     PIC X(13).
           03  RR-COUNT-X                 PIC X(7).
           03  FILLER                     PIC X(7).
           03  RR-VALID                   PIC X(5).
           03  FILLER                     PIC X(12).
           03  RR-SIEVE-MODE              PIC X(1).
           03  FILLER                     PIC X(5).
           03  RR-RUN-NUMBER-X            PIC X(8).
           03  FILLER                     PIC X(7).
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
       FD  DISCREPANCY-FILE.
       01  DISCREPANCY-RECORD             PIC X(100).
       FD  HIGH-WATER-FILE.
      *    One record: the highest run number an extract has decided
      *    on (published or passed over for good), and when.
       01  HIGH-WATER-RECORD.
           03  HW-LAST-RUN-NUMBER         PIC 9(8).
           03  FILLER                     PIC X(1).
           03  HW-TIMESTAMP               PIC X(17).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                 PIC X(100).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  RESULTS-STATUS             PIC X(2).
           03  HISTORY-STATUS             PIC X(2).
           03  EXCEPTION-STATUS           PIC X(2).
           03  DISCREPANCY-STATUS         PIC X(2).
           03  HIGH-WATER-STATUS          PIC X(2).
           03  EXTRACT-STATUS             PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
      *    Run numbers that may never be published: every run with a
      *    regression alert on VALIDEXC or any line on DISCREP.  Every
      *    excluded run below XR-FIRST-OVERFLOW-RUN is in the table;
      *    from that run up nothing is decided this extract.
       01  EXCLUDED-RUN-AREA.
           03  XR-COUNT                   PIC 9(4) COMP VALUE 0.
           03  XR-OVERFLOW-COUNT          PIC 9(5) COMP VALUE 0.
           03  XR-FIRST-OVERFLOW-RUN      PIC 9(8) VALUE ZEROES.
           03  XR-ENTRY OCCURS 600 TIMES
                   INDEXED BY XRX.
               05  XR-RUN-NUMBER          PIC 9(8) COMP.
      *    One slot per RESULTS run record newer than the high-water
      *    mark, in RESULTS order - which is run-number order, the
      *    numbers being drawn under the dataset lock.  The HISTORY
      *    fields are the ones the leaderboard line is built from.
       01  CANDIDATE-RUN-AREA.
           03  CR-COUNT                   PIC 9(4) COMP VALUE 0.
           03  CR-OVERFLOW-COUNT          PIC 9(5) COMP VALUE 0.
           03  CR-ENTRY OCCURS 500 TIMES
                   INDEXED BY CRX.
               05  CR-RUN-NUMBER          PIC 9(8) COMP.
               05  CR-VALID               PIC X(5).
               05  CR-TRAILER-SW          PIC 9(1) COMP.
               05  CR-HISTORY-SW          PIC 9(1) COMP.
               05  CR-SOLUTION            PIC X(15).
               05  CR-PASSES-X            PIC X(10).
               05  CR-DURATION-X          PIC X(10).
               05  CR-THREADS             PIC X(5).
               05  CR-ALGORITHM           PIC X(40).
       01  HIGH-WATER-FIELDS.
           03  PRIOR-HIGH-WATER           PIC 9(8) VALUE ZEROES.
           03  NEW-HIGH-WATER             PIC 9(8) VALUE ZEROES.
           03  LOW-PUBLISHED-RUN          PIC 9(8) VALUE ZEROES.
           03  HIGH-PUBLISHED-RUN         PIC 9(8) VALUE ZEROES.
       01  RECORD-COUNTERS.
           03  RESULTS-READ-COUNT         PIC 9(7) COMP VALUE 0.
           03  HISTORY-READ-COUNT         PIC 9(7) COMP VALUE 0.
           03  PUBLISHED-COUNT            PIC 9(7) COMP VALUE 0.
           03  NOT-VALID-COUNT            PIC 9(5) COMP VALUE 0.
           03  EXCLUDED-COUNT             PIC 9(5) COMP VALUE 0.
           03  NO-HISTORY-COUNT           PIC 9(5) COMP VALUE 0.
           03  ABANDONED-COUNT            PIC 9(5) COMP VALUE 0.
           03  HELD-COUNT                 PIC 9(5) COMP VALUE 0.
           03  OVERFLOW-HELD-COUNT        PIC 9(5) COMP VALUE 0.
       01  MERGE-WORK-FIELDS.
           03  MW-RUN-NUMBER              PIC 9(8) COMP.
           03  MW-TEXT                    PIC X(120).
           03  MW-BEFORE-RUN              PIC X(120).
           03  MW-RUN-X                   PIC X(12).
           03  MW-RUN-DIGITS              PIC X(8).
           03  MW-REGR-TALLY              PIC 9(2) COMP.
           03  MW-FOUND-SW                PIC 9(1) COMP.
      *    The HISTORY line is semicolon-delimited, parsed as in
      *    PRIMTRND with the trailing run-number token added.
       01  HISTORY-PARSE-FIELDS.
           03  HF-TIMESTAMP               PIC X(17).
           03  HF-SOLUTION                PIC X(15).
           03  HF-PASSES-X                PIC X(10).
           03  HF-DURATION-X              PIC X(10).
           03  HF-THREADS                 PIC X(5).
           03  HF-ALGORITHM               PIC X(40).
           03  HF-LIMIT-FIELD             PIC X(15).
           03  HF-RUN-FIELD.
               05  HF-RUN-PREFIX          PIC X(4).
               05  HF-RUN-X               PIC X(8).
      *    The leaderboard carries the numbers without the fixed-width
      *    padding HISTORY gives them - see SQUEEZE-FIELD.
       01  LEADERBOARD-WORK-FIELDS.
           03  LW-SQUEEZE-IN              PIC X(10).
           03  LW-SQUEEZE-OUT             PIC X(10).
           03  LW-LEADING                 PIC 9(2) COMP.
           03  LW-PASSES                  PIC X(10).
           03  LW-DURATION                PIC X(10).
           03  LW-THREADS                 PIC X(10).
       01  REPORT-EDIT-FIELDS.
           03  ED-RUN-NUMBER              PIC 9(8).
           03  ED-PUBLISHED-COUNT         PIC 9(7).
       01  RUN-TIMESTAMP-FIELDS.
           03  RT-DATE                    PIC 9(8).
           03  RT-TIME                    PIC 9(8).
       01  RUN-TIMESTAMP-DISPLAY          PIC X(17).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM READ-HIGH-WATER-MARK
               THROUGH END-READ-HIGH-WATER-MARK.
           PERFORM LOAD-VALIDEXC-FILE
               THROUGH END-LOAD-VALIDEXC-FILE.
           PERFORM LOAD-DISCREP-FILE
               THROUGH END-LOAD-DISCREP-FILE.
           PERFORM LOAD-RESULTS-FILE
               THROUGH END-LOAD-RESULTS-FILE.
           PERFORM LOAD-HISTORY-FILE
               THROUGH END-LOAD-HISTORY-FILE.
           PERFORM SET-NEW-HIGH-WATER
               THROUGH END-SET-NEW-HIGH-WATER.
           PERFORM WRITE-EXTRACT-FILE
               THROUGH END-WRITE-EXTRACT-FILE.
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "PRIMPUB-0001 LEADBRD NOT WRITTEN - STATUS ",
                       EXTRACT-STATUS, " - HIGH-WATER MARK LEFT AT ",
                       PRIOR-HIGH-WATER
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
      *    Only once the outbound file is safely closed does the mark
      *    move on.  A failure in between leaves the old mark, and the
      *    rerun rebuilds the same LEADBRD over the unsent one rather
      *    than adding to it.
           IF NEW-HIGH-WATER > PRIOR-HIGH-WATER
               PERFORM WRITE-HIGH-WATER-MARK
                   THROUGH END-WRITE-HIGH-WATER-MARK
           END-IF.
           IF XR-OVERFLOW-COUNT > 0
               MOVE XR-FIRST-OVERFLOW-RUN TO ED-RUN-NUMBER
               DISPLAY "PRIMPUB-0005 EXCLUSION TABLE FULL - ",
                       OVERFLOW-HELD-COUNT, " RUN(S) FROM RUN ",
                       ED-RUN-NUMBER, " HELD FOR THE NEXT EXTRACT"
           END-IF.
           DISPLAY "PRIMPUB COMPLETE - PUBLISHED=", PUBLISHED-COUNT,
                   " NOT VALID=", NOT-VALID-COUNT,
                   " EXCLUDED=", EXCLUDED-COUNT,
                   " HIGH-WATER=", NEW-HIGH-WATER.
           IF NO-HISTORY-COUNT > 0 OR ABANDONED-COUNT > 0
               OR XR-OVERFLOW-COUNT > 0 OR CR-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
      *================================================================
      *    HIGH-WATER MARK
      *================================================================
       READ-HIGH-WATER-MARK.
      *    A missing or empty LBHWM means nothing has been published
      *    yet, so every run on file is new.
           OPEN INPUT HIGH-WATER-FILE.
           IF HIGH-WATER-STATUS = "00" OR HIGH-WATER-STATUS = "05"
               READ HIGH-WATER-FILE
                   AT END MOVE "10" TO HIGH-WATER-STATUS
               END-READ
               IF HIGH-WATER-STATUS = "00"
                   AND HW-LAST-RUN-NUMBER NUMERIC
                   MOVE HW-LAST-RUN-NUMBER TO PRIOR-HIGH-WATER
               END-IF
               CLOSE HIGH-WATER-FILE
           END-IF.
           MOVE PRIOR-HIGH-WATER TO NEW-HIGH-WATER.
       END-READ-HIGH-WATER-MARK.
           EXIT.
      *
       WRITE-HIGH-WATER-MARK.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           OPEN OUTPUT HIGH-WATER-FILE.
           MOVE SPACES TO HIGH-WATER-RECORD.
           MOVE NEW-HIGH-WATER TO HW-LAST-RUN-NUMBER.
           MOVE RUN-TIMESTAMP-DISPLAY TO HW-TIMESTAMP.
           WRITE HIGH-WATER-RECORD.
           CLOSE HIGH-WATER-FILE.
       END-WRITE-HIGH-WATER-MARK.
           EXIT.
      *
       SET-NEW-HIGH-WATER.
      *    The mark moves to the highest complete run newer than the
      *    old one.  A run with no trailer below that was abandoned -
      *    a checkpoint restart finishes the interrupted run before
      *    any later run completes - so it is passed over for good.
      *    A run with no trailer above it may still be restarted
      *    under its own number, so the mark stops short of it.  With
      *    the exclusion table overflowed the mark also stops below
      *    the first run that could not be tabled.
           PERFORM VARYING CRX FROM 1 BY 1 UNTIL CRX > CR-COUNT
               IF CR-TRAILER-SW (CRX) = 1
                   AND CR-RUN-NUMBER (CRX) > NEW-HIGH-WATER
                   AND (XR-FIRST-OVERFLOW-RUN = 0
                        OR CR-RUN-NUMBER (CRX) < XR-FIRST-OVERFLOW-RUN)
                   MOVE CR-RUN-NUMBER (CRX) TO NEW-HIGH-WATER
               END-IF
           END-PERFORM.
       END-SET-NEW-HIGH-WATER.
           EXIT.
      *
      *================================================================
      *    EXCLUSIONS - VALIDEXC REGRESSION ALERTS AND DISCREP LINES
      *================================================================
       LOAD-VALIDEXC-FILE.
      *    Only the CHECK-REGRESSION alerts exclude a run here; an
      *    IS-VALID exception already shows as VALID=False on the
      *    RESULTS record itself.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-STATUS = "00"
               PERFORM UNTIL EXCEPTION-STATUS NOT = "00"
                   READ EXCEPTION-FILE
                       AT END MOVE "10" TO EXCEPTION-STATUS
                   END-READ
                   IF EXCEPTION-STATUS = "00"
                       MOVE EXCEPTION-RECORD TO MW-TEXT
                       MOVE 0 TO MW-REGR-TALLY
                       INSPECT MW-TEXT TALLYING MW-REGR-TALLY
                           FOR ALL " REGRESSION "
                       IF MW-REGR-TALLY > 0
                           PERFORM ADD-EXCLUDED-RUN
                               THROUGH END-ADD-EXCLUDED-RUN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.
       END-LOAD-VALIDEXC-FILE.
           EXIT.
      *
       LOAD-DISCREP-FILE.
      *    Every DISCREP line - deep-verify or reconcile - marks the
      *    run whose sieve output disagreed.
           OPEN INPUT DISCREPANCY-FILE.
           IF DISCREPANCY-STATUS = "00"
               PERFORM UNTIL DISCREPANCY-STATUS NOT = "00"
                   READ DISCREPANCY-FILE
                       AT END MOVE "10" TO DISCREPANCY-STATUS
                   END-READ
                   IF DISCREPANCY-STATUS = "00"
                       MOVE DISCREPANCY-RECORD TO MW-TEXT
                       PERFORM ADD-EXCLUDED-RUN
                           THROUGH END-ADD-EXCLUDED-RUN
                   END-IF
               END-PERFORM
               CLOSE DISCREPANCY-FILE
           END-IF.
       END-LOAD-DISCREP-FILE.
           EXIT.
      *
       ADD-EXCLUDED-RUN.
           PERFORM PARSE-RUN-TOKEN THROUGH END-PARSE-RUN-TOKEN.
           IF MW-RUN-NUMBER > PRIOR-HIGH-WATER
               PERFORM FIND-EXCLUDED-RUN
                   THROUGH END-FIND-EXCLUDED-RUN
               IF MW-FOUND-SW = 0
                   IF XR-COUNT < 600
                       ADD 1 TO XR-COUNT
                       SET XRX TO XR-COUNT
                       MOVE MW-RUN-NUMBER TO XR-RUN-NUMBER (XRX)
                   ELSE
                       ADD 1 TO XR-OVERFLOW-COUNT
                       IF XR-FIRST-OVERFLOW-RUN = 0
                           OR MW-RUN-NUMBER < XR-FIRST-OVERFLOW-RUN
                           MOVE MW-RUN-NUMBER TO XR-FIRST-OVERFLOW-RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.
       END-ADD-EXCLUDED-RUN.
           EXIT.
      *
       FIND-EXCLUDED-RUN.
           MOVE 0 TO MW-FOUND-SW.
           PERFORM VARYING XRX FROM 1 BY 1
                   UNTIL XRX > XR-COUNT OR MW-FOUND-SW = 1
               IF XR-RUN-NUMBER (XRX) = MW-RUN-NUMBER
                   MOVE 1 TO MW-FOUND-SW
               END-IF
           END-PERFORM.
       END-FIND-EXCLUDED-RUN.
           EXIT.
      *
       PARSE-RUN-TOKEN.
      *    Everything after " RUN=" on the records that carry one
      *    starts with the 8-digit run number.
           MOVE SPACES TO MW-BEFORE-RUN.
           MOVE SPACES TO MW-RUN-X.
           UNSTRING MW-TEXT DELIMITED BY " RUN="
               INTO MW-BEFORE-RUN
                    MW-RUN-X.
           MOVE MW-RUN-X (1:8) TO MW-RUN-DIGITS.
           IF MW-RUN-DIGITS NUMERIC
               MOVE MW-RUN-DIGITS TO MW-RUN-NUMBER
           ELSE
               MOVE 0 TO MW-RUN-NUMBER
           END-IF.
       END-PARSE-RUN-TOKEN.
           EXIT.
      *
      *================================================================
      *    CANDIDATE RUNS - RESULTS RUN RECORDS AND TRAILERS
      *================================================================
       LOAD-RESULTS-FILE.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS = "00"
               PERFORM UNTIL RESULTS-STATUS NOT = "00"
                   READ RESULTS-FILE
                       AT END MOVE "10" TO RESULTS-STATUS
                   END-READ
                   IF RESULTS-STATUS = "00"
                       ADD 1 TO RESULTS-READ-COUNT
                       PERFORM CLASSIFY-RESULTS-RECORD
                           THROUGH END-CLASSIFY-RESULTS-RECORD
                   END-IF
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
       END-LOAD-RESULTS-FILE.
           EXIT.
      *
       CLASSIFY-RESULTS-RECORD.
           INSPECT RR-LIMIT-X REPLACING LEADING " " BY "0".
           IF TR-RUN-TAG = " RUN=" AND TR-TRAILER-TAG = " TRAILER"
               AND TR-RUN-NUMBER-X NUMERIC
               MOVE TR-RUN-NUMBER-X TO MW-RUN-NUMBER
               PERFORM FIND-CANDIDATE-RUN
                   THROUGH END-FIND-CANDIDATE-RUN
               IF MW-FOUND-SW = 1
                   MOVE 1 TO CR-TRAILER-SW (CRX)
               END-IF
           ELSE
               IF (RR-SIEVE-MODE = "B" OR RR-SIEVE-MODE = "W"
                   OR RR-SIEVE-MODE = "P")
                   AND RR-LIMIT-X NUMERIC
                   AND RR-RUN-NUMBER-X NUMERIC
                   MOVE RR-RUN-NUMBER-X TO MW-RUN-NUMBER
                   IF MW-RUN-NUMBER > PRIOR-HIGH-WATER
                       PERFORM ADD-CANDIDATE-RUN
                           THROUGH END-ADD-CANDIDATE-RUN
                   END-IF
               END-IF
           END-IF.
       END-CLASSIFY-RESULTS-RECORD.
           EXIT.
      *
       ADD-CANDIDATE-RUN.
      *    A checkpoint restart writes no second RESULTS record for
      *    the run, but a repeated number is still only one run.
           PERFORM FIND-CANDIDATE-RUN
               THROUGH END-FIND-CANDIDATE-RUN.
           IF MW-FOUND-SW = 0
               IF CR-COUNT < 500
                   ADD 1 TO CR-COUNT
                   SET CRX TO CR-COUNT
                   MOVE MW-RUN-NUMBER TO CR-RUN-NUMBER (CRX)
                   MOVE RR-VALID TO CR-VALID (CRX)
                   MOVE 0 TO CR-TRAILER-SW (CRX)
                   MOVE 0 TO CR-HISTORY-SW (CRX)
               ELSE
      *            The rest wait for the next extract: the mark only
      *            covers runs that made it into the table.
                   ADD 1 TO CR-OVERFLOW-COUNT
               END-IF
           END-IF.
       END-ADD-CANDIDATE-RUN.
           EXIT.
      *
       FIND-CANDIDATE-RUN.
      *    Leaves CRX on the matching slot when MW-FOUND-SW = 1.
           MOVE 0 TO MW-FOUND-SW.
           SET CRX TO 1.
           PERFORM UNTIL CRX > CR-COUNT OR MW-FOUND-SW = 1
               IF CR-RUN-NUMBER (CRX) = MW-RUN-NUMBER
                   MOVE 1 TO MW-FOUND-SW
               ELSE
                   SET CRX UP BY 1
               END-IF
           END-PERFORM.
       END-FIND-CANDIDATE-RUN.
           EXIT.
      *
      *================================================================
      *    HISTORY - THE LEADERBOARD FIELDS FOR EACH CANDIDATE
      *================================================================
       LOAD-HISTORY-FILE.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "00"
               PERFORM UNTIL HISTORY-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END MOVE "10" TO HISTORY-STATUS
                   END-READ
                   IF HISTORY-STATUS = "00"
                       ADD 1 TO HISTORY-READ-COUNT
                       PERFORM MATCH-HISTORY-RECORD
                           THROUGH END-MATCH-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       END-LOAD-HISTORY-FILE.
           EXIT.
      *
       MATCH-HISTORY-RECORD.
      *    Lines from before the run= token was added carry no run
      *    number and can match no candidate.
           MOVE SPACES TO HF-TIMESTAMP HF-SOLUTION HF-PASSES-X
                          HF-DURATION-X HF-THREADS HF-ALGORITHM
                          HF-LIMIT-FIELD HF-RUN-FIELD.
           UNSTRING HISTORY-RECORD DELIMITED BY ";"
               INTO HF-TIMESTAMP
                    HF-SOLUTION
                    HF-PASSES-X
                    HF-DURATION-X
                    HF-THREADS
                    HF-ALGORITHM
                    HF-LIMIT-FIELD
                    HF-RUN-FIELD.
           IF HF-RUN-PREFIX = "run=" AND HF-RUN-X NUMERIC
               MOVE HF-RUN-X TO MW-RUN-NUMBER
               PERFORM FIND-CANDIDATE-RUN
                   THROUGH END-FIND-CANDIDATE-RUN
               IF MW-FOUND-SW = 1
                   MOVE 1 TO CR-HISTORY-SW (CRX)
                   MOVE HF-SOLUTION TO CR-SOLUTION (CRX)
                   MOVE HF-PASSES-X TO CR-PASSES-X (CRX)
                   MOVE HF-DURATION-X TO CR-DURATION-X (CRX)
                   MOVE HF-THREADS TO CR-THREADS (CRX)
                   MOVE HF-ALGORITHM TO CR-ALGORITHM (CRX)
               END-IF
           END-IF.
       END-MATCH-HISTORY-RECORD.
           EXIT.
      *
      *================================================================
      *    LEADBRD OUTBOUND FILE
      *================================================================
       WRITE-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           IF EXTRACT-STATUS = "00"
               PERFORM WRITE-EXTRACT-HEADER
                   THROUGH END-WRITE-EXTRACT-HEADER
               PERFORM VARYING CRX FROM 1 BY 1 UNTIL CRX > CR-COUNT
                   PERFORM SCREEN-CANDIDATE-RUN
                       THROUGH END-SCREEN-CANDIDATE-RUN
               END-PERFORM
               PERFORM WRITE-EXTRACT-TRAILER
                   THROUGH END-WRITE-EXTRACT-TRAILER
               CLOSE EXTRACT-FILE
           END-IF.
       END-WRITE-EXTRACT-FILE.
           EXIT.
      *
       SCREEN-CANDIDATE-RUN.
           MOVE CR-RUN-NUMBER (CRX) TO ED-RUN-NUMBER.
           EVALUATE TRUE
               WHEN XR-FIRST-OVERFLOW-RUN > 0
                   AND CR-RUN-NUMBER (CRX) NOT < XR-FIRST-OVERFLOW-RUN
                   ADD 1 TO OVERFLOW-HELD-COUNT
               WHEN CR-RUN-NUMBER (CRX) > NEW-HIGH-WATER
                   ADD 1 TO HELD-COUNT
                   DISPLAY "PRIMPUB-0002 RUN ", ED-RUN-NUMBER,
                           " HAS NO TRAILER - HELD FOR RESTART"
               WHEN CR-TRAILER-SW (CRX) = 0
                   ADD 1 TO ABANDONED-COUNT
                   DISPLAY "PRIMPUB-0003 RUN ", ED-RUN-NUMBER,
                           " HAS NO TRAILER - ABANDONED, NOT PUBLISHED"
               WHEN CR-VALID (CRX) NOT = "True "
                   ADD 1 TO NOT-VALID-COUNT
               WHEN OTHER
                   MOVE CR-RUN-NUMBER (CRX) TO MW-RUN-NUMBER
                   PERFORM FIND-EXCLUDED-RUN
                       THROUGH END-FIND-EXCLUDED-RUN
                   IF MW-FOUND-SW = 1
                       ADD 1 TO EXCLUDED-COUNT
                   ELSE
                       IF CR-HISTORY-SW (CRX) = 0
                           ADD 1 TO NO-HISTORY-COUNT
                           DISPLAY "PRIMPUB-0004 RUN ", ED-RUN-NUMBER,
                                   " HAS NO HISTORY LINE",
                                   " - NOT PUBLISHED"
                       ELSE
                           PERFORM WRITE-LEADERBOARD-LINE
                               THROUGH END-WRITE-LEADERBOARD-LINE
                       END-IF
                   END-IF
           END-EVALUATE.
       END-SCREEN-CANDIDATE-RUN.
           EXIT.
      *
       WRITE-LEADERBOARD-LINE.
           MOVE CR-PASSES-X (CRX) TO LW-SQUEEZE-IN.
           PERFORM SQUEEZE-FIELD THROUGH END-SQUEEZE-FIELD.
           MOVE LW-SQUEEZE-OUT TO LW-PASSES.
           MOVE CR-DURATION-X (CRX) TO LW-SQUEEZE-IN.
           PERFORM SQUEEZE-FIELD THROUGH END-SQUEEZE-FIELD.
           MOVE LW-SQUEEZE-OUT TO LW-DURATION.
           MOVE CR-THREADS (CRX) TO LW-SQUEEZE-IN.
           PERFORM SQUEEZE-FIELD THROUGH END-SQUEEZE-FIELD.
           MOVE LW-SQUEEZE-OUT TO LW-THREADS.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING CR-SOLUTION (CRX)  DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  LW-PASSES          DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  LW-DURATION        DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  LW-THREADS         DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  CR-ALGORITHM (CRX) DELIMITED BY SPACE
                  INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO PUBLISHED-COUNT.
           IF LOW-PUBLISHED-RUN = 0
               MOVE CR-RUN-NUMBER (CRX) TO LOW-PUBLISHED-RUN
           END-IF.
           IF CR-RUN-NUMBER (CRX) > HIGH-PUBLISHED-RUN
               MOVE CR-RUN-NUMBER (CRX) TO HIGH-PUBLISHED-RUN
           END-IF.
       END-WRITE-LEADERBOARD-LINE.
           EXIT.
      *
       SQUEEZE-FIELD.
      *    Drops the leading blanks an edited HISTORY field carries.
           MOVE 0 TO LW-LEADING.
           INSPECT LW-SQUEEZE-IN TALLYING LW-LEADING
               FOR LEADING SPACES.
           MOVE SPACES TO LW-SQUEEZE-OUT.
           IF LW-LEADING < 10
               MOVE LW-SQUEEZE-IN (LW-LEADING + 1:) TO LW-SQUEEZE-OUT
           END-IF.
       END-SQUEEZE-FIELD.
           EXIT.
      *
       WRITE-EXTRACT-HEADER.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE PRIOR-HIGH-WATER TO ED-RUN-NUMBER.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "HDR;PRIMPUB;"        DELIMITED BY SIZE
                  RUN-TIMESTAMP-DISPLAY DELIMITED BY SIZE
                  ";AFTER-RUN="         DELIMITED BY SIZE
                  ED-RUN-NUMBER         DELIMITED BY SIZE
                  INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
       END-WRITE-EXTRACT-HEADER.
           EXIT.
      *
       WRITE-EXTRACT-TRAILER.
      *    An extract with nothing new still goes out, header and a
      *    zero trailer, so the receiving side sees the night ran.
           MOVE PUBLISHED-COUNT TO ED-PUBLISHED-COUNT.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "TRL;RECORDS="        DELIMITED BY SIZE
                  ED-PUBLISHED-COUNT    DELIMITED BY SIZE
                  ";LOW-RUN="           DELIMITED BY SIZE
                  LOW-PUBLISHED-RUN     DELIMITED BY SIZE
                  ";HIGH-RUN="          DELIMITED BY SIZE
                  HIGH-PUBLISHED-RUN    DELIMITED BY SIZE
                  INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
       END-WRITE-EXTRACT-TRAILER.
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
           MOVE CR-COUNT TO SL-IN-COUNT.
           MOVE PUBLISHED-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMPUB" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "NEWRUNS" TO SL-IN-LABEL.
           MOVE "PUBLISHD" TO SL-OUT-LABEL.
           OPEN EXTEND STEPLOG-FILE.
           IF STEPLOG-STATUS NOT = "00"
               OPEN OUTPUT STEPLOG-FILE
           END-IF.
           WRITE STEPLOG-RECORD.
           CLOSE STEPLOG-FILE.
       END-WRITE-STEPLOG-RECORD.
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
       END-PROGRAM.
           EXIT.
