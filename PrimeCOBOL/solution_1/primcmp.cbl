       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMCMP.
       AUTHOR. FRANK VAN BAKEL.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  New PRIMELST set comparison program.  Compares two
      *               stored prime lists prime by prime - one run's set
      *               against another's (for example last night's wheel
      *               run against tonight's base run at the same
      *               MAX_LIMIT), or tonight's set against one from
      *               before a compiler or runtime change.  A SYSIN card
      *               picks each set by run number or by complete-set
      *               ordinal, from the live PRIMELST or from the
      *               PLSTARCH archive generations PRIMHSKP writes; run
      *               numbers resolve through the same Nth-run-record /
      *               Nth-complete-set pairing PRIMAUDT cross-foots
      *               with, against RESULTS or RESARCH.  When the two
      *               sets were built to different limits only the
      *               common range is compared.  The delta report goes
      *               to CMPRPT: every prime present in one set only,
      *               the first and last difference, and the totals.
      *               Sets that disagree end RC 8, as does a card or a
      *               set that cannot be found.
      *   2026-10-15  Run records from the packed sieve (SIEVE_MODE
      *               "P") now resolve set ordinals and run numbers
      *               like base and wheel runs.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-CARD-STATUS.
      *    Each set has its own reader on each prime file, so both
      *    sets can come from the same file and still be read side
      *    by side.
           SELECT OPTIONAL PRIMELST-A-FILE
               ASSIGN TO "PRIMELST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMELST-A-STATUS.
           SELECT OPTIONAL PRIMELST-B-FILE
               ASSIGN TO "PRIMELST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMELST-B-STATUS.
           SELECT OPTIONAL ARCHIVE-A-FILE
               ASSIGN TO "PLSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-A-STATUS.
           SELECT OPTIONAL ARCHIVE-B-FILE
               ASSIGN TO "PLSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-B-STATUS.
           SELECT OPTIONAL RESULTS-FILE
               ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT OPTIONAL RESULTS-ARCHIVE-FILE
               ASSIGN TO "RESARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-ARCHIVE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *    One selector per set - source L (live PRIMELST, the
      *    default) or A (PLSTARCH archive), then R to pick by run
      *    number or O to pick by complete-set ordinal, then the
      *    run number or ordinal itself.
       01  CONTROL-CARD-RECORD.
           03  CC-SET-A-SELECTOR.
               05  CC-A-SOURCE            PIC X(1).
               05  CC-A-SELECT-BY         PIC X(1).
               05  CC-A-KEY               PIC 9(8).
           03  FILLER                     PIC X(1).
           03  CC-SET-B-SELECTOR.
               05  CC-B-SOURCE            PIC X(1).
               05  CC-B-SELECT-BY         PIC X(1).
               05  CC-B-KEY               PIC 9(8).
           03  FILLER                     PIC X(59).
       01  CONTROL-CARD-ALPHA-REC.
           03  CCA-SET-A-SELECTOR         PIC X(10).
           03  FILLER                     PIC X(1).
           03  CCA-SET-B-SELECTOR         PIC X(10).
           03  FILLER                     PIC X(59).
      *    Layout written by PRIMES' OPEN-PRIMELST /
      *    WRITE-PRIMELST-DETAIL / CLOSE-PRIMELST, and copied record
      *    for record into PLSTARCH behind PRIMHSKP's "G" generation
      *    control records.  Each record read is moved to SET-RECORD
      *    in WORKING-STORAGE and examined there.
       FD  PRIMELST-A-FILE.
       01  PRIMELST-A-RECORD              PIC X(30).
       FD  PRIMELST-B-FILE.
       01  PRIMELST-B-RECORD              PIC X(30).
       FD  ARCHIVE-A-FILE.
       01  ARCHIVE-A-RECORD               PIC X(30).
       FD  ARCHIVE-B-FILE.
       01  ARCHIVE-B-RECORD               PIC X(30).
      *    Layout written by PRIMES' WRITE-RESULTS-RECORD, mapped by
      *    position as PRIMAUDT maps it.  RESARCH holds the same
      *    records behind its "G" generation control records, which
      *    fail the mode/limit screen along with the run trailers.
       FD  RESULTS-FILE.
       01  RESULTS-RECORD                 PIC X(150).
       FD  RESULTS-ARCHIVE-FILE.
       01  RESULTS-ARCHIVE-RECORD         PIC X(150).
       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  CONTROL-CARD-STATUS        PIC X(2).
           03  PRIMELST-A-STATUS          PIC X(2).
           03  PRIMELST-B-STATUS          PIC X(2).
           03  ARCHIVE-A-STATUS           PIC X(2).
           03  ARCHIVE-B-STATUS           PIC X(2).
           03  RESULTS-STATUS             PIC X(2).
           03  RESULTS-ARCHIVE-STATUS     PIC X(2).
           03  REPORT-STATUS              PIC X(2).
       01  SET-RECORD.
           03  SR-RECORD-TYPE             PIC X(1).
      *    Header: MAX_LIMIT; detail: the prime; trailer: the count.
           03  SR-VALUE-X                 PIC X(9).
           03  SR-SIEVE-MODE              PIC X(1).
           03  SR-RUN-TIMESTAMP           PIC X(17).
           03  FILLER                     PIC X(2).
       01  RUN-RECORD.
           03  RR-TIMESTAMP               PIC X(17).
           03  FILLER                     PIC X(59).
           03  RR-LIMIT-X                 PIC X(9).
           03  FILLER                     PIC X(13).
           03  RR-COUNT-X                 PIC X(7).
           03  FILLER                     PIC X(24).
           03  RR-SIEVE-MODE              PIC X(1).
           03  FILLER                     PIC X(5).
           03  RR-RUN-NUMBER              PIC X(8).
           03  FILLER                     PIC X(7).
      *    The two sets being compared, A = 1 and B = 2.
       01  SET-SELECTION-AREA.
           03  SS-ENTRY OCCURS 2 TIMES
                   INDEXED BY SSX.
               05  SS-NAME                PIC X(1).
               05  SS-SOURCE              PIC X(1).
                   88  SS-SOURCE-LIVE     VALUE "L".
                   88  SS-SOURCE-ARCHIVE  VALUE "A".
               05  SS-SELECT-BY           PIC X(1).
                   88  SS-BY-RUN          VALUE "R".
                   88  SS-BY-ORDINAL      VALUE "O".
               05  SS-KEY                 PIC 9(8).
               05  SS-FILE-NAME           PIC X(8).
               05  SS-ORDINAL             PIC 9(7) COMP.
               05  SS-RUN-NUMBER          PIC X(8).
               05  SS-FOUND-SW            PIC 9(1) COMP.
      *        Record number of the set's header within its file.
               05  SS-HEADER-POSITION     PIC 9(9) COMP.
               05  SS-LIMIT               PIC 9(9) COMP.
               05  SS-SIEVE-MODE          PIC X(1).
               05  SS-RUN-TIMESTAMP       PIC X(17).
               05  SS-TRAILER-COUNT       PIC 9(9) COMP.
               05  SS-FILE-STATUS         PIC X(2).
               05  SS-END-SW              PIC 9(1) COMP.
               05  SS-CURRENT-PRIME       PIC 9(9) COMP.
               05  SS-COMPARED-COUNT      PIC 9(9) COMP.
               05  SS-ONLY-COUNT          PIC 9(9) COMP.
               05  SS-BEYOND-COUNT        PIC 9(9) COMP.
               05  SS-BAD-DETAIL-COUNT    PIC 9(9) COMP.
       01  COMPARE-STATE-FIELDS.
           03  CARD-REJECT-SW             PIC 9(1) COMP VALUE 0.
           03  SET-MISSING-SW             PIC 9(1) COMP VALUE 0.
           03  SET-MOVED-SW               PIC 9(1) COMP VALUE 0.
           03  SCAN-RECORD-COUNT          PIC 9(9) COMP.
           03  SCAN-SET-OPEN-SW           PIC 9(1) COMP.
           03  SCAN-SET-COUNT             PIC 9(7) COMP.
           03  SCAN-HEADER-POSITION       PIC 9(9) COMP.
           03  SCAN-LIMIT                 PIC 9(9) COMP.
           03  SCAN-SIEVE-MODE            PIC X(1).
           03  SCAN-RUN-TIMESTAMP         PIC X(17).
           03  SCAN-RUN-COUNT             PIC 9(7) COMP.
           03  SCAN-RUN-NUMBER            PIC 9(8).
           03  SCAN-RESULTS-STATUS        PIC X(2).
           03  SKIP-COUNT                 PIC 9(9) COMP.
           03  COMMON-LIMIT               PIC 9(9) COMP.
           03  MATCHED-COUNT              PIC 9(9) COMP VALUE 0.
           03  DIFFERENCE-COUNT           PIC 9(9) COMP VALUE 0.
           03  FIRST-DIFFERENCE           PIC 9(9) COMP VALUE 0.
           03  LAST-DIFFERENCE            PIC 9(9) COMP VALUE 0.
           03  DIFF-PRIME                 PIC 9(9) COMP.
           03  NEXT-FOUND-SW              PIC 9(1) COMP.
      *    Delta lines printed before the rest are only counted - two
      *    wrongly chosen sets would otherwise print millions.
           03  DIFF-LINE-LIMIT            PIC 9(5) COMP VALUE 1000.
           03  DIFF-LINE-COUNT            PIC 9(5) COMP VALUE 0.
       01  REPORT-EDIT-FIELDS.
           03  ED-ORDINAL                 PIC ZZZZZZ9.
           03  ED-KEY                     PIC ZZZZZZZ9.
           03  ED-LIMIT                   PIC ZZZZZZZZ9.
           03  ED-PRIME                   PIC ZZZZZZZZ9.
           03  ED-COUNT-A                 PIC ZZZZZZZZ9.
           03  ED-COUNT-B                 PIC ZZZZZZZZ9.
           03  ED-COUNT                   PIC ZZZZZZZZ9.
           03  ED-FIRST-DIFF              PIC ZZZZZZZZ9.
           03  ED-LAST-DIFF               PIC ZZZZZZZZ9.
       01  RUN-DATE-FIELD                 PIC 9(8).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM READ-CONTROL-CARD THROUGH END-READ-CONTROL-CARD.
           IF CARD-REJECT-SW = 1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER
               THROUGH END-PRINT-REPORT-HEADER.
           PERFORM VARYING SSX FROM 1 BY 1 UNTIL SSX > 2
               PERFORM RESOLVE-SET-RUN THROUGH END-RESOLVE-SET-RUN
               IF SS-FOUND-SW (SSX) = 1
                   PERFORM LOCATE-SET THROUGH END-LOCATE-SET
               END-IF
               PERFORM PRINT-SET-LINE THROUGH END-PRINT-SET-LINE
               IF SS-FOUND-SW (SSX) = 0
                   MOVE 1 TO SET-MISSING-SW
               END-IF
           END-PERFORM.
           IF SET-MISSING-SW = 1
               MOVE "NOTHING COMPARED - A SELECTED SET WAS NOT FOUND"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "PRIMCMP-0002 SELECTED SET NOT FOUND - ",
                       "SEE CMPRPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPARE-SETS THROUGH END-COMPARE-SETS.
           IF SET-MOVED-SW = 1
               MOVE "COMPARISON ABANDONED - PRIME FILE CHANGED UNDER "
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "THE RUN (HOUSEKEEPING?) - RERUN THE COMPARISON"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "PRIMCMP-0003 SET HEADER MOVED BETWEEN PASSES ",
                       "- RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PRINT-COMPARE-SUMMARY
               THROUGH END-PRINT-COMPARE-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "PRIMCMP COMPLETE - MATCHED=", MATCHED-COUNT,
                   " DIFFERENCES=", DIFFERENCE-COUNT.
      *    A prime master that disagrees with its twin is a break -
      *    one of the two is wrong, and the scheduler must stop.
           IF DIFFERENCE-COUNT > 0
               OR SS-BAD-DETAIL-COUNT (1) > 0
               OR SS-BAD-DETAIL-COUNT (2) > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================
      *    Control card.  Source blank means the live PRIMELST; the
      *    select code and key must be there - nothing is guessed.
      *================================================================
       READ-CONTROL-CARD.
           MOVE 1 TO CARD-REJECT-SW.
           OPEN INPUT CONTROL-CARD-FILE.
           IF CONTROL-CARD-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO CONTROL-CARD-STATUS
               END-READ
               IF CONTROL-CARD-STATUS = "00"
                   MOVE 0 TO CARD-REJECT-SW
                   MOVE "A" TO SS-NAME (1)
                   MOVE CC-A-SOURCE TO SS-SOURCE (1)
                   MOVE CC-A-SELECT-BY TO SS-SELECT-BY (1)
                   IF CC-A-KEY NUMERIC
                       MOVE CC-A-KEY TO SS-KEY (1)
                   ELSE
                       MOVE 1 TO CARD-REJECT-SW
                   END-IF
                   MOVE "B" TO SS-NAME (2)
                   MOVE CC-B-SOURCE TO SS-SOURCE (2)
                   MOVE CC-B-SELECT-BY TO SS-SELECT-BY (2)
                   IF CC-B-KEY NUMERIC
                       MOVE CC-B-KEY TO SS-KEY (2)
                   ELSE
                       MOVE 1 TO CARD-REJECT-SW
                   END-IF
                   PERFORM VARYING SSX FROM 1 BY 1 UNTIL SSX > 2
                       PERFORM CHECK-SET-SELECTOR
                           THROUGH END-CHECK-SET-SELECTOR
                   END-PERFORM
                   IF CARD-REJECT-SW = 1
                       DISPLAY "PRIMCMP-0001 SELECTION CARD REJECTED ",
                               "- A='", CCA-SET-A-SELECTOR,
                               "' B='", CCA-SET-B-SELECTOR, "'"
                   END-IF
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.
           IF CARD-REJECT-SW = 1 AND CONTROL-CARD-STATUS NOT = "00"
               DISPLAY "PRIMCMP-0001 NO SELECTION CARD SUPPLIED - ",
                       "NOTHING COMPARED"
           END-IF.
       END-READ-CONTROL-CARD.
           EXIT.
      *
       CHECK-SET-SELECTOR.
           IF SS-SOURCE (SSX) = SPACE
               MOVE "L" TO SS-SOURCE (SSX)
           END-IF.
           IF NOT SS-SOURCE-LIVE (SSX)
               AND NOT SS-SOURCE-ARCHIVE (SSX)
               MOVE 1 TO CARD-REJECT-SW
           END-IF.
           IF NOT SS-BY-RUN (SSX) AND NOT SS-BY-ORDINAL (SSX)
               MOVE 1 TO CARD-REJECT-SW
           END-IF.
      *    Ordinals and run numbers both start at 1.
           IF CARD-REJECT-SW = 0 AND SS-KEY (SSX) = 0
               MOVE 1 TO CARD-REJECT-SW
           END-IF.
           IF SS-SOURCE-ARCHIVE (SSX)
               MOVE "PLSTARCH" TO SS-FILE-NAME (SSX)
           ELSE
               MOVE "PRIMELST" TO SS-FILE-NAME (SSX)
           END-IF.
           MOVE 0 TO SS-FOUND-SW (SSX).
           MOVE 0 TO SS-ORDINAL (SSX).
           MOVE SPACES TO SS-RUN-NUMBER (SSX).
           MOVE 0 TO SS-COMPARED-COUNT (SSX).
           MOVE 0 TO SS-ONLY-COUNT (SSX).
           MOVE 0 TO SS-BEYOND-COUNT (SSX).
           MOVE 0 TO SS-BAD-DETAIL-COUNT (SSX).
       END-CHECK-SET-SELECTOR.
           EXIT.
      *
       PRINT-REPORT-HEADER.
           ACCEPT RUN-DATE-FIELD FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRIMELST SET COMPARISON - RUN DATE "
                                              DELIMITED BY SIZE
                  RUN-DATE-FIELD              DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-REPORT-HEADER.
           EXIT.
      *
      *================================================================
      *    Set selection.  The Nth run record on RESULTS belongs to
      *    the Nth complete set on PRIMELST, and PRIMHSKP moves each
      *    run record with its set, so the same holds between
      *    RESARCH and PLSTARCH.  A set picked by run number gets its
      *    ordinal here; a set picked by ordinal gets its run number
      *    for the report, where the run records go back that far.
      *================================================================
       RESOLVE-SET-RUN.
           MOVE 0 TO SCAN-RUN-COUNT.
           IF SS-BY-ORDINAL (SSX)
               MOVE SS-KEY (SSX) TO SS-ORDINAL (SSX)
               MOVE 1 TO SS-FOUND-SW (SSX)
           END-IF.
           IF SS-SOURCE-ARCHIVE (SSX)
               OPEN INPUT RESULTS-ARCHIVE-FILE
               MOVE RESULTS-ARCHIVE-STATUS TO SCAN-RESULTS-STATUS
           ELSE
               OPEN INPUT RESULTS-FILE
               MOVE RESULTS-STATUS TO SCAN-RESULTS-STATUS
           END-IF.
           PERFORM UNTIL SCAN-RESULTS-STATUS NOT = "00"
               IF SS-SOURCE-ARCHIVE (SSX)
                   READ RESULTS-ARCHIVE-FILE
                       AT END MOVE "10" TO RESULTS-ARCHIVE-STATUS
                   END-READ
                   MOVE RESULTS-ARCHIVE-STATUS TO SCAN-RESULTS-STATUS
                   MOVE RESULTS-ARCHIVE-RECORD TO RUN-RECORD
               ELSE
                   READ RESULTS-FILE
                       AT END MOVE "10" TO RESULTS-STATUS
                   END-READ
                   MOVE RESULTS-STATUS TO SCAN-RESULTS-STATUS
                   MOVE RESULTS-RECORD TO RUN-RECORD
               END-IF
               IF SCAN-RESULTS-STATUS = "00"
                   PERFORM MATCH-RUN-RECORD
                       THROUGH END-MATCH-RUN-RECORD
               END-IF
           END-PERFORM.
           IF SS-SOURCE-ARCHIVE (SSX)
               CLOSE RESULTS-ARCHIVE-FILE
           ELSE
               CLOSE RESULTS-FILE
           END-IF.
       END-RESOLVE-SET-RUN.
           EXIT.
      *
       MATCH-RUN-RECORD.
           INSPECT RR-LIMIT-X REPLACING LEADING " " BY "0".
           INSPECT RR-COUNT-X REPLACING LEADING " " BY "0".
           IF (RR-SIEVE-MODE = "B" OR RR-SIEVE-MODE = "W"
               OR RR-SIEVE-MODE = "P")
               AND RR-LIMIT-X NUMERIC
               AND RR-COUNT-X NUMERIC
               ADD 1 TO SCAN-RUN-COUNT
               IF SS-BY-ORDINAL (SSX)
                   IF SCAN-RUN-COUNT = SS-ORDINAL (SSX)
                       MOVE RR-RUN-NUMBER TO SS-RUN-NUMBER (SSX)
                   END-IF
               ELSE
      *            The first run record carrying the number wins.
                   IF SS-FOUND-SW (SSX) = 0
                       AND RR-RUN-NUMBER NUMERIC
                       MOVE RR-RUN-NUMBER TO SCAN-RUN-NUMBER
                       IF SCAN-RUN-NUMBER = SS-KEY (SSX)
                           MOVE SCAN-RUN-COUNT TO SS-ORDINAL (SSX)
                           MOVE RR-RUN-NUMBER TO SS-RUN-NUMBER (SSX)
                           MOVE 1 TO SS-FOUND-SW (SSX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       END-MATCH-RUN-RECORD.
           EXIT.
      *
      *    First pass over the set's file: find where its Nth complete
      *    set starts, and what its header and trailer say.  An open
      *    set left by a killed job does not count - it never wrote a
      *    run record either - and neither do PLSTARCH's "G" records.
       LOCATE-SET.
           MOVE 0 TO SS-FOUND-SW (SSX).
           MOVE 0 TO SCAN-RECORD-COUNT.
           MOVE 0 TO SCAN-SET-OPEN-SW.
           MOVE 0 TO SCAN-SET-COUNT.
           PERFORM OPEN-SET-FILE THROUGH END-OPEN-SET-FILE.
           PERFORM UNTIL SS-FILE-STATUS (SSX) NOT = "00"
                   OR SS-FOUND-SW (SSX) = 1
               PERFORM READ-SET-FILE THROUGH END-READ-SET-FILE
               IF SS-FILE-STATUS (SSX) = "00"
                   ADD 1 TO SCAN-RECORD-COUNT
                   PERFORM LOCATE-SET-RECORD
                       THROUGH END-LOCATE-SET-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-SET-FILE THROUGH END-CLOSE-SET-FILE.
       END-LOCATE-SET.
           EXIT.
      *
       LOCATE-SET-RECORD.
           EVALUATE SR-RECORD-TYPE
               WHEN "H"
                   MOVE 1 TO SCAN-SET-OPEN-SW
                   MOVE SCAN-RECORD-COUNT TO SCAN-HEADER-POSITION
                   MOVE SR-SIEVE-MODE TO SCAN-SIEVE-MODE
                   MOVE SR-RUN-TIMESTAMP TO SCAN-RUN-TIMESTAMP
                   IF SR-VALUE-X NUMERIC
                       MOVE SR-VALUE-X TO SCAN-LIMIT
                   ELSE
                       MOVE 0 TO SCAN-LIMIT
                   END-IF
               WHEN "T"
                   IF SCAN-SET-OPEN-SW = 1
                       MOVE 0 TO SCAN-SET-OPEN-SW
                       ADD 1 TO SCAN-SET-COUNT
                       IF SCAN-SET-COUNT = SS-ORDINAL (SSX)
                           MOVE 1 TO SS-FOUND-SW (SSX)
                           MOVE SCAN-HEADER-POSITION
                               TO SS-HEADER-POSITION (SSX)
                           MOVE SCAN-LIMIT TO SS-LIMIT (SSX)
                           MOVE SCAN-SIEVE-MODE TO SS-SIEVE-MODE (SSX)
                           MOVE SCAN-RUN-TIMESTAMP
                               TO SS-RUN-TIMESTAMP (SSX)
                           IF SR-VALUE-X NUMERIC
                               MOVE SR-VALUE-X
                                   TO SS-TRAILER-COUNT (SSX)
                           ELSE
                               MOVE 0 TO SS-TRAILER-COUNT (SSX)
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       END-LOCATE-SET-RECORD.
           EXIT.
      *
       PRINT-SET-LINE.
           MOVE SS-KEY (SSX) TO ED-KEY.
           MOVE SPACES TO REPORT-RECORD.
           IF SS-BY-RUN (SSX)
               STRING "SET "                   DELIMITED BY SIZE
                      SS-NAME (SSX)            DELIMITED BY SIZE
                      ": "                     DELIMITED BY SIZE
                      SS-FILE-NAME (SSX)       DELIMITED BY SIZE
                      " RUN="                  DELIMITED BY SIZE
                      ED-KEY                   DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "SET "                   DELIMITED BY SIZE
                      SS-NAME (SSX)            DELIMITED BY SIZE
                      ": "                     DELIMITED BY SIZE
                      SS-FILE-NAME (SSX)       DELIMITED BY SIZE
                      " ORDINAL="              DELIMITED BY SIZE
                      ED-KEY                   DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF SS-FOUND-SW (SSX) = 0
               STRING "       NOT FOUND - NO COMPLETE SET FOR THIS "
                                               DELIMITED BY SIZE
                      "SELECTION ON "          DELIMITED BY SIZE
                      SS-FILE-NAME (SSX)       DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               MOVE SS-ORDINAL (SSX) TO ED-ORDINAL
               MOVE SS-LIMIT (SSX) TO ED-LIMIT
               MOVE SS-TRAILER-COUNT (SSX) TO ED-COUNT
               IF SS-RUN-NUMBER (SSX) = SPACES
                   MOVE "UNKNOWN " TO SS-RUN-NUMBER (SSX)
               END-IF
               STRING "       SET "            DELIMITED BY SIZE
                      ED-ORDINAL               DELIMITED BY SIZE
                      " RUN="                  DELIMITED BY SIZE
                      SS-RUN-NUMBER (SSX)      DELIMITED BY SIZE
                      " LIMIT="                DELIMITED BY SIZE
                      ED-LIMIT                 DELIMITED BY SIZE
                      " MODE="                 DELIMITED BY SIZE
                      SS-SIEVE-MODE (SSX)      DELIMITED BY SIZE
                      " TS="                   DELIMITED BY SIZE
                      SS-RUN-TIMESTAMP (SSX)   DELIMITED BY SIZE
                      " COUNT="                DELIMITED BY SIZE
                      ED-COUNT                 DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
       END-PRINT-SET-LINE.
           EXIT.
      *
      *================================================================
      *    Second pass: both sets read side by side in one merge.
      *    Each reader is skipped forward to its set's header, which
      *    must still say what it said in the first pass - otherwise
      *    the file was rewritten in between and the positions mean
      *    nothing.  Primes above the smaller of the two limits are
      *    counted but not compared: the other set was never asked
      *    to hold them.
      *================================================================
       COMPARE-SETS.
           IF SS-LIMIT (1) < SS-LIMIT (2)
               MOVE SS-LIMIT (1) TO COMMON-LIMIT
           ELSE
               MOVE SS-LIMIT (2) TO COMMON-LIMIT
           END-IF.
           MOVE COMMON-LIMIT TO ED-LIMIT.
           MOVE SPACES TO REPORT-RECORD.
           IF SS-LIMIT (1) = SS-LIMIT (2)
               STRING "COMPARED RANGE: 2 TO "  DELIMITED BY SIZE
                      ED-LIMIT                 DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "LIMITS DIFFER - COMPARED COMMON RANGE 2 TO "
                                               DELIMITED BY SIZE
                      ED-LIMIT                 DELIMITED BY SIZE
                      " ONLY"                  DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING SSX FROM 1 BY 1 UNTIL SSX > 2
               PERFORM POSITION-SET THROUGH END-POSITION-SET
           END-PERFORM.
           IF SET-MOVED-SW = 0
               PERFORM VARYING SSX FROM 1 BY 1 UNTIL SSX > 2
                   PERFORM NEXT-SET-PRIME THROUGH END-NEXT-SET-PRIME
               END-PERFORM
               PERFORM UNTIL SS-END-SW (1) = 1 AND SS-END-SW (2) = 1
                   PERFORM MERGE-ONE-PRIME
                       THROUGH END-MERGE-ONE-PRIME
               END-PERFORM
           END-IF.
           PERFORM VARYING SSX FROM 1 BY 1 UNTIL SSX > 2
               PERFORM CLOSE-SET-FILE THROUGH END-CLOSE-SET-FILE
           END-PERFORM.
       END-COMPARE-SETS.
           EXIT.
      *
       POSITION-SET.
           MOVE 0 TO SS-END-SW (SSX).
           MOVE 0 TO SKIP-COUNT.
           PERFORM OPEN-SET-FILE THROUGH END-OPEN-SET-FILE.
           PERFORM UNTIL SS-FILE-STATUS (SSX) NOT = "00"
                   OR SKIP-COUNT = SS-HEADER-POSITION (SSX)
               PERFORM READ-SET-FILE THROUGH END-READ-SET-FILE
               IF SS-FILE-STATUS (SSX) = "00"
                   ADD 1 TO SKIP-COUNT
               END-IF
           END-PERFORM.
           IF SKIP-COUNT NOT = SS-HEADER-POSITION (SSX)
               OR SR-RECORD-TYPE NOT = "H"
               OR SR-SIEVE-MODE NOT = SS-SIEVE-MODE (SSX)
               OR SR-RUN-TIMESTAMP NOT = SS-RUN-TIMESTAMP (SSX)
               MOVE 1 TO SET-MOVED-SW
           END-IF.
       END-POSITION-SET.
           EXIT.
      *
       MERGE-ONE-PRIME.
           EVALUATE TRUE
               WHEN SS-END-SW (1) = 1
                   SET SSX TO 2
                   PERFORM RECORD-ONE-SIDE-PRIME
                       THROUGH END-RECORD-ONE-SIDE-PRIME
               WHEN SS-END-SW (2) = 1
                   SET SSX TO 1
                   PERFORM RECORD-ONE-SIDE-PRIME
                       THROUGH END-RECORD-ONE-SIDE-PRIME
               WHEN SS-CURRENT-PRIME (1) = SS-CURRENT-PRIME (2)
                   ADD 1 TO MATCHED-COUNT
                   PERFORM VARYING SSX FROM 1 BY 1 UNTIL SSX > 2
                       PERFORM NEXT-SET-PRIME
                           THROUGH END-NEXT-SET-PRIME
                   END-PERFORM
               WHEN SS-CURRENT-PRIME (1) < SS-CURRENT-PRIME (2)
                   SET SSX TO 1
                   PERFORM RECORD-ONE-SIDE-PRIME
                       THROUGH END-RECORD-ONE-SIDE-PRIME
               WHEN OTHER
                   SET SSX TO 2
                   PERFORM RECORD-ONE-SIDE-PRIME
                       THROUGH END-RECORD-ONE-SIDE-PRIME
           END-EVALUATE.
       END-MERGE-ONE-PRIME.
           EXIT.
      *
      *    The current prime of set SSX is missing from the other set.
       RECORD-ONE-SIDE-PRIME.
           ADD 1 TO SS-ONLY-COUNT (SSX).
           ADD 1 TO DIFFERENCE-COUNT.
           MOVE SS-CURRENT-PRIME (SSX) TO DIFF-PRIME.
           IF DIFFERENCE-COUNT = 1
               MOVE DIFF-PRIME TO FIRST-DIFFERENCE
           END-IF.
           MOVE DIFF-PRIME TO LAST-DIFFERENCE.
           IF DIFF-LINE-COUNT < DIFF-LINE-LIMIT
               ADD 1 TO DIFF-LINE-COUNT
               MOVE DIFF-PRIME TO ED-PRIME
               MOVE SPACES TO REPORT-RECORD
               STRING "IN SET "                DELIMITED BY SIZE
                      SS-NAME (SSX)            DELIMITED BY SIZE
                      " ONLY: "                DELIMITED BY SIZE
                      ED-PRIME                 DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM NEXT-SET-PRIME THROUGH END-NEXT-SET-PRIME.
       END-RECORD-ONE-SIDE-PRIME.
           EXIT.
      *
      *    Advance set SSX to its next prime within the common range.
      *    The set ends at its trailer, at a following header (an
      *    archive generation boundary or a damaged set) or at end of
      *    file; primes past the common range are read to the end and
      *    counted.
       NEXT-SET-PRIME.
           MOVE 0 TO NEXT-FOUND-SW.
           PERFORM UNTIL NEXT-FOUND-SW = 1 OR SS-END-SW (SSX) = 1
               PERFORM READ-SET-FILE THROUGH END-READ-SET-FILE
               IF SS-FILE-STATUS (SSX) NOT = "00"
                   MOVE 1 TO SS-END-SW (SSX)
               ELSE
                   IF SR-RECORD-TYPE = "D"
                       PERFORM TAKE-SET-DETAIL
                           THROUGH END-TAKE-SET-DETAIL
                   ELSE
                       MOVE 1 TO SS-END-SW (SSX)
                   END-IF
               END-IF
           END-PERFORM.
       END-NEXT-SET-PRIME.
           EXIT.
      *
       TAKE-SET-DETAIL.
           IF SR-VALUE-X NUMERIC
               MOVE SR-VALUE-X TO SS-CURRENT-PRIME (SSX)
               IF SS-CURRENT-PRIME (SSX) > COMMON-LIMIT
                   ADD 1 TO SS-BEYOND-COUNT (SSX)
               ELSE
                   ADD 1 TO SS-COMPARED-COUNT (SSX)
                   MOVE 1 TO NEXT-FOUND-SW
               END-IF
           ELSE
               ADD 1 TO SS-BAD-DETAIL-COUNT (SSX)
               MOVE SPACES TO REPORT-RECORD
               STRING "SET "                   DELIMITED BY SIZE
                      SS-NAME (SSX)            DELIMITED BY SIZE
                      " DETAIL NOT NUMERIC, SKIPPED: '"
                                               DELIMITED BY SIZE
                      SR-VALUE-X               DELIMITED BY SIZE
                      "'"                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END-TAKE-SET-DETAIL.
           EXIT.
      *
       PRINT-COMPARE-SUMMARY.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SS-COMPARED-COUNT (1) TO ED-COUNT-A.
           MOVE SS-COMPARED-COUNT (2) TO ED-COUNT-B.
           MOVE MATCHED-COUNT TO ED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRIMES COMPARED  A="       DELIMITED BY SIZE
                  ED-COUNT-A                  DELIMITED BY SIZE
                  " B="                       DELIMITED BY SIZE
                  ED-COUNT-B                  DELIMITED BY SIZE
                  " MATCHED="                 DELIMITED BY SIZE
                  ED-COUNT                    DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SS-ONLY-COUNT (1) TO ED-COUNT-A.
           MOVE SS-ONLY-COUNT (2) TO ED-COUNT-B.
           MOVE DIFFERENCE-COUNT TO ED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "IN ONE SET ONLY  A="       DELIMITED BY SIZE
                  ED-COUNT-A                  DELIMITED BY SIZE
                  " B="                       DELIMITED BY SIZE
                  ED-COUNT-B                  DELIMITED BY SIZE
                  " TOTAL DIFFERENCES="       DELIMITED BY SIZE
                  ED-COUNT                    DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF SS-BEYOND-COUNT (1) > 0 OR SS-BEYOND-COUNT (2) > 0
               MOVE SS-BEYOND-COUNT (1) TO ED-COUNT-A
               MOVE SS-BEYOND-COUNT (2) TO ED-COUNT-B
               MOVE SPACES TO REPORT-RECORD
               STRING "NOT COMPARED, ABOVE COMMON RANGE  A="
                                              DELIMITED BY SIZE
                      ED-COUNT-A              DELIMITED BY SIZE
                      " B="                   DELIMITED BY SIZE
                      ED-COUNT-B              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF SS-BAD-DETAIL-COUNT (1) > 0
               OR SS-BAD-DETAIL-COUNT (2) > 0
               MOVE SS-BAD-DETAIL-COUNT (1) TO ED-COUNT-A
               MOVE SS-BAD-DETAIL-COUNT (2) TO ED-COUNT-B
               MOVE SPACES TO REPORT-RECORD
               STRING "NON-NUMERIC DETAILS SKIPPED  A="
                                              DELIMITED BY SIZE
                      ED-COUNT-A              DELIMITED BY SIZE
                      " B="                   DELIMITED BY SIZE
                      ED-COUNT-B              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF DIFFERENCE-COUNT > 0
               MOVE FIRST-DIFFERENCE TO ED-FIRST-DIFF
               MOVE LAST-DIFFERENCE TO ED-LAST-DIFF
               MOVE SPACES TO REPORT-RECORD
               STRING "FIRST DIFFERENCE="     DELIMITED BY SIZE
                      ED-FIRST-DIFF           DELIMITED BY SIZE
                      " LAST DIFFERENCE="     DELIMITED BY SIZE
                      ED-LAST-DIFF            DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF DIFF-LINE-COUNT < DIFFERENCE-COUNT
                   MOVE DIFF-LINE-LIMIT TO ED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "ONLY THE FIRST "   DELIMITED BY SIZE
                          ED-COUNT            DELIMITED BY SIZE
                          " DIFFERENCES ARE LISTED"
                                              DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE "SETS DISAGREE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "SETS AGREE OVER THE COMPARED RANGE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END-PRINT-COMPARE-SUMMARY.
           EXIT.
      *
      *================================================================
      *    Set file I/O - SSX picks the set, its source picks the file.
      *================================================================
       OPEN-SET-FILE.
           EVALUATE TRUE
               WHEN SSX = 1 AND SS-SOURCE-LIVE (SSX)
                   OPEN INPUT PRIMELST-A-FILE
                   MOVE PRIMELST-A-STATUS TO SS-FILE-STATUS (SSX)
               WHEN SSX = 1
                   OPEN INPUT ARCHIVE-A-FILE
                   MOVE ARCHIVE-A-STATUS TO SS-FILE-STATUS (SSX)
               WHEN SS-SOURCE-LIVE (SSX)
                   OPEN INPUT PRIMELST-B-FILE
                   MOVE PRIMELST-B-STATUS TO SS-FILE-STATUS (SSX)
               WHEN OTHER
                   OPEN INPUT ARCHIVE-B-FILE
                   MOVE ARCHIVE-B-STATUS TO SS-FILE-STATUS (SSX)
           END-EVALUATE.
       END-OPEN-SET-FILE.
           EXIT.
      *
       READ-SET-FILE.
           EVALUATE TRUE
               WHEN SSX = 1 AND SS-SOURCE-LIVE (SSX)
                   READ PRIMELST-A-FILE
                       AT END MOVE "10" TO PRIMELST-A-STATUS
                   END-READ
                   MOVE PRIMELST-A-STATUS TO SS-FILE-STATUS (SSX)
                   MOVE PRIMELST-A-RECORD TO SET-RECORD
               WHEN SSX = 1
                   READ ARCHIVE-A-FILE
                       AT END MOVE "10" TO ARCHIVE-A-STATUS
                   END-READ
                   MOVE ARCHIVE-A-STATUS TO SS-FILE-STATUS (SSX)
                   MOVE ARCHIVE-A-RECORD TO SET-RECORD
               WHEN SS-SOURCE-LIVE (SSX)
                   READ PRIMELST-B-FILE
                       AT END MOVE "10" TO PRIMELST-B-STATUS
                   END-READ
                   MOVE PRIMELST-B-STATUS TO SS-FILE-STATUS (SSX)
                   MOVE PRIMELST-B-RECORD TO SET-RECORD
               WHEN OTHER
                   READ ARCHIVE-B-FILE
                       AT END MOVE "10" TO ARCHIVE-B-STATUS
                   END-READ
                   MOVE ARCHIVE-B-STATUS TO SS-FILE-STATUS (SSX)
                   MOVE ARCHIVE-B-RECORD TO SET-RECORD
           END-EVALUATE.
       END-READ-SET-FILE.
           EXIT.
      *
       CLOSE-SET-FILE.
           EVALUATE TRUE
               WHEN SSX = 1 AND SS-SOURCE-LIVE (SSX)
                   CLOSE PRIMELST-A-FILE
               WHEN SSX = 1
                   CLOSE ARCHIVE-A-FILE
               WHEN SS-SOURCE-LIVE (SSX)
                   CLOSE PRIMELST-B-FILE
               WHEN OTHER
                   CLOSE ARCHIVE-B-FILE
           END-EVALUATE.
       END-CLOSE-SET-FILE.
           EXIT.
       END-PROGRAM.
           EXIT.
