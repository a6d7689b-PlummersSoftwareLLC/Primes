       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBKCHK.
       AUTHOR. FRANK VAN BAKEL.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  New run-book completion check.  Every program in
      *               the nightly string appends a START and an END
      *               record to the shared STEPLOG ledger; this check
      *               reads the ledger back against the RUNBOOK step
      *               definitions (one "S" card per step, in the order
      *               the string must run, naming the step's upstream
      *               step and the worst RETURN-CODE that upstream may
      *               end with before this step must not run) and
      *               reports on RBCKRPT every step that did not run,
      *               ran out of run-book order, or never wrote an END
      *               record, and every step that ran after its upstream
      *               failed or never finished - PRIMLOAD rebuilding
      *               PRIMEIDX after PRIMAUDT ended RC 8 on the same
      *               PRIMELST, for one.  Only ledger records at or
      *               after a window-start timestamp (a bare YYYYMMDD
      *               date works) are checked - the start comes from a
      *               SYSIN card, else the run book's "W" card, else the
      *               latest opening of the nightly batch window.  A
      *               step started more than once in the window - a
      *               rerun, or partition slices running side by side
      *               under PRIMES - is judged on all its attempts: each
      *               START stays open until an END closes it, NO END
      *               RECORD is reported while any is open, and the
      *               worst RETURN-CODE of its attempts is the one shown
      *               and checked against downstream steps' limits.  Any
      *               run-book exception ends RC 8; ledger records for
      *               programs not in the run book, or steps that ended
      *               non-zero, end RC 4.
      *   2026-10-15  The check no longer reads the whole ledger when
      *               no window is given - a step that ran on an
      *               earlier night counted as run, and its stale
      *               attempt was judged for order and upstream.  The
      *               window start now comes from a SYSIN card first
      *               (same format as the "W" card), then the "W"
      *               card, and otherwise defaults to the latest
      *               opening of the nightly batch window before the
      *               check runs.  A junk SYSIN window ends RC 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-CARD-STATUS.
           SELECT OPTIONAL RUNBOOK-FILE
               ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNBOOK-STATUS.
           SELECT OPTIONAL STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "RBCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *    Window-start override for this one check: a timestamp in
      *    columns 1-17 (a bare YYYYMMDD date works).  It wins over
      *    the run book's "W" card.
       01  CONTROL-CARD-RECORD.
           03  CC-WINDOW-START.
               05  CC-WINDOW-DATE         PIC X(8).
               05  FILLER                 PIC X(9).
           03  FILLER                     PIC X(63).
       FD  RUNBOOK-FILE.
      *    "S" step card: program in columns 2-9, upstream program in
      *    10-17 (blank when the step has none), the highest upstream
      *    RETURN-CODE this step may follow in 18-19 (blank means 4),
      *    and "O" in column 20 when the step need not run every
      *    night.  "W" window card: window-start timestamp in
      *    columns 2-18, for a deck checked against a fixed start;
      *    a SYSIN card overrides it.  "*" in column 1 is a comment
      *    card.
       01  RUNBOOK-RECORD.
           03  RB-CARD-TYPE               PIC X(1).
           03  RBS-PROGRAM                PIC X(8).
           03  RBS-UPSTREAM               PIC X(8).
           03  RBS-MAX-RC-X               PIC X(2).
           03  RBS-OPTIONAL               PIC X(1).
           03  FILLER                     PIC X(60).
       01  RUNBOOK-WINDOW-REC.
           03  FILLER                     PIC X(1).
           03  RBW-WINDOW-START           PIC X(17).
           03  FILLER                     PIC X(62).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  CONTROL-CARD-STATUS        PIC X(2).
           03  RUNBOOK-STATUS             PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
           03  REPORT-STATUS              PIC X(2).
       01  CHECK-PARAMETERS.
           03  WINDOW-START               PIC X(17) VALUE SPACES.
           03  WINDOW-SOURCE              PIC X(20) VALUE SPACES.
      *    The nightly batch window opens at this time of day.  With
      *    no override the check covers the ledger from the latest
      *    opening before it runs - today's if the check runs after
      *    it, otherwise yesterday's.
           03  BATCH-WINDOW-OPEN-HHMM     PIC 9(4) VALUE 1800.
           03  RUNBOOK-ERROR-SW           PIC 9(1) COMP VALUE 0.
      *    The run book, one entry per "S" card in card order, with
      *    what the ledger showed for the step's attempts in the
      *    window: the latest START and END, the STARTs still waiting
      *    on an END, and the worst RETURN-CODE any attempt ended
      *    with.  The counts are the latest END's.
       01  RUNBOOK-TABLE-AREA.
           03  RBT-COUNT                  PIC 9(3) COMP VALUE 0.
           03  RBT-ENTRY OCCURS 50 TIMES
                   INDEXED BY RBX.
               05  RBT-PROGRAM            PIC X(8).
               05  RBT-UPSTREAM           PIC X(8).
               05  RBT-UPSTREAM-SUB       PIC 9(3) COMP.
               05  RBT-MAX-RC             PIC 9(2) COMP.
               05  RBT-OPTIONAL-SW        PIC 9(1) COMP.
               05  RBT-START-COUNT        PIC 9(3) COMP.
               05  RBT-START-SEQ          PIC 9(7) COMP.
               05  RBT-START-TS           PIC X(17).
               05  RBT-OPEN-COUNT         PIC 9(3) COMP.
               05  RBT-END-SW             PIC 9(1) COMP.
               05  RBT-END-SEQ            PIC 9(7) COMP.
               05  RBT-END-TS             PIC X(17).
               05  RBT-END-RC             PIC 9(4) COMP.
               05  RBT-IN-LABEL           PIC X(8).
               05  RBT-IN-COUNT           PIC 9(9) COMP.
               05  RBT-OUT-LABEL          PIC X(8).
               05  RBT-OUT-COUNT          PIC 9(9) COMP.
       01  CHECK-WORK-FIELDS.
           03  CK-SUB                     PIC 9(3) COMP.
           03  CK-FOUND-SUB               PIC 9(3) COMP.
           03  CK-PRIOR-SUB               PIC 9(3) COMP.
           03  CK-UP-SUB                  PIC 9(3) COMP.
           03  CK-LEDGER-SEQ              PIC 9(7) COMP VALUE 0.
           03  CK-PROGRAM                 PIC X(8).
       01  CHECK-COUNTERS.
           03  LEDGER-READ-COUNT          PIC 9(7) COMP VALUE 0.
           03  LEDGER-IN-WINDOW-COUNT     PIC 9(7) COMP VALUE 0.
           03  STEPS-RUN-COUNT            PIC 9(3) COMP VALUE 0.
           03  STEPS-NOT-RUN-COUNT        PIC 9(3) COMP VALUE 0.
           03  EXCEPTION-COUNT            PIC 9(5) COMP VALUE 0.
           03  WARNING-COUNT              PIC 9(5) COMP VALUE 0.
       01  REPORT-EDIT-FIELDS.
           03  ED-RC                      PIC Z9.
           03  ED-MAX-RC                  PIC Z9.
           03  ED-IN-COUNT                PIC ZZZZZZZZ9.
           03  ED-OUT-COUNT               PIC ZZZZZZZZ9.
           03  ED-START-COUNT             PIC ZZ9.
           03  ED-STEP-COUNT              PIC ZZ9.
           03  ED-RUN-COUNT               PIC ZZ9.
           03  ED-NOT-RUN-COUNT           PIC ZZ9.
           03  ED-LEDGER-COUNT            PIC ZZZZZZ9.
           03  ED-WINDOW-COUNT            PIC ZZZZZZ9.
           03  ED-EXCEPTION-COUNT         PIC ZZZZ9.
           03  ED-WARNING-COUNT           PIC ZZZZ9.
           03  ED-STEP-STATUS             PIC X(7).
       01  WINDOW-DEFAULT-FIELDS.
           03  WD-NOW-TIME.
               05  WD-NOW-HHMM            PIC 9(4).
               05  FILLER                 PIC 9(4).
           03  WD-OPEN-DATE               PIC 9(8).
           03  WD-OPEN-TIMESTAMP.
               05  WD-OPEN-TS-DATE        PIC 9(8).
               05  FILLER                 PIC X(1)   VALUE "-".
               05  WD-OPEN-TS-HHMM        PIC 9(4).
               05  FILLER                 PIC X(4)   VALUE "0000".
       01  RUN-DATE-FIELD                 PIC 9(8).
       PROCEDURE DIVISION.
      *
       START-UP.
           OPEN OUTPUT REPORT-FILE.
           PERFORM LOAD-RUN-BOOK THROUGH END-LOAD-RUN-BOOK.
           IF RBT-COUNT = 0
               DISPLAY "RUNBKCHK-0001 RUNBOOK MISSING OR HOLDS NO ",
                       "STEP CARDS - NOTHING TO CHECK AGAINST"
               MOVE "RUNBOOK MISSING OR EMPTY - NO CHECK MADE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-CHECK-WINDOW THROUGH END-SET-CHECK-WINDOW.
           PERFORM PRINT-REPORT-HEADER
               THROUGH END-PRINT-REPORT-HEADER.
           PERFORM RESOLVE-UPSTREAM-STEPS
               THROUGH END-RESOLVE-UPSTREAM-STEPS.
           PERFORM READ-STEP-LEDGER THROUGH END-READ-STEP-LEDGER.
           PERFORM CHECK-ONE-STEP THROUGH END-CHECK-ONE-STEP
               VARYING CK-SUB FROM 1 BY 1
               UNTIL CK-SUB > RBT-COUNT.
           PERFORM PRINT-CHECK-SUMMARY
               THROUGH END-PRINT-CHECK-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "RUNBKCHK COMPLETE - STEPS=", RBT-COUNT,
                   " RUN=", STEPS-RUN-COUNT,
                   " EXCEPTIONS=", EXCEPTION-COUNT,
                   " WARNINGS=", WARNING-COUNT.
      *    A run-book exception (or an unusable run-book card) means
      *    the night did not run as defined; ledger noise and steps
      *    that ended with a warning or error of their own are
      *    warnings here - their own RETURN-CODE already told the
      *    scheduler.
           IF EXCEPTION-COUNT > 0 OR RUNBOOK-ERROR-SW = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
       LOAD-RUN-BOOK.
           OPEN INPUT RUNBOOK-FILE.
           IF RUNBOOK-STATUS = "00"
               PERFORM UNTIL RUNBOOK-STATUS NOT = "00"
                   READ RUNBOOK-FILE
                       AT END MOVE "10" TO RUNBOOK-STATUS
                   END-READ
                   IF RUNBOOK-STATUS = "00"
                       PERFORM LOAD-RUN-BOOK-CARD
                           THROUGH END-LOAD-RUN-BOOK-CARD
                   END-IF
               END-PERFORM
           END-IF.
      *    A missing OPTIONAL run book opens with status 05 and must
      *    still be closed.
           IF RUNBOOK-STATUS NOT = "35"
               CLOSE RUNBOOK-FILE
           END-IF.
       END-LOAD-RUN-BOOK.
           EXIT.
      *
       LOAD-RUN-BOOK-CARD.
           EVALUATE RB-CARD-TYPE
               WHEN "S"
                   PERFORM LOAD-STEP-CARD THROUGH END-LOAD-STEP-CARD
               WHEN "W"
                   MOVE RBW-WINDOW-START TO WINDOW-START
                   MOVE "RUNBOOK W CARD" TO WINDOW-SOURCE
               WHEN OTHER
      *            "*" is a comment card.
                   IF RB-CARD-TYPE NOT = "*"
                       DISPLAY "RUNBKCHK-0003 RUNBOOK CARD TYPE '",
                               RB-CARD-TYPE, "' NOT RECOGNIZED - ",
                               "CARD IGNORED"
                       MOVE 1 TO RUNBOOK-ERROR-SW
                   END-IF
           END-EVALUATE.
       END-LOAD-RUN-BOOK-CARD.
           EXIT.
      *
       LOAD-STEP-CARD.
           IF RBS-PROGRAM = SPACES
               DISPLAY "RUNBKCHK-0003 STEP CARD WITH NO PROGRAM NAME ",
                       "IGNORED"
               MOVE 1 TO RUNBOOK-ERROR-SW
           ELSE
               IF RBT-COUNT = 50
                   DISPLAY "RUNBKCHK-0002 RUNBOOK HAS MORE THAN 50 ",
                           "STEPS - STEP ", RBS-PROGRAM, " NOT CHECKED"
                   MOVE 1 TO RUNBOOK-ERROR-SW
               ELSE
                   ADD 1 TO RBT-COUNT
                   SET RBX TO RBT-COUNT
                   PERFORM STORE-STEP-CARD
                       THROUGH END-STORE-STEP-CARD
               END-IF
           END-IF.
       END-LOAD-STEP-CARD.
           EXIT.
      *
       STORE-STEP-CARD.
           MOVE RBS-PROGRAM TO RBT-PROGRAM (RBX).
           MOVE RBS-UPSTREAM TO RBT-UPSTREAM (RBX).
           MOVE 0 TO RBT-UPSTREAM-SUB (RBX).
           MOVE 0 TO RBT-START-COUNT (RBX).
           MOVE 0 TO RBT-START-SEQ (RBX).
           MOVE SPACES TO RBT-START-TS (RBX).
           MOVE 0 TO RBT-OPEN-COUNT (RBX).
           PERFORM CLEAR-STEP-END THROUGH END-CLEAR-STEP-END.
           IF RBS-MAX-RC-X = SPACES
               MOVE 4 TO RBT-MAX-RC (RBX)
           ELSE
               INSPECT RBS-MAX-RC-X REPLACING LEADING " " BY "0"
               IF RBS-MAX-RC-X NUMERIC
                   MOVE RBS-MAX-RC-X TO RBT-MAX-RC (RBX)
               ELSE
                   DISPLAY "RUNBKCHK-0003 STEP ", RBS-PROGRAM,
                           " UPSTREAM RC LIMIT NOT NUMERIC - 4 USED"
                   MOVE 1 TO RUNBOOK-ERROR-SW
                   MOVE 4 TO RBT-MAX-RC (RBX)
               END-IF
           END-IF.
           IF RBS-OPTIONAL = "O"
               MOVE 1 TO RBT-OPTIONAL-SW (RBX)
           ELSE
               MOVE 0 TO RBT-OPTIONAL-SW (RBX)
           END-IF.
       END-STORE-STEP-CARD.
           EXIT.
      *
       CLEAR-STEP-END.
           MOVE 0 TO RBT-END-SW (RBX).
           MOVE 0 TO RBT-END-SEQ (RBX).
           MOVE SPACES TO RBT-END-TS (RBX).
           MOVE 0 TO RBT-END-RC (RBX).
           MOVE SPACES TO RBT-IN-LABEL (RBX).
           MOVE 0 TO RBT-IN-COUNT (RBX).
           MOVE SPACES TO RBT-OUT-LABEL (RBX).
           MOVE 0 TO RBT-OUT-COUNT (RBX).
       END-CLEAR-STEP-END.
           EXIT.
      *
       SET-CHECK-WINDOW.
           PERFORM READ-CONTROL-CARD THROUGH END-READ-CONTROL-CARD.
           IF WINDOW-START = SPACES
               PERFORM SET-DEFAULT-WINDOW
                   THROUGH END-SET-DEFAULT-WINDOW
           END-IF.
       END-SET-CHECK-WINDOW.
           EXIT.
      *
       READ-CONTROL-CARD.
      *    No card, or a blank one, leaves the window to the run book
      *    or the default.  A junk date is not guessed at - the check
      *    still runs on the default window, but ends RC 8.
           OPEN INPUT CONTROL-CARD-FILE.
           IF CONTROL-CARD-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO CONTROL-CARD-STATUS
               END-READ
               IF CONTROL-CARD-STATUS = "00"
                   AND CC-WINDOW-START NOT = SPACES
                   IF CC-WINDOW-DATE NUMERIC
                       MOVE CC-WINDOW-START TO WINDOW-START
                       MOVE "SYSIN OVERRIDE" TO WINDOW-SOURCE
                   ELSE
                       DISPLAY "RUNBKCHK-0004 SYSIN WINDOW START ",
                               "REJECTED - DATE NOT NUMERIC: ",
                               CC-WINDOW-START
                       MOVE 1 TO RUNBOOK-ERROR-SW
                   END-IF
               END-IF
           END-IF.
           IF CONTROL-CARD-STATUS NOT = "35"
               CLOSE CONTROL-CARD-FILE
           END-IF.
       END-READ-CONTROL-CARD.
           EXIT.
      *
       SET-DEFAULT-WINDOW.
           ACCEPT WD-OPEN-DATE FROM DATE YYYYMMDD.
           ACCEPT WD-NOW-TIME FROM TIME.
           IF WD-NOW-HHMM < BATCH-WINDOW-OPEN-HHMM
               COMPUTE WD-OPEN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WD-OPEN-DATE) - 1)
           END-IF.
           MOVE WD-OPEN-DATE TO WD-OPEN-TS-DATE.
           MOVE BATCH-WINDOW-OPEN-HHMM TO WD-OPEN-TS-HHMM.
           MOVE WD-OPEN-TIMESTAMP TO WINDOW-START.
           MOVE "BATCH-WINDOW OPENING" TO WINDOW-SOURCE.
       END-SET-DEFAULT-WINDOW.
           EXIT.
      *
       PRINT-REPORT-HEADER.
           ACCEPT RUN-DATE-FIELD FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RUN-BOOK COMPLETION CHECK - RUN DATE "
                                              DELIMITED BY SIZE
                  RUN-DATE-FIELD              DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "WINDOW: STEPLOG RECORDS AT OR AFTER "
                                              DELIMITED BY SIZE
                  WINDOW-START                DELIMITED BY SIZE
                  " ("                        DELIMITED BY SIZE
                  WINDOW-SOURCE               DELIMITED BY "  "
                  ")"                         DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-REPORT-HEADER.
           EXIT.
      *
       RESOLVE-UPSTREAM-STEPS.
      *    An upstream name that is not itself a run-book step is a
      *    definition error - the dependency cannot be checked.
           PERFORM VARYING CK-SUB FROM 1 BY 1 UNTIL CK-SUB > RBT-COUNT
               MOVE 0 TO RBT-UPSTREAM-SUB (CK-SUB)
               IF RBT-UPSTREAM (CK-SUB) NOT = SPACES
                   MOVE RBT-UPSTREAM (CK-SUB) TO CK-PROGRAM
                   PERFORM FIND-RUN-BOOK-STEP
                       THROUGH END-FIND-RUN-BOOK-STEP
                   IF CK-FOUND-SUB = 0
                       MOVE 1 TO RUNBOOK-ERROR-SW
                       MOVE SPACES TO REPORT-RECORD
                       STRING "RUNBOOK ERROR: STEP "
                                              DELIMITED BY SIZE
                              RBT-PROGRAM (CK-SUB)
                                              DELIMITED BY SIZE
                              " NAMES UPSTREAM "
                                              DELIMITED BY SIZE
                              CK-PROGRAM      DELIMITED BY SIZE
                              " WHICH IS NOT A RUN-BOOK STEP"
                                              DELIMITED BY SIZE
                              INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   ELSE
                       MOVE CK-FOUND-SUB TO RBT-UPSTREAM-SUB (CK-SUB)
                   END-IF
               END-IF
           END-PERFORM.
       END-RESOLVE-UPSTREAM-STEPS.
           EXIT.
      *
       FIND-RUN-BOOK-STEP.
           MOVE 0 TO CK-FOUND-SUB.
           PERFORM VARYING RBX FROM 1 BY 1
                   UNTIL RBX > RBT-COUNT OR CK-FOUND-SUB > 0
               IF RBT-PROGRAM (RBX) = CK-PROGRAM
                   SET CK-FOUND-SUB TO RBX
               END-IF
           END-PERFORM.
       END-FIND-RUN-BOOK-STEP.
           EXIT.
      *
       READ-STEP-LEDGER.
           OPEN INPUT STEPLOG-FILE.
           IF STEPLOG-STATUS = "00"
               PERFORM UNTIL STEPLOG-STATUS NOT = "00"
                   READ STEPLOG-FILE
                       AT END MOVE "10" TO STEPLOG-STATUS
                   END-READ
                   IF STEPLOG-STATUS = "00"
                       ADD 1 TO LEDGER-READ-COUNT
                       IF SL-TIMESTAMP NOT < WINDOW-START
                           ADD 1 TO LEDGER-IN-WINDOW-COUNT
                           PERFORM POST-LEDGER-RECORD
                               THROUGH END-POST-LEDGER-RECORD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF STEPLOG-STATUS NOT = "35"
               CLOSE STEPLOG-FILE
           END-IF.
       END-READ-STEP-LEDGER.
           EXIT.
      *
       POST-LEDGER-RECORD.
      *    The ledger sequence number, not the timestamp, orders the
      *    steps - two steps can start inside the same hundredth.
           ADD 1 TO CK-LEDGER-SEQ.
           MOVE SL-PROGRAM TO CK-PROGRAM.
           PERFORM FIND-RUN-BOOK-STEP THROUGH END-FIND-RUN-BOOK-STEP.
           IF CK-FOUND-SUB = 0
               ADD 1 TO WARNING-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "LEDGER: "              DELIMITED BY SIZE
                      SL-PROGRAM              DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      SL-EVENT                DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      SL-TIMESTAMP            DELIMITED BY SIZE
                      " IS NOT A RUN-BOOK STEP"
                                              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               SET RBX TO CK-FOUND-SUB
               IF SL-EVENT-START
                   PERFORM POST-START-RECORD
                       THROUGH END-POST-START-RECORD
               ELSE
                   PERFORM POST-END-RECORD
                       THROUGH END-POST-END-RECORD
               END-IF
           END-IF.
       END-POST-LEDGER-RECORD.
           EXIT.
      *
       POST-START-RECORD.
      *    Reruns and concurrent partition slices log under the same
      *    program, so an attempt stays open until some END closes it
      *    rather than being replaced by the next START.
           ADD 1 TO RBT-START-COUNT (RBX).
           ADD 1 TO RBT-OPEN-COUNT (RBX).
           MOVE CK-LEDGER-SEQ TO RBT-START-SEQ (RBX).
           MOVE SL-TIMESTAMP TO RBT-START-TS (RBX).
       END-POST-START-RECORD.
           EXIT.
      *
       POST-END-RECORD.
           IF RBT-OPEN-COUNT (RBX) = 0
               ADD 1 TO WARNING-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "LEDGER: "              DELIMITED BY SIZE
                      SL-PROGRAM              DELIMITED BY SIZE
                      " END "                 DELIMITED BY SIZE
                      SL-TIMESTAMP            DELIMITED BY SIZE
                      " HAS NO MATCHING START RECORD"
                                              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               SUBTRACT 1 FROM RBT-OPEN-COUNT (RBX)
               MOVE 1 TO RBT-END-SW (RBX)
               MOVE CK-LEDGER-SEQ TO RBT-END-SEQ (RBX)
               MOVE SL-TIMESTAMP TO RBT-END-TS (RBX)
               IF SL-RETURN-CODE > RBT-END-RC (RBX)
                   MOVE SL-RETURN-CODE TO RBT-END-RC (RBX)
               END-IF
               MOVE SL-IN-LABEL TO RBT-IN-LABEL (RBX)
               MOVE SL-IN-COUNT TO RBT-IN-COUNT (RBX)
               MOVE SL-OUT-LABEL TO RBT-OUT-LABEL (RBX)
               MOVE SL-OUT-COUNT TO RBT-OUT-COUNT (RBX)
           END-IF.
       END-POST-END-RECORD.
           EXIT.
      *
       CHECK-ONE-STEP.
           SET RBX TO CK-SUB.
           IF RBT-START-COUNT (RBX) = 0
               PERFORM REPORT-STEP-NOT-RUN
                   THROUGH END-REPORT-STEP-NOT-RUN
           ELSE
               ADD 1 TO STEPS-RUN-COUNT
               PERFORM PRINT-STEP-LINE THROUGH END-PRINT-STEP-LINE
               PERFORM CHECK-STEP-END THROUGH END-CHECK-STEP-END
               PERFORM CHECK-STEP-ORDER THROUGH END-CHECK-STEP-ORDER
               IF RBT-UPSTREAM-SUB (CK-SUB) > 0
                   PERFORM CHECK-STEP-UPSTREAM
                       THROUGH END-CHECK-STEP-UPSTREAM
               END-IF
           END-IF.
       END-CHECK-ONE-STEP.
           EXIT.
      *
       CHECK-STEP-END.
           IF RBT-START-COUNT (RBX) > 1
               MOVE RBT-START-COUNT (RBX) TO ED-START-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "         STARTED "    DELIMITED BY SIZE
                      ED-START-COUNT          DELIMITED BY SIZE
                      " TIMES IN WINDOW - WORST RETURN-CODE SHOWN"
                                              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF RBT-OPEN-COUNT (RBX) > 0
               ADD 1 TO EXCEPTION-COUNT
               MOVE RBT-OPEN-COUNT (RBX) TO ED-START-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "   *** NO END RECORD FOR "
                                              DELIMITED BY SIZE
                      ED-START-COUNT          DELIMITED BY SIZE
                      " ATTEMPT(S) - ABENDED OR STILL RUNNING"
                                              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF RBT-END-RC (RBX) > 0
                   ADD 1 TO WARNING-COUNT
               END-IF
           END-IF.
       END-CHECK-STEP-END.
           EXIT.
      *
       REPORT-STEP-NOT-RUN.
           ADD 1 TO STEPS-NOT-RUN-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           IF RBT-OPTIONAL-SW (RBX) = 1
               STRING RBT-PROGRAM (RBX)       DELIMITED BY SIZE
                      " NOT RUN - OPTIONAL STEP"
                                              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               STRING RBT-PROGRAM (RBX)       DELIMITED BY SIZE
                      " NOT RUN"              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "   *** STEP DID NOT RUN" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END-REPORT-STEP-NOT-RUN.
           EXIT.
      *
       PRINT-STEP-LINE.
           IF RBT-OPEN-COUNT (RBX) > 0
               MOVE "NO END" TO ED-STEP-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN RBT-END-RC (RBX) = 0
                       MOVE "OK" TO ED-STEP-STATUS
                   WHEN RBT-END-RC (RBX) < 8
                       MOVE "WARNING" TO ED-STEP-STATUS
                   WHEN OTHER
                       MOVE "FAILED" TO ED-STEP-STATUS
               END-EVALUATE
           END-IF.
           MOVE RBT-END-RC (RBX) TO ED-RC.
           MOVE RBT-IN-COUNT (RBX) TO ED-IN-COUNT.
           MOVE RBT-OUT-COUNT (RBX) TO ED-OUT-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           IF RBT-END-SW (RBX) = 1
               STRING RBT-PROGRAM (RBX)       DELIMITED BY SIZE
                      " START "               DELIMITED BY SIZE
                      RBT-START-TS (RBX)      DELIMITED BY SIZE
                      " END "                 DELIMITED BY SIZE
                      RBT-END-TS (RBX)        DELIMITED BY SIZE
                      " RC="                  DELIMITED BY SIZE
                      ED-RC                   DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      ED-STEP-STATUS          DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      RBT-IN-LABEL (RBX)      DELIMITED BY SPACE
                      "="                     DELIMITED BY SIZE
                      ED-IN-COUNT             DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      RBT-OUT-LABEL (RBX)     DELIMITED BY SPACE
                      "="                     DELIMITED BY SIZE
                      ED-OUT-COUNT            DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING RBT-PROGRAM (RBX)       DELIMITED BY SIZE
                      " START "               DELIMITED BY SIZE
                      RBT-START-TS (RBX)      DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      ED-STEP-STATUS          DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
       END-PRINT-STEP-LINE.
           EXIT.
      *
       CHECK-STEP-ORDER.
      *    Every earlier run-book step that ran must have started
      *    before this one; the first that did not is reported.
           MOVE 0 TO CK-FOUND-SUB.
           PERFORM VARYING CK-PRIOR-SUB FROM 1 BY 1
                   UNTIL CK-PRIOR-SUB NOT < CK-SUB
                      OR CK-FOUND-SUB > 0
               IF RBT-START-COUNT (CK-PRIOR-SUB) > 0
                   AND RBT-START-SEQ (CK-PRIOR-SUB)
                       > RBT-START-SEQ (CK-SUB)
                   MOVE CK-PRIOR-SUB TO CK-FOUND-SUB
               END-IF
           END-PERFORM.
           IF CK-FOUND-SUB > 0
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "   *** RAN OUT OF ORDER - STARTED BEFORE "
                                              DELIMITED BY SIZE
                      RBT-PROGRAM (CK-FOUND-SUB)
                                              DELIMITED BY SIZE
                      ", WHICH THE RUN BOOK RUNS FIRST"
                                              DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END-CHECK-STEP-ORDER.
           EXIT.
      *
       CHECK-STEP-UPSTREAM.
      *    Every attempt of the upstream must have started and ended
      *    before this step's latest start, the worst of them within
      *    its RETURN-CODE limit - otherwise this step consumed
      *    whatever the upstream left.
           MOVE RBT-UPSTREAM-SUB (CK-SUB) TO CK-UP-SUB.
           MOVE SPACES TO REPORT-RECORD.
           EVALUATE TRUE
               WHEN RBT-START-COUNT (CK-UP-SUB) = 0
               WHEN RBT-START-SEQ (CK-UP-SUB) > RBT-START-SEQ (CK-SUB)
                   ADD 1 TO EXCEPTION-COUNT
                   STRING "   *** RAN WITHOUT UPSTREAM STEP "
                                              DELIMITED BY SIZE
                          RBT-PROGRAM (CK-UP-SUB)
                                              DELIMITED BY SIZE
                          " HAVING RUN FIRST" DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN RBT-OPEN-COUNT (CK-UP-SUB) > 0
               WHEN RBT-END-SEQ (CK-UP-SUB) > RBT-START-SEQ (CK-SUB)
                   ADD 1 TO EXCEPTION-COUNT
                   STRING "   *** RAN BEFORE UPSTREAM STEP "
                                              DELIMITED BY SIZE
                          RBT-PROGRAM (CK-UP-SUB)
                                              DELIMITED BY SIZE
                          " HAD ENDED"        DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN RBT-END-RC (CK-UP-SUB) > RBT-MAX-RC (CK-SUB)
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE RBT-END-RC (CK-UP-SUB) TO ED-RC
                   MOVE RBT-MAX-RC (CK-SUB) TO ED-MAX-RC
                   STRING "   *** RAN AFTER UPSTREAM STEP "
                                              DELIMITED BY SIZE
                          RBT-PROGRAM (CK-UP-SUB)
                                              DELIMITED BY SIZE
                          " FAILED - RC="     DELIMITED BY SIZE
                          ED-RC               DELIMITED BY SIZE
                          " ABOVE RUN-BOOK LIMIT "
                                              DELIMITED BY SIZE
                          ED-MAX-RC           DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE.
       END-CHECK-STEP-UPSTREAM.
           EXIT.
      *
       PRINT-CHECK-SUMMARY.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LEDGER-READ-COUNT TO ED-LEDGER-COUNT.
           MOVE LEDGER-IN-WINDOW-COUNT TO ED-WINDOW-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "STEPLOG RECORDS READ="     DELIMITED BY SIZE
                  ED-LEDGER-COUNT             DELIMITED BY SIZE
                  " IN WINDOW="               DELIMITED BY SIZE
                  ED-WINDOW-COUNT             DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RBT-COUNT TO ED-STEP-COUNT.
           MOVE STEPS-RUN-COUNT TO ED-RUN-COUNT.
           MOVE STEPS-NOT-RUN-COUNT TO ED-NOT-RUN-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RUN-BOOK STEPS="           DELIMITED BY SIZE
                  ED-STEP-COUNT               DELIMITED BY SIZE
                  " RUN="                     DELIMITED BY SIZE
                  ED-RUN-COUNT                DELIMITED BY SIZE
                  " NOT RUN="                 DELIMITED BY SIZE
                  ED-NOT-RUN-COUNT            DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE EXCEPTION-COUNT TO ED-EXCEPTION-COUNT.
           MOVE WARNING-COUNT TO ED-WARNING-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "EXCEPTIONS="               DELIMITED BY SIZE
                  ED-EXCEPTION-COUNT          DELIMITED BY SIZE
                  " WARNINGS="                DELIMITED BY SIZE
                  ED-WARNING-COUNT            DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF EXCEPTION-COUNT = 0 AND RUNBOOK-ERROR-SW = 0
               MOVE "RUN BOOK COMPLETE - EVERY STEP RAN AS DEFINED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END-PRINT-CHECK-SUMMARY.
           EXIT.
       END-PROGRAM.
           EXIT.
