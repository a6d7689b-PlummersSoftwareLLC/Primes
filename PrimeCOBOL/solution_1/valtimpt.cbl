       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALTIMPT.
       AUTHOR. FRANK VAN BAKEL.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  New VALIDTAB change impact report.  Reads the
      *               VALTAUDT before/after audit records VALTMNT
      *               writes for every applied change, folds them to
      *               one before and one after count per limit, and
      *               rescans RESULTS (and RESARCH when the SYSIN card
      *               asks for it) once per changed limit.  Every run
      *               record at that MAX_LIMIT whose stamped VALID=
      *               differs from what IS-VALID would now give its
      *               PRIME-COUNT is listed on IMPTRPT, True to False
      *               and False to True, by run number and date.  The
      *               report ends with an impact summary and a
      *               sign-off block for the change approver, so a
      *               table change is accepted knowing which past
      *               verdicts it overturns.  RC 4 when any verdict
      *               moves or an audit record cannot be used, RC 8
      *               when VALTAUDT cannot be opened or the card is
      *               junk.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-CARD-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "VALTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OPTIONAL RESULTS-FILE
               ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT OPTIONAL RESULTS-ARCHIVE-FILE
               ASSIGN TO "RESARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-ARCHIVE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "IMPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      *    Column 1: "Y" rescans the archived RESARCH runs as well as
      *    the live RESULTS file; blank or "N" (or no card) scans the
      *    live file only.
       01  CONTROL-CARD-RECORD.
           03  CC-ARCHIVE-OPTION          PIC X(1).
           03  FILLER                     PIC X(79).
       FD  AUDIT-FILE.
      *    Layout written by VALTMNT's WRITE-AUDIT-RECORD.  An add
      *    leaves the before count blank and a delete the after
      *    count; a change carries both.
       01  AUDIT-RECORD.
           03  AU-TIMESTAMP               PIC X(17).
           03  AU-ACTION-TAG              PIC X(8).
           03  AU-ACTION                  PIC X(1).
           03  AU-LIMIT-TAG               PIC X(7).
           03  AU-LIMIT-X                 PIC X(9).
           03  AU-BEFORE-TAG              PIC X(14).
           03  AU-BEFORE-COUNT-X          PIC X(9).
           03  AU-AFTER-TAG               PIC X(13).
           03  AU-AFTER-COUNT-X           PIC X(9).
           03  FILLER                     PIC X(13).
       FD  RESULTS-FILE.
       01  RESULTS-RECORD                 PIC X(150).
       FD  RESULTS-ARCHIVE-FILE.
       01  RESULTS-ARCHIVE-RECORD         PIC X(150).
       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(100).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  CONTROL-CARD-STATUS        PIC X(2).
           03  AUDIT-STATUS               PIC X(2).
           03  RESULTS-STATUS             PIC X(2).
           03  RESULTS-ARCHIVE-STATUS     PIC X(2).
           03  REPORT-STATUS              PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
      *    Layout written by PRIMES' WRITE-RESULTS-RECORD (and
      *    PRIMMRGE's), mapped by position as in PRIMAUDT; RESULTS
      *    and RESARCH records are moved here to be examined.
      *    Run-trailer lines fail the mode/limit screen and are
      *    skipped.
       01  RUN-RECORD.
           03  RR-TIMESTAMP.
               05  RR-DATE                PIC X(8).
               05  FILLER                 PIC X(9).
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
           03  RR-RUN-NUMBER              PIC X(8).
           03  FILLER                     PIC X(7).
      *    One entry per VALIDTAB limit the audit file touches: the
      *    table's state for it before the first change and after
      *    the last, so two changes to one limit in the same
      *    maintenance run are judged by their net effect.
       01  CHANGED-LIMIT-AREA.
           03  CL-COUNT                   PIC 9(3) COMP VALUE 0.
           03  CL-OVERFLOW-COUNT          PIC 9(5) COMP VALUE 0.
           03  CL-ENTRY OCCURS 100 TIMES
                   INDEXED BY CLX.
               05  CL-LIMIT               PIC 9(9) COMP.
               05  CL-LAST-ACTION         PIC X(1).
               05  CL-CHANGE-COUNT        PIC 9(3) COMP.
               05  CL-LAST-TIMESTAMP      PIC X(17).
               05  CL-BEFORE-SW           PIC 9(1) COMP.
               05  CL-BEFORE-COUNT        PIC 9(9) COMP.
               05  CL-AFTER-SW            PIC 9(1) COMP.
               05  CL-AFTER-COUNT         PIC 9(9) COMP.
               05  CL-RUNS-AT-LIMIT       PIC 9(7) COMP.
               05  CL-TRUE-TO-FALSE       PIC 9(7) COMP.
               05  CL-FALSE-TO-TRUE       PIC 9(7) COMP.
       01  IMPACT-SWITCHES.
           03  IM-CARD-REJECT-SW          PIC 9(1) COMP VALUE 0.
           03  IM-AUDIT-MISSING-SW        PIC 9(1) COMP VALUE 0.
           03  IM-ARCHIVE-SCAN-SW         PIC 9(1) COMP VALUE 0.
               88  ARCHIVE-SCAN-WANTED    VALUE 1.
           03  IM-AUDIT-USABLE-SW         PIC 9(1) COMP.
       01  IMPACT-WORK-FIELDS.
           03  IM-LIMIT                   PIC 9(9) COMP.
           03  IM-BEFORE-SW               PIC 9(1) COMP.
           03  IM-BEFORE-COUNT            PIC 9(9) COMP.
           03  IM-AFTER-SW                PIC 9(1) COMP.
           03  IM-AFTER-COUNT             PIC 9(9) COMP.
           03  IM-FOUND-SUB               PIC 9(3) COMP.
           03  IM-I                       PIC 9(3) COMP.
           03  IM-RUN-LIMIT               PIC 9(9).
           03  IM-RUN-COUNT               PIC 9(7).
      *    The verdict IS-VALID gives the run's count under the
      *    table before and after the change: "True" only when the
      *    limit is in the table with exactly that count.
           03  IM-OLD-VERDICT             PIC X(5).
           03  IM-NEW-VERDICT             PIC X(5).
           03  IM-SOURCE                  PIC X(7).
           03  IM-DIRECTION               PIC X(11).
           03  IM-NOTE                    PIC X(2).
           03  IM-COUNT-TEXT              PIC X(12).
       01  IMPACT-COUNTERS.
           03  AUDIT-READ-COUNT           PIC 9(5) COMP VALUE 0.
           03  AUDIT-USED-COUNT           PIC 9(5) COMP VALUE 0.
           03  AUDIT-SKIP-COUNT           PIC 9(5) COMP VALUE 0.
           03  RUNS-AT-LIMITS-COUNT       PIC 9(7) COMP VALUE 0.
           03  TRUE-TO-FALSE-COUNT        PIC 9(7) COMP VALUE 0.
           03  FALSE-TO-TRUE-COUNT        PIC 9(7) COMP VALUE 0.
           03  STAMP-NOTE-COUNT           PIC 9(7) COMP VALUE 0.
           03  FLIP-COUNT                 PIC 9(7) COMP VALUE 0.
       01  REPORT-EDIT-FIELDS.
           03  ED-LIMIT                   PIC ZZZZZZZZ9.
           03  ED-COUNT                   PIC ZZZZZZZZ9.
           03  ED-RUN-COUNT               PIC ZZZZZZ9.
           03  ED-CHANGES                 PIC ZZ9.
           03  ED-AUDIT-COUNT             PIC ZZZZ9.
           03  ED-LIMITS-COUNT            PIC ZZ9.
           03  ED-RUNS                    PIC ZZZZZZ9.
           03  ED-T-TO-F                  PIC ZZZZZZ9.
           03  ED-F-TO-T                  PIC ZZZZZZ9.
       01  RUN-DATE-FIELD                 PIC 9(8).
       01  RUN-TIMESTAMP-FIELDS.
           03  RT-DATE                    PIC 9(8).
           03  RT-TIME                    PIC 9(8).
       01  RUN-TIMESTAMP-DISPLAY          PIC X(17).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM READ-CONTROL-CARD THROUGH END-READ-CONTROL-CARD.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER
               THROUGH END-PRINT-REPORT-HEADER.
           IF IM-CARD-REJECT-SW = 0
               PERFORM LOAD-AUDIT-CHANGES
                   THROUGH END-LOAD-AUDIT-CHANGES
           END-IF.
           IF IM-CARD-REJECT-SW = 0 AND IM-AUDIT-MISSING-SW = 0
               PERFORM ANALYSE-CHANGED-LIMIT
                   THROUGH END-ANALYSE-CHANGED-LIMIT
                   VARYING CLX FROM 1 BY 1
                   UNTIL CLX > CL-COUNT
               PERFORM PRINT-IMPACT-SUMMARY
                   THROUGH END-PRINT-IMPACT-SUMMARY
               PERFORM PRINT-SIGN-OFF-BLOCK
                   THROUGH END-PRINT-SIGN-OFF-BLOCK
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "VALTIMPT COMPLETE - AUDIT=", AUDIT-READ-COUNT,
                   " LIMITS=", CL-COUNT,
                   " TRUE-TO-FALSE=", TRUE-TO-FALSE-COUNT,
                   " FALSE-TO-TRUE=", FALSE-TO-TRUE-COUNT.
      *    Nothing analysed is a failure; overturned verdicts, or
      *    audit records that could not be judged, need the
      *    approver's eye and are a warning.
           IF IM-CARD-REJECT-SW = 1 OR IM-AUDIT-MISSING-SW = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FLIP-COUNT > 0
                   OR AUDIT-SKIP-COUNT > 0
                   OR CL-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       READ-CONTROL-CARD.
      *    The card is optional - with none the live file alone is
      *    rescanned - but a junk option must not be guessed at.
           OPEN INPUT CONTROL-CARD-FILE.
           IF CONTROL-CARD-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END MOVE "10" TO CONTROL-CARD-STATUS
               END-READ
               IF CONTROL-CARD-STATUS = "00"
                   EVALUATE CC-ARCHIVE-OPTION
                       WHEN "Y"
                           MOVE 1 TO IM-ARCHIVE-SCAN-SW
                       WHEN "N"
                       WHEN SPACE
                           MOVE 0 TO IM-ARCHIVE-SCAN-SW
                       WHEN OTHER
                           MOVE 1 TO IM-CARD-REJECT-SW
                           DISPLAY "VALTIMPT-0001 CONTROL CARD ",
                                   "REJECTED - ARCHIVE OPTION NOT Y ",
                                   "OR N: ", CC-ARCHIVE-OPTION
                   END-EVALUATE
               END-IF
           END-IF.
           IF CONTROL-CARD-STATUS NOT = "35"
               CLOSE CONTROL-CARD-FILE
           END-IF.
       END-READ-CONTROL-CARD.
           EXIT.
      *
       PRINT-REPORT-HEADER.
           ACCEPT RUN-DATE-FIELD FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "VALIDTAB CHANGE IMPACT ON PAST RUN VERDICTS - "
                                              DELIMITED BY SIZE
                  "RUN DATE "                 DELIMITED BY SIZE
                  RUN-DATE-FIELD              DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF IM-CARD-REJECT-SW = 1
               MOVE "CONTROL CARD REJECTED - NOTHING ANALYSED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF ARCHIVE-SCAN-WANTED
                   MOVE "RUNS RESCANNED ON RESULTS AND RESARCH"
                       TO REPORT-RECORD
               ELSE
                   MOVE "RUNS RESCANNED ON RESULTS ONLY"
                       TO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-IF.
       END-PRINT-REPORT-HEADER.
           EXIT.
      *
      *================================================================
      *    VALTAUDT LOAD - ONE NET BEFORE/AFTER PER CHANGED LIMIT
      *================================================================
       LOAD-AUDIT-CHANGES.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               MOVE 1 TO IM-AUDIT-MISSING-SW
               DISPLAY "VALTIMPT-0002 AUDIT FILE VALTAUDT COULD NOT ",
                       "BE OPENED - NOTHING ANALYSED"
               MOVE "VALTAUDT COULD NOT BE OPENED - NOTHING ANALYSED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM UNTIL AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                       AT END MOVE "10" TO AUDIT-STATUS
                   END-READ
                   IF AUDIT-STATUS = "00"
                       ADD 1 TO AUDIT-READ-COUNT
                       PERFORM TAKE-AUDIT-RECORD
                           THROUGH END-TAKE-AUDIT-RECORD
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
       END-LOAD-AUDIT-CHANGES.
           EXIT.
      *
       TAKE-AUDIT-RECORD.
      *    An add has no before count, a delete no after count; a
      *    record that does not carry exactly what its action
      *    implies is not trusted and is reported instead.
           MOVE 0 TO IM-AUDIT-USABLE-SW.
           IF AU-ACTION-TAG = " ACTION="
               AND AU-LIMIT-TAG = " LIMIT="
               AND AU-BEFORE-TAG = " BEFORE-COUNT="
               AND AU-AFTER-TAG = " AFTER-COUNT="
               AND AU-LIMIT-X NUMERIC
               EVALUATE AU-ACTION
                   WHEN "A"
                       IF AU-BEFORE-COUNT-X = SPACES
                           AND AU-AFTER-COUNT-X NUMERIC
                           MOVE 1 TO IM-AUDIT-USABLE-SW
                       END-IF
                   WHEN "C"
                       IF AU-BEFORE-COUNT-X NUMERIC
                           AND AU-AFTER-COUNT-X NUMERIC
                           MOVE 1 TO IM-AUDIT-USABLE-SW
                       END-IF
                   WHEN "D"
                       IF AU-BEFORE-COUNT-X NUMERIC
                           AND AU-AFTER-COUNT-X = SPACES
                           MOVE 1 TO IM-AUDIT-USABLE-SW
                       END-IF
               END-EVALUATE
           END-IF.
           IF IM-AUDIT-USABLE-SW = 1
               ADD 1 TO AUDIT-USED-COUNT
               MOVE AU-LIMIT-X TO IM-LIMIT
               IF AU-BEFORE-COUNT-X NUMERIC
                   MOVE 1 TO IM-BEFORE-SW
                   MOVE AU-BEFORE-COUNT-X TO IM-BEFORE-COUNT
               ELSE
                   MOVE 0 TO IM-BEFORE-SW
                   MOVE 0 TO IM-BEFORE-COUNT
               END-IF
               IF AU-AFTER-COUNT-X NUMERIC
                   MOVE 1 TO IM-AFTER-SW
                   MOVE AU-AFTER-COUNT-X TO IM-AFTER-COUNT
               ELSE
                   MOVE 0 TO IM-AFTER-SW
                   MOVE 0 TO IM-AFTER-COUNT
               END-IF
               PERFORM FOLD-AUDIT-CHANGE
                   THROUGH END-FOLD-AUDIT-CHANGE
           ELSE
               ADD 1 TO AUDIT-SKIP-COUNT
               MOVE AUDIT-READ-COUNT TO ED-AUDIT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "AUDIT RECORD "          DELIMITED BY SIZE
                      ED-AUDIT-COUNT           DELIMITED BY SIZE
                      " NOT RECOGNISED - SKIPPED: "
                                               DELIMITED BY SIZE
                      AUDIT-RECORD             DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END-TAKE-AUDIT-RECORD.
           EXIT.
      *
       FOLD-AUDIT-CHANGE.
      *    A limit seen before keeps its first before-state and takes
      *    this record's after-state.
           MOVE 0 TO IM-FOUND-SUB.
           MOVE 1 TO IM-I.
           PERFORM UNTIL IM-I > CL-COUNT
               OR IM-FOUND-SUB > 0
               IF CL-LIMIT (IM-I) = IM-LIMIT
                   MOVE IM-I TO IM-FOUND-SUB
               END-IF
               ADD 1 TO IM-I
           END-PERFORM.
           IF IM-FOUND-SUB = 0
               IF CL-COUNT = 100
                   ADD 1 TO CL-OVERFLOW-COUNT
                   MOVE IM-LIMIT TO ED-LIMIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "LIMIT "             DELIMITED BY SIZE
                          ED-LIMIT             DELIMITED BY SIZE
                          " NOT ANALYSED - MORE THAN 100 CHANGED "
                                               DELIMITED BY SIZE
                          "LIMITS"             DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   ADD 1 TO CL-COUNT
                   MOVE CL-COUNT TO IM-FOUND-SUB
                   MOVE IM-LIMIT TO CL-LIMIT (IM-FOUND-SUB)
                   MOVE 0 TO CL-CHANGE-COUNT (IM-FOUND-SUB)
                   MOVE IM-BEFORE-SW TO CL-BEFORE-SW (IM-FOUND-SUB)
                   MOVE IM-BEFORE-COUNT
                       TO CL-BEFORE-COUNT (IM-FOUND-SUB)
                   MOVE 0 TO CL-RUNS-AT-LIMIT (IM-FOUND-SUB)
                   MOVE 0 TO CL-TRUE-TO-FALSE (IM-FOUND-SUB)
                   MOVE 0 TO CL-FALSE-TO-TRUE (IM-FOUND-SUB)
               END-IF
           END-IF.
           IF IM-FOUND-SUB > 0
               ADD 1 TO CL-CHANGE-COUNT (IM-FOUND-SUB)
               MOVE AU-ACTION TO CL-LAST-ACTION (IM-FOUND-SUB)
               MOVE AU-TIMESTAMP TO CL-LAST-TIMESTAMP (IM-FOUND-SUB)
               MOVE IM-AFTER-SW TO CL-AFTER-SW (IM-FOUND-SUB)
               MOVE IM-AFTER-COUNT TO CL-AFTER-COUNT (IM-FOUND-SUB)
           END-IF.
       END-FOLD-AUDIT-CHANGE.
           EXIT.
      *
      *================================================================
      *    RESCAN - EVERY RUN AT THE CHANGED LIMIT, OLD VERDICT VS NEW
      *================================================================
       ANALYSE-CHANGED-LIMIT.
           PERFORM PRINT-LIMIT-HEADER THROUGH END-PRINT-LIMIT-HEADER.
           MOVE "RESULTS" TO IM-SOURCE.
           PERFORM SCAN-RESULTS-FILE THROUGH END-SCAN-RESULTS-FILE.
           IF ARCHIVE-SCAN-WANTED
               MOVE "RESARCH" TO IM-SOURCE
               PERFORM SCAN-ARCHIVE-FILE THROUGH END-SCAN-ARCHIVE-FILE
           END-IF.
           MOVE CL-RUNS-AT-LIMIT (CLX) TO ED-RUNS.
           MOVE CL-TRUE-TO-FALSE (CLX) TO ED-T-TO-F.
           MOVE CL-FALSE-TO-TRUE (CLX) TO ED-F-TO-T.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  RUNS AT LIMIT "          DELIMITED BY SIZE
                  ED-RUNS                     DELIMITED BY SIZE
                  "  TRUE->FALSE "            DELIMITED BY SIZE
                  ED-T-TO-F                   DELIMITED BY SIZE
                  "  FALSE->TRUE "            DELIMITED BY SIZE
                  ED-F-TO-T                   DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-ANALYSE-CHANGED-LIMIT.
           EXIT.
      *
       PRINT-LIMIT-HEADER.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CL-LIMIT (CLX) TO ED-LIMIT.
           MOVE CL-CHANGE-COUNT (CLX) TO ED-CHANGES.
           MOVE SPACES TO REPORT-RECORD.
           STRING "LIMIT "                    DELIMITED BY SIZE
                  ED-LIMIT                    DELIMITED BY SIZE
                  " ACTION "                  DELIMITED BY SIZE
                  CL-LAST-ACTION (CLX)        DELIMITED BY SIZE
                  " CHANGES "                 DELIMITED BY SIZE
                  ED-CHANGES                  DELIMITED BY SIZE
                  " LAST AUDITED "            DELIMITED BY SIZE
                  CL-LAST-TIMESTAMP (CLX)     DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF CL-BEFORE-SW (CLX) = 1
               MOVE CL-BEFORE-COUNT (CLX) TO ED-COUNT
               MOVE ED-COUNT TO IM-COUNT-TEXT
           ELSE
               MOVE "NOT IN TABLE" TO IM-COUNT-TEXT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  COUNT BEFORE "           DELIMITED BY SIZE
                  IM-COUNT-TEXT               DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           IF CL-AFTER-SW (CLX) = 1
               MOVE CL-AFTER-COUNT (CLX) TO ED-COUNT
               MOVE ED-COUNT TO IM-COUNT-TEXT
           ELSE
               MOVE "NOT IN TABLE" TO IM-COUNT-TEXT
           END-IF.
           MOVE " AFTER " TO REPORT-RECORD (28:7).
           MOVE IM-COUNT-TEXT TO REPORT-RECORD (35:12).
           WRITE REPORT-RECORD.
       END-PRINT-LIMIT-HEADER.
           EXIT.
      *
       SCAN-RESULTS-FILE.
      *    A missing OPTIONAL file opens with status 05 and reads
      *    straight to end, but still has to be closed.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS = "00" OR RESULTS-STATUS = "05"
               MOVE "00" TO RESULTS-STATUS
               PERFORM UNTIL RESULTS-STATUS NOT = "00"
                   READ RESULTS-FILE
                       AT END MOVE "10" TO RESULTS-STATUS
                   END-READ
                   IF RESULTS-STATUS = "00"
                       MOVE RESULTS-RECORD TO RUN-RECORD
                       PERFORM CHECK-RUN-RECORD
                           THROUGH END-CHECK-RUN-RECORD
                   END-IF
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
       END-SCAN-RESULTS-FILE.
           EXIT.
      *
       SCAN-ARCHIVE-FILE.
           OPEN INPUT RESULTS-ARCHIVE-FILE.
           IF RESULTS-ARCHIVE-STATUS = "00"
               OR RESULTS-ARCHIVE-STATUS = "05"
               MOVE "00" TO RESULTS-ARCHIVE-STATUS
               PERFORM UNTIL RESULTS-ARCHIVE-STATUS NOT = "00"
                   READ RESULTS-ARCHIVE-FILE
                       AT END MOVE "10" TO RESULTS-ARCHIVE-STATUS
                   END-READ
                   IF RESULTS-ARCHIVE-STATUS = "00"
                       MOVE RESULTS-ARCHIVE-RECORD TO RUN-RECORD
                       PERFORM CHECK-RUN-RECORD
                           THROUGH END-CHECK-RUN-RECORD
                   END-IF
               END-PERFORM
               CLOSE RESULTS-ARCHIVE-FILE
           END-IF.
       END-SCAN-ARCHIVE-FILE.
           EXIT.
      *
       CHECK-RUN-RECORD.
           INSPECT RR-LIMIT-X REPLACING LEADING " " BY "0".
           INSPECT RR-COUNT-X REPLACING LEADING " " BY "0".
           IF (RR-SIEVE-MODE = "B" OR RR-SIEVE-MODE = "W"
               OR RR-SIEVE-MODE = "P")
               AND RR-LIMIT-X NUMERIC
               AND RR-COUNT-X NUMERIC
               AND (RR-VALID = "True " OR RR-VALID = "False")
               MOVE RR-LIMIT-X TO IM-RUN-LIMIT
               IF IM-RUN-LIMIT = CL-LIMIT (CLX)
                   ADD 1 TO CL-RUNS-AT-LIMIT (CLX)
                   ADD 1 TO RUNS-AT-LIMITS-COUNT
                   MOVE RR-COUNT-X TO IM-RUN-COUNT
                   PERFORM JUDGE-RUN-RECORD
                       THROUGH END-JUDGE-RUN-RECORD
               END-IF
           END-IF.
       END-CHECK-RUN-RECORD.
           EXIT.
      *
       JUDGE-RUN-RECORD.
      *    The verdict the run was stamped with is set against the
      *    one IS-VALID would now give its PRIME-COUNT.
           MOVE "False" TO IM-NEW-VERDICT.
           IF CL-AFTER-SW (CLX) = 1
               AND IM-RUN-COUNT = CL-AFTER-COUNT (CLX)
               MOVE "True " TO IM-NEW-VERDICT
           END-IF.
           MOVE "False" TO IM-OLD-VERDICT.
           IF CL-BEFORE-SW (CLX) = 1
               AND IM-RUN-COUNT = CL-BEFORE-COUNT (CLX)
               MOVE "True " TO IM-OLD-VERDICT
           END-IF.
           IF RR-VALID NOT = IM-NEW-VERDICT
               ADD 1 TO FLIP-COUNT
               IF RR-VALID = "True "
                   MOVE "TRUE->FALSE" TO IM-DIRECTION
                   ADD 1 TO CL-TRUE-TO-FALSE (CLX)
                   ADD 1 TO TRUE-TO-FALSE-COUNT
               ELSE
                   MOVE "FALSE->TRUE" TO IM-DIRECTION
                   ADD 1 TO CL-FALSE-TO-TRUE (CLX)
                   ADD 1 TO FALSE-TO-TRUE-COUNT
               END-IF
      *        A stamp the old count does not explain was set some
      *        other way - a deep-verify mismatch marks a run False
      *        whatever its count, or the run predates an earlier
      *        table change - and is marked for a closer look.
               IF RR-VALID NOT = IM-OLD-VERDICT
                   MOVE " *" TO IM-NOTE
                   ADD 1 TO STAMP-NOTE-COUNT
               ELSE
                   MOVE SPACES TO IM-NOTE
               END-IF
               PERFORM WRITE-FLIP-LINE THROUGH END-WRITE-FLIP-LINE
           END-IF.
       END-JUDGE-RUN-RECORD.
           EXIT.
      *
       WRITE-FLIP-LINE.
           MOVE IM-RUN-COUNT TO ED-RUN-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  "                        DELIMITED BY SIZE
                  IM-DIRECTION                DELIMITED BY SIZE
                  " RUN="                     DELIMITED BY SIZE
                  RR-RUN-NUMBER               DELIMITED BY SIZE
                  " DATE="                    DELIMITED BY SIZE
                  RR-DATE                     DELIMITED BY SIZE
                  " MODE "                    DELIMITED BY SIZE
                  RR-SIEVE-MODE               DELIMITED BY SIZE
                  " PRIME-COUNT "             DELIMITED BY SIZE
                  ED-RUN-COUNT                DELIMITED BY SIZE
                  " ON "                      DELIMITED BY SIZE
                  IM-SOURCE                   DELIMITED BY SIZE
                  IM-NOTE                     DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-WRITE-FLIP-LINE.
           EXIT.
      *
      *================================================================
      *    SUMMARY AND APPROVER SIGN-OFF
      *================================================================
       PRINT-IMPACT-SUMMARY.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "IMPACT SUMMARY" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE AUDIT-READ-COUNT TO ED-AUDIT-COUNT.
           MOVE CL-COUNT TO ED-LIMITS-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AUDIT RECORDS READ="       DELIMITED BY SIZE
                  ED-AUDIT-COUNT              DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           MOVE AUDIT-USED-COUNT TO ED-AUDIT-COUNT.
           STRING " USED="                    DELIMITED BY SIZE
                  ED-AUDIT-COUNT              DELIMITED BY SIZE
                  INTO REPORT-RECORD (25:11).
           MOVE AUDIT-SKIP-COUNT TO ED-AUDIT-COUNT.
           STRING " SKIPPED="                 DELIMITED BY SIZE
                  ED-AUDIT-COUNT              DELIMITED BY SIZE
                  " LIMITS CHANGED="          DELIMITED BY SIZE
                  ED-LIMITS-COUNT             DELIMITED BY SIZE
                  INTO REPORT-RECORD (36:40).
           WRITE REPORT-RECORD.
           MOVE RUNS-AT-LIMITS-COUNT TO ED-RUNS.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RUN RECORDS AT CHANGED LIMITS="
                                              DELIMITED BY SIZE
                  ED-RUNS                     DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TRUE-TO-FALSE-COUNT TO ED-T-TO-F.
           MOVE FALSE-TO-TRUE-COUNT TO ED-F-TO-T.
           MOVE SPACES TO REPORT-RECORD.
           STRING "VERDICTS TRUE->FALSE="     DELIMITED BY SIZE
                  ED-T-TO-F                   DELIMITED BY SIZE
                  " FALSE->TRUE="             DELIMITED BY SIZE
                  ED-F-TO-T                   DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF STAMP-NOTE-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "* STAMP NOT EXPLAINED BY THE COUNT BEFORE "
                                               DELIMITED BY SIZE
                      "THE CHANGE - CHECK DISCREP FOR A MISMATCH"
                                               DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF CL-OVERFLOW-COUNT > 0
               MOVE "SOME CHANGED LIMITS WERE NOT ANALYSED - SEE ABOVE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF FLIP-COUNT = 0
               MOVE "NO PAST RUN CHANGES VERDICT UNDER THE NEW COUNTS"
                   TO REPORT-RECORD
           ELSE
               MOVE FLIP-COUNT TO ED-RUNS
               MOVE SPACES TO REPORT-RECORD
               STRING ED-RUNS                  DELIMITED BY SIZE
                      " PAST RUN VERDICT(S) CHANGE UNDER THE NEW "
                                               DELIMITED BY SIZE
                      "COUNTS"                 DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
       END-PRINT-IMPACT-SUMMARY.
           EXIT.
      *
       PRINT-SIGN-OFF-BLOCK.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "THE VALIDTAB CHANGE ABOVE IS ACCEPTED ONLY WHEN "
                                              DELIMITED BY SIZE
                  "THIS IMPACT IS SIGNED OFF" DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "APPROVED BY  ______________________________"
                                              DELIMITED BY SIZE
                  "  DATE  __________"        DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SIGNATURE    ______________________________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-PRINT-SIGN-OFF-BLOCK.
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
           MOVE AUDIT-READ-COUNT TO SL-IN-COUNT.
           MOVE FLIP-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "VALTIMPT" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "AUDIT" TO SL-IN-LABEL.
           MOVE "FLIPS" TO SL-OUT-LABEL.
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
