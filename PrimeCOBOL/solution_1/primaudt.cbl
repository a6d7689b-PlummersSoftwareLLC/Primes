      *               RETURN-CODE 8, so a corrupted or truncated prime
      *               master is caught before a downstream job
      *               consumes it.
      *   2026-10-15  START-UP now appends START and END records to the
      *               shared STEPLOG step-status ledger, the END
      *               record carrying the RETURN-CODE, PRIMELST
      *               records read and sets audited, for the RUNBKCHK
      *               run-book check.
      *   2026-10-15  Run records from the packed sieve (SIEVE_MODE
      *               "P") are paired with their PRIMELST sets like
      *               base and wheel runs.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIMELST-FILE.
           03  FILLER                     PIC X(7).
       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(100).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  PRIMELST-STATUS            PIC X(2).
           03  RESULTS-STATUS             PIC X(2).
           03  REPORT-STATUS              PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
      *    RESULTS run records in file order - the Nth PRIMELST set
      *    cross-foots against the Nth entry here.
       01  RESULTS-RUN-AREA.
           03  ED-BREAK-COUNT             PIC ZZZZ9.
           03  ED-RN-COUNT                PIC ZZZZ9.
       01  RUN-DATE-FIELD                 PIC 9(8).
       01  RUN-TIMESTAMP-FIELDS.
           03  RT-DATE                    PIC 9(8).
           03  RT-TIME                    PIC 9(8).
       01  RUN-TIMESTAMP-DISPLAY          PIC X(17).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER
               THROUGH END-PRINT-REPORT-HEADER.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       PRINT-REPORT-HEADER.
       TALLY-RESULTS-RECORD.
           INSPECT RR-LIMIT-X REPLACING LEADING " " BY "0".
           INSPECT RR-COUNT-X REPLACING LEADING " " BY "0".
           IF (RR-SIEVE-MODE = "B" OR RR-SIEVE-MODE = "W"
               OR RR-SIEVE-MODE = "P")
               AND RR-LIMIT-X NUMERIC
               AND RR-COUNT-X NUMERIC
               IF RN-COUNT < 500
           END-IF.
       END-PRINT-AUDIT-SUMMARY.
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
           MOVE PRIMELST-READ-COUNT TO SL-IN-COUNT.
           MOVE SET-NUMBER TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMAUDT" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "PRIMELST" TO SL-IN-LABEL.
           MOVE "SETS" TO SL-OUT-LABEL.
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
