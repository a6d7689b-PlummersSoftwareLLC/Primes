      *               so the whole exception story is one read at the
      *               7am handover.  RETURN-CODE 4 when any exception
      *               was reported, 0 on a clean night.
      *   2026-10-15  START-UP now appends START and END records to the
      *               shared STEPLOG step-status ledger, the END
      *               record carrying the RETURN-CODE, exception
      *               records read and run groups reported, for the
      *               RUNBKCHK run-book check.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  VALTERR-RECORD                 PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-RECORD                  PIC X(132).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  EXCEPTION-STATUS           PIC X(2).
           03  DISCREPANCY-STATUS         PIC X(2).
           03  VALTERR-STATUS             PIC X(2).
           03  REPORT-STATUS              PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
      *    Severity classes, worst first - the order the morning
      *    check wants the groups in.
       01  SEVERITY-CONSTANTS.
           03  ED-EX-COUNT                PIC ZZZ9.
           03  ED-OVERFLOW-COUNT          PIC ZZZZ9.
       01  RUN-DATE-FIELD                 PIC 9(8).
       01  RUN-TIMESTAMP-FIELDS.
           03  RT-DATE                    PIC 9(8).
           03  RT-TIME                    PIC 9(8).
       01  RUN-TIMESTAMP-DISPLAY          PIC X(17).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM LOAD-VALIDEXC-FILE
               THROUGH END-LOAD-VALIDEXC-FILE.
           PERFORM LOAD-DISCREP-FILE
           IF EX-COUNT > 0 OR EX-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       LOAD-VALIDEXC-FILE.
           EXIT.
      *
       PARSE-RUN-TOKEN.
      *    Everything after " RUN=" on the records that carry one
      *    starts with the 8-digit run number.
           MOVE SPACES TO MW-BEFORE-RUN.
           MOVE SPACES TO MW-RUN-X.
           UNSTRING MW-TEXT DELIMITED BY " RUN="
           END-EVALUATE.
       END-SET-SEVERITY-NAME.
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
           COMPUTE SL-IN-COUNT = EX-COUNT + EX-OVERFLOW-COUNT.
           MOVE GR-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMEXCP" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "RECORDS" TO SL-IN-LABEL.
           MOVE "GROUPS" TO SL-OUT-LABEL.
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
