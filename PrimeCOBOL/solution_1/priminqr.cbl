      *               the actuarial one-off questions stop costing a
      *               full sieve run each.  A master that cannot be
      *               opened ends RC 8; rejects alone end RC 4.
      *   2026-10-15  START-UP now appends START and END records to the
      *               shared STEPLOG step-status ledger, the END
      *               record carrying the RETURN-CODE, requests read
      *               and answered, on every way out, for the RUNBKCHK
      *               run-book check.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "INQRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-CARD-FILE.
           03  PX-PRIME                   PIC 9(9).
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD                PIC X(100).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  REQUEST-CARD-STATUS        PIC X(2).
           03  PRIME-INDEX-STATUS         PIC X(2).
           03  RESPONSE-STATUS            PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
       01  INQUIRY-COUNTERS.
           03  REQUESTS-READ-COUNT        PIC 9(5) COMP VALUE 0.
           03  REQUESTS-ANSWERED-COUNT    PIC 9(5) COMP VALUE 0.
           03  ED-READ-COUNT              PIC ZZZZ9.
           03  ED-ANSWERED-COUNT          PIC ZZZZ9.
           03  ED-REJECTED-COUNT          PIC ZZZZ9.
       01  RUN-TIMESTAMP-FIELDS.
           03  RT-DATE                    PIC 9(8).
           03  RT-TIME                    PIC 9(8).
       01  RUN-TIMESTAMP-DISPLAY          PIC X(17).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           OPEN INPUT PRIME-INDEX-FILE.
           IF PRIME-INDEX-STATUS NOT = "00"
               DISPLAY "PRIMINQR-0001 PRIME MASTER PRIMEIDX COULD ",
                       "NOT BE OPENED - STATUS ", PRIME-INDEX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           IF REQUESTS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       PROCESS-REQUEST-CARDS.
           WRITE RESPONSE-RECORD.
       END-WRITE-RESPONSE-TRAILER.
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
           MOVE REQUESTS-READ-COUNT TO SL-IN-COUNT.
           MOVE REQUESTS-ANSWERED-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMINQR" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "REQUESTS" TO SL-IN-LABEL.
           MOVE "ANSWERED" TO SL-OUT-LABEL.
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
