      *               pass the master was built from.  No complete
      *               set on PRIMELST ends RC 8 with the old master
      *               left untouched.
      *   2026-10-15  START-UP now appends START and END records to the
      *               shared STEPLOG step-status ledger, the END
      *               record carrying the RETURN-CODE, complete sets
      *               found and primes loaded, on every way out, for
      *               the RUNBKCHK run-book check.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-PRIME
               FILE STATUS IS PRIME-INDEX-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIMELST-FILE.
       FD  PRIME-INDEX-FILE.
       01  PRIME-INDEX-REC.
           03  PX-PRIME                   PIC 9(9).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  PRIMELST-STATUS            PIC X(2).
           03  PRIME-INDEX-STATUS         PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
       01  LOAD-CONTROL-FIELDS.
      *    Pass 1 finds the header ordinal of the last complete set;
      *    pass 2 re-reads and loads only that set - the line
           03  LOADED-TIMESTAMP           PIC X(17).
       01  REPORT-EDIT-FIELDS.
           03  ED-LOADED-COUNT            PIC ZZZZZZ9.
       01  RUN-TIMESTAMP-FIELDS.
           03  RT-DATE                    PIC 9(8).
           03  RT-TIME                    PIC 9(8).
       01  RUN-TIMESTAMP-DISPLAY          PIC X(17).
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM COUNT-COMPLETE-SETS
               THROUGH END-COUNT-COMPLETE-SETS.
           IF COMPLETE-SET-COUNT = 0
               DISPLAY "PRIMLOAD-0001 NO COMPLETE SET ON PRIMELST - ",
                       "PRIME MASTER NOT LOADED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           PERFORM LOAD-LAST-SET THROUGH END-LOAD-LAST-SET.
                   " PRIMES FROM SET LIMIT=", LOADED-LIMIT,
                   " MODE=", LOADED-MODE,
                   " RUN ", LOADED-TIMESTAMP.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       COUNT-COMPLETE-SETS.
               DISPLAY "PRIMLOAD-0002 PRIMEIDX COULD NOT BE OPENED ",
                       "FOR OUTPUT - STATUS ", PRIME-INDEX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT PRIMELST-FILE.
           END-EVALUATE.
       END-LOAD-ONE-RECORD.
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
           MOVE COMPLETE-SET-COUNT TO SL-IN-COUNT.
           MOVE LOADED-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMLOAD" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "SETS" TO SL-IN-LABEL.
           MOVE "PRIMES" TO SL-OUT-LABEL.
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
