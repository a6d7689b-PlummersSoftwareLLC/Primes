      *               detectable before a deep-verify run trusts it.
      *               A junk control card rejects with RETURN-CODE 8
      *               rather than quietly building a wrong-size file.
      *   2026-10-15  START-UP now appends START and END records to the
      *               shared STEPLOG step-status ledger, the END
      *               record carrying the RETURN-CODE, the certified
      *               limit and the primes written, on every way out,
      *               for the RUNBKCHK run-book check.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "REFPRIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERENCE-PRIME-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           03  RP-CTL-VALUE               PIC 9(9).
           03  RP-CTL-TIMESTAMP           PIC X(17).
           03  FILLER                     PIC X(3).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  CONTROL-CARD-STATUS        PIC X(2).
           03  REFERENCE-PRIME-STATUS     PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
       01  BUILD-PARAMETERS.
           03  MAX_LIMIT                  PIC 9(9) COMP VALUE 1000000.
           03  CARD-REJECT-SW             PIC 9(1) COMP VALUE 0.
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM READ-CONTROL-CARD THROUGH END-READ-CONTROL-CARD.
           IF CARD-REJECT-SW = 1
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE REF-PRIME-COUNT TO ED-PRIME-COUNT.
           DISPLAY "REFBUILD COMPLETE - LIMIT ", ED-MAX-LIMIT,
                   " PRIMES WRITTEN ", ED-PRIME-COUNT.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       READ-CONTROL-CARD.
                  INTO RUN-TIMESTAMP-DISPLAY.
       END-BUILD-TIMESTAMP.
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
           MOVE MAX_LIMIT TO SL-IN-COUNT.
           MOVE REF-PRIME-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "REFBUILD" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "LIMIT" TO SL-IN-LABEL.
           MOVE "PRIMES" TO SL-OUT-LABEL.
           OPEN EXTEND STEPLOG-FILE.
           IF STEPLOG-STATUS NOT = "00"
               OPEN OUTPUT STEPLOG-FILE
           END-IF.
           WRITE STEPLOG-RECORD.
           CLOSE STEPLOG-FILE.
       END-WRITE-STEPLOG-RECORD.
           EXIT.
       END-PROGRAM.
           EXIT.
