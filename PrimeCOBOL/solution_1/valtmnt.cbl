      *               with RETURN-CODE 8 instead of 0, so a missing
      *               transaction input cannot look like a clean
      *               maintenance run to the scheduler.
      *   2026-10-15  START-UP now appends START and END records to the
      *               shared STEPLOG step-status ledger, the END
      *               record carrying the RETURN-CODE, transactions
      *               read and applied, on every way out including the
      *               capacity abend, for the RUNBKCHK run-book check.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "VALTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VALID-TABLE-FILE.
       01  ERROR-REPORT-RECORD            PIC X(120).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                   PIC X(100).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       COPY "VALTAB.CPY".
       01  FILE-STATUS-FIELDS.
           03  TRANSACTION-STATUS         PIC X(2).
           03  ERROR-REPORT-STATUS        PIC X(2).
           03  AUDIT-STATUS               PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
       01  MAINTENANCE-COUNTERS.
           03  TXN-READ-COUNT             PIC 9(5) COMP VALUE 0.
           03  TXN-APPLIED-COUNT          PIC 9(5) COMP VALUE 0.
       PROCEDURE DIVISION.
      *
       START-UP.
           PERFORM WRITE-STEP-START THROUGH END-WRITE-STEP-START.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           PERFORM LOAD-VALID-TABLE THROUGH END-LOAD-VALID-TABLE.
           OPEN OUTPUT ERROR-REPORT-FILE.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       LOAD-VALID-TABLE.
                           DISPLAY "VALTMNT-0001 RUN TERMINATED"
                           CLOSE VALID-TABLE-FILE
                           MOVE 16 TO RETURN-CODE
                           PERFORM WRITE-STEP-END
                               THROUGH END-WRITE-STEP-END
                           STOP RUN
                       END-IF
                       ADD 1 TO VALID-TABLE-COUNT
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
           MOVE TXN-READ-COUNT TO SL-IN-COUNT.
           MOVE TXN-APPLIED-COUNT TO SL-OUT-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "VALTMNT" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "TXNS" TO SL-IN-LABEL.
           MOVE "APPLIED" TO SL-OUT-LABEL.
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
