       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMFACT.
       AUTHOR. FRANK VAN BAKEL.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  New batch factorization program.  Reads one
      *               value per card from FACTIN (columns 1-18, right
      *               justified, leading blanks or zeros) and factors
      *               it by trial division against the primes on the
      *               PRIMEIDX indexed master PRIMLOAD builds, writing
      *               one FACTOUT record per value with its prime
      *               factors and exponents, rejects included.  The
      *               divisors up to 48611 - enough for any 9-digit
      *               value - are read once into a table; a larger
      *               value walks on through the master itself.  The
      *               master only holds primes up to its build limit,
      *               so a value left with a cofactor that no prime
      *               on the master can resolve is written PARTIAL
      *               with the cofactor shown - never PRIME, the same
      *               caveat PRIMINQR makes with BEYOND MASTER.  The
      *               responses end with a totals trailer of values
      *               read, fully factored, found prime, partial and
      *               rejected.  A master that cannot be opened or
      *               holds no primes ends RC 8; rejects or partial
      *               values end RC 4.  START and END records go to
      *               the STEPLOG step-status ledger.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUE-CARD-FILE
               ASSIGN TO "FACTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUE-CARD-STATUS.
           SELECT PRIME-INDEX-FILE
               ASSIGN TO "PRIMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRIME
               FILE STATUS IS PRIME-INDEX-STATUS.
           SELECT RESPONSE-FILE
               ASSIGN TO "FACTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT STEPLOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VALUE-CARD-FILE.
       01  VALUE-CARD-RECORD.
           03  VC-VALUE-X                 PIC X(18).
           03  FILLER                     PIC X(62).
       FD  PRIME-INDEX-FILE.
       01  PRIME-INDEX-REC.
           03  PX-PRIME                   PIC 9(9).
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD                PIC X(200).
       FD  STEPLOG-FILE.
       COPY "STEPLOG.CPY".
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  VALUE-CARD-STATUS          PIC X(2).
           03  PRIME-INDEX-STATUS         PIC X(2).
           03  RESPONSE-STATUS            PIC X(2).
           03  STEPLOG-STATUS             PIC X(2).
       01  FACTOR-COUNTERS.
           03  VALUES-READ-COUNT          PIC 9(7) COMP VALUE 0.
           03  VALUES-FACTORED-COUNT      PIC 9(7) COMP VALUE 0.
           03  VALUES-PRIME-COUNT         PIC 9(7) COMP VALUE 0.
           03  VALUES-PARTIAL-COUNT       PIC 9(7) COMP VALUE 0.
           03  VALUES-REJECTED-COUNT      PIC 9(7) COMP VALUE 0.
      *    The smallest primes on the master, read once.  The table
      *    is marked full when the master has more primes past it;
      *    a divisor search that runs off the table then continues
      *    with START/READ NEXT on the master.
       01  DIVISOR-TABLE.
           03  DIVISOR-MAX                PIC 9(4) COMP VALUE 5000.
           03  DIVISOR-COUNT              PIC 9(4) COMP VALUE 0.
           03  DIVISOR-TABLE-FULL-SW      PIC 9(1) COMP VALUE 0.
           03  DIVISOR-PRIME              PIC 9(9) COMP
               OCCURS 5000 TIMES.
       01  FACTOR-WORK-FIELDS.
           03  FV-VALUE-X                 PIC X(18).
           03  FV-VALUE                   PIC 9(18) COMP.
           03  FV-COFACTOR                PIC 9(18) COMP.
           03  FV-QUOTIENT                PIC 9(18) COMP.
           03  FV-REMAINDER               PIC 9(9) COMP.
           03  FV-SQUARE                  PIC 9(18) COMP.
           03  FV-DIVISOR                 PIC 9(9) COMP.
      *        The last divisor tried - when the master runs out it
      *        is the master's top prime, the reach of the search.
           03  FV-LAST-DIVISOR            PIC 9(9) COMP.
           03  FV-DIVISOR-SUB             PIC 9(4) COMP.
           03  FV-EXPONENT                PIC 9(2) COMP.
           03  FV-FACTOR                  PIC 9(18) COMP.
           03  FV-FACTOR-COUNT            PIC 9(2) COMP.
           03  FV-TAIL-SW                 PIC 9(1) COMP.
           03  FV-OUT-OF-PRIMES-SW        PIC 9(1) COMP.
           03  FV-DONE-SW                 PIC 9(1) COMP.
           03  FV-PARTIAL-SW              PIC 9(1) COMP.
           03  FV-REJECT-REASON           PIC X(30).
           03  FV-STATUS                  PIC X(8).
      *    The factor list, built up left to right.
       01  FACTOR-TEXT-FIELDS.
           03  FACTOR-TEXT                PIC X(150).
           03  FT-POINTER                 PIC 9(3) COMP.
      *    Edited numbers with the edit padding dropped.
       01  TRIM-EDIT-FIELDS.
           03  TRIM-VALUE                 PIC 9(18) COMP.
           03  ED-TRIM-NUMBER             PIC Z(17)9.
           03  ED-TRIM-LEAD               PIC 9(2) COMP.
       01  REPORT-EDIT-FIELDS.
           03  ED-VALUE                   PIC Z(17)9.
           03  ED-READ-COUNT              PIC ZZZZZZ9.
           03  ED-FACTORED-COUNT          PIC ZZZZZZ9.
           03  ED-PRIME-COUNT             PIC ZZZZZZ9.
           03  ED-PARTIAL-COUNT           PIC ZZZZZZ9.
           03  ED-REJECTED-COUNT          PIC ZZZZZZ9.
           03  ED-DIVISOR-COUNT           PIC ZZZ9.
           03  ED-TOP-DIVISOR             PIC ZZZZZZZZ9.
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
               DISPLAY "PRIMFACT-0001 PRIME MASTER PRIMEIDX COULD ",
                       "NOT BE OPENED - STATUS ", PRIME-INDEX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           PERFORM LOAD-DIVISOR-TABLE THROUGH END-LOAD-DIVISOR-TABLE.
           IF DIVISOR-COUNT = 0
               DISPLAY "PRIMFACT-0002 PRIME MASTER PRIMEIDX HOLDS ",
                       "NO PRIMES - NOTHING FACTORED"
               CLOSE PRIME-INDEX-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           PERFORM PROCESS-VALUE-CARDS
               THROUGH END-PROCESS-VALUE-CARDS.
           PERFORM WRITE-RESPONSE-TRAILER
               THROUGH END-WRITE-RESPONSE-TRAILER.
           CLOSE RESPONSE-FILE.
           CLOSE PRIME-INDEX-FILE.
           DISPLAY "PRIMFACT COMPLETE - READ=", VALUES-READ-COUNT,
                   " FACTORED=", VALUES-FACTORED-COUNT,
                   " PRIME=", VALUES-PRIME-COUNT,
                   " PARTIAL=", VALUES-PARTIAL-COUNT,
                   " REJECTED=", VALUES-REJECTED-COUNT.
           IF VALUES-REJECTED-COUNT > 0
               OR VALUES-PARTIAL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-STEP-END THROUGH END-WRITE-STEP-END.
           STOP RUN.
      *
       LOAD-DIVISOR-TABLE.
           MOVE 0 TO DIVISOR-COUNT.
           MOVE 0 TO DIVISOR-TABLE-FULL-SW.
           MOVE 0 TO PX-PRIME.
           START PRIME-INDEX-FILE KEY NOT < PX-PRIME
               INVALID KEY MOVE "23" TO PRIME-INDEX-STATUS
           END-START.
           PERFORM UNTIL PRIME-INDEX-STATUS NOT = "00"
                   OR DIVISOR-TABLE-FULL-SW = 1
               READ PRIME-INDEX-FILE NEXT RECORD
                   AT END MOVE "10" TO PRIME-INDEX-STATUS
               END-READ
               IF PRIME-INDEX-STATUS = "00"
                   ADD 1 TO DIVISOR-COUNT
                   MOVE PX-PRIME TO DIVISOR-PRIME (DIVISOR-COUNT)
                   IF DIVISOR-COUNT = DIVISOR-MAX
                       MOVE 1 TO DIVISOR-TABLE-FULL-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF DIVISOR-COUNT > 0
               MOVE DIVISOR-COUNT TO ED-DIVISOR-COUNT
               MOVE DIVISOR-PRIME (DIVISOR-COUNT) TO ED-TOP-DIVISOR
               DISPLAY "PRIMFACT DIVISOR TABLE ", ED-DIVISOR-COUNT,
                       " PRIMES UP TO ", ED-TOP-DIVISOR
           END-IF.
       END-LOAD-DIVISOR-TABLE.
           EXIT.
      *
       PROCESS-VALUE-CARDS.
           OPEN INPUT VALUE-CARD-FILE.
           IF VALUE-CARD-STATUS NOT = "00"
               DISPLAY "PRIMFACT-0003 VALUE CARD FILE FACTIN ",
                       "COULD NOT BE OPENED - NOTHING FACTORED"
           ELSE
               PERFORM UNTIL VALUE-CARD-STATUS NOT = "00"
                   READ VALUE-CARD-FILE
                       AT END MOVE "10" TO VALUE-CARD-STATUS
                   END-READ
                   IF VALUE-CARD-STATUS = "00"
                       ADD 1 TO VALUES-READ-COUNT
                       PERFORM FACTOR-ONE-VALUE
                           THROUGH END-FACTOR-ONE-VALUE
                   END-IF
               END-PERFORM
               CLOSE VALUE-CARD-FILE
           END-IF.
       END-PROCESS-VALUE-CARDS.
           EXIT.
      *
       FACTOR-ONE-VALUE.
           MOVE SPACES TO FV-REJECT-REASON.
           MOVE VC-VALUE-X TO FV-VALUE-X.
           IF FV-VALUE-X = SPACES
               MOVE "VALUE MISSING" TO FV-REJECT-REASON
           ELSE
               INSPECT FV-VALUE-X REPLACING LEADING " " BY "0"
               IF FV-VALUE-X NOT NUMERIC
                   MOVE "VALUE NOT NUMERIC" TO FV-REJECT-REASON
               ELSE
                   MOVE FV-VALUE-X TO FV-VALUE
                   IF FV-VALUE < 2
                       MOVE "VALUE LESS THAN 2" TO FV-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF FV-REJECT-REASON NOT = SPACES
               ADD 1 TO VALUES-REJECTED-COUNT
               PERFORM WRITE-REJECT-RESPONSE
                   THROUGH END-WRITE-REJECT-RESPONSE
           ELSE
               PERFORM TRIAL-DIVIDE THROUGH END-TRIAL-DIVIDE
               EVALUATE TRUE
                   WHEN FV-PARTIAL-SW = 1
                       MOVE "PARTIAL" TO FV-STATUS
                       ADD 1 TO VALUES-PARTIAL-COUNT
                   WHEN FV-FACTOR-COUNT = 1 AND FV-FACTOR = FV-VALUE
                       MOVE "PRIME" TO FV-STATUS
                       ADD 1 TO VALUES-PRIME-COUNT
                   WHEN OTHER
                       MOVE "FACTORED" TO FV-STATUS
                       ADD 1 TO VALUES-FACTORED-COUNT
               END-EVALUATE
               PERFORM WRITE-FACTOR-RESPONSE
                   THROUGH END-WRITE-FACTOR-RESPONSE
           END-IF.
       END-FACTOR-ONE-VALUE.
           EXIT.
      *
       TRIAL-DIVIDE.
      *    Divide out each prime in turn while its square does not
      *    pass what is left.  Whatever remains above 1 when a
      *    square passes it has no smaller factor and is prime.
           MOVE FV-VALUE TO FV-COFACTOR.
           MOVE 0 TO FV-FACTOR-COUNT.
           MOVE 0 TO FV-DIVISOR-SUB.
           MOVE 0 TO FV-LAST-DIVISOR.
           MOVE 0 TO FV-TAIL-SW.
           MOVE 0 TO FV-OUT-OF-PRIMES-SW.
           MOVE 0 TO FV-DONE-SW.
           MOVE 0 TO FV-PARTIAL-SW.
           MOVE 1 TO FT-POINTER.
           MOVE SPACES TO FACTOR-TEXT.
           PERFORM NEXT-DIVISOR THROUGH END-NEXT-DIVISOR.
           PERFORM TRIAL-DIVIDE-STEP THROUGH END-TRIAL-DIVIDE-STEP
               UNTIL FV-DONE-SW = 1 OR FV-OUT-OF-PRIMES-SW = 1.
           IF FV-COFACTOR > 1
               IF FV-DONE-SW = 1
                   MOVE FV-COFACTOR TO FV-FACTOR
                   MOVE 1 TO FV-EXPONENT
                   PERFORM APPEND-FACTOR THROUGH END-APPEND-FACTOR
               ELSE
                   PERFORM RESOLVE-COFACTOR
                       THROUGH END-RESOLVE-COFACTOR
               END-IF
           END-IF.
       END-TRIAL-DIVIDE.
           EXIT.
      *
       TRIAL-DIVIDE-STEP.
           COMPUTE FV-SQUARE = FV-DIVISOR * FV-DIVISOR.
           IF FV-SQUARE > FV-COFACTOR
               MOVE 1 TO FV-DONE-SW
           ELSE
               DIVIDE FV-COFACTOR BY FV-DIVISOR
                   GIVING FV-QUOTIENT REMAINDER FV-REMAINDER
               IF FV-REMAINDER = 0
                   PERFORM DIVIDE-OUT-DIVISOR
                       THROUGH END-DIVIDE-OUT-DIVISOR
               END-IF
               PERFORM NEXT-DIVISOR THROUGH END-NEXT-DIVISOR
           END-IF.
       END-TRIAL-DIVIDE-STEP.
           EXIT.
      *
       DIVIDE-OUT-DIVISOR.
           MOVE 0 TO FV-EXPONENT.
           PERFORM UNTIL FV-REMAINDER NOT = 0
               ADD 1 TO FV-EXPONENT
               MOVE FV-QUOTIENT TO FV-COFACTOR
               DIVIDE FV-COFACTOR BY FV-DIVISOR
                   GIVING FV-QUOTIENT REMAINDER FV-REMAINDER
           END-PERFORM.
           MOVE FV-DIVISOR TO FV-FACTOR.
           PERFORM APPEND-FACTOR THROUGH END-APPEND-FACTOR.
       END-DIVIDE-OUT-DIVISOR.
           EXIT.
      *
       NEXT-DIVISOR.
           IF FV-DIVISOR-SUB < DIVISOR-COUNT
               ADD 1 TO FV-DIVISOR-SUB
               MOVE DIVISOR-PRIME (FV-DIVISOR-SUB) TO FV-DIVISOR
               MOVE FV-DIVISOR TO FV-LAST-DIVISOR
           ELSE
               IF DIVISOR-TABLE-FULL-SW = 0
                   MOVE 1 TO FV-OUT-OF-PRIMES-SW
               ELSE
                   PERFORM NEXT-MASTER-DIVISOR
                       THROUGH END-NEXT-MASTER-DIVISOR
               END-IF
           END-IF.
       END-NEXT-DIVISOR.
           EXIT.
      *
       NEXT-MASTER-DIVISOR.
      *    Past the table: position once per value after the last
      *    table prime, then read on in key order.
           IF FV-TAIL-SW = 0
               MOVE 1 TO FV-TAIL-SW
               MOVE DIVISOR-PRIME (DIVISOR-COUNT) TO PX-PRIME
               START PRIME-INDEX-FILE KEY > PX-PRIME
                   INVALID KEY MOVE "23" TO PRIME-INDEX-STATUS
               END-START
               IF PRIME-INDEX-STATUS NOT = "00"
                   MOVE 1 TO FV-OUT-OF-PRIMES-SW
               END-IF
           END-IF.
           IF FV-OUT-OF-PRIMES-SW = 0
               READ PRIME-INDEX-FILE NEXT RECORD
                   AT END MOVE "10" TO PRIME-INDEX-STATUS
               END-READ
               IF PRIME-INDEX-STATUS = "00"
                   MOVE PX-PRIME TO FV-DIVISOR
                   MOVE FV-DIVISOR TO FV-LAST-DIVISOR
               ELSE
                   MOVE 1 TO FV-OUT-OF-PRIMES-SW
               END-IF
           END-IF.
       END-NEXT-MASTER-DIVISOR.
           EXIT.
      *
       RESOLVE-COFACTOR.
      *    Every prime on the master has been tried.  The cofactor
      *    has no factor up to the top prime, so it is still known
      *    prime while it lies below the square of the next integer;
      *    beyond that the master cannot decide, and the value is
      *    only partly factored.
           COMPUTE FV-SQUARE =
               (FV-LAST-DIVISOR + 1) * (FV-LAST-DIVISOR + 1).
           IF FV-COFACTOR < FV-SQUARE
               MOVE FV-COFACTOR TO FV-FACTOR
               MOVE 1 TO FV-EXPONENT
               PERFORM APPEND-FACTOR THROUGH END-APPEND-FACTOR
           ELSE
               MOVE 1 TO FV-PARTIAL-SW
           END-IF.
       END-RESOLVE-COFACTOR.
           EXIT.
      *
       APPEND-FACTOR.
           IF FV-FACTOR-COUNT > 0
               STRING " * "                   DELIMITED BY SIZE
                      INTO FACTOR-TEXT WITH POINTER FT-POINTER
           END-IF.
           ADD 1 TO FV-FACTOR-COUNT.
           MOVE FV-FACTOR TO TRIM-VALUE.
           PERFORM TRIM-EDIT-NUMBER THROUGH END-TRIM-EDIT-NUMBER.
           STRING ED-TRIM-NUMBER (ED-TRIM-LEAD + 1:)
                                              DELIMITED BY SIZE
                  INTO FACTOR-TEXT WITH POINTER FT-POINTER.
           IF FV-EXPONENT > 1
               MOVE FV-EXPONENT TO TRIM-VALUE
               PERFORM TRIM-EDIT-NUMBER THROUGH END-TRIM-EDIT-NUMBER
               STRING "^"                     DELIMITED BY SIZE
                      ED-TRIM-NUMBER (ED-TRIM-LEAD + 1:)
                                              DELIMITED BY SIZE
                      INTO FACTOR-TEXT WITH POINTER FT-POINTER
           END-IF.
       END-APPEND-FACTOR.
           EXIT.
      *
       TRIM-EDIT-NUMBER.
           MOVE TRIM-VALUE TO ED-TRIM-NUMBER.
           MOVE 0 TO ED-TRIM-LEAD.
           INSPECT ED-TRIM-NUMBER TALLYING ED-TRIM-LEAD
               FOR LEADING SPACES.
       END-TRIM-EDIT-NUMBER.
           EXIT.
      *
       WRITE-FACTOR-RESPONSE.
           MOVE FV-VALUE TO ED-VALUE.
           IF FV-FACTOR-COUNT = 0
               MOVE "NONE" TO FACTOR-TEXT
               MOVE 5 TO FT-POINTER
           END-IF.
           IF FV-PARTIAL-SW = 1
               MOVE FV-COFACTOR TO TRIM-VALUE
               PERFORM TRIM-EDIT-NUMBER THROUGH END-TRIM-EDIT-NUMBER
               STRING " UNRESOLVED="          DELIMITED BY SIZE
                      ED-TRIM-NUMBER (ED-TRIM-LEAD + 1:)
                                              DELIMITED BY SIZE
                      INTO FACTOR-TEXT WITH POINTER FT-POINTER
               MOVE FV-LAST-DIVISOR TO TRIM-VALUE
               PERFORM TRIM-EDIT-NUMBER THROUGH END-TRIM-EDIT-NUMBER
               STRING " BEYOND MASTER TOP PRIME="
                                              DELIMITED BY SIZE
                      ED-TRIM-NUMBER (ED-TRIM-LEAD + 1:)
                                              DELIMITED BY SIZE
                      INTO FACTOR-TEXT WITH POINTER FT-POINTER
           END-IF.
           MOVE SPACES TO RESPONSE-RECORD.
           STRING "FACTOR VALUE="             DELIMITED BY SIZE
                  ED-VALUE                    DELIMITED BY SIZE
                  " STATUS="                  DELIMITED BY SIZE
                  FV-STATUS                   DELIMITED BY SIZE
                  " FACTORS="                 DELIMITED BY SIZE
                  FACTOR-TEXT (1:FT-POINTER - 1)
                                              DELIMITED BY SIZE
                  INTO RESPONSE-RECORD.
           WRITE RESPONSE-RECORD.
       END-WRITE-FACTOR-RESPONSE.
           EXIT.
      *
       WRITE-REJECT-RESPONSE.
           MOVE SPACES TO RESPONSE-RECORD.
           STRING "REJECTED VALUE="           DELIMITED BY SIZE
                  VC-VALUE-X                  DELIMITED BY SIZE
                  " REASON="                  DELIMITED BY SIZE
                  FV-REJECT-REASON            DELIMITED BY SIZE
                  INTO RESPONSE-RECORD.
           WRITE RESPONSE-RECORD.
       END-WRITE-REJECT-RESPONSE.
           EXIT.
      *
       WRITE-RESPONSE-TRAILER.
           MOVE VALUES-READ-COUNT TO ED-READ-COUNT.
           MOVE VALUES-FACTORED-COUNT TO ED-FACTORED-COUNT.
           MOVE VALUES-PRIME-COUNT TO ED-PRIME-COUNT.
           MOVE VALUES-PARTIAL-COUNT TO ED-PARTIAL-COUNT.
           MOVE VALUES-REJECTED-COUNT TO ED-REJECTED-COUNT.
           MOVE SPACES TO RESPONSE-RECORD.
           STRING "TOTALS READ="              DELIMITED BY SIZE
                  ED-READ-COUNT               DELIMITED BY SIZE
                  " FACTORED="                DELIMITED BY SIZE
                  ED-FACTORED-COUNT           DELIMITED BY SIZE
                  " PRIME="                   DELIMITED BY SIZE
                  ED-PRIME-COUNT              DELIMITED BY SIZE
                  " PARTIAL="                 DELIMITED BY SIZE
                  ED-PARTIAL-COUNT            DELIMITED BY SIZE
                  " REJECTED="                DELIMITED BY SIZE
                  ED-REJECTED-COUNT           DELIMITED BY SIZE
                  INTO RESPONSE-RECORD.
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
      *    Values answered completely - factored or prime - are the
      *    out count.
           MOVE SPACES TO STEPLOG-RECORD.
           MOVE "END" TO SL-EVENT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE VALUES-READ-COUNT TO SL-IN-COUNT.
           COMPUTE SL-OUT-COUNT =
               VALUES-FACTORED-COUNT + VALUES-PRIME-COUNT.
           PERFORM WRITE-STEPLOG-RECORD
               THROUGH END-WRITE-STEPLOG-RECORD.
       END-WRITE-STEP-END.
           EXIT.
      *
       WRITE-STEPLOG-RECORD.
           PERFORM BUILD-TIMESTAMP THROUGH END-BUILD-TIMESTAMP.
           MOVE "PRIMFACT" TO SL-PROGRAM.
           MOVE RUN-TIMESTAMP-DISPLAY TO SL-TIMESTAMP.
           MOVE "VALUES" TO SL-IN-LABEL.
           MOVE "FACTORED" TO SL-OUT-LABEL.
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
