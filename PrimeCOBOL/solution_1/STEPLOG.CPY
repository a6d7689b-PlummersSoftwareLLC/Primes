      *================================================================
      *    STEPLOG.CPY
      *    Step-status ledger record.  Every program in the nightly
      *    string appends a START record as it comes up and an END
      *    record carrying its RETURN-CODE and key record counts just
      *    before it stops, to the shared STEPLOG file.  RUNBKCHK
      *    reads the ledger back against the RUNBOOK step definitions.
      *    The layout is positional so the timestamps compare and the
      *    counts move without parsing; SL-IN-LABEL / SL-OUT-LABEL say
      *    what each program's two counts are counting.
      *================================================================
       01  STEPLOG-RECORD.
           03  SL-PROGRAM                 PIC X(8).
           03  FILLER                     PIC X(1).
           03  SL-EVENT                   PIC X(5).
               88  SL-EVENT-START         VALUE "START".
               88  SL-EVENT-END           VALUE "END  ".
           03  FILLER                     PIC X(1).
           03  SL-TIMESTAMP               PIC X(17).
           03  FILLER                     PIC X(1).
           03  SL-RETURN-CODE             PIC 9(4).
           03  FILLER                     PIC X(1).
           03  SL-IN-LABEL                PIC X(8).
           03  FILLER                     PIC X(1).
           03  SL-IN-COUNT                PIC 9(9).
           03  FILLER                     PIC X(1).
           03  SL-OUT-LABEL               PIC X(8).
           03  FILLER                     PIC X(1).
           03  SL-OUT-COUNT               PIC 9(9).
           03  FILLER                     PIC X(24).
