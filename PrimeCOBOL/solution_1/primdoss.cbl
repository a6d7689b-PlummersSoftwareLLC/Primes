       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMDOSS.
       AUTHOR. FRANK VAN BAKEL.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  New run-dossier inquiry screen.  The analyst
      *               keys a run number - or N and P to step to the
      *               next or previous run on file, starting from the
      *               newest - and gets the whole story of that run on
      *               one screen: its RESULTS run record and run
      *               trailer, its HISTORY line, any VALIDEXC
      *               validation or regression records, any DISCREP
      *               deep-verify or reconciliation lines, its DISTRPT
      *               distribution summary, and the header and trailer
      *               of its PRIMELST set, found through the same
      *               Nth-run-record / Nth-complete-set pairing
      *               PRIMAUDT balances.  Records PRIMHSKP has already
      *               moved to RESARCH, HISTARCH, DISCARCH or PLSTARCH
      *               are shown under an ARCHIVED line naming the
      *               archive rather than reported missing.  F and B
      *               page through a dossier longer than the screen;
      *               Q ends the inquiry.  Read-only - no file is
      *               written and no lock is taken.
      *   2026-10-15  Packed-sieve (SIEVE_MODE "P") run records are
      *               recognised as run records.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULTS-FILE
               ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT OPTIONAL RESULTS-ARCHIVE-FILE
               ASSIGN TO "RESARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-ARCHIVE-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT OPTIONAL HISTORY-ARCHIVE-FILE
               ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-ARCHIVE-STATUS.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "VALIDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT OPTIONAL DISCREPANCY-FILE
               ASSIGN TO "DISCREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCREPANCY-STATUS.
           SELECT OPTIONAL DISCREPANCY-ARCHIVE-FILE
               ASSIGN TO "DISCARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCREPANCY-ARCHIVE-STATUS.
           SELECT OPTIONAL DIST-REPORT-FILE
               ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-REPORT-STATUS.
           SELECT OPTIONAL PRIMELST-FILE
               ASSIGN TO "PRIMELST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMELST-STATUS.
           SELECT OPTIONAL PRIMELST-ARCHIVE-FILE
               ASSIGN TO "PLSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMELST-ARCHIVE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       01  RESULTS-RECORD                 PIC X(150).
       FD  RESULTS-ARCHIVE-FILE.
       01  RESULTS-ARCHIVE-RECORD         PIC X(150).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD                 PIC X(120).
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD         PIC X(120).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD               PIC X(100).
       FD  DISCREPANCY-FILE.
       01  DISCREPANCY-RECORD             PIC X(100).
       FD  DISCREPANCY-ARCHIVE-FILE.
       01  DISCREPANCY-ARCHIVE-RECORD     PIC X(100).
       FD  DIST-REPORT-FILE.
       01  DIST-REPORT-RECORD             PIC X(100).
       FD  PRIMELST-FILE.
       01  PRIMELST-RECORD                PIC X(30).
       FD  PRIMELST-ARCHIVE-FILE.
       01  PRIMELST-ARCHIVE-RECORD        PIC X(30).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           03  RESULTS-STATUS             PIC X(2).
           03  RESULTS-ARCHIVE-STATUS     PIC X(2).
           03  HISTORY-STATUS             PIC X(2).
           03  HISTORY-ARCHIVE-STATUS     PIC X(2).
           03  EXCEPTION-STATUS           PIC X(2).
           03  DISCREPANCY-STATUS         PIC X(2).
           03  DISCREPANCY-ARCHIVE-STATUS PIC X(2).
           03  DIST-REPORT-STATUS         PIC X(2).
           03  PRIMELST-STATUS            PIC X(2).
           03  PRIMELST-ARCHIVE-STATUS    PIC X(2).
      *    One scan of the generic paragraphs below per file; the
      *    small EVALUATE I/O paragraphs map the file id onto the
      *    right FD, as PRIMHSKP does.
       01  SOURCE-CYCLE-FIELDS.
           03  SRC-ID                     PIC 9(2) COMP.
               88  SRC-RESULTS            VALUE 1.
               88  SRC-RESARCH            VALUE 2.
               88  SRC-HISTORY            VALUE 3.
               88  SRC-HISTARCH           VALUE 4.
               88  SRC-VALIDEXC           VALUE 5.
               88  SRC-DISCREP            VALUE 6.
               88  SRC-DISCARCH           VALUE 7.
               88  SRC-DISTRPT            VALUE 8.
               88  SRC-PRIMELST           VALUE 9.
               88  SRC-PLSTARCH           VALUE 10.
           03  SRC-FILE-NAME              PIC X(8).
           03  SRC-STATUS                 PIC X(2).
           03  SRC-RECORD                 PIC X(150).
      *        The first record of the file that belongs to the run
      *        has been shown - the ARCHIVED line goes before it.
           03  SRC-MATCH-COUNT            PIC 9(5) COMP.
      *    Run trailer columns, as PRIMPUB and PRIMMRGE map them.
       01  RESULTS-TRAILER-VIEW.
           03  TR-TIMESTAMP               PIC X(17).
           03  TR-RUN-TAG                 PIC X(5).
           03  TR-RUN-NUMBER-X            PIC X(8).
           03  TR-TRAILER-TAG             PIC X(8).
           03  FILLER                     PIC X(112).
      *    Run record columns, as PRIMCMP maps them - the mode and
      *    limit/count screen tells a run record from a trailer or
      *    an archive "G" generation record.
       01  RUN-RECORD.
           03  RR-TIMESTAMP               PIC X(17).
           03  FILLER                     PIC X(59).
           03  RR-LIMIT-X                 PIC X(9).
           03  FILLER                     PIC X(13).
           03  RR-COUNT-X                 PIC X(7).
           03  FILLER                     PIC X(24).
           03  RR-SIEVE-MODE              PIC X(1).
           03  FILLER                     PIC X(5).
           03  RR-RUN-NUMBER              PIC X(8).
           03  FILLER                     PIC X(7).
       01  SET-RECORD.
           03  SR-RECORD-TYPE             PIC X(1).
      *    Header: MAX_LIMIT; detail: the prime; trailer: the count.
           03  SR-VALUE-X                 PIC X(9).
           03  SR-SIEVE-MODE              PIC X(1).
           03  SR-RUN-TIMESTAMP           PIC X(17).
           03  FILLER                     PIC X(2).
       01  DIST-RECORD-VIEW.
           03  DRV-TAG                    PIC X(17).
               88  DRV-BLOCK-START        VALUE "DISTRIBUTION RUN=".
           03  DRV-RUN-NUMBER-X           PIC X(8).
           03  FILLER                     PIC X(75).
       01  DIST-END-VIEW.
           03  DEV-TAG                    PIC X(21).
               88  DEV-BLOCK-END          VALUE "END DISTRIBUTION RUN=".
           03  FILLER                     PIC X(79).
      *    The run on the screen and what was found for it.
       01  DOSSIER-STATE-FIELDS.
           03  DS-RUN-NUMBER              PIC 9(8) VALUE ZEROES.
           03  DS-REQUEST-RUN             PIC 9(8).
           03  DS-QUIT-SW                 PIC 9(1) COMP VALUE 0.
           03  DS-ANYTHING-FOUND-SW       PIC 9(1) COMP.
           03  DS-RUN-RECORD-SW           PIC 9(1) COMP.
           03  DS-RUN-ARCHIVED-SW         PIC 9(1) COMP.
           03  DS-RUN-ORDINAL             PIC 9(7) COMP.
           03  DS-TRAILER-SW              PIC 9(1) COMP.
           03  DS-MERGED-AS-RUN           PIC X(8).
           03  DS-SCAN-ORDINAL            PIC 9(7) COMP.
           03  DS-SECTION-COUNT           PIC 9(5) COMP.
           03  DS-IN-BLOCK-SW             PIC 9(1) COMP.
           03  DS-BAND-COUNT              PIC 9(5) COMP.
           03  DS-PARENT-TAG.
               05  FILLER                 PIC X(8) VALUE " PARENT=".
               05  DS-PARENT-TAG-RUN      PIC 9(8).
           03  DS-PARENT-TALLY            PIC 9(2) COMP.
      *    PRIMELST set location - the Nth complete set of the file.
       01  SET-LOCATE-FIELDS.
           03  SL-SET-FOUND-SW            PIC 9(1) COMP.
           03  SL-SET-OPEN-SW             PIC 9(1) COMP.
           03  SL-SET-COUNT               PIC 9(7) COMP.
           03  SL-DETAIL-COUNT            PIC 9(9) COMP.
           03  SL-LIMIT-X                 PIC X(9).
           03  SL-SIEVE-MODE              PIC X(1).
           03  SL-RUN-TIMESTAMP           PIC X(17).
           03  FOUND-LIMIT-X              PIC X(9).
           03  FOUND-SIEVE-MODE           PIC X(1).
           03  FOUND-RUN-TIMESTAMP        PIC X(17).
           03  FOUND-TRAILER-X            PIC X(9).
           03  FOUND-DETAIL-COUNT         PIC 9(9) COMP.
      *    Stepping from run to run: "N" wants the lowest number above
      *    the current one, "P" the highest below it, and start-up
      *    the highest of all.
       01  RUN-STEP-FIELDS.
           03  STEP-DIRECTION             PIC X(1).
               88  STEP-LATEST            VALUE "L".
               88  STEP-NEXT              VALUE "N".
               88  STEP-PREVIOUS          VALUE "P".
           03  STEP-FOUND-RUN             PIC 9(8).
      *    Run token parse - the RUN= token (";run=" on HISTORY)
      *    leads with the 8-digit run number on every record that
      *    carries one.
       01  TOKEN-WORK-FIELDS.
           03  TK-TEXT                    PIC X(150).
           03  TK-BEFORE-RUN              PIC X(150).
           03  TK-RUN-X                   PIC X(12).
           03  TK-RUN-DIGITS              PIC X(8).
           03  TK-RUN-NUMBER              PIC 9(8).
      *    The dossier as screen lines; the screen shows a page of
      *    DOSSIER-PAGE-SIZE of them from DS-TOP-LINE.
       01  DOSSIER-LINE-AREA.
           03  DL-COUNT                   PIC 9(4) COMP VALUE 0.
           03  DL-OVERFLOW-SW             PIC 9(1) COMP VALUE 0.
           03  DL-LINE                    PIC X(79)
               OCCURS 300 TIMES.
       01  DOSSIER-PAGE-FIELDS.
           03  DOSSIER-PAGE-SIZE          PIC 9(2) COMP VALUE 17.
           03  DS-TOP-LINE                PIC 9(4) COMP VALUE 1.
           03  DS-BOTTOM-LINE             PIC 9(4) COMP.
           03  DS-PAGE-SUB                PIC 9(4) COMP.
           03  DS-LINE-SUB                PIC 9(4) COMP.
      *    One dossier entry, wrapped at 70 columns behind an 8-byte
      *    label naming the file it came from.
       01  WRAP-WORK-FIELDS.
           03  WT-LABEL                   PIC X(8).
           03  WT-TEXT                    PIC X(150).
           03  WT-LINE.
               05  WT-LINE-LABEL          PIC X(8).
               05  FILLER                 PIC X(1).
               05  WT-LINE-TEXT           PIC X(70).
      *    Fields the screen displays and accepts.
       01  SCREEN-FIELDS.
           03  SCR-COMMAND                PIC X(8).
           03  SCR-RUN-DISPLAY            PIC X(8).
           03  SCR-TODAY                  PIC 9(8).
           03  SCR-RULE                   PIC X(79) VALUE ALL "-".
           03  SCR-PAGE-INFO              PIC X(79).
           03  SCR-MESSAGE                PIC X(79).
           03  SCR-BODY.
               05  SCR-LINE               PIC X(79)
                   OCCURS 17 TIMES.
       01  COMMAND-WORK-FIELDS.
           03  CMD-LENGTH                 PIC 9(2) COMP.
           03  CMD-VALID-SW               PIC 9(1) COMP.
       01  REPORT-EDIT-FIELDS.
           03  ED-RUN-NUMBER              PIC 9(8).
           03  ED-COUNT                   PIC ZZZZZZZZ9.
           03  ED-TRAILER-COUNT           PIC ZZZZZZZZ9.
           03  ED-ORDINAL                 PIC ZZZZZZ9.
           03  ED-BAND-COUNT              PIC ZZZZ9.
           03  ED-TOP-LINE                PIC ZZZ9.
           03  ED-BOTTOM-LINE             PIC ZZZ9.
           03  ED-LINE-COUNT              PIC ZZZ9.
       SCREEN SECTION.
       01  DOSSIER-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COLUMN 1
               VALUE "PRIMDOSS - RUN DOSSIER".
           03  LINE 1 COLUMN 32 VALUE "RUN ".
           03  LINE 1 COLUMN 36 PIC X(8) FROM SCR-RUN-DISPLAY.
           03  LINE 1 COLUMN 72 PIC 9(8) FROM SCR-TODAY.
           03  LINE 2 COLUMN 1 VALUE "COMMAND:".
           03  LINE 2 COLUMN 10 PIC X(8) USING SCR-COMMAND.
           03  LINE 2 COLUMN 20
               VALUE "RUN NO.  N=NEXT P=PREV  F/B=PAGE  Q=QUIT".
           03  LINE 3 COLUMN 1 PIC X(79) FROM SCR-RULE.
           03  LINE 4 COLUMN 1 PIC X(79) FROM SCR-LINE (1).
           03  LINE 5 COLUMN 1 PIC X(79) FROM SCR-LINE (2).
           03  LINE 6 COLUMN 1 PIC X(79) FROM SCR-LINE (3).
           03  LINE 7 COLUMN 1 PIC X(79) FROM SCR-LINE (4).
           03  LINE 8 COLUMN 1 PIC X(79) FROM SCR-LINE (5).
           03  LINE 9 COLUMN 1 PIC X(79) FROM SCR-LINE (6).
           03  LINE 10 COLUMN 1 PIC X(79) FROM SCR-LINE (7).
           03  LINE 11 COLUMN 1 PIC X(79) FROM SCR-LINE (8).
           03  LINE 12 COLUMN 1 PIC X(79) FROM SCR-LINE (9).
           03  LINE 13 COLUMN 1 PIC X(79) FROM SCR-LINE (10).
           03  LINE 14 COLUMN 1 PIC X(79) FROM SCR-LINE (11).
           03  LINE 15 COLUMN 1 PIC X(79) FROM SCR-LINE (12).
           03  LINE 16 COLUMN 1 PIC X(79) FROM SCR-LINE (13).
           03  LINE 17 COLUMN 1 PIC X(79) FROM SCR-LINE (14).
           03  LINE 18 COLUMN 1 PIC X(79) FROM SCR-LINE (15).
           03  LINE 19 COLUMN 1 PIC X(79) FROM SCR-LINE (16).
           03  LINE 20 COLUMN 1 PIC X(79) FROM SCR-LINE (17).
           03  LINE 21 COLUMN 1 PIC X(79) FROM SCR-RULE.
           03  LINE 22 COLUMN 1 PIC X(79) FROM SCR-PAGE-INFO.
           03  LINE 23 COLUMN 1 PIC X(79) FROM SCR-MESSAGE.
       PROCEDURE DIVISION.
      *
       START-UP.
           ACCEPT SCR-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO SCR-MESSAGE.
           MOVE "L" TO STEP-DIRECTION.
           PERFORM FIND-STEP-RUN THROUGH END-FIND-STEP-RUN.
           IF STEP-FOUND-RUN = 0
               MOVE "NO RUNS ON RESULTS OR RESARCH - KEY A RUN NUMBER"
                   TO SCR-MESSAGE
               PERFORM CLEAR-DOSSIER THROUGH END-CLEAR-DOSSIER
           ELSE
               MOVE STEP-FOUND-RUN TO DS-RUN-NUMBER
               PERFORM BUILD-DOSSIER THROUGH END-BUILD-DOSSIER
           END-IF.
           PERFORM UNTIL DS-QUIT-SW = 1
               PERFORM FILL-SCREEN-PAGE THROUGH END-FILL-SCREEN-PAGE
               PERFORM SHOW-DOSSIER-SCREEN
                   THROUGH END-SHOW-DOSSIER-SCREEN
               MOVE SPACES TO SCR-MESSAGE
               PERFORM PROCESS-COMMAND THROUGH END-PROCESS-COMMAND
           END-PERFORM.
           STOP RUN.
      *
       SHOW-DOSSIER-SCREEN.
           MOVE SPACES TO SCR-COMMAND.
           DISPLAY DOSSIER-SCREEN.
           ACCEPT DOSSIER-SCREEN.
       END-SHOW-DOSSIER-SCREEN.
           EXIT.
      *
       PROCESS-COMMAND.
           INSPECT SCR-COMMAND CONVERTING "nfpbq" TO "NFPBQ".
           MOVE 0 TO CMD-LENGTH.
           INSPECT SCR-COMMAND TALLYING CMD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN SCR-COMMAND = SPACES
                   PERFORM PAGE-FORWARD THROUGH END-PAGE-FORWARD
               WHEN SCR-COMMAND = "Q"
                   MOVE 1 TO DS-QUIT-SW
               WHEN SCR-COMMAND = "F"
                   PERFORM PAGE-FORWARD THROUGH END-PAGE-FORWARD
               WHEN SCR-COMMAND = "B"
                   PERFORM PAGE-BACK THROUGH END-PAGE-BACK
               WHEN SCR-COMMAND = "N" OR SCR-COMMAND = "P"
                   MOVE SCR-COMMAND TO STEP-DIRECTION
                   PERFORM FIND-STEP-RUN THROUGH END-FIND-STEP-RUN
                   IF STEP-FOUND-RUN = 0
                       IF STEP-NEXT
                           MOVE "NO LATER RUN ON RESULTS OR RESARCH"
                               TO SCR-MESSAGE
                       ELSE
                           MOVE "NO EARLIER RUN ON RESULTS OR RESARCH"
                               TO SCR-MESSAGE
                       END-IF
                   ELSE
                       MOVE STEP-FOUND-RUN TO DS-RUN-NUMBER
                       PERFORM BUILD-DOSSIER
                           THROUGH END-BUILD-DOSSIER
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-RUN-COMMAND
                       THROUGH END-CHECK-RUN-COMMAND
                   IF CMD-VALID-SW = 1
                       MOVE DS-REQUEST-RUN TO DS-RUN-NUMBER
                       PERFORM BUILD-DOSSIER
                           THROUGH END-BUILD-DOSSIER
                   ELSE
                       MOVE "KEY A RUN NUMBER, N, P, F, B OR Q"
                           TO SCR-MESSAGE
                   END-IF
           END-EVALUATE.
       END-PROCESS-COMMAND.
           EXIT.
      *
       CHECK-RUN-COMMAND.
      *    Digits keyed from the left of the field, nothing after.
           MOVE 0 TO CMD-VALID-SW.
           IF CMD-LENGTH > 0 AND CMD-LENGTH NOT > 8
               IF SCR-COMMAND (1:CMD-LENGTH) NUMERIC
                   MOVE SCR-COMMAND (1:CMD-LENGTH) TO DS-REQUEST-RUN
                   IF DS-REQUEST-RUN > 0
                       MOVE 1 TO CMD-VALID-SW
                   END-IF
                   IF CMD-LENGTH < 8
                       IF SCR-COMMAND (CMD-LENGTH + 1:) NOT = SPACES
                           MOVE 0 TO CMD-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
       END-CHECK-RUN-COMMAND.
           EXIT.
      *
       PAGE-FORWARD.
           IF DS-TOP-LINE + DOSSIER-PAGE-SIZE NOT > DL-COUNT
               ADD DOSSIER-PAGE-SIZE TO DS-TOP-LINE
           ELSE
               MOVE "END OF DOSSIER" TO SCR-MESSAGE
           END-IF.
       END-PAGE-FORWARD.
           EXIT.
      *
       PAGE-BACK.
           IF DS-TOP-LINE > DOSSIER-PAGE-SIZE
               SUBTRACT DOSSIER-PAGE-SIZE FROM DS-TOP-LINE
           ELSE
               IF DS-TOP-LINE = 1
                   MOVE "TOP OF DOSSIER" TO SCR-MESSAGE
               END-IF
               MOVE 1 TO DS-TOP-LINE
           END-IF.
       END-PAGE-BACK.
           EXIT.
      *
       FILL-SCREEN-PAGE.
           IF DS-RUN-NUMBER = 0
               MOVE SPACES TO SCR-RUN-DISPLAY
           ELSE
               MOVE DS-RUN-NUMBER TO SCR-RUN-DISPLAY
           END-IF.
           MOVE SPACES TO SCR-BODY.
           PERFORM VARYING DS-PAGE-SUB FROM 1 BY 1
                   UNTIL DS-PAGE-SUB > DOSSIER-PAGE-SIZE
               COMPUTE DS-LINE-SUB = DS-TOP-LINE + DS-PAGE-SUB - 1
               IF DS-LINE-SUB NOT > DL-COUNT
                   MOVE DL-LINE (DS-LINE-SUB)
                       TO SCR-LINE (DS-PAGE-SUB)
               END-IF
           END-PERFORM.
           COMPUTE DS-BOTTOM-LINE =
               DS-TOP-LINE + DOSSIER-PAGE-SIZE - 1.
           IF DS-BOTTOM-LINE > DL-COUNT
               MOVE DL-COUNT TO DS-BOTTOM-LINE
           END-IF.
           MOVE DS-TOP-LINE TO ED-TOP-LINE.
           MOVE DS-BOTTOM-LINE TO ED-BOTTOM-LINE.
           MOVE DL-COUNT TO ED-LINE-COUNT.
           MOVE SPACES TO SCR-PAGE-INFO.
           STRING "LINES "                     DELIMITED BY SIZE
                  ED-TOP-LINE                  DELIMITED BY SIZE
                  " -"                         DELIMITED BY SIZE
                  ED-BOTTOM-LINE               DELIMITED BY SIZE
                  " OF"                        DELIMITED BY SIZE
                  ED-LINE-COUNT                DELIMITED BY SIZE
                  INTO SCR-PAGE-INFO.
       END-FILL-SCREEN-PAGE.
           EXIT.
      *
      *================================================================
      *    STEPPING THROUGH THE RUNS ON FILE
      *================================================================
       FIND-STEP-RUN.
      *    Every RESULTS and RESARCH record that carries a RUN= token
      *    counts - a run trailer as much as a run record, so a run
      *    that only reserved a partitioned parent can be stepped to.
           MOVE 0 TO STEP-FOUND-RUN.
           MOVE 2 TO SRC-ID.
           PERFORM FIND-STEP-RUN-FILE THROUGH END-FIND-STEP-RUN-FILE.
           MOVE 1 TO SRC-ID.
           PERFORM FIND-STEP-RUN-FILE THROUGH END-FIND-STEP-RUN-FILE.
       END-FIND-STEP-RUN.
           EXIT.
      *
       FIND-STEP-RUN-FILE.
           PERFORM OPEN-SOURCE THROUGH END-OPEN-SOURCE.
           IF SRC-STATUS = "00" OR SRC-STATUS = "05"
               PERFORM UNTIL SRC-STATUS NOT = "00"
                   PERFORM READ-SOURCE THROUGH END-READ-SOURCE
                   IF SRC-STATUS = "00"
                       MOVE SRC-RECORD TO TK-TEXT
                       PERFORM PARSE-RUN-TOKEN
                           THROUGH END-PARSE-RUN-TOKEN
                       IF TK-RUN-NUMBER > 0
                           PERFORM CHECK-STEP-CANDIDATE
                               THROUGH END-CHECK-STEP-CANDIDATE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CLOSE-SOURCE THROUGH END-CLOSE-SOURCE
           END-IF.
       END-FIND-STEP-RUN-FILE.
           EXIT.
      *
       CHECK-STEP-CANDIDATE.
           EVALUATE TRUE
               WHEN STEP-LATEST
                   IF TK-RUN-NUMBER > STEP-FOUND-RUN
                       MOVE TK-RUN-NUMBER TO STEP-FOUND-RUN
                   END-IF
               WHEN STEP-NEXT
                   IF TK-RUN-NUMBER > DS-RUN-NUMBER
                       AND (STEP-FOUND-RUN = 0
                            OR TK-RUN-NUMBER < STEP-FOUND-RUN)
                       MOVE TK-RUN-NUMBER TO STEP-FOUND-RUN
                   END-IF
               WHEN STEP-PREVIOUS
                   IF TK-RUN-NUMBER < DS-RUN-NUMBER
                       AND TK-RUN-NUMBER > STEP-FOUND-RUN
                       MOVE TK-RUN-NUMBER TO STEP-FOUND-RUN
                   END-IF
           END-EVALUATE.
       END-CHECK-STEP-CANDIDATE.
           EXIT.
      *
      *================================================================
      *    BUILDING ONE RUN'S DOSSIER
      *================================================================
       BUILD-DOSSIER.
      *    Archives first, then the live files, so each section
      *    reads oldest first - a run's records can only have been
      *    archived before the ones still live.
           PERFORM CLEAR-DOSSIER THROUGH END-CLEAR-DOSSIER.
           MOVE 0 TO DS-ANYTHING-FOUND-SW.
           MOVE 0 TO DS-RUN-RECORD-SW.
           MOVE 0 TO DS-RUN-ARCHIVED-SW.
           MOVE 0 TO DS-RUN-ORDINAL.
           MOVE 0 TO DS-TRAILER-SW.
           MOVE SPACES TO DS-MERGED-AS-RUN.
           MOVE DS-RUN-NUMBER TO DS-PARENT-TAG-RUN.
           MOVE DS-RUN-NUMBER TO ED-RUN-NUMBER.
           MOVE "RUN" TO WT-LABEL.
           MOVE SPACES TO WT-TEXT.
           STRING "DOSSIER OF RUN "            DELIMITED BY SIZE
                  ED-RUN-NUMBER                DELIMITED BY SIZE
                  INTO WT-TEXT.
           PERFORM ADD-DOSSIER-ENTRY THROUGH END-ADD-DOSSIER-ENTRY.
      *    RESULTS run record and run trailer.
           MOVE 0 TO DS-SECTION-COUNT.
           MOVE 2 TO SRC-ID.
           PERFORM SCAN-SOURCE THROUGH END-SCAN-SOURCE.
           MOVE 1 TO SRC-ID.
           PERFORM SCAN-SOURCE THROUGH END-SCAN-SOURCE.
      *    A partitioned parent only reserves its number - the run
      *    record and set belong to the merged run.
           IF DS-RUN-RECORD-SW = 0
               AND DS-MERGED-AS-RUN = SPACES
               MOVE "RESULTS" TO WT-LABEL
               MOVE "NO RUN RECORD ON RESULTS OR RESARCH" TO WT-TEXT
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           END-IF.
           IF DS-TRAILER-SW = 0
               MOVE "RESULTS" TO WT-LABEL
               MOVE "NO RUN TRAILER - THE RUN DID NOT COMPLETE"
                   TO WT-TEXT
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           END-IF.
           IF DS-MERGED-AS-RUN NOT = SPACES
               MOVE "RESULTS" TO WT-LABEL
               MOVE SPACES TO WT-TEXT
               STRING "PARTITIONED PARENT RUN - MERGED BY PRIMMRGE "
                                               DELIMITED BY SIZE
                      "AS RUN "                DELIMITED BY SIZE
                      DS-MERGED-AS-RUN         DELIMITED BY SIZE
                      INTO WT-TEXT
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           END-IF.
      *    HISTORY line.
           MOVE 0 TO DS-SECTION-COUNT.
           MOVE 4 TO SRC-ID.
           PERFORM SCAN-SOURCE THROUGH END-SCAN-SOURCE.
           MOVE 3 TO SRC-ID.
           PERFORM SCAN-SOURCE THROUGH END-SCAN-SOURCE.
           IF DS-SECTION-COUNT = 0
               MOVE "HISTORY" TO WT-LABEL
               MOVE "NO HISTORY LINE ON HISTORY OR HISTARCH"
                   TO WT-TEXT
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           END-IF.
      *    Validation exceptions and regression alerts.
           MOVE 0 TO DS-SECTION-COUNT.
           MOVE 5 TO SRC-ID.
           PERFORM SCAN-SOURCE THROUGH END-SCAN-SOURCE.
           IF DS-SECTION-COUNT = 0
               MOVE "VALIDEXC" TO WT-LABEL
               MOVE "NO VALIDATION OR REGRESSION RECORDS" TO WT-TEXT
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           END-IF.
      *    Deep-verify and reconciliation discrepancies.
           MOVE 0 TO DS-SECTION-COUNT.
           MOVE 7 TO SRC-ID.
           PERFORM SCAN-SOURCE THROUGH END-SCAN-SOURCE.
           MOVE 6 TO SRC-ID.
           PERFORM SCAN-SOURCE THROUGH END-SCAN-SOURCE.
           IF DS-SECTION-COUNT = 0
               MOVE "DISCREP" TO WT-LABEL
               MOVE "NO DEEP-VERIFY OR RECONCILIATION DISCREPANCIES"
                   TO WT-TEXT
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           END-IF.
      *    Distribution summary.
           MOVE 0 TO DS-SECTION-COUNT.
           MOVE 0 TO DS-IN-BLOCK-SW.
           MOVE 8 TO SRC-ID.
           PERFORM SCAN-SOURCE THROUGH END-SCAN-SOURCE.
           IF DS-SECTION-COUNT = 0
               MOVE "DISTRPT" TO WT-LABEL
               MOVE "NO DISTRIBUTION BLOCK" TO WT-TEXT
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           END-IF.
      *    PRIMELST set - paired by ordinal with the run record, on
      *    the live file or the archive the run record was found on.
           PERFORM SHOW-PRIMELST-SET THROUGH END-SHOW-PRIMELST-SET.
           IF DS-ANYTHING-FOUND-SW = 0
               MOVE DS-RUN-NUMBER TO ED-RUN-NUMBER
               STRING "RUN "                   DELIMITED BY SIZE
                      ED-RUN-NUMBER            DELIMITED BY SIZE
                      " NOT FOUND ON ANY FILE" DELIMITED BY SIZE
                      INTO SCR-MESSAGE
           END-IF.
       END-BUILD-DOSSIER.
           EXIT.
      *
       CLEAR-DOSSIER.
           MOVE 0 TO DL-COUNT.
           MOVE 0 TO DL-OVERFLOW-SW.
           MOVE 1 TO DS-TOP-LINE.
       END-CLEAR-DOSSIER.
           EXIT.
      *
       SCAN-SOURCE.
           MOVE 0 TO SRC-MATCH-COUNT.
           MOVE 0 TO DS-SCAN-ORDINAL.
           PERFORM OPEN-SOURCE THROUGH END-OPEN-SOURCE.
           IF SRC-STATUS = "00" OR SRC-STATUS = "05"
               PERFORM UNTIL SRC-STATUS NOT = "00"
                   PERFORM READ-SOURCE THROUGH END-READ-SOURCE
                   IF SRC-STATUS = "00"
                       PERFORM EXAMINE-SOURCE-RECORD
                           THROUGH END-EXAMINE-SOURCE-RECORD
                   END-IF
               END-PERFORM
               PERFORM CLOSE-SOURCE THROUGH END-CLOSE-SOURCE
           END-IF.
       END-SCAN-SOURCE.
           EXIT.
      *
       EXAMINE-SOURCE-RECORD.
           MOVE SRC-RECORD TO TK-TEXT.
           EVALUATE TRUE
               WHEN SRC-RESULTS OR SRC-RESARCH
                   PERFORM EXAMINE-RESULTS-RECORD
                       THROUGH END-EXAMINE-RESULTS-RECORD
               WHEN SRC-HISTORY OR SRC-HISTARCH
                   PERFORM PARSE-HISTORY-RUN-TOKEN
                       THROUGH END-PARSE-HISTORY-RUN-TOKEN
                   IF TK-RUN-NUMBER = DS-RUN-NUMBER
                       PERFORM SHOW-SOURCE-RECORD
                           THROUGH END-SHOW-SOURCE-RECORD
                   END-IF
               WHEN SRC-VALIDEXC OR SRC-DISCREP OR SRC-DISCARCH
                   PERFORM PARSE-RUN-TOKEN THROUGH END-PARSE-RUN-TOKEN
                   IF TK-RUN-NUMBER = DS-RUN-NUMBER
                       PERFORM SHOW-SOURCE-RECORD
                           THROUGH END-SHOW-SOURCE-RECORD
                   END-IF
               WHEN SRC-DISTRPT
                   PERFORM EXAMINE-DIST-RECORD
                       THROUGH END-EXAMINE-DIST-RECORD
           END-EVALUATE.
       END-EXAMINE-SOURCE-RECORD.
           EXIT.
      *
       EXAMINE-RESULTS-RECORD.
           MOVE SRC-RECORD TO RUN-RECORD.
           MOVE SRC-RECORD TO RESULTS-TRAILER-VIEW.
           INSPECT RR-LIMIT-X REPLACING LEADING " " BY "0".
           INSPECT RR-COUNT-X REPLACING LEADING " " BY "0".
           PERFORM PARSE-RUN-TOKEN THROUGH END-PARSE-RUN-TOKEN.
           IF TR-RUN-TAG = " RUN=" AND TR-TRAILER-TAG = " TRAILER"
      *        A merged run's trailer names its partitioned parent.
               MOVE 0 TO DS-PARENT-TALLY
               INSPECT SRC-RECORD TALLYING DS-PARENT-TALLY
                   FOR ALL DS-PARENT-TAG
               IF DS-PARENT-TALLY > 0
                   MOVE TR-RUN-NUMBER-X TO DS-MERGED-AS-RUN
               END-IF
               IF TK-RUN-NUMBER = DS-RUN-NUMBER
                   MOVE 1 TO DS-TRAILER-SW
                   PERFORM SHOW-SOURCE-RECORD
                       THROUGH END-SHOW-SOURCE-RECORD
               END-IF
           ELSE
               IF (RR-SIEVE-MODE = "B" OR RR-SIEVE-MODE = "W"
                   OR RR-SIEVE-MODE = "P")
                   AND RR-LIMIT-X NUMERIC
                   AND RR-COUNT-X NUMERIC
                   ADD 1 TO DS-SCAN-ORDINAL
      *            The first run record carrying the number is the
      *            one its PRIMELST set pairs with, as in PRIMCMP.
                   IF TK-RUN-NUMBER = DS-RUN-NUMBER
                       IF DS-RUN-RECORD-SW = 0
                           MOVE 1 TO DS-RUN-RECORD-SW
                           MOVE DS-SCAN-ORDINAL TO DS-RUN-ORDINAL
                           IF SRC-RESARCH
                               MOVE 1 TO DS-RUN-ARCHIVED-SW
                           END-IF
                       END-IF
                       PERFORM SHOW-SOURCE-RECORD
                           THROUGH END-SHOW-SOURCE-RECORD
                   END-IF
               END-IF
           END-IF.
       END-EXAMINE-RESULTS-RECORD.
           EXIT.
      *
       EXAMINE-DIST-RECORD.
      *    The block for the run, without its band lines - those are
      *    counted, the largest gap and twin count shown.
           MOVE SRC-RECORD TO DIST-RECORD-VIEW.
           MOVE SRC-RECORD TO DIST-END-VIEW.
           IF DS-IN-BLOCK-SW = 1
               IF DEV-BLOCK-END
                   MOVE 0 TO DS-IN-BLOCK-SW
                   MOVE DS-BAND-COUNT TO ED-BAND-COUNT
                   MOVE "DISTRPT" TO WT-LABEL
                   MOVE SPACES TO WT-TEXT
                   STRING "BANDS="             DELIMITED BY SIZE
                          ED-BAND-COUNT        DELIMITED BY SIZE
                          " (BAND COUNTS ON DISTRPT)"
                                               DELIMITED BY SIZE
                          INTO WT-TEXT
                   PERFORM ADD-DOSSIER-ENTRY
                       THROUGH END-ADD-DOSSIER-ENTRY
               ELSE
                   IF SRC-RECORD (1:5) = "BAND "
                       ADD 1 TO DS-BAND-COUNT
                   ELSE
                       PERFORM SHOW-SOURCE-RECORD
                           THROUGH END-SHOW-SOURCE-RECORD
                   END-IF
               END-IF
           ELSE
               IF DRV-BLOCK-START
                   AND DRV-RUN-NUMBER-X NUMERIC
                   MOVE DRV-RUN-NUMBER-X TO TK-RUN-NUMBER
                   IF TK-RUN-NUMBER = DS-RUN-NUMBER
                       MOVE 1 TO DS-IN-BLOCK-SW
                       MOVE 0 TO DS-BAND-COUNT
                       PERFORM SHOW-SOURCE-RECORD
                           THROUGH END-SHOW-SOURCE-RECORD
                   END-IF
               END-IF
           END-IF.
       END-EXAMINE-DIST-RECORD.
           EXIT.
      *
       SHOW-SOURCE-RECORD.
      *    An archive names itself once, before its first record for
      *    the run, so the analyst knows it moved rather than went
      *    missing.
           ADD 1 TO SRC-MATCH-COUNT.
           ADD 1 TO DS-SECTION-COUNT.
           MOVE 1 TO DS-ANYTHING-FOUND-SW.
           IF SRC-MATCH-COUNT = 1
               AND (SRC-RESARCH OR SRC-HISTARCH OR SRC-DISCARCH)
               MOVE SRC-FILE-NAME TO WT-LABEL
               MOVE SPACES TO WT-TEXT
               STRING "ARCHIVED - THE FOLLOWING RECORDS ARE ON "
                                               DELIMITED BY SIZE
                      SRC-FILE-NAME            DELIMITED BY SIZE
                      INTO WT-TEXT
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           END-IF.
           MOVE SRC-FILE-NAME TO WT-LABEL.
           MOVE SRC-RECORD TO WT-TEXT.
           PERFORM ADD-DOSSIER-ENTRY THROUGH END-ADD-DOSSIER-ENTRY.
       END-SHOW-SOURCE-RECORD.
           EXIT.
      *
       SHOW-PRIMELST-SET.
           IF DS-RUN-RECORD-SW = 0
               MOVE "PRIMELST" TO WT-LABEL
               IF DS-MERGED-AS-RUN = SPACES
                   MOVE "NO RUN RECORD TO PAIR A PRIMELST SET WITH"
                       TO WT-TEXT
               ELSE
                   MOVE SPACES TO WT-TEXT
                   STRING "THE MERGED SET IS PAIRED WITH RUN "
                                               DELIMITED BY SIZE
                          DS-MERGED-AS-RUN     DELIMITED BY SIZE
                          INTO WT-TEXT
               END-IF
               PERFORM ADD-DOSSIER-ENTRY
                   THROUGH END-ADD-DOSSIER-ENTRY
           ELSE
               IF DS-RUN-ARCHIVED-SW = 1
                   MOVE 10 TO SRC-ID
               ELSE
                   MOVE 9 TO SRC-ID
               END-IF
               PERFORM LOCATE-PRIMELST-SET
                   THROUGH END-LOCATE-PRIMELST-SET
               MOVE DS-RUN-ORDINAL TO ED-ORDINAL
               MOVE SRC-FILE-NAME TO WT-LABEL
               MOVE SPACES TO WT-TEXT
               IF SL-SET-FOUND-SW = 0
                   STRING "NO COMPLETE SET"    DELIMITED BY SIZE
                          ED-ORDINAL           DELIMITED BY SIZE
                          " ON "               DELIMITED BY SIZE
                          SRC-FILE-NAME        DELIMITED BY SIZE
                          " FOR THIS RUN"      DELIMITED BY SIZE
                          INTO WT-TEXT
                   PERFORM ADD-DOSSIER-ENTRY
                       THROUGH END-ADD-DOSSIER-ENTRY
               ELSE
                   MOVE 1 TO DS-ANYTHING-FOUND-SW
                   IF SRC-PLSTARCH
                       STRING "ARCHIVED - THE SET IS ON PLSTARCH"
                                               DELIMITED BY SIZE
                              INTO WT-TEXT
                       PERFORM ADD-DOSSIER-ENTRY
                           THROUGH END-ADD-DOSSIER-ENTRY
                       MOVE SPACES TO WT-TEXT
                   END-IF
                   STRING "SET"                DELIMITED BY SIZE
                          ED-ORDINAL           DELIMITED BY SIZE
                          " HEADER LIMIT="     DELIMITED BY SIZE
                          FOUND-LIMIT-X        DELIMITED BY SIZE
                          " MODE="             DELIMITED BY SIZE
                          FOUND-SIEVE-MODE     DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          FOUND-RUN-TIMESTAMP  DELIMITED BY SIZE
                          INTO WT-TEXT
                   PERFORM ADD-DOSSIER-ENTRY
                       THROUGH END-ADD-DOSSIER-ENTRY
                   MOVE FOUND-DETAIL-COUNT TO ED-COUNT
                   MOVE SPACES TO WT-TEXT
                   IF FOUND-TRAILER-X NUMERIC
                       MOVE FOUND-TRAILER-X TO ED-TRAILER-COUNT
                       IF FOUND-TRAILER-X = FOUND-DETAIL-COUNT
                           STRING "TRAILER COUNT="
                                               DELIMITED BY SIZE
                                  ED-TRAILER-COUNT
                                               DELIMITED BY SIZE
                                  " DETAILS="  DELIMITED BY SIZE
                                  ED-COUNT     DELIMITED BY SIZE
                                  " - BALANCED"
                                               DELIMITED BY SIZE
                                  INTO WT-TEXT
                       ELSE
                           STRING "TRAILER COUNT="
                                               DELIMITED BY SIZE
                                  ED-TRAILER-COUNT
                                               DELIMITED BY SIZE
                                  " DETAILS="  DELIMITED BY SIZE
                                  ED-COUNT     DELIMITED BY SIZE
                                  " - OUT OF BALANCE"
                                               DELIMITED BY SIZE
                                  INTO WT-TEXT
                       END-IF
                   ELSE
                       STRING "TRAILER COUNT NOT NUMERIC - DETAILS="
                                               DELIMITED BY SIZE
                              ED-COUNT         DELIMITED BY SIZE
                              INTO WT-TEXT
                   END-IF
                   PERFORM ADD-DOSSIER-ENTRY
                       THROUGH END-ADD-DOSSIER-ENTRY
               END-IF
           END-IF.
       END-SHOW-PRIMELST-SET.
           EXIT.
      *
       LOCATE-PRIMELST-SET.
      *    The Nth complete set; an open set left by a killed job
      *    does not count - it never wrote a run record either - and
      *    neither do PLSTARCH's "G" records.
           MOVE 0 TO SL-SET-FOUND-SW.
           MOVE 0 TO SL-SET-OPEN-SW.
           MOVE 0 TO SL-SET-COUNT.
           PERFORM OPEN-SOURCE THROUGH END-OPEN-SOURCE.
           IF SRC-STATUS = "00" OR SRC-STATUS = "05"
               PERFORM UNTIL SRC-STATUS NOT = "00"
                       OR SL-SET-FOUND-SW = 1
                   PERFORM READ-SOURCE THROUGH END-READ-SOURCE
                   IF SRC-STATUS = "00"
                       PERFORM LOCATE-SET-RECORD
                           THROUGH END-LOCATE-SET-RECORD
                   END-IF
               END-PERFORM
               PERFORM CLOSE-SOURCE THROUGH END-CLOSE-SOURCE
           END-IF.
       END-LOCATE-PRIMELST-SET.
           EXIT.
      *
       LOCATE-SET-RECORD.
           MOVE SRC-RECORD TO SET-RECORD.
           EVALUATE SR-RECORD-TYPE
               WHEN "H"
                   MOVE 1 TO SL-SET-OPEN-SW
                   MOVE 0 TO SL-DETAIL-COUNT
                   MOVE SR-VALUE-X TO SL-LIMIT-X
                   MOVE SR-SIEVE-MODE TO SL-SIEVE-MODE
                   MOVE SR-RUN-TIMESTAMP TO SL-RUN-TIMESTAMP
               WHEN "D"
                   ADD 1 TO SL-DETAIL-COUNT
               WHEN "T"
                   IF SL-SET-OPEN-SW = 1
                       MOVE 0 TO SL-SET-OPEN-SW
                       ADD 1 TO SL-SET-COUNT
                       IF SL-SET-COUNT = DS-RUN-ORDINAL
                           MOVE 1 TO SL-SET-FOUND-SW
                           MOVE SL-LIMIT-X TO FOUND-LIMIT-X
                           MOVE SL-SIEVE-MODE TO FOUND-SIEVE-MODE
                           MOVE SL-RUN-TIMESTAMP
                               TO FOUND-RUN-TIMESTAMP
                           MOVE SR-VALUE-X TO FOUND-TRAILER-X
                           MOVE SL-DETAIL-COUNT
                               TO FOUND-DETAIL-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.
       END-LOCATE-SET-RECORD.
           EXIT.
      *
       ADD-DOSSIER-ENTRY.
      *    Up to three screen lines per entry: the label and the
      *    first 70 columns, then the rest indented under them.
           MOVE SPACES TO WT-LINE.
           MOVE WT-LABEL TO WT-LINE-LABEL.
           MOVE WT-TEXT (1:70) TO WT-LINE-TEXT.
           PERFORM ADD-DOSSIER-LINE THROUGH END-ADD-DOSSIER-LINE.
           IF WT-TEXT (71:70) NOT = SPACES
               MOVE SPACES TO WT-LINE
               MOVE WT-TEXT (71:70) TO WT-LINE-TEXT
               PERFORM ADD-DOSSIER-LINE THROUGH END-ADD-DOSSIER-LINE
           END-IF.
           IF WT-TEXT (141:10) NOT = SPACES
               MOVE SPACES TO WT-LINE
               MOVE WT-TEXT (141:10) TO WT-LINE-TEXT
               PERFORM ADD-DOSSIER-LINE THROUGH END-ADD-DOSSIER-LINE
           END-IF.
       END-ADD-DOSSIER-ENTRY.
           EXIT.
      *
       ADD-DOSSIER-LINE.
      *    The last slot is kept for the overflow notice.
           IF DL-COUNT < 299
               ADD 1 TO DL-COUNT
               MOVE WT-LINE TO DL-LINE (DL-COUNT)
           ELSE
               IF DL-OVERFLOW-SW = 0
                   MOVE 1 TO DL-OVERFLOW-SW
                   ADD 1 TO DL-COUNT
                   MOVE "*** DOSSIER TRUNCATED - MORE LINES NOT SHOWN"
                       TO DL-LINE (DL-COUNT)
               END-IF
           END-IF.
       END-ADD-DOSSIER-LINE.
           EXIT.
      *
       PARSE-RUN-TOKEN.
      *    Everything after the first " RUN=" is the 8-digit run
      *    number - the first, so a merged run's " PARENT=" never
      *    reads as its own number.
           MOVE SPACES TO TK-BEFORE-RUN.
           MOVE SPACES TO TK-RUN-X.
           UNSTRING TK-TEXT DELIMITED BY " RUN="
               INTO TK-BEFORE-RUN
                    TK-RUN-X.
           PERFORM TAKE-RUN-DIGITS THROUGH END-TAKE-RUN-DIGITS.
       END-PARSE-RUN-TOKEN.
           EXIT.
      *
       PARSE-HISTORY-RUN-TOKEN.
           MOVE SPACES TO TK-BEFORE-RUN.
           MOVE SPACES TO TK-RUN-X.
           UNSTRING TK-TEXT DELIMITED BY ";run="
               INTO TK-BEFORE-RUN
                    TK-RUN-X.
           PERFORM TAKE-RUN-DIGITS THROUGH END-TAKE-RUN-DIGITS.
       END-PARSE-HISTORY-RUN-TOKEN.
           EXIT.
      *
       TAKE-RUN-DIGITS.
           MOVE TK-RUN-X (1:8) TO TK-RUN-DIGITS.
           IF TK-RUN-DIGITS NUMERIC
               MOVE TK-RUN-DIGITS TO TK-RUN-NUMBER
           ELSE
               MOVE 0 TO TK-RUN-NUMBER
           END-IF.
       END-TAKE-RUN-DIGITS.
           EXIT.
      *
      *================================================================
      *    FILE-ID I/O - ONE FD PER FILE, ONE RECORD AREA FOR ALL
      *================================================================
       OPEN-SOURCE.
           EVALUATE TRUE
               WHEN SRC-RESULTS
                   MOVE "RESULTS" TO SRC-FILE-NAME
                   OPEN INPUT RESULTS-FILE
                   MOVE RESULTS-STATUS TO SRC-STATUS
               WHEN SRC-RESARCH
                   MOVE "RESARCH" TO SRC-FILE-NAME
                   OPEN INPUT RESULTS-ARCHIVE-FILE
                   MOVE RESULTS-ARCHIVE-STATUS TO SRC-STATUS
               WHEN SRC-HISTORY
                   MOVE "HISTORY" TO SRC-FILE-NAME
                   OPEN INPUT HISTORY-FILE
                   MOVE HISTORY-STATUS TO SRC-STATUS
               WHEN SRC-HISTARCH
                   MOVE "HISTARCH" TO SRC-FILE-NAME
                   OPEN INPUT HISTORY-ARCHIVE-FILE
                   MOVE HISTORY-ARCHIVE-STATUS TO SRC-STATUS
               WHEN SRC-VALIDEXC
                   MOVE "VALIDEXC" TO SRC-FILE-NAME
                   OPEN INPUT EXCEPTION-FILE
                   MOVE EXCEPTION-STATUS TO SRC-STATUS
               WHEN SRC-DISCREP
                   MOVE "DISCREP" TO SRC-FILE-NAME
                   OPEN INPUT DISCREPANCY-FILE
                   MOVE DISCREPANCY-STATUS TO SRC-STATUS
               WHEN SRC-DISCARCH
                   MOVE "DISCARCH" TO SRC-FILE-NAME
                   OPEN INPUT DISCREPANCY-ARCHIVE-FILE
                   MOVE DISCREPANCY-ARCHIVE-STATUS TO SRC-STATUS
               WHEN SRC-DISTRPT
                   MOVE "DISTRPT" TO SRC-FILE-NAME
                   OPEN INPUT DIST-REPORT-FILE
                   MOVE DIST-REPORT-STATUS TO SRC-STATUS
               WHEN SRC-PRIMELST
                   MOVE "PRIMELST" TO SRC-FILE-NAME
                   OPEN INPUT PRIMELST-FILE
                   MOVE PRIMELST-STATUS TO SRC-STATUS
               WHEN SRC-PLSTARCH
                   MOVE "PLSTARCH" TO SRC-FILE-NAME
                   OPEN INPUT PRIMELST-ARCHIVE-FILE
                   MOVE PRIMELST-ARCHIVE-STATUS TO SRC-STATUS
           END-EVALUATE.
       END-OPEN-SOURCE.
           EXIT.
      *
       READ-SOURCE.
           MOVE SPACES TO SRC-RECORD.
           EVALUATE TRUE
               WHEN SRC-RESULTS
                   READ RESULTS-FILE
                       AT END MOVE "10" TO RESULTS-STATUS
                   END-READ
                   MOVE RESULTS-STATUS TO SRC-STATUS
                   MOVE RESULTS-RECORD TO SRC-RECORD
               WHEN SRC-RESARCH
                   READ RESULTS-ARCHIVE-FILE
                       AT END MOVE "10" TO RESULTS-ARCHIVE-STATUS
                   END-READ
                   MOVE RESULTS-ARCHIVE-STATUS TO SRC-STATUS
                   MOVE RESULTS-ARCHIVE-RECORD TO SRC-RECORD
               WHEN SRC-HISTORY
                   READ HISTORY-FILE
                       AT END MOVE "10" TO HISTORY-STATUS
                   END-READ
                   MOVE HISTORY-STATUS TO SRC-STATUS
                   MOVE HISTORY-RECORD TO SRC-RECORD
               WHEN SRC-HISTARCH
                   READ HISTORY-ARCHIVE-FILE
                       AT END MOVE "10" TO HISTORY-ARCHIVE-STATUS
                   END-READ
                   MOVE HISTORY-ARCHIVE-STATUS TO SRC-STATUS
                   MOVE HISTORY-ARCHIVE-RECORD TO SRC-RECORD
               WHEN SRC-VALIDEXC
                   READ EXCEPTION-FILE
                       AT END MOVE "10" TO EXCEPTION-STATUS
                   END-READ
                   MOVE EXCEPTION-STATUS TO SRC-STATUS
                   MOVE EXCEPTION-RECORD TO SRC-RECORD
               WHEN SRC-DISCREP
                   READ DISCREPANCY-FILE
                       AT END MOVE "10" TO DISCREPANCY-STATUS
                   END-READ
                   MOVE DISCREPANCY-STATUS TO SRC-STATUS
                   MOVE DISCREPANCY-RECORD TO SRC-RECORD
               WHEN SRC-DISCARCH
                   READ DISCREPANCY-ARCHIVE-FILE
                       AT END MOVE "10" TO DISCREPANCY-ARCHIVE-STATUS
                   END-READ
                   MOVE DISCREPANCY-ARCHIVE-STATUS TO SRC-STATUS
                   MOVE DISCREPANCY-ARCHIVE-RECORD TO SRC-RECORD
               WHEN SRC-DISTRPT
                   READ DIST-REPORT-FILE
                       AT END MOVE "10" TO DIST-REPORT-STATUS
                   END-READ
                   MOVE DIST-REPORT-STATUS TO SRC-STATUS
                   MOVE DIST-REPORT-RECORD TO SRC-RECORD
               WHEN SRC-PRIMELST
                   READ PRIMELST-FILE
                       AT END MOVE "10" TO PRIMELST-STATUS
                   END-READ
                   MOVE PRIMELST-STATUS TO SRC-STATUS
                   MOVE PRIMELST-RECORD TO SRC-RECORD
               WHEN SRC-PLSTARCH
                   READ PRIMELST-ARCHIVE-FILE
                       AT END MOVE "10" TO PRIMELST-ARCHIVE-STATUS
                   END-READ
                   MOVE PRIMELST-ARCHIVE-STATUS TO SRC-STATUS
                   MOVE PRIMELST-ARCHIVE-RECORD TO SRC-RECORD
           END-EVALUATE.
       END-READ-SOURCE.
           EXIT.
      *
       CLOSE-SOURCE.
           EVALUATE TRUE
               WHEN SRC-RESULTS
                   CLOSE RESULTS-FILE
               WHEN SRC-RESARCH
                   CLOSE RESULTS-ARCHIVE-FILE
               WHEN SRC-HISTORY
                   CLOSE HISTORY-FILE
               WHEN SRC-HISTARCH
                   CLOSE HISTORY-ARCHIVE-FILE
               WHEN SRC-VALIDEXC
                   CLOSE EXCEPTION-FILE
               WHEN SRC-DISCREP
                   CLOSE DISCREPANCY-FILE
               WHEN SRC-DISCARCH
                   CLOSE DISCREPANCY-ARCHIVE-FILE
               WHEN SRC-DISTRPT
                   CLOSE DIST-REPORT-FILE
               WHEN SRC-PRIMELST
                   CLOSE PRIMELST-FILE
               WHEN SRC-PLSTARCH
                   CLOSE PRIMELST-ARCHIVE-FILE
           END-EVALUATE.
       END-CLOSE-SOURCE.
           EXIT.
       END-PROGRAM.
           EXIT.
