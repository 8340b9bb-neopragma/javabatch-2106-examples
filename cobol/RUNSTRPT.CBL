      * partner problem usually shows up as: rejects running more
      * than three times the trailing average, volume dropping under
      * a quarter of it, or a program that did not report at all for
      * the latest business date on file.  A second section lists
      * the cycle step ledger for the latest business date on it --
      * every guarded step that completed, was rerun under an
      * operator override, or was skipped as already complete --
      * and flags a step that ended above RC 4 or that was on the
      * ledger for the prior business date but not the latest one
      * (not run, or abended before it completed).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'RUNSRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUNSRPT-STATUS.
           SELECT CYCLE-LEDGER
               ASSIGN TO 'CYCLEDG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CYCLEDG-STATUS.
       DATA DIVISION.
       File Section.
       FD  RUN-STATISTICS
           Recording Mode F
           Data Record RUNSRPT-LINE.
       01  RUNSRPT-LINE              PIC X(132).
       FD  CYCLE-LEDGER
           Recording Mode F
           Data Record CLG-REC.
       01  CLG-REC.
           05  CLG-PROGRAM           PIC X(08).
           05  CLG-STEP-KEY          PIC X(08).
           05  CLG-BUSINESS-DATE     PIC 9(08).
           05  CLG-CYCLE-NUMBER      PIC 9(02).
           05  CLG-STATUS            PIC X(01).
           05  CLG-RETURN-CODE       PIC 9(04).
           05  CLG-RUN-DATE          PIC 9(08).
           05  CLG-RUN-TIME          PIC 9(06).
           05  CLG-OPERATOR          PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
           05  RUNSRPT-STATUS        PIC X(02).
               88  RUNSRPT-OK            VALUE '00'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
       01  WS-Statistics-Table.
           05  WS-Stat-Count         PIC 9(04) VALUE 0.
           05  WS-Stat-Entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-Prog-Count
                   INDEXED BY WS-Prog-Idx.
               10  WS-Prog-Name          PIC X(08).
       01  WS-Ledger-Table.
      *    Only the latest business date on the ledger and the one
      *    before it are kept: the latest is listed, the prior one
      *    tells which steps should have run.
           05  WS-Ldg-Count          PIC 9(04) VALUE 0.
           05  WS-Ldg-Entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-Ldg-Count
                   INDEXED BY WS-Ldg-Idx.
               10  WS-Ldg-Program        PIC X(08).
               10  WS-Ldg-Step-Key       PIC X(08).
               10  WS-Ldg-Date           PIC 9(08).
               10  WS-Ldg-Cycle          PIC 9(02).
               10  WS-Ldg-Status         PIC X(01).
               10  WS-Ldg-Return-Code    PIC 9(04).
               10  WS-Ldg-Run-Date       PIC 9(08).
               10  WS-Ldg-Run-Time       PIC 9(06).
               10  WS-Ldg-Operator       PIC X(08).
       01  WS-Ledger-Work.
           05  WS-Ldg-Present        PIC X Value space.
               88  LEDGER-ON-FILE        Value 'Y'.
           05  WS-Ldg-Latest-Date    PIC 9(08) VALUE 0.
           05  WS-Ldg-Prior-Date     PIC 9(08) VALUE 0.
           05  WS-Ldg-Match          PIC X.
               88  LEDGER-MATCH-FOUND    Value 'Y'.
           05  WS-Ldg-Status-Text    PIC X(28).
           05  WS-Ldg-Sub            PIC S9(8) COMP.
           05  WS-Ldg-Scan-Sub       PIC S9(8) COMP.
       01  WS-Analysis-Work.
           05  WS-Latest-Date        PIC X(08) VALUE SPACES.
           05  WS-Current-Program    PIC X(08).
               PERFORM 9999-ABORT
           END-IF
           PERFORM 1100-LOAD-STATISTICS
           PERFORM 1300-LOAD-CYCLE-LEDGER
           .
       1100-LOAD-STATISTICS.
           READ RUN-STATISTICS
                   CONTINUE
           END-SEARCH
           .
       1300-LOAD-CYCLE-LEDGER.
      *    The ledger only grows, so the first pass finds the latest
      *    business date on it and the one before, and the second
      *    pass keeps just those two dates' entries.  A site that
      *    keeps no ledger gets the statistics section alone.
           OPEN INPUT CYCLE-LEDGER
           EVALUATE TRUE
               WHEN CYCLEDG-OK
                   SET LEDGER-ON-FILE TO TRUE
               WHEN CYCLEDG-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected CYCLEDG file status on open "
                       DELIMITED BY SIZE
                       CYCLEDG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF LEDGER-ON-FILE
               PERFORM 1310-FIND-LEDGER-DATES
               Close CYCLE-LEDGER
               OPEN INPUT CYCLE-LEDGER
               PERFORM 1320-LOAD-LEDGER-ENTRIES
               Close CYCLE-LEDGER
           END-IF
           .
       1310-FIND-LEDGER-DATES.
           READ CYCLE-LEDGER
           PERFORM WITH TEST BEFORE
                   UNTIL CYCLEDG-EOF
               IF NOT CYCLEDG-OK
                   STRING "Unexpected CYCLEDG file status on read "
                       DELIMITED BY SIZE
                       CYCLEDG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               EVALUATE TRUE
                   WHEN CLG-BUSINESS-DATE GREATER WS-Ldg-Latest-Date
                       MOVE WS-Ldg-Latest-Date TO WS-Ldg-Prior-Date
                       MOVE CLG-BUSINESS-DATE TO WS-Ldg-Latest-Date
                   WHEN CLG-BUSINESS-DATE LESS WS-Ldg-Latest-Date
                           AND CLG-BUSINESS-DATE
                               GREATER WS-Ldg-Prior-Date
                       MOVE CLG-BUSINESS-DATE TO WS-Ldg-Prior-Date
               END-EVALUATE
               READ CYCLE-LEDGER
           END-PERFORM
           .
       1320-LOAD-LEDGER-ENTRIES.
           READ CYCLE-LEDGER
           PERFORM WITH TEST BEFORE
                   UNTIL CYCLEDG-EOF
               IF (CLG-BUSINESS-DATE EQUAL WS-Ldg-Latest-Date
                       OR CLG-BUSINESS-DATE EQUAL WS-Ldg-Prior-Date)
                   AND WS-Ldg-Count LESS THAN 500
                   ADD 1 TO WS-Ldg-Count
                   SET WS-Ldg-Idx TO WS-Ldg-Count
                   MOVE CLG-PROGRAM   TO WS-Ldg-Program(WS-Ldg-Idx)
                   MOVE CLG-STEP-KEY  TO WS-Ldg-Step-Key(WS-Ldg-Idx)
                   MOVE CLG-BUSINESS-DATE TO WS-Ldg-Date(WS-Ldg-Idx)
                   MOVE CLG-CYCLE-NUMBER TO WS-Ldg-Cycle(WS-Ldg-Idx)
                   MOVE CLG-STATUS    TO WS-Ldg-Status(WS-Ldg-Idx)
                   MOVE CLG-RETURN-CODE
                     TO WS-Ldg-Return-Code(WS-Ldg-Idx)
                   MOVE CLG-RUN-DATE  TO WS-Ldg-Run-Date(WS-Ldg-Idx)
                   MOVE CLG-RUN-TIME  TO WS-Ldg-Run-Time(WS-Ldg-Idx)
                   MOVE CLG-OPERATOR  TO WS-Ldg-Operator(WS-Ldg-Idx)
               END-IF
               READ CYCLE-LEDGER
           END-PERFORM
           .
       2000-Process.
           MOVE SPACES TO RUNSRPT-LINE
           STRING "RUN STATISTICS MONITORING REPORT - BUSINESS DATE "
               MOVE WS-Prog-Name(WS-Sub) TO WS-Current-Program
               PERFORM 2100-ANALYZE-ONE-PROGRAM
           END-PERFORM
           IF LEDGER-ON-FILE
               PERFORM 2500-REPORT-CYCLE-LEDGER
           END-IF
           .
       2100-ANALYZE-ONE-PROGRAM.
      *    The file is appended run by run, so scanning backwards
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       2500-REPORT-CYCLE-LEDGER.
           MOVE SPACES TO RUNSRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO RUNSRPT-LINE
           STRING "CYCLE STEP LEDGER - BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-Ldg-Latest-Date DELIMITED BY SIZE
             INTO RUNSRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO RUNSRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO RUNSRPT-LINE
           STRING "PROGRAM   STEP      CY  STATUS" DELIMITED BY SIZE
                   "                        RC    RUN DATE TIME"
                   DELIMITED BY SIZE
                   "    OPERATOR" DELIMITED BY SIZE
             INTO RUNSRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM VARYING WS-Ldg-Sub FROM 1 BY 1
                   UNTIL WS-Ldg-Sub GREATER WS-Ldg-Count
               IF WS-Ldg-Date(WS-Ldg-Sub) EQUAL WS-Ldg-Latest-Date
                   PERFORM 2510-PRINT-LEDGER-ENTRY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Ldg-Sub FROM 1 BY 1
                   UNTIL WS-Ldg-Sub GREATER WS-Ldg-Count
               IF WS-Ldg-Date(WS-Ldg-Sub) EQUAL WS-Ldg-Prior-Date
                   PERFORM 2520-CHECK-PRIOR-ENTRY
               END-IF
           END-PERFORM
           .
       2510-PRINT-LEDGER-ENTRY.
           EVALUATE WS-Ldg-Status(WS-Ldg-Sub)
               WHEN 'C'
                   MOVE "COMPLETED" TO WS-Ldg-Status-Text
               WHEN 'O'
                   MOVE "RERUN BY OPERATOR OVERRIDE"
                     TO WS-Ldg-Status-Text
               WHEN 'S'
                   MOVE "SKIPPED - ALREADY COMPLETE"
                     TO WS-Ldg-Status-Text
               WHEN OTHER
                   MOVE "UNKNOWN STATUS" TO WS-Ldg-Status-Text
           END-EVALUATE
           MOVE SPACES TO RUNSRPT-LINE
           STRING WS-Ldg-Program(WS-Ldg-Sub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Ldg-Step-Key(WS-Ldg-Sub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Ldg-Cycle(WS-Ldg-Sub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Ldg-Status-Text DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Ldg-Return-Code(WS-Ldg-Sub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Ldg-Run-Date(WS-Ldg-Sub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Ldg-Run-Time(WS-Ldg-Sub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Ldg-Operator(WS-Ldg-Sub) DELIMITED BY SIZE
             INTO RUNSRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-Ldg-Return-Code(WS-Ldg-Sub) GREATER 4
               ADD 1 TO WS-Flag-Count
               MOVE SPACES TO RUNSRPT-LINE
               STRING "          *** STEP ENDED ABOVE RC 4 - "
                       DELIMITED BY SIZE
                       "CHECK THE JOB LOG ***" DELIMITED BY SIZE
                 INTO RUNSRPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       2520-CHECK-PRIOR-ENTRY.
      *    A step on the prior date's ledger is expected again on
      *    the latest date.  Each program and step is reported once
      *    however many cycles it ran on the prior date.
           MOVE SPACE TO WS-Ldg-Match
           PERFORM VARYING WS-Ldg-Scan-Sub FROM 1 BY 1
                   UNTIL WS-Ldg-Scan-Sub GREATER WS-Ldg-Count
                      OR LEDGER-MATCH-FOUND
               IF WS-Ldg-Program(WS-Ldg-Scan-Sub) EQUAL
                       WS-Ldg-Program(WS-Ldg-Sub)
                   AND WS-Ldg-Step-Key(WS-Ldg-Scan-Sub) EQUAL
                       WS-Ldg-Step-Key(WS-Ldg-Sub)
                   AND (WS-Ldg-Date(WS-Ldg-Scan-Sub) EQUAL
                           WS-Ldg-Latest-Date
                       OR WS-Ldg-Scan-Sub LESS WS-Ldg-Sub)
                   SET LEDGER-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT LEDGER-MATCH-FOUND
               ADD 1 TO WS-Flag-Count
               MOVE SPACES TO RUNSRPT-LINE
               STRING WS-Ldg-Program(WS-Ldg-Sub) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Ldg-Step-Key(WS-Ldg-Sub) DELIMITED BY SIZE
                       "  *** ON THE LEDGER FOR " DELIMITED BY SIZE
                       WS-Ldg-Prior-Date DELIMITED BY SIZE
                       " BUT NOT THE LATEST DATE - NOT RUN OR "
                       DELIMITED BY SIZE
                       "ABENDED ***" DELIMITED BY SIZE
                 INTO RUNSRPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       8000-WRITE-REPORT-LINE.
           WRITE RUNSRPT-LINE
           IF NOT RUNSRPT-OK
