               ACCESS MODE RANDOM
               RECORD KEY PH-KEY
               FILE STATUS PAYHIST-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
           SELECT CYCLE-LEDGER
               ASSIGN TO 'CYCLEDG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CYCLEDG-STATUS.
           SELECT RERUN-OVERRIDE
               ASSIGN TO 'CYCRERUN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CYCRERUN-STATUS.
       DATA DIVISION.
       File Section.
       FD  STREAM-HISTORY-IN
           05  PH-ERROR-CODE            PIC X.
           05  PH-RUN-DATE              PIC X(08).
           05  PH-TRACE-NUMBER          PIC X(20).
       FD  PROCESS-CONTROL
           Recording Mode F
           Data Record CTL-REC.
       01  CTL-REC.
           05  CTL-BUSINESS-DATE        PIC 9(08).
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  CYCLE-LEDGER
           Recording Mode F
           Data Record CLG-REC.
      *    Shared cycle step ledger: one record per guarded program
      *    run -- 'C' completed, 'O' completed again under an
      *    operator rerun override, 'S' refused as already complete.
       01  CLG-REC.
           05  CLG-PROGRAM           PIC X(08).
           05  CLG-STEP-KEY          PIC X(08).
           05  CLG-BUSINESS-DATE     PIC 9(08).
           05  CLG-CYCLE-NUMBER      PIC 9(02).
           05  CLG-STATUS            PIC X(01).
               88  CLG-COMPLETED         VALUE 'C' 'O'.
           05  CLG-RETURN-CODE       PIC 9(04).
           05  CLG-RUN-DATE          PIC 9(08).
           05  CLG-RUN-TIME          PIC 9(06).
           05  CLG-OPERATOR          PIC X(08).
       FD  RERUN-OVERRIDE
           Recording Mode F
           Data Record RRN-REC.
      *    Operator-keyed rerun authorizations: program, step key
      *    (spaces for every step of the program), business date,
      *    cycle (zero for every cycle of the date), operator and
      *    reason.
       01  RRN-REC.
           05  RRN-PROGRAM           PIC X(08).
           05  RRN-STEP-KEY          PIC X(08).
           05  RRN-BUSINESS-DATE     PIC 9(08).
           05  RRN-CYCLE-NUMBER      PIC 9(02).
           05  RRN-OPERATOR          PIC X(08).
           05  RRN-REASON            PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-File-Status.
               88  HISTIN-OK             VALUE '00'.
               88  HISTIN-EOF            VALUE '10'.
               88  HISTIN-NOTFOUND       VALUE '35'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
           05  CYCRERUN-STATUS       PIC X(02).
               88  CYCRERUN-OK           VALUE '00'.
               88  CYCRERUN-EOF          VALUE '10'.
               88  CYCRERUN-NOTFOUND     VALUE '35'.
           05  PAYHIST-STATUS        PIC X(02).
               88  PAYHIST-OK            VALUE '00'.
               88  PAYHIST-NOTFOUND      VALUE '35'.
           05  WS-Replaced-Count     PIC 9(09) VALUE 0.
           05  WS-Kept-Count         PIC 9(09) VALUE 0.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PAYHAPPL'.
           05  WS-Step-Key           PIC X(08) VALUE SPACES.
           05  WS-Step-Ledger-Use    PIC X VALUE SPACE.
               88  LEDGER-IN-USE         VALUE 'Y'.
           05  WS-Step-Prior-Run     PIC X VALUE SPACE.
               88  STEP-ALREADY-COMPLETED VALUE 'Y'.
           05  WS-Step-Rerun         PIC X VALUE SPACE.
               88  RERUN-AUTHORIZED      VALUE 'Y'.
           05  WS-Step-Prior-RC      PIC 9(04) VALUE 0.
           05  WS-Step-Status        PIC X(01).
           05  WS-Step-Return-Code   PIC 9(04).
           05  WS-Step-Operator      PIC X(08) VALUE SPACES.
           05  WS-Step-Timestamp     PIC X(21).
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).

           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Perform 3900-RECORD-CYCLE-LEDGER
           Goback
           .
       1000-Initialize.
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           OPEN INPUT STREAM-HISTORY-IN
           EVALUATE TRUE
               WHEN HISTIN-OK
               PERFORM 9999-ABORT
           END-IF
           .
       1050-CHECK-CYCLE-LEDGER.
      *    A resubmitted night must not run a step again that has
      *    already completed for this business date and cycle.  The
      *    ledger is read only when the job allocates CYCLEDG; a job
      *    that does not keep one runs unguarded.
           OPEN INPUT CYCLE-LEDGER
           EVALUATE TRUE
               WHEN CYCLEDG-OK
                   SET LEDGER-IN-USE TO TRUE
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
           IF LEDGER-IN-USE
               READ CYCLE-LEDGER
               PERFORM WITH TEST BEFORE
                       UNTIL NOT CYCLEDG-OK
                   IF CLG-PROGRAM EQUAL WS-Step-Program
                           AND CLG-STEP-KEY EQUAL WS-Step-Key
                           AND CLG-BUSINESS-DATE EQUAL WS-Business-Date
                           AND CLG-CYCLE-NUMBER EQUAL WS-Cycle-Number
                           AND CLG-COMPLETED
                       SET STEP-ALREADY-COMPLETED TO TRUE
                       MOVE CLG-RETURN-CODE TO WS-Step-Prior-RC
                   END-IF
                   READ CYCLE-LEDGER
               END-PERFORM
               IF NOT CYCLEDG-EOF
                   STRING "Unexpected CYCLEDG file status on read "
                       DELIMITED BY SIZE
                       CYCLEDG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               Close CYCLE-LEDGER
           END-IF
           IF STEP-ALREADY-COMPLETED
               PERFORM 1051-CHECK-RERUN-OVERRIDE
               IF NOT RERUN-AUTHORIZED
                   PERFORM 1052-REFUSE-COMPLETED-STEP
               END-IF
           END-IF
           .
       1051-CHECK-RERUN-OVERRIDE.
      *    An absent CYCRERUN file simply authorizes nothing.
           OPEN INPUT RERUN-OVERRIDE
           EVALUATE TRUE
               WHEN CYCRERUN-OK
                   READ RERUN-OVERRIDE
                   PERFORM WITH TEST BEFORE
                           UNTIL NOT CYCRERUN-OK
                       IF RRN-PROGRAM EQUAL WS-Step-Program
                               AND (RRN-STEP-KEY EQUAL SPACES
                                 OR RRN-STEP-KEY EQUAL
                                    WS-Step-Key)
                               AND RRN-BUSINESS-DATE EQUAL
                                   WS-Business-Date
                               AND (RRN-CYCLE-NUMBER EQUAL ZERO
                                 OR RRN-CYCLE-NUMBER EQUAL
                                    WS-Cycle-Number)
                           SET RERUN-AUTHORIZED TO TRUE
                           MOVE RRN-OPERATOR TO WS-Step-Operator
                       END-IF
                       READ RERUN-OVERRIDE
                   END-PERFORM
                   Close RERUN-OVERRIDE
               WHEN CYCRERUN-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected CYCRERUN file status on open "
                       DELIMITED BY SIZE
                       CYCRERUN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF RERUN-AUTHORIZED
               Display WS-Step-Program " " WS-Step-Key
                   " already completed for business date "
                   WS-Business-Date " cycle " WS-Cycle-Number
                   " - rerun authorized by " WS-Step-Operator
           END-IF
           .
       1052-REFUSE-COMPLETED-STEP.
      *    The step ends without doing anything.  A step whose first
      *    run ended clean ends RC 2, so the steps after it still
      *    run while the rolls of its output files are bypassed; a
      *    step that ended above RC 4 ends with that code again, so
      *    whatever it held is still held.
           Display WS-Step-Program " " WS-Step-Key
               " already completed for business date "
               WS-Business-Date " cycle " WS-Cycle-Number
               " with return code " WS-Step-Prior-RC
               " - not run again without a CYCRERUN override"
           MOVE 'S' TO WS-Step-Status
           IF WS-Step-Prior-RC GREATER 4
               MOVE WS-Step-Prior-RC TO WS-Step-Return-Code
           ELSE
               MOVE 2 TO WS-Step-Return-Code
           END-IF
           PERFORM 3910-WRITE-CYCLE-LEDGER-REC
           Move WS-Step-Return-Code to Return-Code
           Goback
           .
       1100-READ-PROCESS-CONTROL.
      *    The ledger is keyed on the PAYCTL business date and cycle;
      *    without the control file the run date stands in.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           OPEN INPUT PROCESS-CONTROL
           EVALUATE TRUE
               WHEN PAYCTL-OK
                   READ PROCESS-CONTROL
                   IF PAYCTL-OK
                       IF CTL-BUSINESS-DATE GREATER ZERO
                           MOVE CTL-BUSINESS-DATE TO WS-Business-Date
                       END-IF
                       IF CTL-CYCLE-NUMBER GREATER ZERO
                           MOVE CTL-CYCLE-NUMBER TO WS-Cycle-Number
                       END-IF
                   END-IF
                   CLOSE PROCESS-CONTROL
               WHEN PAYCTL-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected PAYCTL file status on open "
                       DELIMITED BY SIZE
                       PAYCTL-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2000-Process.
           READ STREAM-HISTORY-IN
           PERFORM WITH TEST BEFORE
           DISPLAY "Duplicate rejects kept as applied: "
               WS-Count-Formatted
           .
       3900-RECORD-CYCLE-LEDGER.
           IF LEDGER-IN-USE
               IF RERUN-AUTHORIZED
                   MOVE 'O' TO WS-Step-Status
               ELSE
                   MOVE 'C' TO WS-Step-Status
               END-IF
               MOVE RETURN-CODE TO WS-Step-Return-Code
               PERFORM 3910-WRITE-CYCLE-LEDGER-REC
           END-IF
           .
       3910-WRITE-CYCLE-LEDGER-REC.
           OPEN EXTEND CYCLE-LEDGER
           IF CYCLEDG-NOTFOUND
               OPEN OUTPUT CYCLE-LEDGER
           END-IF
           IF NOT CYCLEDG-OK
               STRING "Unexpected CYCLEDG file status on open "
                   DELIMITED BY SIZE
                   CYCLEDG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-Step-Timestamp
           MOVE WS-Step-Program     TO CLG-PROGRAM
           MOVE WS-Step-Key         TO CLG-STEP-KEY
           MOVE WS-Business-Date    TO CLG-BUSINESS-DATE
           MOVE WS-Cycle-Number     TO CLG-CYCLE-NUMBER
           MOVE WS-Step-Status      TO CLG-STATUS
           MOVE WS-Step-Return-Code TO CLG-RETURN-CODE
           MOVE WS-Step-Timestamp(1:8) TO CLG-RUN-DATE
           MOVE WS-Step-Timestamp(9:6) TO CLG-RUN-TIME
           MOVE WS-Step-Operator    TO CLG-OPERATOR
           WRITE CLG-REC
           IF NOT CYCLEDG-OK
               STRING "Unexpected CYCLEDG file status on write "
                   DELIMITED BY SIZE
                   CYCLEDG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           Close CYCLE-LEDGER
           .
       9999-Abort.
           Display WS-ERROR-MESSAGE
           Move 16 to Return-Code
