               ASSIGN TO 'CNVREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CNVREG-STATUS.
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
       FD  SRC2-PAYMENTS-IN
           05  CNV-SOURCE-FORMAT        PIC X(04).
           05  CNV-RAW-RECORD           PIC X(120).
           05  CNV-ERROR-MESSAGE        PIC X(50).
      *    Business date, cycle, and sequence within the run --
      *    together the unique handle the repair cycle (CNVREPR)
      *    uses to pair an operator's correction with the reject it
      *    fixes.  The sequence alone restarts at 1 every run, so a
      *    carried reject and a fresh one -- or the noon and evening
      *    cycles of the same day -- could otherwise share a number.
           05  CNV-REJECT-SEQ           PIC 9(05).
           05  CNV-REJECT-DATE          PIC 9(08).
           05  CNV-REJECT-CYCLE         PIC 9(02).
       FD  EXCHANGE-RATES
           Recording Mode F
           Data Record FX-RATE-REC.
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  RUN-STATISTICS
           Recording Mode F
           Data Record RS-REC.
           05  REG-BUSINESS-DATE     PIC 9(08).
           05  REG-RECORD-COUNT      PIC 9(09).
           05  REG-TOTAL-AMOUNT      PIC 9(16)V9(02).
           05  REG-CYCLE-NUMBER      PIC 9(02).
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
               88  CNVREG-OK           VALUE '00'.
               88  CNVREG-EOF          VALUE '10'.
               88  CNVREG-NOTFOUND     VALUE '35'.
           05  CYCLEDG-STATUS      PIC X(02).
               88  CYCLEDG-OK          VALUE '00'.
               88  CYCLEDG-EOF         VALUE '10'.
               88  CYCLEDG-NOTFOUND    VALUE '35'.
           05  CYCRERUN-STATUS     PIC X(02).
               88  CYCRERUN-OK         VALUE '00'.
               88  CYCRERUN-EOF        VALUE '10'.
               88  CYCRERUN-NOTFOUND   VALUE '35'.
       01  WS-Source-Format-Control.
           05  WS-Source-Format       PIC X(04).
               88  SOURCE-FORMAT-SRC2     VALUE 'SRC2'.
               10  WS-FX-Rate             PIC 9(03)V9(06).
       01  WS-Business-Date-Control.
           05  WS-Business-Date    PIC 9(08) VALUE 0.
           05  WS-Cycle-Number     PIC 9(02) VALUE 1.
       01  WS-Feed-Registry-Table.
           05  WS-Reg-Count          PIC 9(04) VALUE 0.
           05  WS-Reg-Entry OCCURS 1 TO 2000 TIMES
               10  WS-Reg-Date           PIC 9(08).
               10  WS-Reg-Rec-Count      PIC 9(09).
               10  WS-Reg-Total-Amount   PIC 9(16)V9(02).
               10  WS-Reg-Cycle          PIC X(02).
       01  WS-Prescan-Control.
           05  WS-Force-Override     PIC X Value space.
               88  FORCE-OVERRIDE        Value 'Y'.
               10  WS-Prescan-Tag        PIC X(04).
               10  WS-Prescan-Count      PIC 9(09).
               10  WS-Prescan-Amount     PIC 9(16)V9(02).
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMT2CNV '.
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
       01  WS-General.
           05  WS-Error-Message    PIC X(133).
           05  Filler              PIC X Value space.
           .
       1000-Initialize.
           PERFORM 1050-DETERMINE-SOURCE-FORMAT
           PERFORM 1085-READ-PROCESS-CONTROL
           MOVE WS-Source-Format TO WS-Step-Key
           PERFORM 1060-CHECK-CYCLE-LEDGER

           EVALUATE TRUE
               WHEN SOURCE-FORMAT-SRC2
           END-EVALUATE

           PERFORM 1080-LOAD-EXCHANGE-RATES
           IF PARM-FORCE-OVERRIDE EQUAL 'FORCE'
               SET FORCE-OVERRIDE TO TRUE
           END-IF
           PERFORM 1070-LOAD-FEED-REGISTRY
           PERFORM 1075-PRESCAN-FOR-DUPLICATE
           PERFORM 1081-CHECK-CYCLE-REGISTERED
           .
       1060-CHECK-CYCLE-LEDGER.
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
               PERFORM 1061-CHECK-RERUN-OVERRIDE
               IF NOT RERUN-AUTHORIZED
                   PERFORM 1062-REFUSE-COMPLETED-STEP
               END-IF
           END-IF
           .
       1061-CHECK-RERUN-OVERRIDE.
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
       1062-REFUSE-COMPLETED-STEP.
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
       1070-LOAD-FEED-REGISTRY.
      *    An absent registry just means nothing has been converted
                             TO WS-Reg-Rec-Count(WS-Reg-Idx)
                           MOVE REG-TOTAL-AMOUNT
                             TO WS-Reg-Total-Amount(WS-Reg-Idx)
                           MOVE REG-CYCLE-NUMBER
                             TO WS-Reg-Cycle(WS-Reg-Idx)
                       END-IF
                       READ FEED-REGISTRY
                   END-PERFORM
               END-SEARCH
           END-IF
           .
       1081-CHECK-CYCLE-REGISTERED.
      *    A second file from the same source under the same business
      *    date and cycle means PAYCTL's cycle number was not moved
      *    on for this cycle; the reject handles and the restart
      *    checkpoint would collide with the earlier cycle's.
           IF WS-Reg-Count GREATER ZERO
               SET WS-Reg-Idx TO 1
               SEARCH WS-Reg-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Reg-Source(WS-Reg-Idx)
                           EQUAL WS-Source-Format
                    AND WS-Reg-Date(WS-Reg-Idx)
                           EQUAL WS-Business-Date
                    AND WS-Reg-Cycle(WS-Reg-Idx)
                           EQUAL WS-Cycle-Number
                       STRING "A " DELIMITED BY SIZE
                           WS-Source-Format DELIMITED BY SIZE
                           " file was already converted for cycle "
                           DELIMITED BY SIZE
                           WS-Cycle-Number DELIMITED BY SIZE
                           " - advance the PAYCTL cycle number"
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
               END-SEARCH
           END-IF
           .
       1082-REFUSE-DUPLICATE-FEED.
           DISPLAY "PMT2CNV: " WS-Source-Format
               " input trailer matches a file already converted on "
               WS-Reg-Date(WS-Reg-Idx)
               " cycle " WS-Reg-Cycle(WS-Reg-Idx)
           IF FORCE-OVERRIDE
               DISPLAY "PMT2CNV: OPERATOR FORCE OVERRIDE - "
                   "CONVERTING THE FILE ANYWAY"
           .
       1085-READ-PROCESS-CONTROL.
      *    The business date stamps the run-statistics record; an
      *    absent control file falls back to the machine date.  The
      *    cycle number tells the day's lockbox cycles apart on the
      *    reject handle and the feed registry; zero means the
      *    day's only (first) cycle.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           OPEN INPUT PROCESS-CONTROL
           EVALUATE TRUE
                       IF CTL-BUSINESS-DATE GREATER ZERO
                           MOVE CTL-BUSINESS-DATE TO WS-Business-Date
                       END-IF
                       IF CTL-CYCLE-NUMBER GREATER ZERO
                           MOVE CTL-CYCLE-NUMBER TO WS-Cycle-Number
                       END-IF
                   END-IF
                   CLOSE PROCESS-CONTROL
               WHEN PAYCTL-NOTFOUND
           ADD 1 TO WS-Reject-Seq
           MOVE WS-Reject-Seq TO CNV-REJECT-SEQ
           MOVE WS-Business-Date TO CNV-REJECT-DATE
           MOVE WS-Cycle-Number TO CNV-REJECT-CYCLE
           WRITE CNV-ERROR-REC
           IF NOT CNVERR-OK
               STRING "Unexpected CNVERR file status on write "
           Close CONVERSION-ERRORS
           PERFORM 3050-REGISTER-CONVERTED-FEED
           PERFORM 3100-WRITE-RUN-STATISTICS
           PERFORM 3900-RECORD-CYCLE-LEDGER
           .
       3050-REGISTER-CONVERTED-FEED.
      *    The run converted clean and its trailer tied -- record
           MOVE WS-Business-Date        TO REG-BUSINESS-DATE
           MOVE WS-Trailer-Record-Count TO REG-RECORD-COUNT
           MOVE WS-Trailer-Total-Amount TO REG-TOTAL-AMOUNT
           MOVE WS-Cycle-Number         TO REG-CYCLE-NUMBER
           WRITE REG-REC
           IF NOT CNVREG-OK
               STRING "Unexpected CNVREG file status on write "
           END-IF
           Close RUN-STATISTICS
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
