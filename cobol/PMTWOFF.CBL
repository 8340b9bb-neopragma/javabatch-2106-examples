      * other invoice update, and the run produces a write-off
      * register with control totals.  A payment later arriving for
      * a written-off invoice posts in PMTPROG as a recovery
      * (audit action 'R') rather than rejecting.  An approval for
      * an invoice the customer has an open dispute on is rejected:
      * the dispute has to be resolved first.  An approval with no
      * approver is rejected, so PMTCOLL's write-off candidate file
      * (same layout, no approver) cannot write anything off until
      * the credit department has signed each candidate off.
      * A write-off posts on the PAYCTL business date; when that date
      * falls in an accounting period accounting has closed on
      * PERCTL, every approval is refused with the closed period
      * on the register, to be resubmitted once the run is dated
      * in an open period.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'RUNSTATS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUNSTATS-STATUS.
           SELECT DISPUTE-FILE
               ASSIGN TO 'DISPUTE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DISPUTE-STATUS.
           SELECT CYCLE-LEDGER
               ASSIGN TO 'CYCLEDG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CYCLEDG-STATUS.
           SELECT RERUN-OVERRIDE
               ASSIGN TO 'CYCRERUN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CYCRERUN-STATUS.
           SELECT ACCOUNTING-PERIODS
               ASSIGN TO 'PERCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PERCTL-STATUS.
       DATA DIVISION.
       File Section.
       FD  WRITEOFF-APPROVALS
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  RUN-STATISTICS
           Recording Mode F
           Data Record RS-REC.
           05  RS-AMOUNT-TOTAL       PIC S9(13)V99 COMP-3.
           05  RS-WARNING-COUNT      PIC 9(04).
           05  RS-RETURN-CODE        PIC 9(04).
       FD  DISPUTE-FILE
           Recording Mode F
           Data Record DSP-REC.
      *    The invoice dispute register DSPMNT maintains; only the
      *    disputes still open ('O') matter here.
       01  DSP-REC.
           05  DSP-INVOICE-NUMBER    PIC X(13).
           05  DSP-CUSTOMER-ID       PIC X(17).
           05  DSP-STATUS            PIC X.
               88  DSP-OPEN              VALUE 'O'.
           05  DSP-REASON-CODE       PIC X(02).
           05  DSP-DISPUTED-AMT      PIC 9(13)V9(02).
           05  DSP-CREDIT-AMT        PIC 9(13)V9(02).
           05  DSP-OPEN-DATE         PIC 9(08).
           05  DSP-UPDATE-DATE       PIC 9(08).
           05  DSP-RESOLVE-DATE      PIC 9(08).
           05  DSP-NOTE              PIC X(40).
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
       FD  ACCOUNTING-PERIODS
           Recording Mode F
           Data Record PER-REC.
      *    Accounting's period control: one record per accounting
      *    month, 'O' open or 'C' closed, with when and by whom it
      *    was closed.  A month not on file is closed when it is
      *    earlier than the latest month closed, otherwise open.
       01  PER-REC.
           05  PER-PERIOD            PIC 9(06).
           05  PER-STATUS            PIC X(01).
               88  PER-CLOSED            VALUE 'C'.
           05  PER-CLOSED-DATE       PIC 9(08).
           05  PER-CLOSED-BY         PIC X(08).

       WORKING-STORAGE SECTION.

               88  WOFFAPPR-OK           VALUE '00'.
               88  WOFFAPPR-EOF          VALUE '10'.
               88  WOFFAPPR-NOTFOUND     VALUE '35'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
           05  CYCRERUN-STATUS       PIC X(02).
               88  CYCRERUN-OK           VALUE '00'.
               88  CYCRERUN-EOF          VALUE '10'.
               88  CYCRERUN-NOTFOUND     VALUE '35'.
           05  PMTAUDT-STATUS        PIC X(02).
               88  PMTAUDT-OK            VALUE '00'.
               88  PMTAUDT-NOTFOUND      VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
           05  DISPUTE-STATUS        PIC X(02).
               88  DISPUTE-OK            VALUE '00'.
               88  DISPUTE-EOF           VALUE '10'.
               88  DISPUTE-NOTFOUND      VALUE '35'.
           05  PERCTL-STATUS         PIC X(02).
               88  PERCTL-OK             VALUE '00'.
               88  PERCTL-EOF            VALUE '10'.
               88  PERCTL-NOTFOUND       VALUE '35'.
       01  WS-Open-Dispute-Table.
           05  WS-Dispute-Count      PIC 9(05) VALUE 0.
           05  WS-Dispute-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Dispute-Count
                   INDEXED BY WS-Dispute-Idx.
               10  WS-Dispute-Invoice    PIC X(13).
       01  WS-Dispute-Work.
           05  WS-Dispute-Found      PIC X Value space.
               88  INVOICE-IN-DISPUTE    Value 'Y'.
           05  WS-Dispute-Skipped    PIC 9(09) VALUE 0.
       01  WS-Period-Control-Table.
           05  WS-Period-Count       PIC 9(05) VALUE 0.
           05  WS-Period-Entry OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-Period-Count
                   INDEXED BY WS-Period-Idx.
               10  WS-Period-YYYYMM      PIC 9(06).
               10  WS-Period-Status      PIC X(01).
                   88  PERIOD-ENTRY-CLOSED   VALUE 'C'.
       01  WS-Period-Work.
           05  WS-Latest-Closed-Period PIC 9(06) VALUE 0.
           05  WS-Check-Period       PIC 9(06).
           05  WS-Closed-Period      PIC 9(06).
           05  WS-Period-Closed-Sw   PIC X Value space.
               88  PERIOD-CLOSED         Value 'Y'.
           05  WS-Writeoff-Period-Sw PIC X Value space.
               88  WRITEOFF-PERIOD-CLOSED Value 'Y'.
           05  WS-Period-Refused     PIC 9(09) VALUE 0.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
       01  WS-Writeoff-Work.
           05  WS-Open-Amount        PIC S9(13)V99 COMP-3 Value 0.
       01  WS-Register-Totals.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTWOFF '.
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
           05  WS-Error-Message      PIC X(133).
           05  WS-SQLCODE-Display    PIC -9(9).
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Perform 3900-RECORD-CYCLE-LEDGER
           Goback
           .
       1000-Initialize.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           PERFORM 1300-LOAD-ACCOUNTING-PERIODS
           MOVE WS-Business-Date(1:6) TO WS-Check-Period
           PERFORM 1310-TEST-PERIOD-CLOSED
           IF PERIOD-CLOSED
               SET WRITEOFF-PERIOD-CLOSED TO TRUE
               MOVE WS-Check-Period TO WS-Closed-Period
           END-IF
           OPEN INPUT WRITEOFF-APPROVALS
           EVALUATE TRUE
               WHEN WOFFAPPR-OK
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM 1200-LOAD-OPEN-DISPUTES
           MOVE SPACES TO WOF-RPT-LINE
           STRING "PMTWOFF WRITE-OFF REGISTER  RUN DATE "
                   DELIMITED BY SIZE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO WOF-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           IF WRITEOFF-PERIOD-CLOSED
               MOVE SPACES TO WOF-RPT-LINE
               STRING "RUN DATE FALLS IN CLOSED ACCOUNTING PERIOD "
                       DELIMITED BY SIZE
                       WS-Closed-Period DELIMITED BY SIZE
                       " - NO WRITE-OFF IS POSTED" DELIMITED BY SIZE
                 INTO WOF-RPT-LINE
               PERFORM 2900-WRITE-REGISTER-LINE
               MOVE SPACES TO WOF-RPT-LINE
               PERFORM 2900-WRITE-REGISTER-LINE
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
           OPEN INPUT PROCESS-CONTROL
                       IF CTL-BUSINESS-DATE GREATER ZERO
                           MOVE CTL-BUSINESS-DATE TO WS-Business-Date
                       END-IF
                       IF CTL-CYCLE-NUMBER GREATER ZERO
                           MOVE CTL-CYCLE-NUMBER TO WS-Cycle-Number
                       END-IF
                   END-IF
                   CLOSE PROCESS-CONTROL
               WHEN PAYCTL-NOTFOUND
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1200-LOAD-OPEN-DISPUTES.
      *    An absent file just means nothing is in dispute.  A full
      *    table is fatal: an open dispute left out would be treated
      *    as undisputed.
           OPEN INPUT DISPUTE-FILE
           EVALUATE TRUE
               WHEN DISPUTE-OK
                   READ DISPUTE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL DISPUTE-EOF
                       IF DSP-OPEN
                           IF WS-Dispute-Count NOT LESS THAN 20000
                               MOVE "Dispute table full loading DISPUTE"
                                 TO WS-ERROR-MESSAGE
                               PERFORM 9999-ABORT
                           END-IF
                           ADD 1 TO WS-Dispute-Count
                           SET WS-Dispute-Idx TO WS-Dispute-Count
                           MOVE DSP-INVOICE-NUMBER
                             TO WS-Dispute-Invoice(WS-Dispute-Idx)
                       END-IF
                       READ DISPUTE-FILE
                   END-PERFORM
                   CLOSE DISPUTE-FILE
               WHEN DISPUTE-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected DISPUTE file status on open "
                       DELIMITED BY SIZE
                       DISPUTE-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1300-LOAD-ACCOUNTING-PERIODS.
      *    An absent PERCTL means accounting has closed nothing yet.
      *    A full table is fatal: a month left out could read as
      *    open and take postings after accounting closed it.
           OPEN INPUT ACCOUNTING-PERIODS
           EVALUATE TRUE
               WHEN PERCTL-OK
                   READ ACCOUNTING-PERIODS
                   PERFORM WITH TEST BEFORE
                           UNTIL NOT PERCTL-OK
                       IF WS-Period-Count NOT LESS THAN 600
                           MOVE "Period table full loading PERCTL"
                             TO WS-ERROR-MESSAGE
                           PERFORM 9999-ABORT
                       END-IF
                       ADD 1 TO WS-Period-Count
                       SET WS-Period-Idx TO WS-Period-Count
                       MOVE PER-PERIOD
                         TO WS-Period-YYYYMM(WS-Period-Idx)
                       MOVE PER-STATUS
                         TO WS-Period-Status(WS-Period-Idx)
                       IF PER-CLOSED
                               AND PER-PERIOD GREATER
                                   WS-Latest-Closed-Period
                           MOVE PER-PERIOD TO WS-Latest-Closed-Period
                       END-IF
                       READ ACCOUNTING-PERIODS
                   END-PERFORM
                   IF NOT PERCTL-EOF
                       STRING "Unexpected PERCTL file status on read "
                           DELIMITED BY SIZE
                           PERCTL-STATUS
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
                   Close ACCOUNTING-PERIODS
               WHEN PERCTL-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected PERCTL file status on open "
                       DELIMITED BY SIZE
                       PERCTL-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1310-TEST-PERIOD-CLOSED.
      *    Sets PERIOD-CLOSED for the month in WS-Check-Period.  A
      *    month accounting has reopened ('O' on file) is open even
      *    though a later month is closed.
           MOVE SPACE TO WS-Period-Closed-Sw
           IF WS-Check-Period NOT GREATER WS-Latest-Closed-Period
               SET PERIOD-CLOSED TO TRUE
           END-IF
           IF WS-Period-Count GREATER ZERO
               SET WS-Period-Idx TO 1
               SEARCH WS-Period-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Period-YYYYMM(WS-Period-Idx)
                           EQUAL WS-Check-Period
                       IF PERIOD-ENTRY-CLOSED(WS-Period-Idx)
                           SET PERIOD-CLOSED TO TRUE
                       ELSE
                           MOVE SPACE TO WS-Period-Closed-Sw
                       END-IF
               END-SEARCH
           END-IF
           .
       2000-Process.
           PERFORM 2100-READ-APPROVAL
           PERFORM WITH TEST BEFORE
               WHERE INVNUM = :WOF-INVOICE-NUMBER
               AND CUSTID = :WOF-CUSTOMER-ID
           END-EXEC
           PERFORM 2250-CHECK-OPEN-DISPUTE
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   MOVE "INVOICE NOT ON FILE FOR THIS CUSTOMER"
                           WOF-INVOICE-NUMBER DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN WOF-APPROVER EQUAL SPACES
                   MOVE "NO APPROVER ON THE APPROVAL"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-APPROVAL
               WHEN INV-PAID OR INV-OVERPAID
                   MOVE "INVOICE IS ALREADY SETTLED"
                     TO WS-ERROR-MESSAGE
                   MOVE "INVOICE IS ALREADY WRITTEN OFF"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-APPROVAL
               WHEN INVOICE-IN-DISPUTE
                   ADD 1 TO WS-Dispute-Skipped
                   MOVE "INVOICE HAS AN OPEN DISPUTE"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-APPROVAL
               WHEN WRITEOFF-PERIOD-CLOSED
                   ADD 1 TO WS-Period-Refused
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "ACCOUNTING PERIOD " DELIMITED BY SIZE
                           WS-Closed-Period DELIMITED BY SIZE
                           " IS CLOSED" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-APPROVAL
               WHEN OTHER
                   PERFORM 2300-WRITE-OFF-INVOICE
           END-EVALUATE
           .
       2250-CHECK-OPEN-DISPUTE.
           MOVE SPACE TO WS-Dispute-Found
           IF WS-Dispute-Count GREATER ZERO
               SET WS-Dispute-Idx TO 1
               SEARCH WS-Dispute-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Dispute-Invoice(WS-Dispute-Idx)
                           EQUAL WOF-INVOICE-NUMBER
                       SET INVOICE-IN-DISPUTE TO TRUE
               END-SEARCH
           END-IF
           .
       2300-WRITE-OFF-INVOICE.
           COMPUTE WS-Open-Amount =
               INV-AMOUNT-DUE - INV-AMOUNT-PAID
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO WOF-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Dispute-Skipped TO WS-Count-Formatted
           MOVE SPACES TO WOF-RPT-LINE
           STRING "  OF WHICH IN DISPUTE: " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO WOF-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Period-Refused TO WS-Count-Formatted
           MOVE SPACES TO WOF-RPT-LINE
           STRING "  IN A CLOSED PERIOD:  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO WOF-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           Close WRITEOFF-APPROVALS
           Close INVOICE-AUDIT-TRAIL
           Close WRITEOFF-REGISTER
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
           EXEC SQL
