      * what was processed, the same proof PMT2CNV applies to the
      * partner feeds, or the run aborts for billing to resend.
      * Produces a load register and a rejects file, and runs ahead
      * of PMTPROG in the nightly stream.  An invoice whose billing
      * date falls in an accounting period closed on PERCTL is
      * booked on the first day of the first open period instead;
      * its due date still runs from the billing date, and the
      * register marks every invoice so moved.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'RUNSTATS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUNSTATS-STATUS.
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
       FD  BILLING-IN
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

           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
           05  CYCRERUN-STATUS       PIC X(02).
               88  CYCRERUN-OK           VALUE '00'.
               88  CYCRERUN-EOF          VALUE '10'.
               88  CYCRERUN-NOTFOUND     VALUE '35'.
           05  PERCTL-STATUS         PIC X(02).
               88  PERCTL-OK             VALUE '00'.
               88  PERCTL-EOF            VALUE '10'.
               88  PERCTL-NOTFOUND       VALUE '35'.
       01  WS-Run-Control.
           05  WS-Billing-Absent     PIC X Value space.
               88  BILLING-IN-ABSENT     Value 'Y'.
           05  WS-Records-Rejected   PIC 9(09) VALUE 0.
           05  WS-Loaded-Amount      PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Rejected-Amount    PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Records-Moved      PIC 9(09) VALUE 0.
           05  WS-Moved-Amount       PIC S9(15)V99 COMP-3 Value 0.
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
           05  FILLER REDEFINES WS-Check-Period.
               10  WS-Check-Year         PIC 9(04).
               10  WS-Check-Month        PIC 9(02).
           05  WS-Closed-Period      PIC 9(06).
           05  WS-Open-Post-Date     PIC 9(08).
           05  WS-Period-Closed-Sw   PIC X Value space.
               88  PERIOD-CLOSED         Value 'Y'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
      *    The date the invoices age from: the billing date off the
      *    feed's header when it carries one, so a late-loaded file
      *    still dates its invoices the day billing raised them; the
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'INVLOAD '.
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
           Goback
           .
       1000-Initialize.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           PERFORM 1200-LOAD-ACCOUNTING-PERIODS
           OPEN OUTPUT LOAD-REGISTER
           IF NOT INVLREG-OK
               STRING "Unexpected INVLREG file status on open "
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           MOVE WS-Business-Date TO WS-Load-Base-Date
           MOVE SPACES TO INV-RPT-LINE
           STRING "INVLOAD BILLING LOAD REGISTER  RUN DATE "
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
       1200-LOAD-ACCOUNTING-PERIODS.
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
       1210-TEST-PERIOD-CLOSED.
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
       1220-FIND-FIRST-OPEN-PERIOD.
      *    Entered with a closed month in WS-Check-Period; steps a
      *    month at a time to the first one still open and leaves
      *    its first day in WS-Open-Post-Date.
           MOVE WS-Check-Period TO WS-Closed-Period
           PERFORM WITH TEST BEFORE
                   UNTIL NOT PERIOD-CLOSED
               IF WS-Check-Month EQUAL 12
                   ADD 1 TO WS-Check-Year
                   MOVE 1 TO WS-Check-Month
               ELSE
                   ADD 1 TO WS-Check-Month
               END-IF
               PERFORM 1210-TEST-PERIOD-CLOSED
           END-PERFORM
           COMPUTE WS-Open-Post-Date = WS-Check-Period * 100 + 1
           .
       2000-Process.
           IF BILLING-IN-ABSENT
               MOVE "NO BILLING EXTRACT TONIGHT - NOTHING TO LOAD"
           END-COMPUTE
           MOVE WS-Date-YYYYMMDD TO NEW-DUE-DATE
           MOVE WS-Load-Base-Date TO NEW-BILL-DATE
           MOVE WS-Load-Base-Date(1:6) TO WS-Check-Period
           PERFORM 1210-TEST-PERIOD-CLOSED
           IF PERIOD-CLOSED
               PERFORM 1220-FIND-FIRST-OPEN-PERIOD
               MOVE WS-Open-Post-Date TO NEW-BILL-DATE
           END-IF
           MOVE BIL-AMOUNT-DUE   TO NEW-AMOUNT-DUE
           EXEC SQL
               INSERT INTO THING.INVOICE
                   NEW-DUE-DATE DELIMITED BY SIZE
                   "  LOADED" DELIMITED BY SIZE
             INTO INV-RPT-LINE
           IF NEW-BILL-DATE NOT EQUAL WS-Load-Base-Date
               ADD 1 TO WS-Records-Moved
               ADD BIL-AMOUNT-DUE TO WS-Moved-Amount
               STRING "  LOADED  MOVED FROM CLOSED PERIOD "
                       DELIMITED BY SIZE
                       WS-Closed-Period DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       NEW-BILL-DATE DELIMITED BY SIZE
                 INTO INV-RPT-LINE(65:)
           END-IF
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2700-REJECT-INVOICE.
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO INV-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Records-Moved TO WS-Count-Formatted
           MOVE WS-Moved-Amount  TO WS-Amount-Formatted
           MOVE SPACES TO INV-RPT-LINE
           STRING "INVOICES MOVED:    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO INV-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           IF NOT BILLING-IN-ABSENT
               Close BILLING-IN
           END-IF
           Close INVOICE-REJECTS
           Close LOAD-REGISTER
           PERFORM 3100-WRITE-RUN-STATISTICS
           PERFORM 3900-RECORD-CYCLE-LEDGER
           .
       3100-WRITE-RUN-STATISTICS.
           OPEN EXTEND RUN-STATISTICS
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
