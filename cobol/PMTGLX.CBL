      * debit/credit journal accounting has been re-keying by hand:
      * applied, rejected, held, and reversed cash and the credit
      * movement from the PMTCTLT control totals, the night's tax
      * from the payment summary, finance charges raised today
      * from the FEELOG assessment log, credit and debit memos
      * posted today from the PMTADJ memo log (ADJLOG), and
      * collection agency receipts and commission posted today from
      * the PMTCOLL collection log (COLLLOG), and early-payment
      * discounts PMTPROG allowed or took back today from the
      * discount log (DISCLOG).  Writes the GL's
      * batch input file (GLJRNL) plus a proof report tying every
      * journal line back to its source file, and aborts
      * rather than write a journal whose debits and credits
      * disagree.  Runs after PMTRECON and is held by the job
      * stream when the night did not tie, so an unbalanced night is
      * never posted.  Fees, memos, agency collections and
      * discounts are picked up by business date, so this runs
      * once, at end of day: PMTCTLT is the day's
      * merged control record across every posting cycle, which
      * must be for the PAYCTL business date, and PMTSUM is every
      * cycle's summary concatenated.  A business date in an
      * accounting period closed on PERCTL journals on the first
      * day of the first open period instead, and the proof report
      * marks every journal line so moved.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'FEELOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FEELOG-STATUS.
           SELECT MEMO-LOG
               ASSIGN TO 'ADJLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ADJLOG-STATUS.
           SELECT COLLECTION-LOG
               ASSIGN TO 'COLLLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLLOG-STATUS.
           SELECT DISCOUNT-LOG
               ASSIGN TO 'DISCLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DISCLOG-STATUS.
           SELECT GL-JOURNAL
               ASSIGN TO 'GLJRNL'
               ORGANIZATION LINE SEQUENTIAL
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
       FD  CONTROL-TOTALS
           05  CTLT-REVERSED-CASH    PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-DRAWN     PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-BANKED    PIC S9(13)V99 COMP-3.
           05  CTLT-BUSINESS-DATE    PIC 9(08).
           05  CTLT-CYCLE-NUMBER     PIC 9(02).
       FD  PAYMENT-SUMMARY
           Recording Mode F
           Data Record PAY-SUMMARY-REC.
           05  FLOG-CHARGE-INVOICE   PIC X(13).
           05  FLOG-FEE-AMOUNT       PIC 9(11)V9(02).
           05  FLOG-ASSESS-DATE      PIC 9(08).
       FD  MEMO-LOG
           Recording Mode F
           Data Record ALOG-REC.
       01  ALOG-REC.
           05  ALOG-INVOICE-NUMBER   PIC X(13).
           05  ALOG-CUSTOMER-ID      PIC X(17).
           05  ALOG-MEMO-TYPE        PIC X.
               88  ALOG-CREDIT-MEMO      VALUE 'C'.
               88  ALOG-DEBIT-MEMO       VALUE 'D'.
           05  ALOG-MEMO-NUMBER      PIC X(13).
           05  ALOG-REASON-CODE      PIC X(02).
           05  ALOG-AMOUNT           PIC 9(11)V9(02).
           05  ALOG-CREDIT-BANKED    PIC 9(11)V9(02).
           05  ALOG-POST-DATE        PIC 9(08).
       FD  COLLECTION-LOG
           Recording Mode F
           Data Record CLOG-REC.
       01  CLOG-REC.
           05  CLOG-CUSTOMER-ID      PIC X(17).
           05  CLOG-INVOICE-NUMBER   PIC X(13).
           05  CLOG-COLLECTED        PIC 9(11)V9(02).
           05  CLOG-COMMISSION       PIC 9(11)V9(02).
           05  CLOG-POST-DATE        PIC 9(08).
           05  CLOG-AGENCY-REF       PIC X(20).
       FD  DISCOUNT-LOG
           Recording Mode F
           Data Record DLOG-REC.
       01  DLOG-REC.
           05  DLOG-CUSTOMER-ID      PIC X(17).
           05  DLOG-INVOICE-NUMBER   PIC X(13).
           05  DLOG-TYPE             PIC X(01).
               88  DLOG-EARNED           VALUE 'E'.
               88  DLOG-UNEARNED         VALUE 'U'.
               88  DLOG-TAKEN-BACK       VALUE 'R'.
           05  DLOG-POST-DATE        PIC 9(08).
           05  DLOG-DATE-PAID        PIC X(08).
           05  DLOG-WINDOW-END       PIC 9(08).
           05  DLOG-INVOICE-AMOUNT   PIC 9(11)V9(02).
           05  DLOG-DISCOUNT         PIC 9(11)V9(02).
       FD  GL-JOURNAL
           Recording Mode F
           Data Record GLJ-REC.
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
       01  WS-File-Status.
               88  FEELOG-OK             VALUE '00'.
               88  FEELOG-EOF            VALUE '10'.
               88  FEELOG-NOTFOUND       VALUE '35'.
           05  ADJLOG-STATUS         PIC X(02).
               88  ADJLOG-OK             VALUE '00'.
               88  ADJLOG-EOF            VALUE '10'.
               88  ADJLOG-NOTFOUND       VALUE '35'.
           05  COLLLOG-STATUS        PIC X(02).
               88  COLLLOG-OK            VALUE '00'.
               88  COLLLOG-EOF           VALUE '10'.
               88  COLLLOG-NOTFOUND      VALUE '35'.
           05  DISCLOG-STATUS        PIC X(02).
               88  DISCLOG-OK            VALUE '00'.
               88  DISCLOG-EOF           VALUE '10'.
               88  DISCLOG-NOTFOUND      VALUE '35'.
           05  GLJRNL-STATUS         PIC X(02).
               88  GLJRNL-OK             VALUE '00'.
           05  GLXRPT-STATUS         PIC X(02).
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
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
           05  WS-Date-Source        PIC X Value space.
               88  DATE-FROM-PAYCTL      Value 'C'.
      *    The date the journal is posted under: the business date,
      *    or the first open day when its period is closed.
           05  WS-Journal-Post-Date  PIC 9(08) VALUE 0.
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
           05  WS-Journal-Period-Sw  PIC X Value space.
               88  JOURNAL-PERIOD-MOVED  Value 'Y'.
           05  WS-Moved-Lines        PIC 9(04) VALUE 0.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTGLX  '.
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
       01  WS-Source-Totals.
           05  WS-Tax-Total          PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Fee-Total          PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Credit-Memo-Total  PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Memo-Credit-Banked PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Memo-AR-Relief     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Debit-Memo-Total   PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Agency-Collected   PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Agency-Commission  PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Agency-Net-Cash    PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Discount-Total     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Discount-Back-Total PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Cash-Received      PIC S9(15)V99 COMP-3 Value 0.
           05  WS-AR-Credit-Side     PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Journal-Control.
       1000-Initialize.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           PERFORM 1800-LOAD-ACCOUNTING-PERIODS
           MOVE WS-Business-Date TO WS-Journal-Post-Date
           MOVE WS-Business-Date(1:6) TO WS-Check-Period
           PERFORM 1810-TEST-PERIOD-CLOSED
           IF PERIOD-CLOSED
               PERFORM 1820-FIND-FIRST-OPEN-PERIOD
               MOVE WS-Open-Post-Date TO WS-Journal-Post-Date
               SET JOURNAL-PERIOD-MOVED TO TRUE
           END-IF
           PERFORM 1200-READ-CONTROL-TOTALS
           PERFORM 1300-TOTAL-NIGHT-TAX
           PERFORM 1400-TOTAL-TODAYS-FEES
           PERFORM 1500-TOTAL-TODAYS-MEMOS
           PERFORM 1600-TOTAL-TODAYS-COLLECTIONS
           PERFORM 1700-TOTAL-TODAYS-DISCOUNTS
           OPEN OUTPUT GL-JOURNAL
           IF NOT GLJRNL-OK
               STRING "Unexpected GLJRNL file status on open "
           STRING "PMTGLX GL JOURNAL PROOF  BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
                   "  ALL CYCLES THROUGH CYCLE " DELIMITED BY SIZE
                   CTLT-CYCLE-NUMBER DELIMITED BY SIZE
             INTO GLX-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO GLX-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF JOURNAL-PERIOD-MOVED
               MOVE SPACES TO GLX-RPT-LINE
               STRING "BUSINESS DATE FALLS IN CLOSED ACCOUNTING PERIOD "
                       DELIMITED BY SIZE
                       WS-Closed-Period DELIMITED BY SIZE
                       " - JOURNAL POSTED " DELIMITED BY SIZE
                       WS-Journal-Post-Date DELIMITED BY SIZE
                 INTO GLX-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE SPACES TO GLX-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       1100-READ-PROCESS-CONTROL.
           OPEN INPUT PROCESS-CONTROL
                   IF PAYCTL-OK
                       IF CTL-BUSINESS-DATE GREATER ZERO
                           MOVE CTL-BUSINESS-DATE TO WS-Business-Date
                           SET DATE-FROM-PAYCTL TO TRUE
                       END-IF
                       IF CTL-CYCLE-NUMBER GREATER ZERO
                           MOVE CTL-CYCLE-NUMBER TO WS-Cycle-Number
                       END-IF
                   END-IF
                   CLOSE PROCESS-CONTROL
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
       1200-READ-CONTROL-TOTALS.
           OPEN INPUT CONTROL-TOTALS
           IF NOT PMTCTLT-OK
               PERFORM 9999-ABORT
           END-IF
           CLOSE CONTROL-TOTALS
           IF DATE-FROM-PAYCTL
              AND CTLT-BUSINESS-DATE NOT EQUAL WS-Business-Date
               STRING "PMTCTLT control totals are for business date "
                       DELIMITED BY SIZE
                       CTLT-BUSINESS-DATE DELIMITED BY SIZE
                       ", not " DELIMITED BY SIZE
                       WS-Business-Date DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1300-TOTAL-NIGHT-TAX.
           OPEN INPUT PAYMENT-SUMMARY
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1500-TOTAL-TODAYS-MEMOS.
      *    Same rule as the fee log: only memos posted on the
      *    business date journal tonight.  An absent log just means
      *    no memo has ever been posted.
           OPEN INPUT MEMO-LOG
           EVALUATE TRUE
               WHEN ADJLOG-OK
                   READ MEMO-LOG
                   PERFORM WITH TEST BEFORE
                           UNTIL ADJLOG-EOF
                       IF ALOG-POST-DATE EQUAL WS-Business-Date
                           IF ALOG-CREDIT-MEMO
                               ADD ALOG-AMOUNT
                                 TO WS-Credit-Memo-Total
                               ADD ALOG-CREDIT-BANKED
                                 TO WS-Memo-Credit-Banked
                           ELSE
                               ADD ALOG-AMOUNT
                                 TO WS-Debit-Memo-Total
                           END-IF
                       END-IF
                       READ MEMO-LOG
                   END-PERFORM
                   CLOSE MEMO-LOG
               WHEN ADJLOG-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected ADJLOG file status on open "
                       DELIMITED BY SIZE
                       ADJLOG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1600-TOTAL-TODAYS-COLLECTIONS.
      *    Agency collections PMTCOLL posted on the business date.
      *    An absent log just means nothing has come back from the
      *    agency yet.
           OPEN INPUT COLLECTION-LOG
           EVALUATE TRUE
               WHEN COLLLOG-OK
                   READ COLLECTION-LOG
                   PERFORM WITH TEST BEFORE
                           UNTIL COLLLOG-EOF
                       IF CLOG-POST-DATE EQUAL WS-Business-Date
                           ADD CLOG-COLLECTED
                             TO WS-Agency-Collected
                           ADD CLOG-COMMISSION
                             TO WS-Agency-Commission
                       END-IF
                       READ COLLECTION-LOG
                   END-PERFORM
                   CLOSE COLLECTION-LOG
               WHEN COLLLOG-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected COLLLOG file status on open "
                       DELIMITED BY SIZE
                       COLLLOG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1700-TOTAL-TODAYS-DISCOUNTS.
      *    Early-payment discounts PMTPROG allowed on the business
      *    date, across every cycle of the day.  Only the earned
      *    ones moved the receivable; an unearned one is still open
      *    on the invoice.  An earned discount taken back because
      *    its payment was reversed puts the receivable back.  An
      *    absent log just means no customer has taken a discount
      *    yet.
           OPEN INPUT DISCOUNT-LOG
           EVALUATE TRUE
               WHEN DISCLOG-OK
                   READ DISCOUNT-LOG
                   PERFORM WITH TEST BEFORE
                           UNTIL DISCLOG-EOF
                       IF DLOG-POST-DATE EQUAL WS-Business-Date
                           EVALUATE TRUE
                               WHEN DLOG-EARNED
                                   ADD DLOG-DISCOUNT
                                     TO WS-Discount-Total
                               WHEN DLOG-TAKEN-BACK
                                   ADD DLOG-DISCOUNT
                                     TO WS-Discount-Back-Total
                           END-EVALUATE
                       END-IF
                       READ DISCOUNT-LOG
                   END-PERFORM
                   CLOSE DISCOUNT-LOG
               WHEN DISCLOG-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected DISCLOG file status on open "
                       DELIMITED BY SIZE
                       DISCLOG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1800-LOAD-ACCOUNTING-PERIODS.
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
       1810-TEST-PERIOD-CLOSED.
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
       1820-FIND-FIRST-OPEN-PERIOD.
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
               PERFORM 1810-TEST-PERIOD-CLOSED
           END-PERFORM
           COMPUTE WS-Open-Post-Date = WS-Check-Period * 100 + 1
           .
       2000-Process.
      *    Cash received tonight is what PMTPROG accounted for:
      *    applied (which includes banked credit), rejected, and
           MOVE 'C'                TO WS-Line-DR-CR
           MOVE 'FEELOG  '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
      *    Credit memos give back revenue.  The part that settled
      *    money the customer had already paid is owed to them as a
      *    credit balance rather than relieving the receivable.
           COMPUTE WS-Memo-AR-Relief =
               WS-Credit-Memo-Total - WS-Memo-Credit-Banked
           END-COMPUTE
           MOVE WS-Credit-Memo-Total TO WS-Line-Amount
           MOVE 'SALES-ADJ   '     TO WS-Line-Account
           MOVE 'D'                TO WS-Line-DR-CR
           MOVE 'ADJLOG  '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
           MOVE WS-Memo-AR-Relief  TO WS-Line-Amount
           MOVE 'ACCTS-RECV  '     TO WS-Line-Account
           MOVE 'C'                TO WS-Line-DR-CR
           MOVE 'ADJLOG  '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
           MOVE WS-Memo-Credit-Banked TO WS-Line-Amount
           MOVE 'CUST-CREDIT '     TO WS-Line-Account
           MOVE 'C'                TO WS-Line-DR-CR
           MOVE 'ADJLOG  '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
      *    Debit memos bill revenue the invoice missed.
           MOVE WS-Debit-Memo-Total TO WS-Line-Amount
           MOVE 'ACCTS-RECV  '     TO WS-Line-Account
           MOVE 'D'                TO WS-Line-DR-CR
           MOVE 'ADJLOG  '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
           MOVE WS-Debit-Memo-Total TO WS-Line-Amount
           MOVE 'SALES-ADJ   '     TO WS-Line-Account
           MOVE 'C'                TO WS-Line-DR-CR
           MOVE 'ADJLOG  '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
      *    The agency remits what it collected less its commission;
      *    the customer's receivable comes down by the whole amount
      *    and the commission is a collection expense.
           COMPUTE WS-Agency-Net-Cash =
               WS-Agency-Collected - WS-Agency-Commission
           END-COMPUTE
           MOVE WS-Agency-Net-Cash TO WS-Line-Amount
           MOVE 'CASH-RECVD  '     TO WS-Line-Account
           MOVE 'D'                TO WS-Line-DR-CR
           MOVE 'COLLLOG '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
           MOVE WS-Agency-Commission TO WS-Line-Amount
           MOVE 'COLL-COMMISN'     TO WS-Line-Account
           MOVE 'D'                TO WS-Line-DR-CR
           MOVE 'COLLLOG '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
           MOVE WS-Agency-Collected TO WS-Line-Amount
           MOVE 'ACCTS-RECV  '     TO WS-Line-Account
           MOVE 'C'                TO WS-Line-DR-CR
           MOVE 'COLLLOG '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
      *    An earned early-payment discount settled receivable the
      *    customer did not have to pay; it is a sales discount.
           MOVE WS-Discount-Total  TO WS-Line-Amount
           MOVE 'SALES-DISC  '     TO WS-Line-Account
           MOVE 'D'                TO WS-Line-DR-CR
           MOVE 'DISCLOG '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
           MOVE WS-Discount-Total  TO WS-Line-Amount
           MOVE 'ACCTS-RECV  '     TO WS-Line-Account
           MOVE 'C'                TO WS-Line-DR-CR
           MOVE 'DISCLOG '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
      *    One taken back when its payment bounced is receivable
      *    again and no longer a sales discount.
           MOVE WS-Discount-Back-Total TO WS-Line-Amount
           MOVE 'ACCTS-RECV  '     TO WS-Line-Account
           MOVE 'D'                TO WS-Line-DR-CR
           MOVE 'DISCLOG '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
           MOVE WS-Discount-Back-Total TO WS-Line-Amount
           MOVE 'SALES-DISC  '     TO WS-Line-Account
           MOVE 'C'                TO WS-Line-DR-CR
           MOVE 'DISCLOG '         TO WS-Line-Source
           PERFORM 2500-WRITE-JOURNAL-LINE
           .
       2500-WRITE-JOURNAL-LINE.
      *    A zero line carries no information the GL wants; the
           IF WS-Line-Amount EQUAL ZERO
               CONTINUE
           ELSE
               MOVE WS-Journal-Post-Date TO GLJ-BUSINESS-DATE
               MOVE WS-Line-Account  TO GLJ-ACCOUNT
               MOVE WS-Line-DR-CR    TO GLJ-DR-CR
               MOVE WS-Line-Amount   TO GLJ-AMOUNT
                       "  FROM " DELIMITED BY SIZE
                       WS-Line-Source DELIMITED BY SIZE
                 INTO GLX-RPT-LINE
               IF JOURNAL-PERIOD-MOVED
                   ADD 1 TO WS-Moved-Lines
                   STRING "MOVED FROM CLOSED PERIOD " DELIMITED BY SIZE
                           WS-Closed-Period DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           WS-Journal-Post-Date DELIMITED BY SIZE
                     INTO GLX-RPT-LINE(61:)
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
           END-IF
           MOVE "JOURNAL BALANCED" TO GLX-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Moved-Lines TO WS-Count-Formatted
           MOVE SPACES TO GLX-RPT-LINE
           STRING "LINES MOVED FROM CLOSED PERIOD " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO GLX-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           Close GL-JOURNAL
           Close GL-PROOF-REPORT
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
           Move 16 to Return-Code
