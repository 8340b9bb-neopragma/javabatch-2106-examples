      * invoice and days late.  FEELOG records every assessment with
      * the month it was raised in, so a rerun -- or next month's run
      * against an invoice already charged this period -- never
      * double-bills the same invoice for the same month.  An
      * invoice with an open dispute on the dispute register is not
      * assessed until the dispute is resolved.
      *
      * When the run date falls in an accounting period closed on
      * PERCTL, the charges are raised in the first open period --
      * the charge invoice's billing date moves to it, and the
      * register marks each charge so moved.  FEELOG's month and the
      * charge invoice number stay on the actual run month, so the
      * open month's own run still assesses its invoices and its
      * charge numbers never collide with these.  Days late, the
      * charge due date, and the GL pickup date also run off the
      * actual run date.
      *
      * PARM: the monthly percentage as 'NN.NN' (e.g. '01.50');
      * blank takes the contract default of 1.50.
               ASSIGN TO 'PAYPLAN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYPLAN-STATUS.
           SELECT DISPUTE-FILE
               ASSIGN TO 'DISPUTE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DISPUTE-STATUS.
           SELECT ACCOUNTING-PERIODS
               ASSIGN TO 'PERCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PERCTL-STATUS.
       DATA DIVISION.
       File Section.
       FD  FEE-ASSESSMENT-LOG
           05  PLAN-INVOICE-NUMBER   PIC X(13).
           05  PLAN-SCHED-DATE       PIC 9(08).
           05  PLAN-SCHED-AMOUNT     PIC 9(13)V9(02).
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

               88  PAYPLAN-OK            VALUE '00'.
               88  PAYPLAN-EOF           VALUE '10'.
               88  PAYPLAN-NOTFOUND      VALUE '35'.
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
       01  WS-Payment-Plan-Table.
           05  WS-Plan-Count         PIC 9(05) VALUE 0.
           05  WS-Plan-Entry OCCURS 1 TO 5000 TIMES
       01  WS-Assessment-Control.
           05  WS-Assess-Date        PIC 9(08).
           05  WS-Assess-Month       PIC X(06).
           05  WS-Charge-Post-Date   PIC 9(08).
           05  WS-Open-Amount        PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Days-Late          PIC S9(9).
           05  WS-Due-Date-Integer   PIC S9(9).
           05  WS-Assess-Integer     PIC S9(9).
           05  WS-Date-Work          PIC 9(08).
           05  WS-Charge-Seq         PIC 9(05) VALUE 0.
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
           05  WS-Charge-Period-Sw   PIC X Value space.
               88  CHARGE-PERIOD-MOVED   Value 'Y'.
       01  WS-Assessed-This-Month-Table.
           05  WS-Assessed-Count     PIC 9(05) VALUE 0.
           05  WS-Assessed-Entry OCCURS 1 TO 20000 TIMES
           05  WS-Fee-Count          PIC 9(09) VALUE 0.
           05  WS-Fee-Skipped        PIC 9(09) VALUE 0.
           05  WS-Fee-Amount-Total   PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Moved-Count        PIC 9(09) VALUE 0.
           05  WS-Moved-Amount-Total PIC S9(13)V99 COMP-3 Value 0.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).
           05  WS-SQLCODE-Display    PIC -9(9).
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Assess-Date
           MOVE WS-Assess-Date(1:6) TO WS-Assess-Month
           MOVE WS-Assess-Date TO WS-Charge-Post-Date
           COMPUTE WS-Assess-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Assess-Date)
           PERFORM 1500-LOAD-ACCOUNTING-PERIODS
           MOVE WS-Assess-Date(1:6) TO WS-Check-Period
           PERFORM 1510-TEST-PERIOD-CLOSED
           IF PERIOD-CLOSED
               PERFORM 1520-FIND-FIRST-OPEN-PERIOD
               MOVE WS-Open-Post-Date TO WS-Charge-Post-Date
               SET CHARGE-PERIOD-MOVED TO TRUE
           END-IF
           PERFORM 1100-LOAD-FEE-LOG
           PERFORM 1200-OPEN-FEE-LOG-EXTEND
           PERFORM 1300-LOAD-PAYMENT-PLANS
           PERFORM 1400-LOAD-OPEN-DISPUTES
           OPEN OUTPUT FEE-REGISTER
           IF NOT FEEREG-OK
               STRING "Unexpected FEEREG file status on open "
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1400-LOAD-OPEN-DISPUTES.
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
       1500-LOAD-ACCOUNTING-PERIODS.
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
       1510-TEST-PERIOD-CLOSED.
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
       1520-FIND-FIRST-OPEN-PERIOD.
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
               PERFORM 1510-TEST-PERIOD-CLOSED
           END-PERFORM
           COMPUTE WS-Open-Post-Date = WS-Check-Period * 100 + 1
           .
       2000-Process.
           PERFORM 2100-FETCH-LATE-INVOICE
           PERFORM WITH TEST BEFORE
           END-IF
           .
       2250-CHECK-ALREADY-ASSESSED.
      *    An invoice the customer is disputing is never assessed
      *    while the dispute is open.  An invoice current on a
      *    payment-plan agreement is never assessed while the
      *    customer keeps to the schedule; a missed installment
      *    drops it straight back into the normal assessment below.
           PERFORM 2255-CHECK-OPEN-DISPUTE
           IF INVOICE-IN-DISPUTE
               ADD 1 TO WS-Dispute-Skipped
           ELSE
               PERFORM 2260-CHECK-PAYMENT-PLAN
               IF PLAN-CURRENT
                   ADD 1 TO WS-Fee-Skipped
               ELSE
                   PERFORM 2280-CHECK-ASSESSED-THIS-MONTH
               END-IF
           END-IF
           .
       2255-CHECK-OPEN-DISPUTE.
           MOVE SPACE TO WS-Dispute-Found
           IF WS-Dispute-Count GREATER ZERO
               SET WS-Dispute-Idx TO 1
               SEARCH WS-Dispute-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Dispute-Invoice(WS-Dispute-Idx)
                           EQUAL FEE-INVOICE-NUMBER
                       SET INVOICE-IN-DISPUTE TO TRUE
               END-SEARCH
           END-IF
           .
       2260-CHECK-PAYMENT-PLAN.
                       WS-Charge-Seq DELIMITED BY SIZE
                     INTO CHG-INVOICE-NUMBER
               MOVE FEE-CUSTOMER-ID TO CHG-CUSTOMER-ID
               MOVE WS-Charge-Post-Date TO CHG-ASSESS-DATE
               COMPUTE WS-Date-Work =
                   FUNCTION DATE-OF-INTEGER(WS-Assess-Integer + 30)
               END-COMPUTE
           MOVE CHG-FEE-AMOUNT     TO FEE-RPT-FEE-AMOUNT
           MOVE CHG-INVOICE-NUMBER TO FEE-RPT-CHARGE-INV
           MOVE SPACES             TO FEE-RPT-LABEL
           IF CHARGE-PERIOD-MOVED
               STRING "MOVED FROM CLOSED " DELIMITED BY SIZE
                       WS-Closed-Period DELIMITED BY SIZE
                 INTO FEE-RPT-LABEL
               ADD 1 TO WS-Moved-Count
               ADD CHG-FEE-AMOUNT TO WS-Moved-Amount-Total
           END-IF
           PERFORM 2900-WRITE-REGISTER-LINE
           ADD 1 TO WS-Fee-Count
           ADD CHG-FEE-AMOUNT TO WS-Fee-Amount-Total
           MOVE "SKIPPED - ASSESSED OR CLOSED" TO FEE-RPT-TOTAL-LABEL
           MOVE WS-Fee-Skipped      TO FEE-RPT-TOTAL-COUNT
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO FEE-RPT-LINE
           MOVE "SKIPPED - IN DISPUTE" TO FEE-RPT-TOTAL-LABEL
           MOVE WS-Dispute-Skipped  TO FEE-RPT-TOTAL-COUNT
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO FEE-RPT-LINE
           MOVE "MOVED FROM A CLOSED PERIOD" TO FEE-RPT-TOTAL-LABEL
           MOVE WS-Moved-Count        TO FEE-RPT-TOTAL-COUNT
           MOVE WS-Moved-Amount-Total TO FEE-RPT-TOTAL-AMOUNT
           PERFORM 2900-WRITE-REGISTER-LINE
           Close FEE-ASSESSMENT-LOG
           Close FEE-REGISTER
           .
