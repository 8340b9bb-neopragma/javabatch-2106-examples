               ASSIGN TO 'PMTREVR'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTREVR-STATUS.
           SELECT TAX-EXEMPTIONS
               ASSIGN TO 'TAXEXMPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS TAXEXMPT-STATUS.
           SELECT TAX-EXCEPTION-REPORT
               ASSIGN TO 'TAXEXCP'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS TAXEXCP-STATUS.
           SELECT DISCOUNT-LOG
               ASSIGN TO 'DISCLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DISCLOG-STATUS.
           SELECT DISCOUNT-REPORT
               ASSIGN TO 'DISCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DISCRPT-STATUS.
           SELECT ACCOUNTING-PERIODS
               ASSIGN TO 'PERCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PERCTL-STATUS.
           SELECT PERIOD-MOVE-REPORT
               ASSIGN TO 'PRDMOVR'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PRDMOVR-STATUS.
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
       FD  PAYMENTS-IN 
      *    The rejected amount, carried so the end-of-night
      *    reconciliation can tie cash presented to cash accounted.
           05  ERR-AMOUNT            PIC 9(16)V9(02).
      *    Tax and bank trace as presented, so the unapplied-cash
      *    ledger can carry the item through to its disposition.
           05  ERR-TAX-PAID          PIC 9(07)V9(02).
           05  ERR-TRACE-NUMBER      PIC X(20).
       FD  CHECKPOINT-FILE
           Recording Mode F
           Data Record CKPT-REC.
      *    Stamped with the business date and cycle the run posted
      *    for, so a mid-run checkpoint left by one cycle is never
      *    taken as the restart point of a different cycle's feed.
       01  CKPT-REC.
           05  CKPT-RECORD-COUNT     PIC 9(09).
           05  CKPT-CUSTOMER-ID      PIC X(17).
           05  CKPT-INVOICE-NUMBER   PIC X(13).
           05  CKPT-BUSINESS-DATE    PIC 9(08).
           05  CKPT-CYCLE-NUMBER     PIC 9(02).
       FD  APPLIED-PAYMENTS-LOG
           Recording Mode F
           Data Record APL-PAYMENT-REC.
      *    change: 'P' payment, 'S' overpayment spread, 'V' reversal,
      *    'M' payment auto-matched from a wrong or blank invoice
      *    number (AUD-PMT-INVOICE then holds the number as keyed),
      *    'R' recovery posted against a written-off invoice, 'D'
      *    early-payment discount earned (AMTDUE lowered by it).
      *    PMTWOFF writes 'W' records to the same trail when it sets
      *    an invoice written off.
       01  AUD-INVOICE-REC.
           05  AUD-OLD-AMTPAID       PIC S9(13)V99 COMP-3.
           05  AUD-NEW-AMTPAID       PIC S9(13)V99 COMP-3.
           05  AUD-OLD-TAXPAID       PIC S9(11)V99 COMP-3.
      *    A discount ('D') never touches TAXPAID; it carries the
      *    AMTDUE before and after in that pair, as a PMTADJ memo
      *    does.
           05  AUD-OLD-AMTDUE REDEFINES AUD-OLD-TAXPAID
                                     PIC S9(11)V99 COMP-3.
           05  AUD-NEW-TAXPAID       PIC S9(11)V99 COMP-3.
           05  AUD-NEW-AMTDUE REDEFINES AUD-NEW-TAXPAID
                                     PIC S9(11)V99 COMP-3.
           05  AUD-OLD-STATUS        PIC X.
           05  AUD-NEW-STATUS        PIC X.
       FD  RUN-STATISTICS
       FD  CONTROL-TOTALS
           Recording Mode F
           Data Record CTLT-REC.
      *    One record per posting cycle: the totals as PMTPROG
      *    itself accounted for them, for the reconciliation to tie
      *    against the files and the database.  The end-of-day run
      *    balances the concatenation of the day's cycle records.
       01  CTLT-REC.
           05  CTLT-RECORDS-READ     PIC 9(09).
           05  CTLT-APPLIED-COUNT    PIC 9(09).
           05  CTLT-REVERSED-CASH    PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-DRAWN     PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-BANKED    PIC S9(13)V99 COMP-3.
           05  CTLT-BUSINESS-DATE    PIC 9(08).
           05  CTLT-CYCLE-NUMBER     PIC 9(02).
       FD  PROCESS-CONTROL
           Recording Mode F
           Data Record CTL-REC.
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  HOLIDAY-CALENDAR
           Recording Mode F
           Data Record HOLCAL-REC.
           05  REV-RPT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REV-RPT-LABEL         PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REV-RPT-RESTORED-DUE  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  REV-RPT-TOTAL-LINE.
           05  REV-RPT-TOTAL-LABEL   PIC X(30).
           05  REV-RPT-TOTAL-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REV-RPT-TOTAL-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99.
       FD  TAX-EXEMPTIONS
           Recording Mode F
           Data Record TXC-REC.
      *    Sales-tax exemption certificates the tax group keeps on
      *    file, one record per certificate.  A customer may hold
      *    several (one per state, or a renewal alongside the old
      *    one); a zero expiry date means the certificate does not
      *    lapse.
       01  TXC-REC.
           05  TXC-CUSTOMER-ID       PIC X(17).
           05  TXC-CERT-NUMBER       PIC X(20).
           05  TXC-STATE             PIC X(02).
           05  TXC-EXPIRY-DATE       PIC 9(08).
       FD  TAX-EXCEPTION-REPORT
           Recording Mode F
           Data Record TAX-EXC-RPT-LINE.
       01  TAX-EXC-RPT-LINE.
           05  TAX-EXC-CUSTOMER-ID   PIC X(17).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TAX-EXC-INVOICE       PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TAX-EXC-DATE-PAID     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TAX-EXC-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TAX-EXC-TAX           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TAX-EXC-LABEL         PIC X(70).
       01  TAX-EXC-TOTAL-LINE.
           05  TAX-EXC-TOTAL-LABEL   PIC X(34).
           05  TAX-EXC-TOTAL-COUNT   PIC ZZZ,ZZZ,ZZ9.
       FD  DISCOUNT-LOG
           Recording Mode F
           Data Record DLOG-REC.
      *    Permanent log of every early-payment discount taken: 'E'
      *    earned inside the window (AMTDUE lowered, the invoice
      *    settled), 'U' taken after the window closed (the short
      *    amount left open), 'R' an earned discount taken back
      *    because the payment that earned it was reversed (AMTDUE
      *    restored).  PMTGLX journals the earned and taken-back
      *    discounts posted on the business date it is run for.
       01  DLOG-REC.
           05  DLOG-CUSTOMER-ID      PIC X(17).
           05  DLOG-INVOICE-NUMBER   PIC X(13).
           05  DLOG-TYPE             PIC X(01).
           05  DLOG-POST-DATE        PIC 9(08).
           05  DLOG-DATE-PAID        PIC X(08).
           05  DLOG-WINDOW-END       PIC 9(08).
           05  DLOG-INVOICE-AMOUNT   PIC 9(11)V9(02).
           05  DLOG-DISCOUNT         PIC 9(11)V9(02).
       FD  DISCOUNT-REPORT
           Recording Mode F
           Data Record DISC-RPT-LINE.
       01  DISC-RPT-LINE.
           05  DISC-RPT-CUSTOMER-ID  PIC X(17).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DISC-RPT-INVOICE      PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DISC-RPT-DATE-PAID    PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DISC-RPT-INVOICE-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DISC-RPT-DISCOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DISC-RPT-LABEL        PIC X(50).
       01  DISC-RPT-TOTAL-LINE.
           05  DISC-RPT-TOTAL-LABEL  PIC X(34).
           05  DISC-RPT-TOTAL-COUNT  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02).
           05  DISC-RPT-TOTAL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
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
       FD  PERIOD-MOVE-REPORT
           Recording Mode F
           Data Record PMV-RPT-LINE.
      *    Every payment dated in a closed accounting period, with
      *    the open-period date its summary rows were booked under.
       01  PMV-RPT-LINE.
           05  PMV-RPT-CUSTOMER-ID   PIC X(17).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PMV-RPT-INVOICE       PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PMV-RPT-DATE-PAID     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PMV-RPT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PMV-RPT-POST-DATE     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PMV-RPT-LABEL         PIC X(50).
       01  PMV-RPT-TOTAL-LINE.
           05  PMV-RPT-TOTAL-LABEL   PIC X(34).
           05  PMV-RPT-TOTAL-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02).
           05  PMV-RPT-TOTAL-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99.
       FD  SUSPENSE-REPORT
           Recording Mode F
           Data Record SUSP-RPT-LINE.
           05  TAX-RPT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  TAX-RPT-LABEL         PIC X(30).
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

               DECLARE THING.CUSTOMER TABLE
                  ( CUSTID        CHAR(17)    NOT NULL,
                    CUSTNAME      CHAR(256)   NOT NULL,
                    TERMS         CHAR(5)     NOT NULL,
                    DISCPCT       DECIMAL     NOT NULL,
                    DISCDAYS      SMALLINT    NOT NULL )
           END-EXEC.

           EXEC SQL
               DECLARE THING.CUSTMRG TABLE
                  ( OLDCUSTID     CHAR(17)    NOT NULL,
                    NEWCUSTID     CHAR(17)    NOT NULL,
                    MERGEDATE     CHAR(8)     NOT NULL )
           END-EXEC.

           EXEC SQL
               88  CUST-TERMS-NET45      VALUE 'NET45'.
               88  CUST-TERMS-NET60      VALUE 'NET60'.
           05  CUST-TERMS-DAYS       PIC S9(4) COMP.
      *    Early-payment discount percent and days (2/10 NET30 is
      *    2.00 and 10); zero when the customer has none.
           05  CUST-DISC-PCT         PIC S9(3)V99 COMP-3.
           05  CUST-DISC-DAYS        PIC S9(4) COMP.

       01  INVOICE-INFO. 
           05  INV-NUMBER            PIC X(13).
               88  PMTREV-NOTFOUND       VALUE '35'.
           05  PMTREVR-STATUS        PIC X(02).
               88  PMTREVR-OK            VALUE '00'.
           05  TAXEXMPT-STATUS       PIC X(02).
               88  TAXEXMPT-OK           VALUE '00'.
               88  TAXEXMPT-EOF          VALUE '10'.
               88  TAXEXMPT-NOTFOUND     VALUE '35'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
           05  CYCRERUN-STATUS       PIC X(02).
               88  CYCRERUN-OK           VALUE '00'.
               88  CYCRERUN-EOF          VALUE '10'.
               88  CYCRERUN-NOTFOUND     VALUE '35'.
           05  TAXEXCP-STATUS        PIC X(02).
               88  TAXEXCP-OK            VALUE '00'.
           05  DISCLOG-STATUS        PIC X(02).
               88  DISCLOG-OK            VALUE '00'.
               88  DISCLOG-EOF           VALUE '10'.
               88  DISCLOG-NOTFOUND      VALUE '35'.
           05  DISCRPT-STATUS        PIC X(02).
               88  DISCRPT-OK            VALUE '00'.
           05  PERCTL-STATUS         PIC X(02).
               88  PERCTL-OK             VALUE '00'.
               88  PERCTL-EOF            VALUE '10'.
               88  PERCTL-NOTFOUND       VALUE '35'.
           05  PRDMOVR-STATUS        PIC X(02).
               88  PRDMOVR-OK            VALUE '00'.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTPROG '.
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
       01  WS-Restart-Control.
           05  WS-Records-Read           PIC 9(09) VALUE 0.
           05  WS-Restart-Count          PIC 9(09) VALUE 0.
           05  WS-Checkpoint-Interval    PIC 9(09) VALUE 100.
           05  WS-Checkpoint-Date        PIC 9(08) VALUE 0.
           05  WS-Checkpoint-Cycle       PIC 9(02) VALUE 0.
       01  WS-Applied-Payments-Table.
           05  WS-Applied-Count          PIC 9(08) VALUE 0.
           05  WS-Applied-Table-Full-Warned PIC X VALUE SPACE.
               88  INVALID-PAYMENT-AMOUNT    Value 'N'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(8) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
           05  WS-Roll-Done          PIC X Value space.
               88  ROLL-DONE             Value 'Y'.
           05  WS-Day-Of-Week        PIC S9(4) COMP.
           05  WS-Plan-State         PIC X Value space.
               88  PLAN-CURRENT          Value 'C'.
               88  PLAN-BROKEN           Value 'B'.
       01  WS-Tax-Exemption-Table.
           05  WS-Txc-Count          PIC 9(05) VALUE 0.
           05  WS-Txc-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Txc-Count
                   INDEXED BY WS-Txc-Idx.
               10  WS-Txc-Customer-ID    PIC X(17).
               10  WS-Txc-Cert-Number    PIC X(20).
               10  WS-Txc-State          PIC X(02).
               10  WS-Txc-Expiry-Date    PIC 9(08).
       01  WS-Tax-Exemption-Work.
           05  WS-Txc-Standing       PIC X Value space.
               88  CUSTOMER-NOT-EXEMPT       Value space.
               88  CUSTOMER-EXEMPT           Value 'V'.
               88  EXEMPTION-EXPIRED         Value 'X'.
           05  WS-Txc-Found-Cert     PIC X(20).
           05  WS-Txc-Found-State    PIC X(02).
           05  WS-Txc-Found-Expiry   PIC 9(08) VALUE 0.
           05  WS-Tax-Exempt-Paid-Count  PIC 9(09) VALUE 0.
           05  WS-Tax-Cert-Expired-Count PIC 9(09) VALUE 0.
           05  WS-Tax-Not-Paid-Count     PIC 9(09) VALUE 0.
       01  WS-Discount-Control.
           05  WS-Disc-Type              PIC X Value space.
               88  NO-DISCOUNT-TAKEN         Value space.
               88  DISCOUNT-EARNED           Value 'E'.
               88  DISCOUNT-UNEARNED         Value 'U'.
           05  WS-Disc-Allowed           PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Disc-Shortfall         PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Disc-Old-Amount-Due    PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Disc-Window-End        PIC 9(08) Value 0.
           05  WS-Disc-Paid-Date         PIC 9(08) Value 0.
           05  WS-Disc-Earned-Count      PIC 9(09) Value 0.
           05  WS-Disc-Earned-Amount     PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Disc-Unearned-Count    PIC 9(09) Value 0.
           05  WS-Disc-Unearned-Amount   PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Disc-Taken-Back-Sw     PIC X Value space.
               88  EARNED-DISCOUNT-FOUND     Value 'Y'.
           05  WS-Disc-Taken-Back        PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Disc-Discounted-Due    PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Disc-Reversed-Count    PIC 9(09) Value 0.
           05  WS-Disc-Reversed-Amount   PIC S9(13)V99 COMP-3 Value 0.
       01  WS-Period-Control-Table.
           05  WS-Period-Count           PIC 9(05) Value 0.
           05  WS-Period-Entry OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-Period-Count
                   INDEXED BY WS-Period-Idx.
               10  WS-Period-YYYYMM          PIC 9(06).
               10  WS-Period-Status          PIC X(01).
                   88  PERIOD-ENTRY-CLOSED       Value 'C'.
       01  WS-Period-Work.
           05  WS-Latest-Closed-Period   PIC 9(06) Value 0.
           05  WS-Check-Period           PIC 9(06).
           05  FILLER REDEFINES WS-Check-Period.
               10  WS-Check-Year             PIC 9(04).
               10  WS-Check-Month            PIC 9(02).
           05  WS-Closed-Period          PIC 9(06).
           05  WS-Open-Post-Date         PIC 9(08).
           05  WS-Period-Closed-Sw       PIC X Value space.
               88  PERIOD-CLOSED             Value 'Y'.
      *    The date a payment's summary rows are booked under: the
      *    date paid, or the first open day when that falls in a
      *    closed accounting period.
           05  WS-Pmt-Post-Date          PIC X(08).
           05  WS-Period-Moved-Count     PIC 9(09) Value 0.
           05  WS-Period-Moved-Amount    PIC S9(13)V99 COMP-3 Value 0.
       01  WS-Automatch-Control.
           05  WS-Automatch-Found        PIC X Value space.
               88  PAYMENT-AUTO-MATCHED      Value 'Y'.
           EVALUATE TRUE
               WHEN PARM-REPROCESS-KEY(1:8) EQUAL '*REPORTS'
                   SET REPORT-ONLY-MODE TO TRUE
                   MOVE 'REPORTS' TO WS-Step-Key
               WHEN PARM-REPROCESS-KEY(1:7) EQUAL 'STREAM='
                   SET STREAM-MODE TO TRUE
                   MOVE PARM-REPROCESS-KEY(8:1) TO WS-Stream-Id
                   STRING 'STREAM ' DELIMITED BY SIZE
                       WS-Stream-Id DELIMITED BY SIZE
                     INTO WS-Step-Key
               WHEN PARM-REPROCESS-KEY NOT EQUAL SPACES
                   SET REPROCESSING-ONE-PAYMENT TO TRUE
           END-EVALUATE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                     TO WS-Business-Date
                   Perform 1140-READ-PROCESS-CONTROL
                   Perform 1060-CHECK-CYCLE-LEDGER
                   Perform 3050-WRITE-COMPLETION-CHECKPOINT
                   Perform 4000-CUSTOMER-SUBTOTAL-REPORT
                   Perform 5000-TAX-REMITTANCE-REPORT
                   Perform 3046-WRITE-MERGED-RUN-STATS
                   Perform 3900-RECORD-CYCLE-LEDGER
               WHEN REPROCESSING-ONE-PAYMENT
                   Perform 1000-Initialize
                   Perform 2050-REPROCESS-ONE-PAYMENT
                       Perform 4000-CUSTOMER-SUBTOTAL-REPORT
                       Perform 5000-TAX-REMITTANCE-REPORT
                   END-IF
                   Perform 3900-RECORD-CYCLE-LEDGER
           END-EVALUATE
           Goback
           .
           IF REPROCESSING-ONE-PAYMENT
               PERFORM 1120-OPEN-PAYMENTS-INDEXED
           ELSE
               PERFORM 1140-READ-PROCESS-CONTROL
               PERFORM 1060-CHECK-CYCLE-LEDGER
               PERFORM 1100-OPEN-PAYMENTS-IN
               PERFORM 1150-RESTART-REPOSITION
               PERFORM 1400-OPEN-SUSPENSE-FILES
               PERFORM 1410-OPEN-REVERSAL-FILES
               PERFORM 1420-OPEN-REMITTANCE-IN
           END-IF
           PERFORM 1180-LOAD-APPLIED-PAYMENTS
           PERFORM 1430-LOAD-PAYMENT-PLANS
           PERFORM 1440-LOAD-TAX-EXEMPTIONS
           PERFORM 1450-OPEN-DISCOUNT-FILES
           PERFORM 1460-LOAD-ACCOUNTING-PERIODS
           PERFORM 1470-OPEN-PERIOD-MOVE-REPORT
           PERFORM 1200-OPEN-PAYMENT-SUMMARY
           PERFORM 1300-OPEN-PAYMENT-ERRORS
           PERFORM 1390-OPEN-APPLIED-PAYMENTS-LOG
               PERFORM 9999-ABORT
           END-IF
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
       1140-READ-PROCESS-CONTROL.
      *    Operations supplies the run controls on PAYCTL.  When the
      *    control file is absent the suspense night limit keeps its
      *    default, matching how the cycle behaved before the control
      *    file existed.  The cycle number tells apart the posting
      *    cycles run for one business date (the noon and evening
      *    lockbox cycles, then the end-of-day run); zero means the
      *    day's only cycle.
           OPEN INPUT PROCESS-CONTROL
           EVALUATE TRUE
               WHEN PAYCTL-OK
                       END-IF
                       MOVE CTL-SUSPENSE-MAX-NIGHTS
                         TO WS-Suspense-Max-Nights
                       IF CTL-CYCLE-NUMBER GREATER ZERO
                           MOVE CTL-CYCLE-NUMBER TO WS-Cycle-Number
                       END-IF
                   END-IF
                   CLOSE PROCESS-CONTROL
                   PERFORM 1145-LOAD-HOLIDAY-CALENDAR
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1440-LOAD-TAX-EXEMPTIONS.
      *    The tax group's exemption certificates.  An absent file
      *    means no customer is exempt, so every payment is expected
      *    to carry tax.
           OPEN INPUT TAX-EXEMPTIONS
           EVALUATE TRUE
               WHEN TAXEXMPT-OK
                   READ TAX-EXEMPTIONS
                   PERFORM WITH TEST BEFORE
                           UNTIL TAXEXMPT-EOF
                       IF WS-Txc-Count NOT LESS THAN 20000
                           STRING "TAXEXMPT holds more than 20000 "
                               "certificates" DELIMITED BY SIZE
                             INTO WS-ERROR-MESSAGE
                           PERFORM 9999-ABORT
                       END-IF
                       ADD 1 TO WS-Txc-Count
                       SET WS-Txc-Idx TO WS-Txc-Count
                       MOVE TXC-CUSTOMER-ID
                         TO WS-Txc-Customer-ID(WS-Txc-Idx)
                       MOVE TXC-CERT-NUMBER
                         TO WS-Txc-Cert-Number(WS-Txc-Idx)
                       MOVE TXC-STATE
                         TO WS-Txc-State(WS-Txc-Idx)
                       MOVE TXC-EXPIRY-DATE
                         TO WS-Txc-Expiry-Date(WS-Txc-Idx)
                       READ TAX-EXEMPTIONS
                   END-PERFORM
                   CLOSE TAX-EXEMPTIONS
               WHEN TAXEXMPT-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected TAXEXMPT file status on open "
                       DELIMITED BY SIZE
                       TAXEXMPT-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN OUTPUT TAX-EXCEPTION-REPORT
           IF NOT TAXEXCP-OK
               STRING "Unexpected TAXEXCP file status on open "
                   DELIMITED BY SIZE
                   TAXEXCP-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1450-OPEN-DISCOUNT-FILES.
           OPEN EXTEND DISCOUNT-LOG
           IF DISCLOG-NOTFOUND
               OPEN OUTPUT DISCOUNT-LOG
           END-IF
           IF NOT DISCLOG-OK
               STRING "Unexpected DISCLOG file status on open "
                   DELIMITED BY SIZE
                   DISCLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT DISCOUNT-REPORT
           IF NOT DISCRPT-OK
               STRING "Unexpected DISCRPT file status on open "
                   DELIMITED BY SIZE
                   DISCRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1460-LOAD-ACCOUNTING-PERIODS.
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
       1461-TEST-PERIOD-CLOSED.
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
       1462-FIND-FIRST-OPEN-PERIOD.
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
               PERFORM 1461-TEST-PERIOD-CLOSED
           END-PERFORM
           COMPUTE WS-Open-Post-Date = WS-Check-Period * 100 + 1
           .
       1470-OPEN-PERIOD-MOVE-REPORT.
           OPEN OUTPUT PERIOD-MOVE-REPORT
           IF NOT PRDMOVR-OK
               STRING "Unexpected PRDMOVR file status on open "
                   DELIMITED BY SIZE
                   PRDMOVR-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1700-PROCESS-REVERSALS.
      *    Back out returned payments before anything else posts, so
      *    a replacement payment arriving in tonight's feed is no
           SUBTRACT REV-AMOUNT FROM INV-AMOUNT-PAID
           SUBTRACT REV-TAX    FROM INV-TAX-PAID
           MOVE INV-DUE-DATE TO WS-Original-Due-Date
      *    A payment that earned an early-payment discount no longer
      *    settled the invoice inside the window once it bounces, so
      *    the discount comes back onto AMTDUE before the invoice is
      *    re-aged.
           PERFORM 1782-FIND-EARNED-DISCOUNT
           IF EARNED-DISCOUNT-FOUND
               MOVE INV-AMOUNT-DUE TO WS-Disc-Discounted-Due
               ADD WS-Disc-Taken-Back TO INV-AMOUNT-DUE
           END-IF
           EVALUATE TRUE
               WHEN INV-AMOUNT-PAID GREATER INV-AMOUNT-DUE
                   SET INV-OVERPAID TO TRUE
           END-EVALUATE
           MOVE 'V' TO AUD-ACTION
           PERFORM 2780-UPDATE-INVOICE
           IF EARNED-DISCOUNT-FOUND
               PERFORM 1786-TAKE-BACK-DISCOUNT
           END-IF
      *    Mark the in-memory entry and append the 'R' marker to the
      *    log so the duplicate check stops blocking a replacement
      *    payment, tonight and on every later reload of PMTAPPLD.
           MOVE REV-INVOICE-NUMBER TO REV-RPT-INVOICE
           MOVE REV-DATE-PAID      TO REV-RPT-DATE-PAID
           MOVE REV-AMOUNT         TO REV-RPT-AMOUNT
           IF EARNED-DISCOUNT-FOUND
               MOVE "REVERSED - DISCOUNT RESTORED" TO REV-RPT-LABEL
               MOVE INV-AMOUNT-DUE TO REV-RPT-RESTORED-DUE
           ELSE
               MOVE "REVERSED" TO REV-RPT-LABEL
           END-IF
           PERFORM 1795-WRITE-REVERSAL-RPT-LINE
           .
       1782-FIND-EARNED-DISCOUNT.
      *    DISCLOG holds the discount the reversed payment earned,
      *    keyed by customer, invoice and date paid; a later 'R'
      *    for the same key means it was already taken back.  The
      *    log is read through from the top and then reopened for
      *    the night's appends.  Reversals are few, so one pass
      *    each costs little.
           MOVE SPACE TO WS-Disc-Taken-Back-Sw
           MOVE ZERO  TO WS-Disc-Taken-Back
           Close DISCOUNT-LOG
           OPEN INPUT DISCOUNT-LOG
           IF NOT DISCLOG-OK
               STRING "Unexpected DISCLOG file status on open "
                   DELIMITED BY SIZE
                   DISCLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           READ DISCOUNT-LOG
           PERFORM WITH TEST BEFORE
                   UNTIL NOT DISCLOG-OK
               IF DLOG-CUSTOMER-ID EQUAL REV-CUSTOMER-ID
                       AND DLOG-INVOICE-NUMBER EQUAL REV-INVOICE-NUMBER
                       AND DLOG-DATE-PAID EQUAL REV-DATE-PAID
                   EVALUATE DLOG-TYPE
                       WHEN 'E'
                           SET EARNED-DISCOUNT-FOUND TO TRUE
                           MOVE DLOG-DISCOUNT TO WS-Disc-Taken-Back
                       WHEN 'R'
                           MOVE SPACE TO WS-Disc-Taken-Back-Sw
                           MOVE ZERO  TO WS-Disc-Taken-Back
                   END-EVALUATE
               END-IF
               READ DISCOUNT-LOG
           END-PERFORM
           IF NOT DISCLOG-EOF
               STRING "Unexpected DISCLOG file status on read "
                   DELIMITED BY SIZE
                   DISCLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           Close DISCOUNT-LOG
           OPEN EXTEND DISCOUNT-LOG
           IF NOT DISCLOG-OK
               STRING "Unexpected DISCLOG file status on open "
                   DELIMITED BY SIZE
                   DISCLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1786-TAKE-BACK-DISCOUNT.
      *    The 'R' entry on DISCLOG is what PMTGLX journals back out
      *    of sales discounts; the audit image carries AMTDUE before
      *    and after in the TAXPAID pair, as the discount's own 'D'
      *    image did, written after the reversal's.
           MOVE REV-CUSTOMER-ID        TO DLOG-CUSTOMER-ID
           MOVE REV-INVOICE-NUMBER     TO DLOG-INVOICE-NUMBER
           MOVE 'R'                    TO DLOG-TYPE
           MOVE WS-Business-Date       TO DLOG-POST-DATE
           MOVE REV-DATE-PAID          TO DLOG-DATE-PAID
           MOVE ZERO                   TO DLOG-WINDOW-END
           MOVE INV-AMOUNT-DUE         TO DLOG-INVOICE-AMOUNT
           MOVE WS-Disc-Taken-Back     TO DLOG-DISCOUNT
           WRITE DLOG-REC
           IF NOT DISCLOG-OK
               STRING "Unexpected DISCLOG file status on write "
                   DELIMITED BY SIZE
                   DISCLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE PMT-INVOICE-NUMBER TO AUD-INVOICE-NUMBER
                                      AUD-PMT-INVOICE
           MOVE PMT-CUSTOMER-ID    TO AUD-CUSTOMER-ID
           MOVE WS-Business-Date   TO AUD-RUN-DATE
           MOVE 'D'                TO AUD-ACTION
           MOVE PMT-DATE-PAID      TO AUD-PMT-DATE-PAID
           MOVE INV-LAST-PAY-DATE  TO AUD-OLD-LASTPAY
                                      AUD-NEW-LASTPAY
           MOVE INV-DUE-DATE       TO AUD-OLD-DUEDATE
                                      AUD-NEW-DUEDATE
           MOVE INV-AMOUNT-PAID    TO AUD-OLD-AMTPAID
                                      AUD-NEW-AMTPAID
           MOVE WS-Disc-Discounted-Due TO AUD-OLD-AMTDUE
           MOVE INV-AMOUNT-DUE     TO AUD-NEW-AMTDUE
           MOVE INV-STATUS         TO AUD-OLD-STATUS
                                      AUD-NEW-STATUS
           PERFORM 2788-WRITE-AUDIT-REC
           MOVE SPACES TO DISC-RPT-LINE
           MOVE REV-CUSTOMER-ID        TO DISC-RPT-CUSTOMER-ID
           MOVE REV-INVOICE-NUMBER     TO DISC-RPT-INVOICE
           MOVE REV-DATE-PAID          TO DISC-RPT-DATE-PAID
           MOVE INV-AMOUNT-DUE         TO DISC-RPT-INVOICE-AMT
           MOVE WS-Disc-Taken-Back     TO DISC-RPT-DISCOUNT
           MOVE "DISCOUNT TAKEN BACK - PAYMENT REVERSED"
             TO DISC-RPT-LABEL
           ADD 1 TO WS-Disc-Reversed-Count
           ADD WS-Disc-Taken-Back TO WS-Disc-Reversed-Amount
           PERFORM 2728-WRITE-DISCOUNT-RPT-LINE
           .
       1790-WRITE-REVERSAL-ERROR.
      *    REV-RPT-LABEL is set by the caller; fill in the rest of
      *    the detail line so the register shows which transaction
               WHEN CKPT-OK
                   READ CHECKPOINT-FILE
                   MOVE CKPT-RECORD-COUNT TO WS-RESTART-COUNT
                   MOVE CKPT-BUSINESS-DATE TO WS-Checkpoint-Date
                   MOVE CKPT-CYCLE-NUMBER TO WS-Checkpoint-Cycle
                   CLOSE CHECKPOINT-FILE
      *            A count of zero means PMTCKPT holds the completion
      *            sentinel written by 3050-WRITE-COMPLETION-CHECKPOINT
      *            after the prior run finished cleanly -- nothing to
      *            reposition past.
                   IF WS-RESTART-COUNT GREATER ZERO
                       PERFORM 1155-CHECK-CHECKPOINT-CYCLE
                       PERFORM 1160-SKIP-ONE-PAYMENT
                       PERFORM WITH TEST BEFORE
                               UNTIL WS-RECORDS-READ NOT LESS THAN
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1155-CHECK-CHECKPOINT-CYCLE.
      *    A mid-run checkpoint belongs to the feed of the cycle that
      *    wrote it.  If that cycle never finished, a later cycle's
      *    feed must not be skipped by its count -- the unfinished
      *    cycle has to be rerun to completion first.
           IF WS-Checkpoint-Date NOT EQUAL WS-Business-Date
              OR WS-Checkpoint-Cycle NOT EQUAL WS-Cycle-Number
               STRING "PMTCKPT holds an unfinished checkpoint for "
                       DELIMITED BY SIZE
                       "business date " DELIMITED BY SIZE
                       WS-Checkpoint-Date DELIMITED BY SIZE
                       " cycle " DELIMITED BY SIZE
                       WS-Checkpoint-Cycle DELIMITED BY SIZE
                       " - rerun that cycle to completion first"
                       DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1160-SKIP-ONE-PAYMENT.
           READ PAYMENTS-IN
           EVALUATE TRUE
           MOVE WS-RECORDS-READ    TO CKPT-RECORD-COUNT
           MOVE PMT-CUSTOMER-ID    TO CKPT-CUSTOMER-ID
           MOVE PMT-INVOICE-NUMBER TO CKPT-INVOICE-NUMBER
           MOVE WS-Business-Date   TO CKPT-BUSINESS-DATE
           MOVE WS-Cycle-Number    TO CKPT-CYCLE-NUMBER
           WRITE CKPT-REC
           CLOSE CHECKPOINT-FILE
           .
       2250-SELECT-CUSTOMER.
      * See if the customer is in the database
           EXEC SQL
               SELECT CUSTID, CUSTNAME, TERMS, DISCPCT, DISCDAYS
                   INTO :CUST-ID, :CUST-NAME, :CUST-TERMS,
                        :CUST-DISC-PCT, :CUST-DISC-DAYS
               FROM THING.CUSTOMER
               WHERE CUSTID = :PMT-CUSTOMER-ID
           END-EXEC
           IF SQLCODE EQUAL 100
               PERFORM 2255-REDIRECT-MERGED-CUSTOMER
           END-IF
           IF SQLCODE EQUAL ZERO
               PERFORM 2260-DERIVE-TERMS-DAYS
           END-IF
           .
       2255-REDIRECT-MERGED-CUSTOMER.
      *    A customer merged away by CUSTMNT is gone from the master,
      *    but remitters keep sending the old ID for a while.  Such a
      *    payment posts to the surviving customer, which from here
      *    on is the customer it is recorded under everywhere.
           EXEC SQL
               SELECT NEWCUSTID
                   INTO :CUST-ID
               FROM THING.CUSTMRG
               WHERE OLDCUSTID = :PMT-CUSTOMER-ID
           END-EXEC
           IF SQLCODE EQUAL ZERO
               MOVE CUST-ID TO PMT-CUSTOMER-ID
               EXEC SQL
                   SELECT CUSTID, CUSTNAME, TERMS, DISCPCT, DISCDAYS
                       INTO :CUST-ID, :CUST-NAME, :CUST-TERMS,
                            :CUST-DISC-PCT, :CUST-DISC-DAYS
                   FROM THING.CUSTOMER
                   WHERE CUSTID = :PMT-CUSTOMER-ID
               END-EXEC
           END-IF
           .
       2260-DERIVE-TERMS-DAYS.
      *    Contract terms drive both the next-due-date roll and the
      *    aging thresholds.  An unrecognized or blank terms code
           MOVE INV-DUE-DATE TO WS-Original-Due-Date
           MOVE ZERO TO WS-Overpay-Excess

           PERFORM 2745-CHECK-PAYMENT-PERIOD

           PERFORM 2705-DRAW-DOWN-CREDIT

           ADD PMT-AMOUNT-PAID TO INV-AMOUNT-PAID
           ADD PMT-TAX-PAID TO INV-TAX-PAID

           PERFORM 2725-CHECK-PROMPT-DISCOUNT

           MOVE WS-Business-Date TO WS-Date-YYYYMMDD
           MOVE WS-Date-YYYYMMDD TO INV-LAST-PAY-DATE


           PERFORM 2780-UPDATE-INVOICE

           IF NOT NO-DISCOUNT-TAKEN
               PERFORM 2726-RECORD-DISCOUNT
           END-IF

           PERFORM 2790-RECORD-APPLIED-PAYMENT

           IF WS-Overpay-Excess GREATER ZERO
               PERFORM 2735-WRITE-SPREAD-SUMMARY
           END-IF
           .
       2725-CHECK-PROMPT-DISCOUNT.
      *    A customer on discount terms (2/10 NET30 and the like) may
      *    settle an untouched invoice for its amount less the
      *    discount by paying within the discount days of the
      *    invoice date -- the net due date less the terms days.
      *    Inside the window the short amount comes off AMTDUE, the
      *    way a PMTADJ credit memo lowers it, so AMTPAID stays the
      *    cash received and the invoice closes paid.  A discount
      *    taken after the window is unearned: the short amount
      *    stays open and ages like any other balance.
           SET NO-DISCOUNT-TAKEN TO TRUE
           IF CUST-DISC-PCT GREATER ZERO
                   AND CUST-DISC-DAYS GREATER ZERO
                   AND WS-Before-Amt-Paid EQUAL ZERO
                   AND WS-Before-Status NOT EQUAL 'W'
                   AND INV-AMOUNT-PAID LESS INV-AMOUNT-DUE
               COMPUTE WS-Disc-Allowed ROUNDED =
                   INV-AMOUNT-DUE * CUST-DISC-PCT / 100
               END-COMPUTE
               COMPUTE WS-Disc-Shortfall =
                   INV-AMOUNT-DUE - INV-AMOUNT-PAID
               END-COMPUTE
               IF WS-Disc-Shortfall NOT GREATER WS-Disc-Allowed
                   COMPUTE WS-Date-Integer =
                       FUNCTION INTEGER-OF-DATE(WS-Original-Due-Date)
                       - CUST-TERMS-DAYS + CUST-DISC-DAYS
                   END-COMPUTE
                   COMPUTE WS-Disc-Window-End =
                       FUNCTION DATE-OF-INTEGER(WS-Date-Integer)
                   END-COMPUTE
                   IF PMT-DATE-PAID IS NUMERIC
                       MOVE PMT-DATE-PAID TO WS-Disc-Paid-Date
                   ELSE
                       MOVE WS-Business-Date TO WS-Disc-Paid-Date
                   END-IF
                   MOVE INV-AMOUNT-DUE TO WS-Disc-Old-Amount-Due
                   IF WS-Disc-Paid-Date NOT GREATER WS-Disc-Window-End
                       SET DISCOUNT-EARNED TO TRUE
                       SUBTRACT WS-Disc-Shortfall FROM INV-AMOUNT-DUE
                   ELSE
                       SET DISCOUNT-UNEARNED TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       2726-RECORD-DISCOUNT.
      *    Every discount taken goes on the permanent DISCLOG and the
      *    DISCRPT report; an earned one also gets an audit image of
      *    the AMTDUE it lowered.
           MOVE PMT-CUSTOMER-ID        TO DLOG-CUSTOMER-ID
           MOVE PMT-INVOICE-NUMBER     TO DLOG-INVOICE-NUMBER
           MOVE WS-Disc-Type           TO DLOG-TYPE
           MOVE WS-Business-Date       TO DLOG-POST-DATE
           MOVE PMT-DATE-PAID          TO DLOG-DATE-PAID
           MOVE WS-Disc-Window-End     TO DLOG-WINDOW-END
           MOVE WS-Disc-Old-Amount-Due TO DLOG-INVOICE-AMOUNT
           MOVE WS-Disc-Shortfall      TO DLOG-DISCOUNT
           WRITE DLOG-REC
           IF NOT DISCLOG-OK
               STRING "Unexpected DISCLOG file status on write "
                   DELIMITED BY SIZE
                   DISCLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE SPACES TO DISC-RPT-LINE
           MOVE PMT-CUSTOMER-ID        TO DISC-RPT-CUSTOMER-ID
           MOVE PMT-INVOICE-NUMBER     TO DISC-RPT-INVOICE
           MOVE PMT-DATE-PAID          TO DISC-RPT-DATE-PAID
           MOVE WS-Disc-Old-Amount-Due TO DISC-RPT-INVOICE-AMT
           MOVE WS-Disc-Shortfall      TO DISC-RPT-DISCOUNT
           IF DISCOUNT-EARNED
               MOVE "DISCOUNT EARNED - INVOICE SETTLED"
                 TO DISC-RPT-LABEL
               ADD 1 TO WS-Disc-Earned-Count
               ADD WS-Disc-Shortfall TO WS-Disc-Earned-Amount
               PERFORM 2727-WRITE-DISCOUNT-AUDIT
           ELSE
               STRING "UNEARNED DISCOUNT - WINDOW CLOSED "
                   DELIMITED BY SIZE
                   WS-Disc-Window-End DELIMITED BY SIZE
                 INTO DISC-RPT-LABEL
               ADD 1 TO WS-Disc-Unearned-Count
               ADD WS-Disc-Shortfall TO WS-Disc-Unearned-Amount
           END-IF
           PERFORM 2728-WRITE-DISCOUNT-RPT-LINE
           .
       2727-WRITE-DISCOUNT-AUDIT.
      *    Written after the payment's own image, so the trail reads
      *    as the cash posting followed by the discount that closed
      *    the invoice.
           MOVE PMT-INVOICE-NUMBER TO AUD-INVOICE-NUMBER
                                      AUD-PMT-INVOICE
           MOVE PMT-CUSTOMER-ID    TO AUD-CUSTOMER-ID
           MOVE WS-Business-Date   TO AUD-RUN-DATE
           MOVE 'D'                TO AUD-ACTION
           MOVE PMT-DATE-PAID      TO AUD-PMT-DATE-PAID
           MOVE INV-LAST-PAY-DATE  TO AUD-OLD-LASTPAY
                                      AUD-NEW-LASTPAY
           MOVE INV-DUE-DATE       TO AUD-OLD-DUEDATE
                                      AUD-NEW-DUEDATE
           MOVE INV-AMOUNT-PAID    TO AUD-OLD-AMTPAID
                                      AUD-NEW-AMTPAID
           MOVE WS-Disc-Old-Amount-Due TO AUD-OLD-AMTDUE
           MOVE INV-AMOUNT-DUE     TO AUD-NEW-AMTDUE
           MOVE INV-STATUS         TO AUD-OLD-STATUS
                                      AUD-NEW-STATUS
           PERFORM 2788-WRITE-AUDIT-REC
           .
       2728-WRITE-DISCOUNT-RPT-LINE.
           WRITE DISC-RPT-LINE
           IF NOT DISCRPT-OK
               STRING "Unexpected DISCRPT file status on write "
                   DELIMITED BY SIZE
                   DISCRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2730-UPDATE-SPREAD-INVOICE.
           EXEC SQL
               UPDATE THING.INVOICE
           MOVE SPD-NUMBER         TO PAY-INVOICE-NUMBER
           MOVE WS-Spread-Portion  TO PAY-AMOUNT-PAID
           MOVE ZERO               TO PAY-TAX-PAID
           MOVE WS-Pmt-Post-Date   TO PAY-DATE-RECEIVED
           MOVE SPD-STATUS         TO PAY-STATUS
           ADD PAY-AMOUNT-PAID TO WS-Night-Applied-Cash
           WRITE PAY-SUMMARY-REC
           MOVE '*CREDIT*'         TO PAY-INVOICE-NUMBER
           MOVE WS-Overpay-Excess  TO PAY-AMOUNT-PAID
           MOVE ZERO               TO PAY-TAX-PAID
           MOVE WS-Pmt-Post-Date   TO PAY-DATE-RECEIVED
           MOVE 'O'                TO PAY-STATUS
           ADD PAY-AMOUNT-PAID TO WS-Night-Applied-Cash
           ADD WS-Overpay-Excess TO WS-Night-Credit-Banked
               PERFORM 9999-ABORT
           END-IF
           .
       2745-CHECK-PAYMENT-PERIOD.
      *    The summary rows carry the date paid into the statement
      *    and tax remittance months.  A payment dated in a period
      *    accounting has closed is booked on the first day of the
      *    first open period instead and listed on PRDMOVR; the
      *    payment history, audit trail and discount test keep the
      *    actual date paid.
           MOVE PMT-DATE-PAID TO WS-Pmt-Post-Date
           MOVE PMT-DATE-PAID(1:6) TO WS-Check-Period
           PERFORM 1461-TEST-PERIOD-CLOSED
           IF PERIOD-CLOSED
               PERFORM 1462-FIND-FIRST-OPEN-PERIOD
               MOVE WS-Open-Post-Date TO WS-Pmt-Post-Date
               ADD 1 TO WS-Period-Moved-Count
               ADD PMT-AMOUNT-PAID TO WS-Period-Moved-Amount
               MOVE SPACES TO PMV-RPT-LINE
               MOVE PMT-CUSTOMER-ID    TO PMV-RPT-CUSTOMER-ID
               MOVE PMT-INVOICE-NUMBER TO PMV-RPT-INVOICE
               MOVE PMT-DATE-PAID      TO PMV-RPT-DATE-PAID
               MOVE PMT-AMOUNT-PAID    TO PMV-RPT-AMOUNT
               MOVE WS-Pmt-Post-Date   TO PMV-RPT-POST-DATE
               STRING "MOVED FROM CLOSED PERIOD " DELIMITED BY SIZE
                       WS-Closed-Period DELIMITED BY SIZE
                 INTO PMV-RPT-LABEL
               PERFORM 2746-WRITE-PERIOD-MOVE-RPT-LINE
           END-IF
           .
       2746-WRITE-PERIOD-MOVE-RPT-LINE.
           WRITE PMV-RPT-LINE
           IF NOT PRDMOVR-OK
               STRING "Unexpected PRDMOVR file status on write "
                   DELIMITED BY SIZE
                   PRDMOVR-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2760-EVALUATE-AGING.
           MOVE WS-Business-Date TO WS-Today-YYYYMMDD
           COMPUTE WS-Due-Date-Integer =
               UPDATE THING.INVOICE
                   SET LASTPAY = TO_DATE(:INV-LAST-PAY-DATE,'YYYYMMDD'),
                       DUEDATE = TO_DATE(:INV-DUE-DATE, 'YYYYMMDD'),
                       AMTDUE = :INV-AMOUNT-DUE,
                       AMTPAID = :INV-AMOUNT-PAID,
                       TAXPAID = :INV-TAX-PAID,
                       STATUS = :INV-STATUS
           MOVE PMT-AMOUNT-PAID TO WS-Hist-Amount
           MOVE PMT-TAX-PAID TO WS-Hist-Tax
           PERFORM 2797-RECORD-PAYMENT-HISTORY
           PERFORM 2792-CHECK-TAX-EXEMPTION
           .
       2792-CHECK-TAX-EXEMPTION.
      *    Hold the tax on each applied payment against the
      *    customer's exemption certificates.  Payments carry no
      *    state, so any certificate still in force makes the
      *    customer exempt.  Exceptions are reported to the tax
      *    group on TAXEXCP; the payment itself still posts.
           SET CUSTOMER-NOT-EXEMPT TO TRUE
           MOVE SPACES TO WS-Txc-Found-Cert
                          WS-Txc-Found-State
           MOVE ZERO TO WS-Txc-Found-Expiry
           PERFORM VARYING WS-Txc-Idx FROM 1 BY 1
                   UNTIL WS-Txc-Idx > WS-Txc-Count
                      OR CUSTOMER-EXEMPT
               IF WS-Txc-Customer-ID(WS-Txc-Idx) EQUAL
                       PMT-CUSTOMER-ID
                   IF WS-Txc-Expiry-Date(WS-Txc-Idx) EQUAL ZERO
                   OR WS-Txc-Expiry-Date(WS-Txc-Idx)
                           NOT LESS THAN WS-Business-Date
                       SET CUSTOMER-EXEMPT TO TRUE
                       MOVE WS-Txc-Cert-Number(WS-Txc-Idx)
                         TO WS-Txc-Found-Cert
                       MOVE WS-Txc-State(WS-Txc-Idx)
                         TO WS-Txc-Found-State
                   ELSE
                       IF WS-Txc-Expiry-Date(WS-Txc-Idx)
                               GREATER WS-Txc-Found-Expiry
                           SET EXEMPTION-EXPIRED TO TRUE
                           MOVE WS-Txc-Cert-Number(WS-Txc-Idx)
                             TO WS-Txc-Found-Cert
                           MOVE WS-Txc-State(WS-Txc-Idx)
                             TO WS-Txc-Found-State
                           MOVE WS-Txc-Expiry-Date(WS-Txc-Idx)
                             TO WS-Txc-Found-Expiry
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO TAX-EXC-RPT-LINE
           EVALUATE TRUE
               WHEN CUSTOMER-EXEMPT AND PMT-TAX-PAID GREATER ZERO
                   STRING "TAX PAID BY EXEMPT CUSTOMER - CERT "
                       DELIMITED BY SIZE
                       WS-Txc-Found-Cert DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-Txc-Found-State DELIMITED BY SIZE
                     INTO TAX-EXC-LABEL
                   ADD 1 TO WS-Tax-Exempt-Paid-Count
               WHEN EXEMPTION-EXPIRED AND PMT-TAX-PAID EQUAL ZERO
                   STRING "NO TAX - EXEMPTION CERT "
                       DELIMITED BY SIZE
                       WS-Txc-Found-Cert DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-Txc-Found-State DELIMITED BY SIZE
                       " EXPIRED " DELIMITED BY SIZE
                       WS-Txc-Found-Expiry DELIMITED BY SIZE
                     INTO TAX-EXC-LABEL
                   ADD 1 TO WS-Tax-Cert-Expired-Count
               WHEN CUSTOMER-NOT-EXEMPT AND PMT-TAX-PAID EQUAL ZERO
                   MOVE "NO TAX FROM NON-EXEMPT CUSTOMER"
                     TO TAX-EXC-LABEL
                   ADD 1 TO WS-Tax-Not-Paid-Count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF TAX-EXC-LABEL NOT EQUAL SPACES
               MOVE PMT-CUSTOMER-ID    TO TAX-EXC-CUSTOMER-ID
               MOVE PMT-INVOICE-NUMBER TO TAX-EXC-INVOICE
               MOVE PMT-DATE-PAID      TO TAX-EXC-DATE-PAID
               MOVE PMT-AMOUNT-PAID    TO TAX-EXC-AMOUNT
               MOVE PMT-TAX-PAID       TO TAX-EXC-TAX
               PERFORM 2793-WRITE-TAX-EXCEPTION-LINE
           END-IF
           .
       2793-WRITE-TAX-EXCEPTION-LINE.
           WRITE TAX-EXC-RPT-LINE
           IF NOT TAXEXCP-OK
               STRING "Unexpected TAXEXCP file status on write "
                   DELIMITED BY SIZE
                   TAXEXCP-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       2750-WRITE-PAYMENT-SUMMARY.
               PMT-AMOUNT-PAID - WS-Overpay-Excess
           END-COMPUTE
           MOVE PMT-TAX-PAID       TO PAY-TAX-PAID
           MOVE WS-Pmt-Post-Date   TO PAY-DATE-RECEIVED
           MOVE INV-STATUS         TO PAY-STATUS
           ADD PAY-AMOUNT-PAID TO WS-Night-Applied-Cash
           WRITE PAY-SUMMARY-REC
                        PMT-CUSTOMER-ID DELIMITED BY SIZE 
                      INTO ERR-DESCRIPTION      
           END-EVALUATE
           MOVE PMT-CUSTOMER-ID TO ERR-CUSTOMER-ID
           MOVE PMT-INVOICE-NUMBER TO ERR-INVOICE-NUMBER
           MOVE PMT-DATE-PAID TO ERR-DATE-RECEIVED
           MOVE PMT-AMOUNT-PAID TO ERR-AMOUNT
           MOVE PMT-TAX-PAID TO ERR-TAX-PAID
           MOVE PMT-TRACE-NUMBER TO ERR-TRACE-NUMBER
           ADD 1 TO WS-Night-Rejected-Count
           ADD PMT-AMOUNT-PAID TO WS-Night-Rejected-Cash
           MOVE 'E' TO WS-Hist-Disposition
                   PERFORM 3045-WRITE-RUN-STATISTICS
               END-IF
           END-IF
           PERFORM 3060-WRITE-TAX-EXCEPTION-TOTALS
           Close TAX-EXCEPTION-REPORT
           PERFORM 3065-WRITE-DISCOUNT-TOTALS
           Close DISCOUNT-REPORT
           PERFORM 3066-WRITE-PERIOD-MOVE-TOTALS
           Close PERIOD-MOVE-REPORT
           Close DISCOUNT-LOG
           Close PAYMENT-SUMMARY
           Close PAYMENT-ERRORS
           IF STREAM-MODE
           MOVE ZERO   TO CKPT-RECORD-COUNT
           MOVE SPACES TO CKPT-CUSTOMER-ID
                          CKPT-INVOICE-NUMBER
           MOVE WS-Business-Date TO CKPT-BUSINESS-DATE
           MOVE WS-Cycle-Number  TO CKPT-CYCLE-NUMBER
           WRITE CKPT-REC
           CLOSE CHECKPOINT-FILE
           .
           MOVE WS-Reversal-Error-Count TO REV-RPT-TOTAL-COUNT
           PERFORM 1795-WRITE-REVERSAL-RPT-LINE
           .
       3060-WRITE-TAX-EXCEPTION-TOTALS.
           MOVE SPACES TO TAX-EXC-RPT-LINE
           MOVE "TAX PAID BY EXEMPT CUSTOMERS" TO TAX-EXC-TOTAL-LABEL
           MOVE WS-Tax-Exempt-Paid-Count TO TAX-EXC-TOTAL-COUNT
           PERFORM 2793-WRITE-TAX-EXCEPTION-LINE
           MOVE SPACES TO TAX-EXC-RPT-LINE
           MOVE "NO TAX - EXEMPTION CERT EXPIRED" TO TAX-EXC-TOTAL-LABEL
           MOVE WS-Tax-Cert-Expired-Count TO TAX-EXC-TOTAL-COUNT
           PERFORM 2793-WRITE-TAX-EXCEPTION-LINE
           MOVE SPACES TO TAX-EXC-RPT-LINE
           MOVE "NO TAX FROM NON-EXEMPT CUSTOMERS"
             TO TAX-EXC-TOTAL-LABEL
           MOVE WS-Tax-Not-Paid-Count TO TAX-EXC-TOTAL-COUNT
           PERFORM 2793-WRITE-TAX-EXCEPTION-LINE
           .
       3065-WRITE-DISCOUNT-TOTALS.
           MOVE SPACES TO DISC-RPT-LINE
           MOVE "EARLY-PAYMENT DISCOUNTS EARNED" TO DISC-RPT-TOTAL-LABEL
           MOVE WS-Disc-Earned-Count TO DISC-RPT-TOTAL-COUNT
           MOVE WS-Disc-Earned-Amount TO DISC-RPT-TOTAL-AMOUNT
           PERFORM 2728-WRITE-DISCOUNT-RPT-LINE
           MOVE SPACES TO DISC-RPT-LINE
           MOVE "UNEARNED DISCOUNTS LEFT OPEN" TO DISC-RPT-TOTAL-LABEL
           MOVE WS-Disc-Unearned-Count TO DISC-RPT-TOTAL-COUNT
           MOVE WS-Disc-Unearned-Amount TO DISC-RPT-TOTAL-AMOUNT
           PERFORM 2728-WRITE-DISCOUNT-RPT-LINE
           MOVE SPACES TO DISC-RPT-LINE
           MOVE "DISCOUNTS TAKEN BACK ON REVERSAL"
             TO DISC-RPT-TOTAL-LABEL
           MOVE WS-Disc-Reversed-Count TO DISC-RPT-TOTAL-COUNT
           MOVE WS-Disc-Reversed-Amount TO DISC-RPT-TOTAL-AMOUNT
           PERFORM 2728-WRITE-DISCOUNT-RPT-LINE
           .
       3066-WRITE-PERIOD-MOVE-TOTALS.
           MOVE SPACES TO PMV-RPT-LINE
           MOVE "PAYMENTS MOVED FROM CLOSED PERIOD" TO
               PMV-RPT-TOTAL-LABEL
           MOVE WS-Period-Moved-Count TO PMV-RPT-TOTAL-COUNT
           MOVE WS-Period-Moved-Amount TO PMV-RPT-TOTAL-AMOUNT
           PERFORM 2746-WRITE-PERIOD-MOVE-RPT-LINE
           .
       3040-WRITE-CONTROL-TOTALS.
           OPEN OUTPUT CONTROL-TOTALS
           IF NOT PMTCTLT-OK
           MOVE WS-Reversal-Amount-Total TO CTLT-REVERSED-CASH
           MOVE WS-Night-Credit-Drawn    TO CTLT-CREDIT-DRAWN
           MOVE WS-Night-Credit-Banked   TO CTLT-CREDIT-BANKED
           MOVE WS-Business-Date         TO CTLT-BUSINESS-DATE
           MOVE WS-Cycle-Number          TO CTLT-CYCLE-NUMBER
           WRITE CTLT-REC
           IF NOT PMTCTLT-OK
               STRING "Unexpected PMTCTLT file status on write "
               DISPLAY "    (REPORTED BY STREAM " WS-Stream-Id ")"
           END-IF
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
           Set ERRORS-FOUND to TRUE
           Display WS-ERROR-MESSAGE
