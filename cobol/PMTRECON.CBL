      * or held), that the independently-summed files agree with the
      * control totals PMTPROG wrote, and that the night's applied
      * cash equals the change in AMTPAID across THING.INVOICE since
      * the prior run's snapshot (allowing for reversals, credit
      * balance movement, credit memos that settled paid invoices,
      * unapplied cash the desk put on account, and the collection
      * agency's money PMTCOLL posted).  Ends with
      * return code zero only when every side ties; an
      * out-of-balance night ends with RC 8 and
      * the one-page report shows which leg broke.  With PARM
      * 'CYCLE' it balances one intraday posting cycle on its own:
      * the file and control-total legs only, since the adjustment
      * feeds and the database snapshot cover the whole day and are
      * proved once by the end-of-day run, which balances the
      * concatenation of every cycle's files for the business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'CREDADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CREDADJ-STATUS.
           SELECT MEMO-ADJUSTMENTS
               ASSIGN TO 'MEMOADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MEMOADJ-STATUS.
           SELECT UNAPPLIED-ADJUSTMENTS
               ASSIGN TO 'UCAADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAADJ-STATUS.
           SELECT COLLECTION-ADJUSTMENTS
               ASSIGN TO 'COLLADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLADJ-STATUS.
           SELECT SNAPSHOT-IN
               ASSIGN TO 'RECONIN'
               ORGANIZATION LINE SEQUENTIAL
               ASSIGN TO 'RECONRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RECONRPT-STATUS.
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
       FD  PAYMENTS-STANDARD
           05  ERR-CODE              PIC X.
           05  ERR-DESCRIPTION       PIC X(80).
           05  ERR-AMOUNT            PIC 9(16)V9(02).
           05  ERR-TAX-PAID          PIC 9(07)V9(02).
           05  ERR-TRACE-NUMBER      PIC X(20).
       FD  CONTROL-TOTALS
           Recording Mode F
           Data Record CTLT-REC.
           05  CTLT-REVERSED-CASH    PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-DRAWN     PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-BANKED    PIC S9(13)V99 COMP-3.
           05  CTLT-BUSINESS-DATE    PIC 9(08).
           05  CTLT-CYCLE-NUMBER     PIC 9(02).
       FD  RECON-ADJUSTMENTS
           Recording Mode F
           Data Record ADJ-REC.
      *    One record per PMTREFND refund run since the last nightly
      *    cycle: cash paid back out of THING.CUSTCRED, which moved
      *    the credit total between snapshots with no AMTPAID
      *    movement.  PMTCHKST writes the refunds it re-credits for
      *    voided and stale-dated checks as negative amounts.
       01  CRADJ-REC.
           05  CRADJ-REFUND-CASH     PIC S9(13)V99 COMP-3.
       FD  MEMO-ADJUSTMENTS
           Recording Mode F
           Data Record MADJ-REC.
      *    One record per PMTADJ memo run since the last nightly
      *    cycle: AMTPAID a credit memo took back off an invoice it
      *    settled, and the same money banked in THING.CUSTCRED.
      *    Memos otherwise move only AMTDUE, which this leg does not
      *    measure.
       01  MADJ-REC.
           05  MADJ-AMTPAID-REDUCED  PIC S9(13)V99 COMP-3.
           05  MADJ-CREDIT-BANKED    PIC S9(13)V99 COMP-3.
       FD  UNAPPLIED-ADJUSTMENTS
           Recording Mode F
           Data Record UADJ-REC.
      *    One record per unapplied-cash ledger item UCAMNT disposed
      *    of since the last nightly cycle.  A 'C' item was banked in
      *    THING.CUSTCRED with no AMTPAID movement; an 'A' item went
      *    back through posting on PMTSTDS and is counted there.
       01  UADJ-REC.
           05  UADJ-TYPE             PIC X.
               88  UADJ-REAPPLIED        VALUE 'A'.
               88  UADJ-ON-ACCOUNT       VALUE 'C'.
           05  UADJ-ITEM-NUMBER      PIC 9(09).
           05  UADJ-CUSTOMER-ID      PIC X(17).
           05  UADJ-DATE-PAID        PIC X(08).
           05  UADJ-AMOUNT           PIC 9(16)V9(02).
       FD  COLLECTION-ADJUSTMENTS
           Recording Mode F
           Data Record CADJ-REC.
      *    One record per PMTCOLL run that posted agency collections
      *    since the last nightly cycle: AMTPAID raised with no
      *    payment through PMTPROG behind it.
       01  CADJ-REC.
           05  CADJ-AMTPAID-RAISED   PIC S9(13)V99 COMP-3.
       FD  SNAPSHOT-IN
           Recording Mode F
           Data Record SNAP-IN-REC.
           Recording Mode F
           Data Record RECON-RPT-LINE.
       01  RECON-RPT-LINE            PIC X(132).
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

               88  CREDADJ-OK            VALUE '00'.
               88  CREDADJ-EOF           VALUE '10'.
               88  CREDADJ-NOTFOUND      VALUE '35'.
           05  MEMOADJ-STATUS        PIC X(02).
               88  MEMOADJ-OK            VALUE '00'.
               88  MEMOADJ-EOF           VALUE '10'.
               88  MEMOADJ-NOTFOUND      VALUE '35'.
           05  UCAADJ-STATUS         PIC X(02).
               88  UCAADJ-OK             VALUE '00'.
               88  UCAADJ-EOF            VALUE '10'.
               88  UCAADJ-NOTFOUND       VALUE '35'.
           05  COLLADJ-STATUS        PIC X(02).
               88  COLLADJ-OK            VALUE '00'.
               88  COLLADJ-EOF           VALUE '10'.
               88  COLLADJ-NOTFOUND      VALUE '35'.
           05  RECONIN-STATUS        PIC X(02).
               88  RECONIN-OK            VALUE '00'.
               88  RECONIN-EOF           VALUE '10'.
               88  RECONIN-NOTFOUND      VALUE '35'.
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
           05  RECONOUT-STATUS       PIC X(02).
               88  RECONOUT-OK           VALUE '00'.
           05  RECONRPT-STATUS       PIC X(02).
           05  WS-Redrive-Count      PIC 9(09) VALUE 0.
           05  WS-Refund-Paid-Out    PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Refund-Count       PIC 9(09) VALUE 0.
           05  WS-Memo-Amtpaid-Reduced PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Memo-Credit-Banked PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Memo-Run-Count     PIC 9(09) VALUE 0.
           05  WS-Unapplied-Credit-Banked
                                     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Unapplied-Credit-Count PIC 9(09) VALUE 0.
           05  WS-Agency-Amtpaid-Raised
                                     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Agency-Run-Count   PIC 9(09) VALUE 0.
           05  WS-Cash-Presented     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Cash-Accounted     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-DB-Delta           PIC S9(15)V99 COMP-3 Value 0.
               88  NIGHT-OUT-OF-BALANCE  Value 'Y'.
           05  WS-Snapshot-Absent    PIC X Value space.
               88  SNAPSHOT-ABSENT       Value 'Y'.
           05  WS-Balancing-Mode     PIC X Value space.
               88  END-OF-DAY-BALANCING  Value space.
               88  INTRADAY-CYCLE        Value 'C'.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-2 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).
           05  WS-SQLCODE-Display    PIC -9(9).
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTRECON'.
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
       LINKAGE SECTION.
       01  PARM-BALANCING-REQUEST.
      *    'CYCLE' balances one intraday posting cycle; spaces (the
      *    end-of-day run) balance the whole business date.
           05  PARM-BALANCING-MODE   PIC X(05).

       PROCEDURE DIVISION USING PARM-BALANCING-REQUEST.
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Perform 3900-RECORD-CYCLE-LEDGER
           Goback
           .
       1000-Initialize.
           IF PARM-BALANCING-MODE EQUAL 'CYCLE'
               SET INTRADAY-CYCLE TO TRUE
               MOVE 'CYCLE' TO WS-Step-Key
           END-IF
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           OPEN OUTPUT BALANCING-REPORT
           IF NOT RECONRPT-OK
               STRING "Unexpected RECONRPT file status on open "
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
           PERFORM 2100-TOTAL-STANDARD-FEED
           PERFORM 2150-TOTAL-REMITTANCE-FEED
               WS-Sum-Amount + WS-Err-Amount + WS-Suspout-Amount
           END-COMPUTE
           MOVE SPACES TO RECON-RPT-LINE
           IF INTRADAY-CYCLE
               STRING "PMTRECON CYCLE BALANCING REPORT - "
                       DELIMITED BY SIZE
                       "BUSINESS DATE " DELIMITED BY SIZE
                       CTLT-BUSINESS-DATE DELIMITED BY SIZE
                       " CYCLE " DELIMITED BY SIZE
                       CTLT-CYCLE-NUMBER DELIMITED BY SIZE
                 INTO RECON-RPT-LINE
           ELSE
               STRING "PMTRECON NIGHTLY BALANCING REPORT - "
                       DELIMITED BY SIZE
                       "BUSINESS DATE " DELIMITED BY SIZE
                       CTLT-BUSINESS-DATE DELIMITED BY SIZE
                       " ALL CYCLES THROUGH " DELIMITED BY SIZE
                       CTLT-CYCLE-NUMBER DELIMITED BY SIZE
                 INTO RECON-RPT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8100-WRITE-BLANK-LINE
           MOVE WS-Std-Amount TO WS-Amount-Formatted
      *    Independent proof against the database: tonight's total
      *    AMTPAID minus the prior snapshot must equal the cash
      *    applied, net of credit-balance movement and reversals.
      *    An intraday cycle leaves this leg, and the snapshot, to
      *    the end-of-day run.
           IF INTRADAY-CYCLE
               PERFORM 8100-WRITE-BLANK-LINE
               MOVE SPACES TO RECON-RPT-LINE
               STRING "INTRADAY CYCLE - DATABASE DELTA CHECK "
                       DELIMITED BY SIZE
                       "LEFT TO THE END-OF-DAY RUN"
                       DELIMITED BY SIZE
                 INTO RECON-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 2710-PROVE-DATABASE-DELTA
           END-IF
           .
       2710-PROVE-DATABASE-DELTA.
           EXEC SQL
               SELECT SUM(AMTPAID)
                   INTO :DB-AMTPAID-TOTAL
           END-IF
           PERFORM 2740-TOTAL-REDRIVE-ADJUSTMENTS
           PERFORM 2745-TOTAL-REFUND-ADJUSTMENTS
           PERFORM 2747-TOTAL-COLLECTION-ADJUSTMENTS
           PERFORM 2748-TOTAL-MEMO-ADJUSTMENTS
           PERFORM 2749-TOTAL-UNAPPLIED-ADJUSTMENTS
           PERFORM 2750-READ-PRIOR-SNAPSHOT
           PERFORM 8100-WRITE-BLANK-LINE
           IF SNAPSHOT-ABSENT
      *        refund run lowered the credit total with no AMTPAID
      *        movement at all, so its total is put back into the
      *        credit delta before that delta adjusts the expected
      *        side.  A PMTADJ credit memo that settled a paid
      *        invoice lowered AMTPAID and raised the credit total
      *        by the same non-cash amount; each is allowed for on
      *        its own side.  Unapplied cash the desk put on account
      *        raised the credit total with no AMTPAID movement and
      *        comes out of the credit delta the same way.  Agency
      *        collections PMTCOLL posted raised AMTPAID with no
      *        payment behind them and join the expected side.
               COMPUTE WS-DB-Expected =
                   WS-Sum-Amount
                       - (WS-Credit-Delta + WS-Refund-Paid-Out
                              - WS-Memo-Credit-Banked
                              - WS-Unapplied-Credit-Banked)
                       - CTLT-REVERSED-CASH
                       + WS-Redrive-Applied
                       - WS-Memo-Amtpaid-Reduced
                       + WS-Agency-Amtpaid-Raised
               END-COMPUTE
               MOVE WS-DB-Delta    TO WS-Amount-Formatted
               MOVE WS-DB-Expected TO WS-Amount-Formatted-2
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       2747-TOTAL-COLLECTION-ADJUSTMENTS.
      *    One record per PMTCOLL run that posted agency money since
      *    the last nightly cycle; an absent file just means none did.
           OPEN INPUT COLLECTION-ADJUSTMENTS
           EVALUATE TRUE
               WHEN COLLADJ-OK
                   READ COLLECTION-ADJUSTMENTS
                   PERFORM WITH TEST BEFORE
                           UNTIL COLLADJ-EOF
                       ADD 1 TO WS-Agency-Run-Count
                       ADD CADJ-AMTPAID-RAISED
                         TO WS-Agency-Amtpaid-Raised
                       READ COLLECTION-ADJUSTMENTS
                   END-PERFORM
                   CLOSE COLLECTION-ADJUSTMENTS
               WHEN COLLADJ-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected COLLADJ file status on open "
                       DELIMITED BY SIZE
                       COLLADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF WS-Agency-Run-Count GREATER ZERO
               MOVE WS-Agency-Amtpaid-Raised TO WS-Amount-Formatted
               MOVE WS-Agency-Run-Count      TO WS-Count-Formatted
               MOVE SPACES TO RECON-RPT-LINE
               STRING "AGENCY COLLECTIONS POSTED     "
                       DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO RECON-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       2748-TOTAL-MEMO-ADJUSTMENTS.
      *    One record per PMTADJ run that banked credit since the
      *    last nightly cycle; an absent file just means none did.
           OPEN INPUT MEMO-ADJUSTMENTS
           EVALUATE TRUE
               WHEN MEMOADJ-OK
                   READ MEMO-ADJUSTMENTS
                   PERFORM WITH TEST BEFORE
                           UNTIL MEMOADJ-EOF
                       ADD 1 TO WS-Memo-Run-Count
                       ADD MADJ-AMTPAID-REDUCED
                         TO WS-Memo-Amtpaid-Reduced
                       ADD MADJ-CREDIT-BANKED
                         TO WS-Memo-Credit-Banked
                       READ MEMO-ADJUSTMENTS
                   END-PERFORM
                   CLOSE MEMO-ADJUSTMENTS
               WHEN MEMOADJ-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected MEMOADJ file status on open "
                       DELIMITED BY SIZE
                       MEMOADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF WS-Memo-Run-Count GREATER ZERO
               MOVE WS-Memo-Credit-Banked TO WS-Amount-Formatted
               MOVE WS-Memo-Run-Count     TO WS-Count-Formatted
               MOVE SPACES TO RECON-RPT-LINE
               STRING "CREDIT MEMOS BANKED AS CREDIT "
                       DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO RECON-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       2749-TOTAL-UNAPPLIED-ADJUSTMENTS.
      *    One record per ledger item UCAMNT disposed of since the
      *    last nightly cycle; only the items put on account move
      *    the credit leg.  An absent file just means none ran.
           OPEN INPUT UNAPPLIED-ADJUSTMENTS
           EVALUATE TRUE
               WHEN UCAADJ-OK
                   READ UNAPPLIED-ADJUSTMENTS
                   PERFORM WITH TEST BEFORE
                           UNTIL UCAADJ-EOF
                       IF UADJ-ON-ACCOUNT
                           ADD 1 TO WS-Unapplied-Credit-Count
                           ADD UADJ-AMOUNT
                             TO WS-Unapplied-Credit-Banked
                       END-IF
                       READ UNAPPLIED-ADJUSTMENTS
                   END-PERFORM
                   CLOSE UNAPPLIED-ADJUSTMENTS
               WHEN UCAADJ-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected UCAADJ file status on open "
                       DELIMITED BY SIZE
                       UCAADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF WS-Unapplied-Credit-Count GREATER ZERO
               MOVE WS-Unapplied-Credit-Banked TO WS-Amount-Formatted
               MOVE WS-Unapplied-Credit-Count  TO WS-Count-Formatted
               MOVE SPACES TO RECON-RPT-LINE
               STRING "UNAPPLIED CASH PUT ON ACCOUNT "
                       DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO RECON-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       2750-READ-PRIOR-SNAPSHOT.
           OPEN INPUT SNAPSHOT-IN
           EVALUATE TRUE
           .
       3000-Housekeeping.
           PERFORM 8100-WRITE-BLANK-LINE
           EVALUATE TRUE
               WHEN NIGHT-OUT-OF-BALANCE AND INTRADAY-CYCLE
                   MOVE "CYCLE DID NOT BALANCE - SEE LEGS FLAGGED ABOVE"
                     TO RECON-RPT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
                   Close BALANCING-REPORT
                   Move 8 to Return-Code
               WHEN NIGHT-OUT-OF-BALANCE
                   MOVE "NIGHT DID NOT BALANCE - SEE LEGS FLAGGED ABOVE"
                     TO RECON-RPT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
                   Close BALANCING-REPORT
                   Move 8 to Return-Code
               WHEN OTHER
                   MOVE "ALL LEGS IN BALANCE" TO RECON-RPT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
                   Close BALANCING-REPORT
           END-EVALUATE
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
