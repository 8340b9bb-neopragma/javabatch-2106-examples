      * payments are excluded from the matching and the deposit
      * total ties to applied + rejected + held from the control
      * totals net of the suspense-in amount -- the same presented
      * cash PMTRECON balances.  Unapplied cash the desk sent back
      * through posting from the UNAPCASH ledger (UCAMNT, 'A' items
      * on UCAADJ) was likewise deposited when it first came in, and
      * is excluded the same way.  Exceptions are reported
      * both ways: payments we accounted for that never showed up in
      * a deposit, and deposits with no corresponding posting.  Ends
      * with return code zero only when everything matched; any
      * exception ends with RC 8 so the PAYNITE stream holds the
      * cleanup steps, the same way PMTRECON's RC 8 does.  The bank
      * deposits a whole business date at once, so this runs only
      * at end of day: every intraday cycle's files are concatenated
      * with the night's, and PMTCTLT is the day's merged control
      * record, which must be for the PAYCTL business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'SUSPOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS SUSPOUT-STATUS.
           SELECT UNAPPLIED-ADJUSTMENTS
               ASSIGN TO 'UCAADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAADJ-STATUS.
           SELECT CONTROL-TOTALS
               ASSIGN TO 'PMTCTLT'
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
       DATA DIVISION.
       File Section.
       FD  BANK-DEPOSITS-IN
           05  ERR-CODE              PIC X.
           05  ERR-DESCRIPTION       PIC X(80).
           05  ERR-AMOUNT            PIC 9(16)V9(02).
           05  ERR-TAX-PAID          PIC 9(07)V9(02).
           05  ERR-TRACE-NUMBER      PIC X(20).
       FD  SUSPENSE-IN
           Recording Mode F
           Data Record SUSP-IN-REC.
           05  SUSP-OUT-EXCH-RATE       PIC 9(03)V9(06).
           05  SUSP-OUT-NIGHTS-HELD     PIC 9(03).
           05  SUSP-OUT-TRACE-NUMBER    PIC X(20).
       FD  UNAPPLIED-ADJUSTMENTS
           Recording Mode F
           Data Record UADJ-REC.
      *    One record per unapplied-cash ledger item UCAMNT disposed
      *    of since the last nightly cycle.  Type 'A' went back into
      *    posting on PMTSTDS; 'C' was banked in THING.CUSTCRED.
       01  UADJ-REC.
           05  UADJ-TYPE             PIC X.
               88  UADJ-REAPPLIED        VALUE 'A'.
               88  UADJ-ON-ACCOUNT       VALUE 'C'.
           05  UADJ-ITEM-NUMBER      PIC 9(09).
           05  UADJ-CUSTOMER-ID      PIC X(17).
           05  UADJ-DATE-PAID        PIC X(08).
           05  UADJ-AMOUNT           PIC 9(16)V9(02).
       FD  CONTROL-TOTALS
           Recording Mode F
           Data Record CTLT-REC.
           05  CTLT-REVERSED-CASH    PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-DRAWN     PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-BANKED    PIC S9(13)V99 COMP-3.
           05  CTLT-BUSINESS-DATE    PIC 9(08).
           05  CTLT-CYCLE-NUMBER     PIC 9(02).
       FD  BANK-RECON-REPORT
           Recording Mode F
           Data Record BNK-RPT-LINE.
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

       WORKING-STORAGE SECTION.
       01  WS-File-Status.
               88  SUSPOUT-OK            VALUE '00'.
               88  SUSPOUT-EOF           VALUE '10'.
               88  SUSPOUT-NOTFOUND      VALUE '35'.
           05  UCAADJ-STATUS         PIC X(02).
               88  UCAADJ-OK             VALUE '00'.
               88  UCAADJ-EOF            VALUE '10'.
               88  UCAADJ-NOTFOUND       VALUE '35'.
           05  PMTCTLT-STATUS        PIC X(02).
               88  PMTCTLT-OK            VALUE '00'.
               88  PMTCTLT-NOTFOUND      VALUE '35'.
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
       01  WS-Deposit-Table.
           05  WS-Dep-Count          PIC 9(05) VALUE 0.
           05  WS-Dep-Entry OCCURS 1 TO 20000 TIMES
           05  WS-Post-Found         PIC X Value space.
               88  POSTING-ENTRY-FOUND   Value 'Y'.
           05  WS-Post-Sub           PIC 9(05).
           05  WS-Carry-Customer-ID  PIC X(17).
           05  WS-Carry-Date-Paid    PIC X(08).
           05  WS-Carry-Amount       PIC S9(15)V99 COMP-3.
       01  WS-Recon-Totals.
           05  WS-Deposit-Total      PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Posted-Total       PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Applied-Pay-Count  PIC 9(09) VALUE 0.
           05  WS-Suspin-Count       PIC 9(09) VALUE 0.
           05  WS-Suspin-Total       PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Reapplied-Count    PIC 9(09) VALUE 0.
           05  WS-Reapplied-Total    PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Cash-Accounted     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Matched-Count      PIC 9(09) VALUE 0.
           05  WS-Unmatched-Postings PIC 9(09) VALUE 0.
           05  WS-Exception-Count    PIC 9(09) VALUE 0.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
           05  WS-Date-Source        PIC X Value space.
               88  DATE-FROM-PAYCTL      Value 'C'.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTBANK '.
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
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-2 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           Goback
           .
       1000-Initialize.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           OPEN OUTPUT BANK-RECON-REPORT
           IF NOT BNKRPT-OK
               STRING "Unexpected BNKRPT file status on open "
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE SPACES TO BNK-RPT-LINE
           STRING "PMTBANK BANK DEPOSIT RECONCILIATION  RUN DATE "
                   DELIMITED BY SIZE
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
       1200-LOAD-BANK-DEPOSITS.
      *    The bank's detail is a required input -- a missing file
      *    means a missing transmission to chase, not a night with
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
           MOVE SPACES TO BNK-RPT-LINE
           STRING "POSTINGS FROM ALL CYCLES THROUGH CYCLE "
                   DELIMITED BY SIZE
                   CTLT-CYCLE-NUMBER DELIMITED BY SIZE
             INTO BNK-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8100-WRITE-BLANK-LINE
           .
       2000-Process.
           PERFORM 2050-LOAD-APPLIED-POSTINGS
           PERFORM 2060-LOAD-REJECTED-POSTINGS
           PERFORM 2070-LOAD-HELD-POSTINGS
           PERFORM 2075-EXCLUDE-CARRIED-POSTINGS
           PERFORM 2076-EXCLUDE-REAPPLIED-POSTINGS
           PERFORM 2100-MATCH-POSTINGS
           PERFORM 2400-REPORT-UNMATCHED-DEPOSITS
           PERFORM 2500-TIE-CONTROL-TOTALS
                   READ SUSPENSE-IN
                   PERFORM WITH TEST BEFORE
                           UNTIL SUSPIN-EOF
                       ADD 1 TO WS-Suspin-Count
                       ADD SUSP-IN-AMOUNT-PAID TO WS-Suspin-Total
                       MOVE SUSP-IN-CUSTOMER-ID TO WS-Carry-Customer-ID
                       MOVE SUSP-IN-DATE-PAID   TO WS-Carry-Date-Paid
                       MOVE SUSP-IN-AMOUNT-PAID TO WS-Carry-Amount
                       PERFORM 2078-EXCLUDE-ONE-CARRIED
                       READ SUSPENSE-IN
                   END-PERFORM
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2076-EXCLUDE-REAPPLIED-POSTINGS.
      *    Ledger items UCAMNT sent back through posting on PMTSTDS
      *    came out of cash deposited on the night each was first
      *    rejected or held; they come off the posting side just as
      *    a suspense carry does.  An absent file means none.
           OPEN INPUT UNAPPLIED-ADJUSTMENTS
           EVALUATE TRUE
               WHEN UCAADJ-OK
                   READ UNAPPLIED-ADJUSTMENTS
                   PERFORM WITH TEST BEFORE
                           UNTIL UCAADJ-EOF
                       IF UADJ-REAPPLIED
                           ADD 1 TO WS-Reapplied-Count
                           ADD UADJ-AMOUNT TO WS-Reapplied-Total
                           MOVE UADJ-CUSTOMER-ID
                             TO WS-Carry-Customer-ID
                           MOVE UADJ-DATE-PAID TO WS-Carry-Date-Paid
                           MOVE UADJ-AMOUNT    TO WS-Carry-Amount
                           PERFORM 2078-EXCLUDE-ONE-CARRIED
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
           .
       2078-EXCLUDE-ONE-CARRIED.
      *    A carried payment resurfaced tonight in exactly one
      *    place: re-held (SUSPOUT), rejected on the retry (PMTERR),
      *    or applied (folded into the customer's PMTSUM aggregate,
      *    which is reduced by the carried amount instead).
           MOVE SPACE TO WS-Post-Found
           PERFORM VARYING WS-Post-Sub FROM 1 BY 1
                   UNTIL WS-Post-Sub GREATER WS-Post-Count
                      OR POSTING-ENTRY-FOUND
               IF WS-Post-Excluded(WS-Post-Sub) EQUAL SPACE
                AND WS-Post-Customer-ID(WS-Post-Sub)
                       EQUAL WS-Carry-Customer-ID
                AND WS-Post-Date(WS-Post-Sub)
                       EQUAL WS-Carry-Date-Paid
                AND WS-Post-Source(WS-Post-Sub) NOT EQUAL 'APPLIED '
                AND WS-Post-Amount(WS-Post-Sub)
                       EQUAL WS-Carry-Amount
                   MOVE 'X' TO WS-Post-Excluded(WS-Post-Sub)
                   SET POSTING-ENTRY-FOUND TO TRUE
               END-IF
                          OR POSTING-ENTRY-FOUND
                   IF WS-Post-Excluded(WS-Post-Sub) EQUAL SPACE
                    AND WS-Post-Customer-ID(WS-Post-Sub)
                           EQUAL WS-Carry-Customer-ID
                    AND WS-Post-Date(WS-Post-Sub)
                           EQUAL WS-Carry-Date-Paid
                    AND WS-Post-Source(WS-Post-Sub) EQUAL 'APPLIED '
                       SUBTRACT WS-Carry-Amount
                           FROM WS-Post-Amount(WS-Post-Sub)
                       IF WS-Post-Amount(WS-Post-Sub)
                               NOT GREATER ZERO
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO BNK-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Reapplied-Count TO WS-Count-Formatted
           MOVE WS-Reapplied-Total TO WS-Amount-Formatted
           MOVE SPACES TO BNK-RPT-LINE
           STRING "RE-APPLIED FROM LEDGER UCAADJ "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO BNK-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
      *    Rejected and held payments were deposited at the bank
      *    just the same, so the deposits tie to the full cash
      *    accounted -- the figure PMTRECON balances -- net of the
      *    suspense carry-in and the ledger re-applications, whose
      *    cash was deposited on an earlier night.
           COMPUTE WS-Cash-Accounted =
               CTLT-APPLIED-CASH + CTLT-REJECTED-CASH
                   + CTLT-HELD-CASH - WS-Suspin-Total
                   - WS-Reapplied-Total
           END-COMPUTE
           MOVE WS-Deposit-Total   TO WS-Amount-Formatted
           MOVE WS-Cash-Accounted  TO WS-Amount-Formatted-2
           IF WS-Exception-Count GREATER ZERO
               Move 8 to Return-Code
           END-IF
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
