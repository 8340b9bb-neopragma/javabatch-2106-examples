       IDENTIFICATION DIVISION.
       Program-ID. UCAINTK.
      *****************************************************************
      * Unapplied-cash ledger intake.  Cash PMTPROG rejects to
      * PMTERR (no such customer, remittance out of balance, invoice
      * already paid in full, and the rest) and cash that has sat in
      * suspense past the PAYCTL night limit is money the bank
      * already holds with nowhere to go.  Each night this program
      * takes every such item onto the unapplied-cash ledger
      * (UNAPCASH) with its amount, tax, and bank trace, numbered so
      * the cash-application desk can work it to a disposition with
      * UCAMNT.  An aged suspense payment moves off the suspense file
      * onto the ledger: the kept suspense items are written to
      * SUSPKEEP, which PAYNITE rolls forward in place of tonight's
      * SUSPOUT, so the same cash is never in both places.
      *
      * The ledger is rolled forward like the dispute file: the prior
      * ledger is read in, tonight's items are added, and the whole
      * file is written back out.  Resolved items stay on it for the
      * record until they pass the PAYCTL retention cutoff.  A rerun
      * of the step for the same business date finds tonight's items
      * already on the ledger and does not take them in twice.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-ERRORS
               ASSIGN TO 'PMTERR'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTERR-STATUS.
           SELECT SUSPENSE-OUT
               ASSIGN TO 'SUSPOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS SUSPOUT-STATUS.
           SELECT SUSPENSE-KEEP
               ASSIGN TO 'SUSPKEEP'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS SUSPKEEP-STATUS.
           SELECT LEDGER-IN
               ASSIGN TO 'UCAIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAIN-STATUS.
           SELECT LEDGER-OUT
               ASSIGN TO 'UCAOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAOUT-STATUS.
           SELECT INTAKE-REGISTER
               ASSIGN TO 'UCARPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCARPT-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
           SELECT RUN-STATISTICS
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
       FD  PAYMENT-ERRORS
           Recording Mode F
           Data Record PAY-ERROR-REC.
       01  PAY-ERROR-REC.
           05  ERR-CUSTOMER-ID       PIC X(17).
           05  ERR-INVOICE-NUMBER    PIC X(13).
           05  ERR-DATE-RECEIVED     PIC X(8).
           05  ERR-CODE              PIC X.
           05  ERR-DESCRIPTION       PIC X(80).
           05  ERR-AMOUNT            PIC 9(16)V9(02).
           05  ERR-TAX-PAID          PIC 9(07)V9(02).
           05  ERR-TRACE-NUMBER      PIC X(20).
       FD  SUSPENSE-OUT
           Recording Mode F
           Data Record SUSP-OUT-REC.
       01  SUSP-OUT-REC.
           05  SUSP-OUT-CUSTOMER-ID     PIC X(17).
           05  SUSP-OUT-INVOICE-NUMBER  PIC X(13).
           05  SUSP-OUT-DATE-DUE        PIC X(08).
           05  SUSP-OUT-DATE-PAID       PIC X(08).
           05  SUSP-OUT-AMOUNT-PAID     PIC 9(16)V9(02).
           05  SUSP-OUT-TAX-PAID        PIC 9(07)V9(02).
           05  SUSP-OUT-ORIG-CURRENCY   PIC X(03).
           05  SUSP-OUT-ORIG-AMOUNT     PIC 9(16)V9(02).
           05  SUSP-OUT-EXCH-RATE       PIC 9(03)V9(06).
           05  SUSP-OUT-NIGHTS-HELD     PIC 9(03).
           05  SUSP-OUT-TRACE-NUMBER    PIC X(20).
       FD  SUSPENSE-KEEP
           Recording Mode F
           Data Record SUSP-KEEP-REC.
       01  SUSP-KEEP-REC             PIC X(126).
       FD  LEDGER-IN
           Recording Mode F
           Data Record UCA-IN-REC.
      *    The prior run's unapplied-cash ledger.  Source 'E' is a
      *    posting reject (with PMTPROG's reject code), 'S' a payment
      *    aged out of suspense.  Status 'O' is open; 'A' applied to
      *    a customer/invoice through posting, 'C' put on account in
      *    THING.CUSTCRED, and 'R' returned to the remitter are the
      *    resolved states.
       01  UCA-IN-REC.
           05  UCA-IN-ITEM-NUMBER    PIC 9(09).
           05  UCA-IN-SOURCE         PIC X.
           05  UCA-IN-REJECT-CODE    PIC X.
           05  UCA-IN-CUSTOMER-ID    PIC X(17).
           05  UCA-IN-INVOICE-NUMBER PIC X(13).
           05  UCA-IN-DATE-PAID      PIC X(08).
           05  UCA-IN-AMOUNT         PIC 9(16)V9(02).
           05  UCA-IN-TAX-PAID       PIC 9(07)V9(02).
           05  UCA-IN-TRACE-NUMBER   PIC X(20).
           05  UCA-IN-INTAKE-DATE    PIC 9(08).
           05  UCA-IN-STATUS         PIC X.
           05  UCA-IN-RESOLVE-DATE   PIC 9(08).
           05  UCA-IN-RESOLVE-CUSTOMER PIC X(17).
           05  UCA-IN-RESOLVE-INVOICE PIC X(13).
           05  UCA-IN-NOTE           PIC X(40).
       FD  LEDGER-OUT
           Recording Mode F
           Data Record UCA-OUT-REC.
       01  UCA-OUT-REC.
           05  UCA-OUT-ITEM-NUMBER   PIC 9(09).
           05  UCA-OUT-SOURCE        PIC X.
           05  UCA-OUT-REJECT-CODE   PIC X.
           05  UCA-OUT-CUSTOMER-ID   PIC X(17).
           05  UCA-OUT-INVOICE-NUMBER PIC X(13).
           05  UCA-OUT-DATE-PAID     PIC X(08).
           05  UCA-OUT-AMOUNT        PIC 9(16)V9(02).
           05  UCA-OUT-TAX-PAID      PIC 9(07)V9(02).
           05  UCA-OUT-TRACE-NUMBER  PIC X(20).
           05  UCA-OUT-INTAKE-DATE   PIC 9(08).
           05  UCA-OUT-STATUS        PIC X.
           05  UCA-OUT-RESOLVE-DATE  PIC 9(08).
           05  UCA-OUT-RESOLVE-CUSTOMER PIC X(17).
           05  UCA-OUT-RESOLVE-INVOICE PIC X(13).
           05  UCA-OUT-NOTE          PIC X(40).
       FD  INTAKE-REGISTER
           Recording Mode F
           Data Record UCA-RPT-LINE.
       01  UCA-RPT-LINE              PIC X(132).
       FD  PROCESS-CONTROL
           Recording Mode F
           Data Record CTL-REC.
       01  CTL-REC.
           05  CTL-BUSINESS-DATE        PIC 9(08).
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  RUN-STATISTICS
           Recording Mode F
           Data Record RS-REC.
       01  RS-REC.
           05  RS-PROGRAM            PIC X(08).
           05  RS-BUSINESS-DATE      PIC X(08).
           05  RS-RECORDS-READ       PIC 9(09).
           05  RS-RECORDS-GOOD       PIC 9(09).
           05  RS-RECORDS-REJECTED   PIC 9(09).
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
           05  PMTERR-STATUS         PIC X(02).
               88  PMTERR-OK             VALUE '00'.
               88  PMTERR-EOF            VALUE '10'.
               88  PMTERR-NOTFOUND       VALUE '35'.
           05  SUSPOUT-STATUS        PIC X(02).
               88  SUSPOUT-OK            VALUE '00'.
               88  SUSPOUT-EOF           VALUE '10'.
               88  SUSPOUT-NOTFOUND      VALUE '35'.
           05  SUSPKEEP-STATUS       PIC X(02).
               88  SUSPKEEP-OK           VALUE '00'.
           05  UCAIN-STATUS          PIC X(02).
               88  UCAIN-OK              VALUE '00'.
               88  UCAIN-EOF             VALUE '10'.
               88  UCAIN-NOTFOUND        VALUE '35'.
           05  UCAOUT-STATUS         PIC X(02).
               88  UCAOUT-OK             VALUE '00'.
           05  UCARPT-STATUS         PIC X(02).
               88  UCARPT-OK             VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
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
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
           05  WS-Retention-Cutoff   PIC 9(08) VALUE 0.
           05  WS-Suspense-Max-Nights PIC 9(03) VALUE 5.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'UCAINTK '.
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
       01  WS-Ledger-Table.
           05  WS-Ledger-Count       PIC 9(05) VALUE 0.
           05  WS-Ledger-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Ledger-Count
                   INDEXED BY WS-Ledger-Idx.
               10  WS-Uca-Item-Number    PIC 9(09).
               10  WS-Uca-Source         PIC X.
               10  WS-Uca-Reject-Code    PIC X.
               10  WS-Uca-Customer-ID    PIC X(17).
               10  WS-Uca-Invoice-Number PIC X(13).
               10  WS-Uca-Date-Paid      PIC X(08).
               10  WS-Uca-Amount         PIC 9(16)V9(02).
               10  WS-Uca-Tax-Paid       PIC 9(07)V9(02).
               10  WS-Uca-Trace-Number   PIC X(20).
               10  WS-Uca-Intake-Date    PIC 9(08).
               10  WS-Uca-Status         PIC X.
                   88  WS-Uca-Open           VALUE 'O'.
               10  WS-Uca-Resolve-Date   PIC 9(08).
               10  WS-Uca-Resolve-Customer PIC X(17).
               10  WS-Uca-Resolve-Invoice PIC X(13).
               10  WS-Uca-Note           PIC X(40).
               10  WS-Uca-Claimed        PIC X.
       01  WS-Intake-Work.
      *    The item being taken in, from either PMTERR or suspense.
           05  WS-New-Source         PIC X.
           05  WS-New-Reject-Code    PIC X.
           05  WS-New-Customer-ID    PIC X(17).
           05  WS-New-Invoice-Number PIC X(13).
           05  WS-New-Date-Paid      PIC X(08).
           05  WS-New-Amount         PIC 9(16)V9(02).
           05  WS-New-Tax-Paid       PIC 9(07)V9(02).
           05  WS-New-Trace-Number   PIC X(20).
           05  WS-Loaded-Count       PIC 9(05) VALUE 0.
           05  WS-Last-Item-Number   PIC 9(09) VALUE 0.
           05  WS-Prior-Found        PIC X Value space.
               88  PRIOR-INTAKE-FOUND    Value 'Y'.
           05  WS-Action-Text        PIC X(18).
       01  WS-Intake-Totals.
           05  WS-Errors-Read        PIC 9(09) VALUE 0.
           05  WS-Suspense-Read      PIC 9(09) VALUE 0.
           05  WS-Suspense-Kept      PIC 9(09) VALUE 0.
           05  WS-Reject-Taken-Count PIC 9(09) VALUE 0.
           05  WS-Reject-Taken-Total PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Aged-Taken-Count   PIC 9(09) VALUE 0.
           05  WS-Aged-Taken-Total   PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Already-Count      PIC 9(09) VALUE 0.
           05  WS-Taken-Total        PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Purged-Count       PIC 9(09) VALUE 0.
           05  WS-Still-Open-Count   PIC 9(09) VALUE 0.
           05  WS-Still-Open-Total   PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Item-Formatted     PIC Z(8)9.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).

       PROCEDURE DIVISION.
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Goback
           .
       1000-Initialize.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           OPEN OUTPUT INTAKE-REGISTER
           IF NOT UCARPT-OK
               STRING "Unexpected UCARPT file status on open "
                   DELIMITED BY SIZE
                   UCARPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT SUSPENSE-KEEP
           IF NOT SUSPKEEP-OK
               STRING "Unexpected SUSPKEEP file status on open "
                   DELIMITED BY SIZE
                   SUSPKEEP-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM 1200-LOAD-LEDGER
           MOVE SPACES TO UCA-RPT-LINE
           STRING "UCAINTK UNAPPLIED CASH INTAKE  BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO UCA-RPT-LINE
           STRING "     ITEM  CUSTOMER           INVOICE        PAID"
                   DELIMITED BY SIZE
                   "                AMOUNT  SRC  TRACE"
                   DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       1100-READ-PROCESS-CONTROL.
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
                       MOVE CTL-SUSPENSE-MAX-NIGHTS
                         TO WS-Suspense-Max-Nights
                       MOVE CTL-RETENTION-CUTOFF
                         TO WS-Retention-Cutoff
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
       1200-LOAD-LEDGER.
      *    UCAIN does not exist before the first item is ever taken
      *    in, so its absence just means an empty ledger.  A full
      *    table is fatal: dropping an item would lose track of
      *    cash the bank is holding.
           OPEN INPUT LEDGER-IN
           EVALUATE TRUE
               WHEN UCAIN-OK
                   READ LEDGER-IN
                   PERFORM WITH TEST BEFORE
                           UNTIL UCAIN-EOF
                       IF WS-Ledger-Count NOT LESS THAN 20000
                           MOVE 'Ledger table full loading UCAIN'
                             TO WS-ERROR-MESSAGE
                           PERFORM 9999-ABORT
                       END-IF
                       ADD 1 TO WS-Ledger-Count
                       SET WS-Ledger-Idx TO WS-Ledger-Count
                       MOVE UCA-IN-ITEM-NUMBER
                         TO WS-Uca-Item-Number(WS-Ledger-Idx)
                       MOVE UCA-IN-SOURCE
                         TO WS-Uca-Source(WS-Ledger-Idx)
                       MOVE UCA-IN-REJECT-CODE
                         TO WS-Uca-Reject-Code(WS-Ledger-Idx)
                       MOVE UCA-IN-CUSTOMER-ID
                         TO WS-Uca-Customer-ID(WS-Ledger-Idx)
                       MOVE UCA-IN-INVOICE-NUMBER
                         TO WS-Uca-Invoice-Number(WS-Ledger-Idx)
                       MOVE UCA-IN-DATE-PAID
                         TO WS-Uca-Date-Paid(WS-Ledger-Idx)
                       MOVE UCA-IN-AMOUNT
                         TO WS-Uca-Amount(WS-Ledger-Idx)
                       MOVE UCA-IN-TAX-PAID
                         TO WS-Uca-Tax-Paid(WS-Ledger-Idx)
                       MOVE UCA-IN-TRACE-NUMBER
                         TO WS-Uca-Trace-Number(WS-Ledger-Idx)
                       MOVE UCA-IN-INTAKE-DATE
                         TO WS-Uca-Intake-Date(WS-Ledger-Idx)
                       MOVE UCA-IN-STATUS
                         TO WS-Uca-Status(WS-Ledger-Idx)
                       MOVE UCA-IN-RESOLVE-DATE
                         TO WS-Uca-Resolve-Date(WS-Ledger-Idx)
                       MOVE UCA-IN-RESOLVE-CUSTOMER
                         TO WS-Uca-Resolve-Customer(WS-Ledger-Idx)
                       MOVE UCA-IN-RESOLVE-INVOICE
                         TO WS-Uca-Resolve-Invoice(WS-Ledger-Idx)
                       MOVE UCA-IN-NOTE
                         TO WS-Uca-Note(WS-Ledger-Idx)
                       MOVE SPACE TO WS-Uca-Claimed(WS-Ledger-Idx)
                       IF UCA-IN-ITEM-NUMBER GREATER WS-Last-Item-Number
                           MOVE UCA-IN-ITEM-NUMBER
                             TO WS-Last-Item-Number
                       END-IF
                       READ LEDGER-IN
                   END-PERFORM
                   CLOSE LEDGER-IN
               WHEN UCAIN-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected UCAIN file status on open "
                       DELIMITED BY SIZE
                       UCAIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           MOVE WS-Ledger-Count TO WS-Loaded-Count
           .
       2000-Process.
           PERFORM 2100-TAKE-IN-REJECTS
           PERFORM 2300-TAKE-IN-AGED-SUSPENSE
           .
       2100-TAKE-IN-REJECTS.
      *    Every reject carrying cash goes onto the ledger.  A
      *    payment rejected for a zero amount carried no money.
           OPEN INPUT PAYMENT-ERRORS
           EVALUATE TRUE
               WHEN PMTERR-OK
                   READ PAYMENT-ERRORS
                   PERFORM WITH TEST BEFORE
                           UNTIL PMTERR-EOF
                       ADD 1 TO WS-Errors-Read
                       IF ERR-AMOUNT GREATER ZERO
                           MOVE 'E'                TO WS-New-Source
                           MOVE ERR-CODE         TO WS-New-Reject-Code
                           MOVE ERR-CUSTOMER-ID  TO WS-New-Customer-ID
                           MOVE ERR-INVOICE-NUMBER
                             TO WS-New-Invoice-Number
                           MOVE ERR-DATE-RECEIVED TO WS-New-Date-Paid
                           MOVE ERR-AMOUNT         TO WS-New-Amount
                           MOVE ERR-TAX-PAID       TO WS-New-Tax-Paid
                           MOVE ERR-TRACE-NUMBER
                             TO WS-New-Trace-Number
                           PERFORM 2500-ADD-LEDGER-ITEM
                       END-IF
                       READ PAYMENT-ERRORS
                   END-PERFORM
                   CLOSE PAYMENT-ERRORS
               WHEN PMTERR-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected PMTERR file status on open "
                       DELIMITED BY SIZE
                       PMTERR-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2300-TAKE-IN-AGED-SUSPENSE.
      *    The same night limit PMTPROG flags on SUSPRPT: a payment
      *    held longer than that comes off suspense onto the ledger,
      *    and everything else is kept for tomorrow's retry.
           OPEN INPUT SUSPENSE-OUT
           EVALUATE TRUE
               WHEN SUSPOUT-OK
                   READ SUSPENSE-OUT
                   PERFORM WITH TEST BEFORE
                           UNTIL SUSPOUT-EOF
                       ADD 1 TO WS-Suspense-Read
                       IF SUSP-OUT-NIGHTS-HELD
                               GREATER WS-Suspense-Max-Nights
                           PERFORM 2350-TAKE-IN-ONE-AGED
                       ELSE
                           PERFORM 2380-KEEP-SUSPENSE-ITEM
                       END-IF
                       READ SUSPENSE-OUT
                   END-PERFORM
                   CLOSE SUSPENSE-OUT
               WHEN SUSPOUT-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected SUSPOUT file status on open "
                       DELIMITED BY SIZE
                       SUSPOUT-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2350-TAKE-IN-ONE-AGED.
           MOVE 'S'                     TO WS-New-Source
           MOVE SPACE                   TO WS-New-Reject-Code
           MOVE SUSP-OUT-CUSTOMER-ID    TO WS-New-Customer-ID
           MOVE SUSP-OUT-INVOICE-NUMBER TO WS-New-Invoice-Number
           MOVE SUSP-OUT-DATE-PAID      TO WS-New-Date-Paid
           MOVE SUSP-OUT-AMOUNT-PAID    TO WS-New-Amount
           MOVE SUSP-OUT-TAX-PAID       TO WS-New-Tax-Paid
           MOVE SUSP-OUT-TRACE-NUMBER   TO WS-New-Trace-Number
           PERFORM 2500-ADD-LEDGER-ITEM
           .
       2380-KEEP-SUSPENSE-ITEM.
           ADD 1 TO WS-Suspense-Kept
           MOVE SUSP-OUT-REC TO SUSP-KEEP-REC
           WRITE SUSP-KEEP-REC
           IF NOT SUSPKEEP-OK
               STRING "Unexpected SUSPKEEP file status on write "
                   DELIMITED BY SIZE
                   SUSPKEEP-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2500-ADD-LEDGER-ITEM.
      *    An item already taken in on this business date by an
      *    earlier attempt at the step is matched off against it
      *    one for one instead of being added again.
           PERFORM 2550-FIND-PRIOR-INTAKE
           IF PRIOR-INTAKE-FOUND
               MOVE 'Y' TO WS-Uca-Claimed(WS-Ledger-Idx)
               ADD 1 TO WS-Already-Count
               MOVE "ALREADY ON LEDGER" TO WS-Action-Text
               PERFORM 2800-WRITE-ITEM-LINE
           ELSE
               IF WS-Ledger-Count NOT LESS THAN 20000
                   MOVE 'Ledger table full taking in unapplied cash'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               ADD 1 TO WS-Ledger-Count
               SET WS-Ledger-Idx TO WS-Ledger-Count
               ADD 1 TO WS-Last-Item-Number
               MOVE WS-Last-Item-Number
                 TO WS-Uca-Item-Number(WS-Ledger-Idx)
               MOVE WS-New-Source TO WS-Uca-Source(WS-Ledger-Idx)
               MOVE WS-New-Reject-Code
                 TO WS-Uca-Reject-Code(WS-Ledger-Idx)
               MOVE WS-New-Customer-ID
                 TO WS-Uca-Customer-ID(WS-Ledger-Idx)
               MOVE WS-New-Invoice-Number
                 TO WS-Uca-Invoice-Number(WS-Ledger-Idx)
               MOVE WS-New-Date-Paid
                 TO WS-Uca-Date-Paid(WS-Ledger-Idx)
               MOVE WS-New-Amount TO WS-Uca-Amount(WS-Ledger-Idx)
               MOVE WS-New-Tax-Paid TO WS-Uca-Tax-Paid(WS-Ledger-Idx)
               MOVE WS-New-Trace-Number
                 TO WS-Uca-Trace-Number(WS-Ledger-Idx)
               MOVE WS-Business-Date
                 TO WS-Uca-Intake-Date(WS-Ledger-Idx)
               MOVE 'O' TO WS-Uca-Status(WS-Ledger-Idx)
               MOVE ZERO TO WS-Uca-Resolve-Date(WS-Ledger-Idx)
               MOVE SPACES TO WS-Uca-Resolve-Customer(WS-Ledger-Idx)
               MOVE SPACES TO WS-Uca-Resolve-Invoice(WS-Ledger-Idx)
               MOVE SPACES TO WS-Uca-Note(WS-Ledger-Idx)
               MOVE 'Y' TO WS-Uca-Claimed(WS-Ledger-Idx)
               IF WS-New-Source EQUAL 'S'
                   ADD 1 TO WS-Aged-Taken-Count
                   ADD WS-New-Amount TO WS-Aged-Taken-Total
               ELSE
                   ADD 1 TO WS-Reject-Taken-Count
                   ADD WS-New-Amount TO WS-Reject-Taken-Total
               END-IF
               ADD WS-New-Amount TO WS-Taken-Total
               MOVE "TAKEN IN" TO WS-Action-Text
               PERFORM 2800-WRITE-ITEM-LINE
           END-IF
           .
       2550-FIND-PRIOR-INTAKE.
           MOVE SPACE TO WS-Prior-Found
           IF WS-Loaded-Count GREATER ZERO
               PERFORM VARYING WS-Ledger-Idx FROM 1 BY 1
                       UNTIL WS-Ledger-Idx GREATER WS-Loaded-Count
                          OR PRIOR-INTAKE-FOUND
                   IF WS-Uca-Claimed(WS-Ledger-Idx) EQUAL SPACE
                    AND WS-Uca-Intake-Date(WS-Ledger-Idx)
                           EQUAL WS-Business-Date
                    AND WS-Uca-Source(WS-Ledger-Idx)
                           EQUAL WS-New-Source
                    AND WS-Uca-Customer-ID(WS-Ledger-Idx)
                           EQUAL WS-New-Customer-ID
                    AND WS-Uca-Invoice-Number(WS-Ledger-Idx)
                           EQUAL WS-New-Invoice-Number
                    AND WS-Uca-Date-Paid(WS-Ledger-Idx)
                           EQUAL WS-New-Date-Paid
                    AND WS-Uca-Amount(WS-Ledger-Idx)
                           EQUAL WS-New-Amount
                    AND WS-Uca-Trace-Number(WS-Ledger-Idx)
                           EQUAL WS-New-Trace-Number
                       SET PRIOR-INTAKE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF PRIOR-INTAKE-FOUND
                   SET WS-Ledger-Idx DOWN BY 1
               END-IF
           END-IF
           .
       2800-WRITE-ITEM-LINE.
           MOVE WS-Uca-Item-Number(WS-Ledger-Idx)
             TO WS-Item-Formatted
           MOVE WS-New-Amount TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING WS-Item-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-New-Customer-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-New-Invoice-Number DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-New-Date-Paid DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-New-Source DELIMITED BY SIZE
                   WS-New-Reject-Code DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-New-Trace-Number DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Action-Text DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2900-WRITE-REGISTER-LINE.
           WRITE UCA-RPT-LINE
           IF NOT UCARPT-OK
               STRING "Unexpected UCARPT file status on write "
                   DELIMITED BY SIZE
                   UCARPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           Close SUSPENSE-KEEP
           PERFORM 3050-WRITE-LEDGER
           MOVE SPACES TO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Reject-Taken-Count TO WS-Count-Formatted
           MOVE WS-Reject-Taken-Total TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "POSTING REJECTS TAKEN IN:     " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Aged-Taken-Count TO WS-Count-Formatted
           MOVE WS-Aged-Taken-Total TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "AGED SUSPENSE TAKEN IN:       " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Already-Count TO WS-Count-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "ALREADY ON LEDGER (RERUN):    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Suspense-Kept TO WS-Count-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "SUSPENSE ITEMS KEPT:          " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Purged-Count TO WS-Count-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "RESOLVED PAST RETENTION DROPPED: " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Still-Open-Count TO WS-Count-Formatted
           MOVE WS-Still-Open-Total TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "OPEN ITEMS ON LEDGER:         " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           Close INTAKE-REGISTER
           PERFORM 3100-WRITE-RUN-STATISTICS
           PERFORM 3900-RECORD-CYCLE-LEDGER
           .
       3050-WRITE-LEDGER.
      *    Every open item carries forward; a resolved one is kept
      *    for the record until it resolved before the PAYCTL
      *    retention cutoff.
           OPEN OUTPUT LEDGER-OUT
           IF NOT UCAOUT-OK
               STRING "Unexpected UCAOUT file status on open "
                   DELIMITED BY SIZE
                   UCAOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM VARYING WS-Ledger-Idx FROM 1 BY 1
                   UNTIL WS-Ledger-Idx GREATER WS-Ledger-Count
               IF NOT WS-Uca-Open(WS-Ledger-Idx)
                       AND WS-Uca-Resolve-Date(WS-Ledger-Idx)
                           LESS WS-Retention-Cutoff
                   ADD 1 TO WS-Purged-Count
               ELSE
                   PERFORM 3060-WRITE-LEDGER-REC
               END-IF
           END-PERFORM
           Close LEDGER-OUT
           .
       3060-WRITE-LEDGER-REC.
           IF WS-Uca-Open(WS-Ledger-Idx)
               ADD 1 TO WS-Still-Open-Count
               ADD WS-Uca-Amount(WS-Ledger-Idx) TO WS-Still-Open-Total
           END-IF
           MOVE WS-Uca-Item-Number(WS-Ledger-Idx)
             TO UCA-OUT-ITEM-NUMBER
           MOVE WS-Uca-Source(WS-Ledger-Idx)    TO UCA-OUT-SOURCE
           MOVE WS-Uca-Reject-Code(WS-Ledger-Idx)
             TO UCA-OUT-REJECT-CODE
           MOVE WS-Uca-Customer-ID(WS-Ledger-Idx)
             TO UCA-OUT-CUSTOMER-ID
           MOVE WS-Uca-Invoice-Number(WS-Ledger-Idx)
             TO UCA-OUT-INVOICE-NUMBER
           MOVE WS-Uca-Date-Paid(WS-Ledger-Idx) TO UCA-OUT-DATE-PAID
           MOVE WS-Uca-Amount(WS-Ledger-Idx)    TO UCA-OUT-AMOUNT
           MOVE WS-Uca-Tax-Paid(WS-Ledger-Idx)  TO UCA-OUT-TAX-PAID
           MOVE WS-Uca-Trace-Number(WS-Ledger-Idx)
             TO UCA-OUT-TRACE-NUMBER
           MOVE WS-Uca-Intake-Date(WS-Ledger-Idx)
             TO UCA-OUT-INTAKE-DATE
           MOVE WS-Uca-Status(WS-Ledger-Idx)    TO UCA-OUT-STATUS
           MOVE WS-Uca-Resolve-Date(WS-Ledger-Idx)
             TO UCA-OUT-RESOLVE-DATE
           MOVE WS-Uca-Resolve-Customer(WS-Ledger-Idx)
             TO UCA-OUT-RESOLVE-CUSTOMER
           MOVE WS-Uca-Resolve-Invoice(WS-Ledger-Idx)
             TO UCA-OUT-RESOLVE-INVOICE
           MOVE WS-Uca-Note(WS-Ledger-Idx)      TO UCA-OUT-NOTE
           WRITE UCA-OUT-REC
           IF NOT UCAOUT-OK
               STRING "Unexpected UCAOUT file status on write "
                   DELIMITED BY SIZE
                   UCAOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3100-WRITE-RUN-STATISTICS.
           OPEN EXTEND RUN-STATISTICS
           IF RUNSTATS-NOTFOUND
               OPEN OUTPUT RUN-STATISTICS
           END-IF
           IF NOT RUNSTATS-OK
               STRING "Unexpected RUNSTATS file status on open "
                   DELIMITED BY SIZE
                   RUNSTATS-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE 'UCAINTK'  TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           COMPUTE RS-RECORDS-READ =
               WS-Errors-Read + WS-Suspense-Read
           END-COMPUTE
           COMPUTE RS-RECORDS-GOOD =
               WS-Reject-Taken-Count + WS-Aged-Taken-Count
           END-COMPUTE
           MOVE ZERO TO RS-RECORDS-REJECTED
           MOVE WS-Taken-Total   TO RS-AMOUNT-TOTAL
           MOVE ZERO TO RS-WARNING-COUNT
           MOVE ZERO TO RS-RETURN-CODE
           WRITE RS-REC
           IF NOT RUNSTATS-OK
               STRING "Unexpected RUNSTATS file status on write "
                   DELIMITED BY SIZE
                   RUNSTATS-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
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
           GOBACK
           .
