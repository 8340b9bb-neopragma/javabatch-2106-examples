       IDENTIFICATION DIVISION.
       Program-ID. CRDHOLD.
      *****************************************************************
      * Nightly credit-hold list for order entry.  Runs after the
      * posting, so tonight's payments and aging are already on
      * THING.INVOICE.  For every customer it works out the exposure
      * -- what is still open on their invoices, less any CUSTCRED
      * balance, plus whatever of theirs is sitting in tonight's
      * suspense file -- and puts the customer on hold when that
      * exposure runs past the credit limit CUSTMNT maintains, or
      * when they have any invoice aged to 90 days ('C').  A zero
      * limit means the credit department has set none, so only the
      * 90-day test applies.  The hold file is rolled forward every
      * run like the dunning history: tonight's list is compared to
      * last night's, and the control report shows every customer
      * newly placed on hold and every customer released since.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-CONTROL
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS SUSPOUT-STATUS.
           SELECT CREDIT-HOLD-IN
               ASSIGN TO 'HOLDIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS HOLDIN-STATUS.
           SELECT CREDIT-HOLD-OUT
               ASSIGN TO 'HOLDOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS HOLDOUT-STATUS.
           SELECT HOLD-REPORT
               ASSIGN TO 'HOLDRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS HOLDRPT-STATUS.
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
       FD  PROCESS-CONTROL
           Recording Mode F
           Data Record CTL-REC.
       01  CTL-REC.
           05  CTL-BUSINESS-DATE        PIC 9(08).
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  SUSPENSE-FILE
           Recording Mode F
           Data Record SUSP-REC.
      *    Tonight's suspense file as PMTPROG wrote it -- the cash
      *    still held for each customer after the posting.
       01  SUSP-REC.
           05  SUSP-CUSTOMER-ID      PIC X(17).
           05  SUSP-INVOICE-NUMBER   PIC X(13).
           05  SUSP-DATE-DUE         PIC X(08).
           05  SUSP-DATE-PAID        PIC X(08).
           05  SUSP-AMOUNT-PAID      PIC 9(16)V9(02).
           05  SUSP-TAX-PAID         PIC 9(07)V9(02).
           05  SUSP-ORIG-CURRENCY    PIC X(03).
           05  SUSP-ORIG-AMOUNT      PIC 9(16)V9(02).
           05  SUSP-EXCH-RATE        PIC 9(03)V9(06).
           05  SUSP-NIGHTS-HELD      PIC 9(03).
           05  SUSP-TRACE-NUMBER     PIC X(20).
       FD  CREDIT-HOLD-IN
           Recording Mode F
           Data Record CH-IN-REC.
      *    One record per customer on credit hold: why (L over the
      *    limit, C a 90-day invoice, B both), the limit and exposure
      *    that put them there, and the business date they were
      *    first held.  A customer who is released simply drops out
      *    of the roll-forward.
       01  CH-IN-REC.
           05  CH-IN-CUSTOMER-ID     PIC X(17).
           05  CH-IN-CUSTOMER-NAME   PIC X(100).
           05  CH-IN-HOLD-REASON     PIC X(01).
           05  CH-IN-CREDIT-LIMIT    PIC 9(11)V9(02).
           05  CH-IN-EXPOSURE        PIC 9(13)V9(02).
           05  CH-IN-HOLD-DATE       PIC 9(08).
       FD  CREDIT-HOLD-OUT
           Recording Mode F
           Data Record CH-OUT-REC.
       01  CH-OUT-REC.
           05  CH-OUT-CUSTOMER-ID    PIC X(17).
           05  CH-OUT-CUSTOMER-NAME  PIC X(100).
           05  CH-OUT-HOLD-REASON    PIC X(01).
               88  CH-OUT-OVER-LIMIT     VALUE 'L'.
               88  CH-OUT-90-DAYS        VALUE 'C'.
               88  CH-OUT-BOTH           VALUE 'B'.
           05  CH-OUT-CREDIT-LIMIT   PIC 9(11)V9(02).
           05  CH-OUT-EXPOSURE       PIC 9(13)V9(02).
           05  CH-OUT-HOLD-DATE      PIC 9(08).
       FD  HOLD-REPORT
           Recording Mode F
           Data Record HOLD-RPT-LINE.
       01  HOLD-RPT-LINE               PIC X(132).
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

      * File: sqlca.cbl
       01 SQLCA SYNC.
           05 SQLCAID PIC X(8) VALUE "SQLCA   ".
           05 SQLCABC PIC S9(9) COMP-5 VALUE 136.
           05 SQLCODE PIC S9(9) COMP-5.
           05 SQLERRM PIC X.
           05 SQLERRP PIC X(8).
           05 SQLERRD OCCURS 6 TIMES PIC S9(9) COMP-5.
           05 SQLWARN.
               10 SQLWARN0 PIC X.
               10 SQLWARN1 PIC X.
               10 SQLWARN2 PIC X.
               10 SQLWARN3 PIC X.
               10 SQLWARN4 PIC X.
               10 SQLWARN5 PIC X.
               10 SQLWARN6 PIC X.
               10 SQLWARN7 PIC X.
               10 SQLWARN8 PIC X.
               10 SQLWARN9 PIC X.
               10 SQLWARNA PIC X.
           05 SQLSTATE PIC X(5).
      *
           EXEC SQL
               DECLARE THING.CUSTOMER TABLE
                  ( CUSTID        CHAR(17)    NOT NULL,
                    CUSTNAME      CHAR(256)   NOT NULL,
                    TERMS         CHAR(5)     NOT NULL,
                    CREDLIMIT     DECIMAL     NOT NULL )
           END-EXEC.

           EXEC SQL
               DECLARE THING.INVOICE TABLE
                  ( INVNUM        CHAR(13)    NOT NULL,
                    CUSTID        CHAR(17)    NOT NULL,
                    DUEDATE       DATE        NOT NULL,
                    LASTPAY       DATE        NOT NULL,
                    AMTDUE        DECIMAL     NOT NULL,
                    AMTPAID       DECIMAL     NOT NULL,
                    TAXPAID       DECIMAL     NOT NULL,
                    STATUS        CHAR(1)     NOT NULL )
           END-EXEC.

           EXEC SQL
               DECLARE THING.CUSTCRED TABLE
                  ( CUSTID        CHAR(17)    NOT NULL,
                    CREDITAMT     DECIMAL     NOT NULL )
           END-EXEC.

      *    Every customer on the master, in customer order.
           EXEC SQL
               DECLARE HOLDCUR CURSOR FOR
                   SELECT CUSTID, CUSTNAME, CREDLIMIT
                   FROM THING.CUSTOMER
                   ORDER BY CUSTID
           END-EXEC.

      * Host variables

       01  HOLD-INFO.
           05  HLD-CUSTOMER-ID       PIC X(17).
           05  HLD-CUSTOMER-NAME     PIC X(256).
           05  HLD-CREDIT-LIMIT      PIC S9(11)V99 COMP-3.
           05  HLD-OPEN-AMOUNT       PIC S9(13)V99 COMP-3.
           05  HLD-90-DAY-COUNT      PIC S9(9) COMP-5.
           05  HLD-CREDIT-BALANCE    PIC S9(13)V99 COMP-3.

      * Other working storage fields

       01  WS-File-Status.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  SUSPOUT-STATUS        PIC X(02).
               88  SUSPOUT-OK            VALUE '00'.
               88  SUSPOUT-EOF           VALUE '10'.
               88  SUSPOUT-NOTFOUND      VALUE '35'.
           05  HOLDIN-STATUS         PIC X(02).
               88  HOLDIN-OK             VALUE '00'.
               88  HOLDIN-EOF            VALUE '10'.
               88  HOLDIN-NOTFOUND       VALUE '35'.
           05  HOLDOUT-STATUS        PIC X(02).
               88  HOLDOUT-OK            VALUE '00'.
           05  HOLDRPT-STATUS        PIC X(02).
               88  HOLDRPT-OK            VALUE '00'.
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
       01  WS-Suspense-Table.
           05  WS-Susp-Count         PIC 9(05) VALUE 0.
           05  WS-Susp-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Susp-Count
                   INDEXED BY WS-Susp-Idx.
               10  WS-Susp-Customer-ID   PIC X(17).
               10  WS-Susp-Amount        PIC S9(13)V99 COMP-3.
       01  WS-Prior-Hold-Table.
           05  WS-Prior-Count        PIC 9(05) VALUE 0.
           05  WS-Prior-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Prior-Count
                   INDEXED BY WS-Prior-Idx.
               10  WS-Prior-Customer-ID  PIC X(17).
               10  WS-Prior-Customer-Name PIC X(100).
               10  WS-Prior-Hold-Date    PIC 9(08).
               10  WS-Prior-Exposure     PIC 9(13)V9(02).
               10  WS-Prior-Still-Held   PIC X.
                   88  PRIOR-STILL-HELD      VALUE 'Y'.
       01  WS-Fetch-Control.
           05  WS-Fetch-Done         PIC X Value space.
               88  FETCH-DONE            Value 'Y'.
       01  WS-Customer-Work.
           05  WS-Suspense-Amount    PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Exposure           PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Over-Limit         PIC X Value space.
               88  OVER-CREDIT-LIMIT     Value 'Y'.
           05  WS-Has-90-Day         PIC X Value space.
               88  HAS-90-DAY-INVOICE    Value 'Y'.
           05  WS-Was-Held           PIC X Value space.
               88  HELD-LAST-NIGHT       Value 'Y'.
           05  WS-Hold-Date          PIC 9(08) VALUE 0.
           05  WS-Reason-Text        PIC X(16).
       01  WS-Hold-Counts.
           05  WS-Customer-Count     PIC 9(09) VALUE 0.
           05  WS-Hold-Count         PIC 9(09) VALUE 0.
           05  WS-New-Hold-Count     PIC 9(09) VALUE 0.
           05  WS-Released-Count     PIC 9(09) VALUE 0.
           05  WS-Over-Limit-Count   PIC 9(09) VALUE 0.
           05  WS-90-Day-Count       PIC 9(09) VALUE 0.
           05  WS-Hold-Exposure      PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Amount-Formatted   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Limit-Formatted    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'CRDHOLD '.
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
           05  WS-Run-Date           PIC X(08).
           05  WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(08).
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.

       PROCEDURE DIVISION.
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Goback
           .
       1000-Initialize.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           OPEN OUTPUT CREDIT-HOLD-OUT
           IF NOT HOLDOUT-OK
               STRING "Unexpected HOLDOUT file status on open "
                   DELIMITED BY SIZE
                   HOLDOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT HOLD-REPORT
           IF NOT HOLDRPT-OK
               STRING "Unexpected HOLDRPT file status on open "
                   DELIMITED BY SIZE
                   HOLDRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM 1200-LOAD-SUSPENSE
           PERFORM 1300-LOAD-PRIOR-HOLDS
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "CRDHOLD CREDIT HOLD REPORT  RUN DATE "
                   DELIMITED BY SIZE
                   WS-Run-Date DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "NEWLY PLACED ON HOLD" DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           EXEC SQL
               OPEN HOLDCUR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " opening customer cursor" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1100-READ-PROCESS-CONTROL.
      *    The hold list is dated with the business date operations
      *    keys on PAYCTL; an absent control file falls back to the
      *    machine date.
           OPEN INPUT PROCESS-CONTROL
           EVALUATE TRUE
               WHEN PAYCTL-OK
                   READ PROCESS-CONTROL
                   IF PAYCTL-OK
                       IF CTL-BUSINESS-DATE GREATER ZERO
                           MOVE CTL-BUSINESS-DATE TO WS-Run-Date
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
                           AND CLG-BUSINESS-DATE EQUAL WS-Run-Date
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
                                   WS-Run-Date
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
                   WS-Run-Date " cycle " WS-Cycle-Number
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
               WS-Run-Date " cycle " WS-Cycle-Number
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
       1200-LOAD-SUSPENSE.
      *    Total the suspense file by customer.  An absent file just
      *    means nothing is held.
           OPEN INPUT SUSPENSE-FILE
           EVALUATE TRUE
               WHEN SUSPOUT-OK
                   READ SUSPENSE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL SUSPOUT-EOF
                       PERFORM 1210-ADD-SUSPENSE-AMOUNT
                       READ SUSPENSE-FILE
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
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
       1210-ADD-SUSPENSE-AMOUNT.
           IF WS-Susp-Count GREATER ZERO
               SET WS-Susp-Idx TO 1
               SEARCH WS-Susp-Entry
                   AT END
                       PERFORM 1220-NEW-SUSPENSE-ENTRY
                   WHEN WS-Susp-Customer-ID(WS-Susp-Idx)
                           EQUAL SUSP-CUSTOMER-ID
                       ADD SUSP-AMOUNT-PAID
                         TO WS-Susp-Amount(WS-Susp-Idx)
               END-SEARCH
           ELSE
               PERFORM 1220-NEW-SUSPENSE-ENTRY
           END-IF
           .
       1220-NEW-SUSPENSE-ENTRY.
           IF WS-Susp-Count LESS THAN 20000
               ADD 1 TO WS-Susp-Count
               SET WS-Susp-Idx TO WS-Susp-Count
               MOVE SUSP-CUSTOMER-ID
                 TO WS-Susp-Customer-ID(WS-Susp-Idx)
               MOVE SUSP-AMOUNT-PAID TO WS-Susp-Amount(WS-Susp-Idx)
           END-IF
           .
       1300-LOAD-PRIOR-HOLDS.
      *    HOLDIN is the prior run's HOLDOUT.  It does not exist the
      *    first time the hold run goes in, so every customer held
      *    that night reports as newly held.
           OPEN INPUT CREDIT-HOLD-IN
           EVALUATE TRUE
               WHEN HOLDIN-OK
                   READ CREDIT-HOLD-IN
                   PERFORM WITH TEST BEFORE
                           UNTIL HOLDIN-EOF
                       IF WS-Prior-Count LESS THAN 20000
                           ADD 1 TO WS-Prior-Count
                           SET WS-Prior-Idx TO WS-Prior-Count
                           MOVE CH-IN-CUSTOMER-ID
                             TO WS-Prior-Customer-ID(WS-Prior-Idx)
                           MOVE CH-IN-CUSTOMER-NAME
                             TO WS-Prior-Customer-Name(WS-Prior-Idx)
                           MOVE CH-IN-HOLD-DATE
                             TO WS-Prior-Hold-Date(WS-Prior-Idx)
                           MOVE CH-IN-EXPOSURE
                             TO WS-Prior-Exposure(WS-Prior-Idx)
                           MOVE SPACE
                             TO WS-Prior-Still-Held(WS-Prior-Idx)
                       END-IF
                       READ CREDIT-HOLD-IN
                   END-PERFORM
                   CLOSE CREDIT-HOLD-IN
               WHEN HOLDIN-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected HOLDIN file status on open "
                       DELIMITED BY SIZE
                       HOLDIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2000-Process.
           PERFORM 2100-FETCH-CUSTOMER
           PERFORM WITH TEST BEFORE
                   UNTIL FETCH-DONE
               ADD 1 TO WS-Customer-Count
               PERFORM 2200-COMPUTE-EXPOSURE
               PERFORM 2300-TEST-FOR-HOLD
               IF OVER-CREDIT-LIMIT OR HAS-90-DAY-INVOICE
                   PERFORM 2400-HOLD-CUSTOMER
               END-IF
               PERFORM 2100-FETCH-CUSTOMER
           END-PERFORM
           PERFORM 2600-REPORT-RELEASES
           .
       2100-FETCH-CUSTOMER.
           EXEC SQL
               FETCH HOLDCUR
                   INTO :HLD-CUSTOMER-ID,
                        :HLD-CUSTOMER-NAME,
                        :HLD-CREDIT-LIMIT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   SET FETCH-DONE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " fetching customers" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2200-COMPUTE-EXPOSURE.
      *    Exposure = open balance on every invoice not paid,
      *    overpaid, or written off, less the customer's credit
      *    balance, plus the customer's cash held in suspense.
           EXEC SQL
               SELECT COALESCE(SUM(AMTDUE - AMTPAID), 0),
                      COALESCE(SUM(CASE WHEN STATUS = 'C'
                                        THEN 1 ELSE 0 END), 0)
                   INTO :HLD-OPEN-AMOUNT, :HLD-90-DAY-COUNT
               FROM THING.INVOICE
               WHERE CUSTID = :HLD-CUSTOMER-ID
               AND STATUS NOT IN ('P', 'O', 'W')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " summing open invoices" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE ZERO TO HLD-CREDIT-BALANCE
           EXEC SQL
               SELECT CREDITAMT
                   INTO :HLD-CREDIT-BALANCE
               FROM THING.CUSTCRED
               WHERE CUSTID = :HLD-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE ZERO TO HLD-CREDIT-BALANCE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading credit balance" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           MOVE ZERO TO WS-Suspense-Amount
           IF WS-Susp-Count GREATER ZERO
               SET WS-Susp-Idx TO 1
               SEARCH WS-Susp-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Susp-Customer-ID(WS-Susp-Idx)
                           EQUAL HLD-CUSTOMER-ID
                       MOVE WS-Susp-Amount(WS-Susp-Idx)
                         TO WS-Suspense-Amount
               END-SEARCH
           END-IF
           COMPUTE WS-Exposure =
               HLD-OPEN-AMOUNT - HLD-CREDIT-BALANCE
                   + WS-Suspense-Amount
           END-COMPUTE
           .
       2300-TEST-FOR-HOLD.
           MOVE SPACE TO WS-Over-Limit
           MOVE SPACE TO WS-Has-90-Day
           IF HLD-CREDIT-LIMIT GREATER ZERO
                   AND WS-Exposure GREATER HLD-CREDIT-LIMIT
               SET OVER-CREDIT-LIMIT TO TRUE
               ADD 1 TO WS-Over-Limit-Count
           END-IF
           IF HLD-90-DAY-COUNT GREATER ZERO
               SET HAS-90-DAY-INVOICE TO TRUE
               ADD 1 TO WS-90-Day-Count
           END-IF
           .
       2400-HOLD-CUSTOMER.
      *    A customer already held keeps the date they were first
      *    held; one not on last night's list is new tonight.
           MOVE SPACE TO WS-Was-Held
           MOVE WS-Run-Date-Num TO WS-Hold-Date
           IF WS-Prior-Count GREATER ZERO
               SET WS-Prior-Idx TO 1
               SEARCH WS-Prior-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Prior-Customer-ID(WS-Prior-Idx)
                           EQUAL HLD-CUSTOMER-ID
                       SET HELD-LAST-NIGHT TO TRUE
                       SET PRIOR-STILL-HELD(WS-Prior-Idx) TO TRUE
                       MOVE WS-Prior-Hold-Date(WS-Prior-Idx)
                         TO WS-Hold-Date
               END-SEARCH
           END-IF
           MOVE HLD-CUSTOMER-ID         TO CH-OUT-CUSTOMER-ID
           MOVE HLD-CUSTOMER-NAME(1:100) TO CH-OUT-CUSTOMER-NAME
           EVALUATE TRUE
               WHEN OVER-CREDIT-LIMIT AND HAS-90-DAY-INVOICE
                   SET CH-OUT-BOTH TO TRUE
                   MOVE "LIMIT + 90 DAYS" TO WS-Reason-Text
               WHEN OVER-CREDIT-LIMIT
                   SET CH-OUT-OVER-LIMIT TO TRUE
                   MOVE "OVER LIMIT" TO WS-Reason-Text
               WHEN OTHER
                   SET CH-OUT-90-DAYS TO TRUE
                   MOVE "90-DAY INVOICE" TO WS-Reason-Text
           END-EVALUATE
           MOVE HLD-CREDIT-LIMIT        TO CH-OUT-CREDIT-LIMIT
      *    A customer held only for a 90-day invoice can still net
      *    to a credit; the file carries that exposure as zero.
           IF WS-Exposure GREATER ZERO
               MOVE WS-Exposure TO CH-OUT-EXPOSURE
           ELSE
               MOVE ZERO TO CH-OUT-EXPOSURE
           END-IF
           MOVE WS-Hold-Date            TO CH-OUT-HOLD-DATE
           WRITE CH-OUT-REC
           IF NOT HOLDOUT-OK
               STRING "Unexpected HOLDOUT file status on write "
                   DELIMITED BY SIZE
                   HOLDOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Hold-Count
           ADD WS-Exposure TO WS-Hold-Exposure
           IF NOT HELD-LAST-NIGHT
               ADD 1 TO WS-New-Hold-Count
               PERFORM 2450-WRITE-NEW-HOLD-LINE
           END-IF
           .
       2450-WRITE-NEW-HOLD-LINE.
           MOVE WS-Exposure TO WS-Amount-Formatted
           MOVE HLD-CREDIT-LIMIT TO WS-Limit-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING HLD-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Reason-Text DELIMITED BY SIZE
                   "  EXPOSURE " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  LIMIT " DELIMITED BY SIZE
                   WS-Limit-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   HLD-CUSTOMER-NAME(1:30) DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           .
       2600-REPORT-RELEASES.
      *    Anyone on last night's list who did not qualify tonight --
      *    or who has since been closed off the master -- is
      *    released.
           MOVE SPACES TO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "RELEASED FROM HOLD" DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           IF WS-Prior-Count GREATER ZERO
               PERFORM VARYING WS-Prior-Idx FROM 1 BY 1
                       UNTIL WS-Prior-Idx GREATER WS-Prior-Count
                   IF NOT PRIOR-STILL-HELD(WS-Prior-Idx)
                       ADD 1 TO WS-Released-Count
                       PERFORM 2650-WRITE-RELEASE-LINE
                   END-IF
               END-PERFORM
           END-IF
           .
       2650-WRITE-RELEASE-LINE.
           MOVE WS-Prior-Exposure(WS-Prior-Idx) TO WS-Amount-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING WS-Prior-Customer-ID(WS-Prior-Idx)
                   DELIMITED BY SIZE
                   "  HELD SINCE " DELIMITED BY SIZE
                   WS-Prior-Hold-Date(WS-Prior-Idx)
                   DELIMITED BY SIZE
                   "  LAST EXPOSURE " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Prior-Customer-Name(WS-Prior-Idx)(1:30)
                   DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           .
       2950-WRITE-REPORT-LINE.
           WRITE HOLD-RPT-LINE
           IF NOT HOLDRPT-OK
               STRING "Unexpected HOLDRPT file status on write "
                   DELIMITED BY SIZE
                   HOLDRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           EXEC SQL
               CLOSE HOLDCUR
           END-EXEC
           MOVE SPACES TO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-Customer-Count TO WS-Count-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "CUSTOMERS EXAMINED:             "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-Over-Limit-Count TO WS-Count-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "OVER CREDIT LIMIT:              "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-90-Day-Count TO WS-Count-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "WITH A 90-DAY INVOICE:          "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-Hold-Count TO WS-Count-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "CUSTOMERS ON HOLD:              "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-New-Hold-Count TO WS-Count-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "NEWLY PLACED ON HOLD:           "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-Released-Count TO WS-Count-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "RELEASED FROM HOLD:             "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-Hold-Exposure TO WS-Amount-Formatted
           MOVE SPACES TO HOLD-RPT-LINE
           STRING "EXPOSURE ON HOLD:               "
                   DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO HOLD-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           Close CREDIT-HOLD-OUT
           Close HOLD-REPORT
           PERFORM 3100-WRITE-RUN-STATISTICS
           PERFORM 3900-RECORD-CYCLE-LEDGER
           .
       3100-WRITE-RUN-STATISTICS.
           OPEN EXTEND RUN-STATISTICS
           IF RUNSTATS-NOTFOUND
               OPEN OUTPUT RUN-STATISTICS
           END-IF
           IF NOT RUNSTATS-OK
               STRING "Unexpected RUNSTATS status on open "
                   DELIMITED BY SIZE
                   RUNSTATS-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE 'CRDHOLD ' TO RS-PROGRAM
           MOVE WS-Run-Date TO RS-BUSINESS-DATE
           MOVE WS-Customer-Count TO RS-RECORDS-READ
           MOVE WS-Hold-Count TO RS-RECORDS-GOOD
           MOVE ZERO TO RS-RECORDS-REJECTED
           MOVE WS-Hold-Exposure TO RS-AMOUNT-TOTAL
           MOVE ZERO TO RS-WARNING-COUNT
           MOVE ZERO TO RS-RETURN-CODE
           WRITE RS-REC
           IF NOT RUNSTATS-OK
               STRING "Unexpected RUNSTATS status on write "
                   DELIMITED BY SIZE
                   RUNSTATS-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           CLOSE RUN-STATISTICS
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
           MOVE WS-Run-Date         TO CLG-BUSINESS-DATE
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
               ROLLBACK
           END-EXEC
           Move 16 to Return-Code
           GOBACK
           .
