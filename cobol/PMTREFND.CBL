      * CREDITAMT reduced to zero, and a register detail line.  The
      * register ends with control totals, and the total refunded is
      * appended to CREDADJ so PMTRECON's credit leg still ties on
      * the next nightly balancing.  Each refund is also appended to
      * REFPEND, from which PMTCHKST takes it onto the refund check
      * ledger to follow the check through to cashed, voided, stale,
      * or unclaimed.  The disbursement carries the address the
      * check is to be mailed to: the customer's refund remit-to on
      * THING.CUSTADDR, else the billing address.  A refund with
      * neither is flagged on the register for accounts payable.
      *
      * CUSTCRED carries no dates, so the age test runs off the
      * credit aging file this program rolls forward itself: a
      * the first run that sees their balance, and drops out when the
      * balance is refunded or drawn down to zero.
      *
      * A refund is dated the business date unless that falls in an
      * accounting period closed on PERCTL; then the disbursement
      * and pending records carry the first day of the first open
      * period, and each refund so moved is marked on the register.
      *
      * PARM: positions 1-10 the amount threshold as NNNNNNN.NN,
      * position 12-14 the age limit in days; either may be blank,
      * but not both.
               ASSIGN TO 'REFDISB'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REFDISB-STATUS.
           SELECT REFUND-PENDING
               ASSIGN TO 'REFPEND'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REFPEND-STATUS.
           SELECT REFUND-REGISTER
               ASSIGN TO 'REFREG'
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
       FD  CREDIT-AGE-IN
           Recording Mode F
           Data Record REFUND-DISB-REC.
      *    One record per refund for accounts payable to cut the
      *    disbursement from.  RFD-ADDR-TYPE is 'R' for the remit-to,
      *    'B' for the billing address, blank when there is neither.
       01  REFUND-DISB-REC.
           05  RFD-CUSTOMER-ID       PIC X(17).
           05  RFD-REFUND-AMOUNT     PIC 9(13)V9(02).
           05  RFD-BUSINESS-DATE     PIC X(08).
           05  RFD-ADDR-TYPE         PIC X(01).
           05  RFD-ATTENTION         PIC X(40).
           05  RFD-ADDR-LINE-1       PIC X(40).
           05  RFD-ADDR-LINE-2       PIC X(40).
           05  RFD-ADDR-CITY         PIC X(30).
           05  RFD-ADDR-STATE        PIC X(02).
           05  RFD-ADDR-ZIP          PIC X(10).
       FD  REFUND-PENDING
           Recording Mode F
           Data Record REFUND-PEND-REC.
      *    The same refund, less the address, kept for check-status
      *    tracking.
       01  REFUND-PEND-REC.
           05  RFP-CUSTOMER-ID       PIC X(17).
           05  RFP-REFUND-AMOUNT     PIC 9(13)V9(02).
           05  RFP-BUSINESS-DATE     PIC X(08).
       FD  REFUND-REGISTER
           Recording Mode F
           Data Record REF-RPT-LINE.
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

                    CREDITAMT     DECIMAL     NOT NULL )
           END-EXEC.

           EXEC SQL
               DECLARE THING.CUSTADDR TABLE
                  ( CUSTID        CHAR(17)    NOT NULL,
                    ADDRTYPE      CHAR(1)     NOT NULL,
                    CONTACT       CHAR(40)    NOT NULL,
                    LINE1         CHAR(40)    NOT NULL,
                    LINE2         CHAR(40)    NOT NULL,
                    CITY          CHAR(30)    NOT NULL,
                    STATE         CHAR(2)     NOT NULL,
                    ZIP           CHAR(10)    NOT NULL,
                    PHONE         CHAR(15)    NOT NULL )
           END-EXEC.

           EXEC SQL
               DECLARE CREDCUR CURSOR FOR
                   SELECT CUSTID, CREDITAMT
           05  CRED-CUSTOMER-ID      PIC X(17).
           05  CRED-BALANCE          PIC S9(13)V99 COMP-3.

       01  REMIT-ADDRESS-INFO.
           05  RADR-TYPE             PIC X(01).
           05  RADR-CONTACT          PIC X(40).
           05  RADR-LINE-1           PIC X(40).
           05  RADR-LINE-2           PIC X(40).
           05  RADR-CITY             PIC X(30).
           05  RADR-STATE            PIC X(02).
           05  RADR-ZIP              PIC X(10).

      * Other working storage fields

       01  WS-File-Status.
               88  CREDAGIN-OK           VALUE '00'.
               88  CREDAGIN-EOF          VALUE '10'.
               88  CREDAGIN-NOTFOUND     VALUE '35'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
           05  CYCRERUN-STATUS       PIC X(02).
               88  CYCRERUN-OK           VALUE '00'.
               88  CYCRERUN-EOF          VALUE '10'.
               88  CYCRERUN-NOTFOUND     VALUE '35'.
           05  CREDAGOT-STATUS       PIC X(02).
               88  CREDAGOT-OK           VALUE '00'.
           05  REFDISB-STATUS        PIC X(02).
               88  REFDISB-OK            VALUE '00'.
           05  REFPEND-STATUS        PIC X(02).
               88  REFPEND-OK            VALUE '00'.
               88  REFPEND-NOTFOUND      VALUE '35'.
           05  REFREG-STATUS         PIC X(02).
               88  REFREG-OK             VALUE '00'.
           05  CREDADJ-STATUS        PIC X(02).
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
           05  PERCTL-STATUS         PIC X(02).
               88  PERCTL-OK             VALUE '00'.
               88  PERCTL-EOF            VALUE '10'.
               88  PERCTL-NOTFOUND       VALUE '35'.
       01  WS-Selection-Control.
           05  WS-Threshold-Amount   PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Age-Limit-Days     PIC 9(03) VALUE 0.
               88  FETCH-DONE            Value 'Y'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
      *    The date refunds are booked on: the business date, or the
      *    first open day when the business date's period is closed.
           05  WS-Refund-Post-Date   PIC 9(08) VALUE 0.
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
           05  WS-Refund-Period-Sw   PIC X Value space.
               88  REFUND-PERIOD-MOVED   Value 'Y'.
       01  WS-Register-Totals.
           05  WS-Credits-Read       PIC 9(09) VALUE 0.
           05  WS-Refund-Count       PIC 9(09) VALUE 0.
           05  WS-Refund-Total       PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Carried-Count      PIC 9(09) VALUE 0.
           05  WS-Carried-Total      PIC S9(13)V99 COMP-3 Value 0.
           05  WS-No-Address-Count   PIC 9(09) VALUE 0.
           05  WS-Moved-Count        PIC 9(09) VALUE 0.
           05  WS-Moved-Total        PIC S9(13)V99 COMP-3 Value 0.
       01  WS-Address-Control.
           05  WS-Address-Found      PIC X Value space.
               88  ADDRESS-FOUND         Value 'Y'.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Days-Formatted     PIC ZZZ9.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTREFND'.
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
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           PERFORM 1300-LOAD-ACCOUNTING-PERIODS
           MOVE WS-Business-Date TO WS-Refund-Post-Date
           MOVE WS-Business-Date(1:6) TO WS-Check-Period
           PERFORM 1310-TEST-PERIOD-CLOSED
           IF PERIOD-CLOSED
               PERFORM 1320-FIND-FIRST-OPEN-PERIOD
               MOVE WS-Open-Post-Date TO WS-Refund-Post-Date
               SET REFUND-PERIOD-MOVED TO TRUE
           END-IF
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           PERFORM 1200-LOAD-CREDIT-AGE-FILE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN EXTEND REFUND-PENDING
           IF REFPEND-NOTFOUND
               OPEN OUTPUT REFUND-PENDING
           END-IF
           IF NOT REFPEND-OK
               STRING "Unexpected REFPEND file status on open "
                   DELIMITED BY SIZE
                   REFPEND-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT REFUND-REGISTER
           IF NOT REFREG-OK
               STRING "Unexpected REFREG file status on open "
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO REF-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           IF REFUND-PERIOD-MOVED
               MOVE SPACES TO REF-RPT-LINE
               STRING "RUN DATE FALLS IN CLOSED ACCOUNTING PERIOD "
                       DELIMITED BY SIZE
                       WS-Closed-Period DELIMITED BY SIZE
                       " - REFUNDS ARE DATED " DELIMITED BY SIZE
                       WS-Refund-Post-Date DELIMITED BY SIZE
                 INTO REF-RPT-LINE
               PERFORM 2900-WRITE-REGISTER-LINE
               MOVE SPACES TO REF-RPT-LINE
               PERFORM 2900-WRITE-REGISTER-LINE
           END-IF
           EXEC SQL
               OPEN CREDCUR
           END-EXEC
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
       1320-FIND-FIRST-OPEN-PERIOD.
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
               PERFORM 1310-TEST-PERIOD-CLOSED
           END-PERFORM
           COMPUTE WS-Open-Post-Date = WS-Check-Period * 100 + 1
           .
       2000-Process.
           PERFORM 2100-FETCH-CREDIT-BALANCE
           PERFORM WITH TEST BEFORE
      *    CUSTCRED's draw-down path and out of the aging file.
           MOVE CRED-CUSTOMER-ID TO RFD-CUSTOMER-ID
           MOVE CRED-BALANCE     TO RFD-REFUND-AMOUNT
           MOVE WS-Refund-Post-Date TO RFD-BUSINESS-DATE
           MOVE 'R' TO RADR-TYPE
           PERFORM 2350-LOOKUP-ADDRESS
           IF NOT ADDRESS-FOUND
               MOVE 'B' TO RADR-TYPE
               PERFORM 2350-LOOKUP-ADDRESS
           END-IF
           IF ADDRESS-FOUND
               MOVE RADR-TYPE    TO RFD-ADDR-TYPE
               MOVE RADR-CONTACT TO RFD-ATTENTION
               MOVE RADR-LINE-1  TO RFD-ADDR-LINE-1
               MOVE RADR-LINE-2  TO RFD-ADDR-LINE-2
               MOVE RADR-CITY    TO RFD-ADDR-CITY
               MOVE RADR-STATE   TO RFD-ADDR-STATE
               MOVE RADR-ZIP     TO RFD-ADDR-ZIP
           ELSE
               MOVE SPACE  TO RFD-ADDR-TYPE
               MOVE SPACES TO RFD-ATTENTION
                              RFD-ADDR-LINE-1
                              RFD-ADDR-LINE-2
                              RFD-ADDR-CITY
                              RFD-ADDR-STATE
                              RFD-ADDR-ZIP
           END-IF
           WRITE REFUND-DISB-REC
           IF NOT REFDISB-OK
               STRING "Unexpected REFDISB file status on write "
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE RFD-CUSTOMER-ID   TO RFP-CUSTOMER-ID
           MOVE RFD-REFUND-AMOUNT TO RFP-REFUND-AMOUNT
           MOVE RFD-BUSINESS-DATE TO RFP-BUSINESS-DATE
           WRITE REFUND-PEND-REC
           IF NOT REFPEND-OK
               STRING "Unexpected REFPEND file status on write "
                   DELIMITED BY SIZE
                   REFPEND-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           EXEC SQL
               UPDATE THING.CUSTCRED
                   SET CREDITAMT = 0
                   WS-Days-Formatted DELIMITED BY SIZE
                   " DAYS  REFUNDED" DELIMITED BY SIZE
             INTO REF-RPT-LINE
           IF NOT ADDRESS-FOUND
               ADD 1 TO WS-No-Address-Count
               MOVE "NO REMIT-TO OR BILLING ADDRESS ON FILE"
                 TO REF-RPT-LINE(71:)
           END-IF
           IF REFUND-PERIOD-MOVED
               ADD 1 TO WS-Moved-Count
               ADD CRED-BALANCE TO WS-Moved-Total
               STRING "PERIOD " DELIMITED BY SIZE
                       WS-Closed-Period DELIMITED BY SIZE
                       " CLOSED" DELIMITED BY SIZE
                 INTO REF-RPT-LINE(111:)
           END-IF
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2350-LOOKUP-ADDRESS.
      *    Reads the address of type RADR-TYPE for the customer
      *    being refunded.
           MOVE SPACE TO WS-Address-Found
           EXEC SQL
               SELECT CONTACT, LINE1, LINE2, CITY, STATE, ZIP
                   INTO :RADR-CONTACT, :RADR-LINE-1, :RADR-LINE-2,
                        :RADR-CITY, :RADR-STATE, :RADR-ZIP
               FROM THING.CUSTADDR
               WHERE CUSTID = :CRED-CUSTOMER-ID
               AND ADDRTYPE = :RADR-TYPE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   SET ADDRESS-FOUND TO TRUE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading address for customer "
                           DELIMITED BY SIZE
                           CRED-CUSTOMER-ID DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2400-CARRY-ONE-CREDIT.
           MOVE CRED-CUSTOMER-ID TO CAGE-OUT-CUSTOMER-ID
           MOVE WS-Credit-First-Date TO CAGE-OUT-FIRST-DATE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO REF-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-No-Address-Count TO WS-Count-Formatted
           MOVE SPACES TO REF-RPT-LINE
           STRING "REFUNDS WITH NO ADDRESS:  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO REF-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Moved-Count TO WS-Count-Formatted
           MOVE WS-Moved-Total TO WS-Amount-Formatted
           MOVE SPACES TO REF-RPT-LINE
           STRING "REFUNDS MOVED FROM CLOSED:" DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO REF-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           Close CREDIT-AGE-OUT
           Close REFUND-DISBURSEMENTS
           Close REFUND-PENDING
           Close REFUND-REGISTER
           PERFORM 3100-WRITE-CREDIT-ADJUSTMENT
           PERFORM 3200-WRITE-RUN-STATISTICS
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
