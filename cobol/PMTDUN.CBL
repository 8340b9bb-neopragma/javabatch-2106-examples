      * extract for the outside agency.  The control report shows
      * each customer's escalation level and how long they have been
      * at it, and totals the notices produced at each level.
      * An invoice with an open dispute on the dispute register is
      * held out of dunning until the dispute is resolved.
      * Each notice is addressed to the customer's billing address
      * on THING.CUSTADDR; the referral carries the collections
      * contact, or the billing address when no separate contact
      * has been set.  A customer with no usable address is flagged
      * on the control report.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'PAYPLAN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYPLAN-STATUS.
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
       DATA DIVISION.
       File Section.
       FD  DUNNING-NOTICES
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  DUNNING-HISTORY-IN
           Recording Mode F
           Data Record DH-IN-REC.
           Data Record COLL-REC.
      *    One record per customer newly referred to the outside
      *    agency: who they are, what they owe, and when the final
      *    demand they ignored went out.  The address the agency is
      *    to work from follows; COLL-ADDR-TYPE says whether it is
      *    the collections contact ('C') or the billing address
      *    ('B'), and is blank when the customer has neither.
       01  COLL-REC.
           05  COLL-CUSTOMER-ID      PIC X(17).
           05  COLL-CUSTOMER-NAME    PIC X(100).
           05  COLL-OUTSTANDING      PIC 9(13)V9(02).
           05  COLL-FINAL-DATE       PIC 9(08).
           05  COLL-REFER-DATE       PIC 9(08).
           05  COLL-ADDR-TYPE        PIC X(01).
           05  COLL-CONTACT          PIC X(40).
           05  COLL-ADDR-LINE-1      PIC X(40).
           05  COLL-ADDR-LINE-2      PIC X(40).
           05  COLL-ADDR-CITY        PIC X(30).
           05  COLL-ADDR-STATE       PIC X(02).
           05  COLL-ADDR-ZIP         PIC X(10).
           05  COLL-PHONE            PIC X(15).
       FD  PAYMENT-PLANS
           Recording Mode F
           Data Record PLAN-REC.
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

                    STATUS        CHAR(1)     NOT NULL )
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

      *    Every late open invoice, grouped by customer so one
      *    notice covers everything the customer owes.
           EXEC SQL
               88  DUN-LATE-60-DAYS      VALUE 'B'.
               88  DUN-LATE-90-DAYS      VALUE 'C'.

       01  DUNNING-ADDRESS-INFO.
           05  DADR-CUSTOMER-ID      PIC X(17).
           05  DADR-TYPE             PIC X(01).
           05  DADR-CONTACT          PIC X(40).
           05  DADR-LINE-1           PIC X(40).
           05  DADR-LINE-2           PIC X(40).
           05  DADR-CITY             PIC X(30).
           05  DADR-STATE            PIC X(02).
           05  DADR-ZIP              PIC X(10).
           05  DADR-PHONE            PIC X(15).

      * Other working storage fields

       01  WS-File-Status.
               88  PAYPLAN-OK            VALUE '00'.
               88  PAYPLAN-EOF           VALUE '10'.
               88  PAYPLAN-NOTFOUND      VALUE '35'.
           05  DISPUTE-STATUS        PIC X(02).
               88  DISPUTE-OK            VALUE '00'.
               88  DISPUTE-EOF           VALUE '10'.
               88  DISPUTE-NOTFOUND      VALUE '35'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
           05  CYCRERUN-STATUS       PIC X(02).
               88  CYCRERUN-OK           VALUE '00'.
               88  CYCRERUN-EOF          VALUE '10'.
               88  CYCRERUN-NOTFOUND     VALUE '35'.
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
               10  WS-Dun-Invoice-Number PIC X(13).
               10  WS-Dun-Due-Date       PIC X(08).
               10  WS-Dun-Open-Amount    PIC S9(13)V99 COMP-3.
       01  WS-Address-Control.
           05  WS-Address-Found      PIC X Value space.
               88  ADDRESS-FOUND         Value 'Y'.
           05  WS-No-Address-Count   PIC 9(09) VALUE 0.
       01  WS-Notice-Counts.
           05  WS-Reminder-Count     PIC 9(09) VALUE 0.
           05  WS-Warning-Count      PIC 9(09) VALUE 0.
           05  WS-Line-Due-Date      PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Line-Open-Amount   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTDUN  '.
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
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.

       PROCEDURE DIVISION.
           Perform 1000-Initialize
           Goback
           .
       1000-Initialize.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           OPEN OUTPUT DUNNING-NOTICES
           IF NOT DUNNOTC-OK
               STRING "Unexpected DUNNOTC file status on open "
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE WS-Run-Date TO WS-Run-Date-Num
           COMPUTE WS-Run-Date-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num)
           END-COMPUTE
           PERFORM 1200-LOAD-DUNNING-HISTORY
           PERFORM 1300-LOAD-PAYMENT-PLANS
           PERFORM 1400-LOAD-OPEN-DISPUTES
           MOVE SPACES TO DUN-CONTROL-LINE
           STRING "PMTDUN DUNNING CONTROL REPORT  RUN DATE "
                   DELIMITED BY SIZE
                           MOVE CTL-DUN-FINAL-DAYS
                             TO WS-Final-Days-Limit
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
       1200-LOAD-DUNNING-HISTORY.
      *    DUNHSTIN is the prior run's DUNHSTOT.  It does not exist
      *    the first time the escalation cycle runs, so its absence
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
       2000-Process.
           PERFORM 2100-FETCH-LATE-INVOICE
           PERFORM WITH TEST BEFORE
           END-EVALUATE
           .
       2200-ACCUMULATE-INVOICE.
           PERFORM 2220-CHECK-OPEN-DISPUTE
           IF INVOICE-IN-DISPUTE
      *        The customer is contesting this invoice -- no notice
      *        goes out on it until the dispute is resolved.
               ADD 1 TO WS-Dispute-Skipped
           ELSE
               PERFORM 2205-ACCUMULATE-UNDISPUTED
           END-IF
           .
       2205-ACCUMULATE-UNDISPUTED.
           PERFORM 2230-CHECK-PAYMENT-PLAN
           IF PLAN-CURRENT
      *        Current on an installment agreement -- this invoice
                   + DUN-AMOUNT-DUE - DUN-AMOUNT-PAID
           END-COMPUTE
           .
       2220-CHECK-OPEN-DISPUTE.
           MOVE SPACE TO WS-Dispute-Found
           IF WS-Dispute-Count GREATER ZERO
               SET WS-Dispute-Idx TO 1
               SEARCH WS-Dispute-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Dispute-Invoice(WS-Dispute-Idx)
                           EQUAL DUN-INVOICE-NUMBER
                       SET INVOICE-IN-DISPUTE TO TRUE
               END-SEARCH
           END-IF
           .
       2230-CHECK-PAYMENT-PLAN.
      *    An invoice is current on its plan when AMTPAID covers
      *    every installment scheduled on or before the run date.
           MOVE WS-Cust-Outstanding  TO COLL-OUTSTANDING
           MOVE WS-Prior-Level-Date  TO COLL-FINAL-DATE
           MOVE WS-Run-Date-Num      TO COLL-REFER-DATE
      *    The agency works from the collections contact when the
      *    credit department has named one, else the billing address.
           MOVE 'C' TO DADR-TYPE
           PERFORM 2490-LOOKUP-ADDRESS
           IF NOT ADDRESS-FOUND
               MOVE 'B' TO DADR-TYPE
               PERFORM 2490-LOOKUP-ADDRESS
           END-IF
           IF ADDRESS-FOUND
               MOVE DADR-TYPE    TO COLL-ADDR-TYPE
               MOVE DADR-CONTACT TO COLL-CONTACT
               MOVE DADR-LINE-1  TO COLL-ADDR-LINE-1
               MOVE DADR-LINE-2  TO COLL-ADDR-LINE-2
               MOVE DADR-CITY    TO COLL-ADDR-CITY
               MOVE DADR-STATE   TO COLL-ADDR-STATE
               MOVE DADR-ZIP     TO COLL-ADDR-ZIP
               MOVE DADR-PHONE   TO COLL-PHONE
           ELSE
               MOVE SPACE  TO COLL-ADDR-TYPE
               MOVE SPACES TO COLL-CONTACT
                              COLL-ADDR-LINE-1
                              COLL-ADDR-LINE-2
                              COLL-ADDR-CITY
                              COLL-ADDR-STATE
                              COLL-ADDR-ZIP
                              COLL-PHONE
               PERFORM 2495-WRITE-NO-ADDRESS-LINE
           END-IF
           WRITE COLL-REC
           IF NOT COLLEXT-OK
               STRING "Unexpected COLLEXT file status on write "
             INTO DUN-CONTROL-LINE
           PERFORM 2950-WRITE-CONTROL-LINE
           .
       2490-LOOKUP-ADDRESS.
      *    Reads the address of type DADR-TYPE for the customer
      *    being closed off.
           MOVE SPACE TO WS-Address-Found
           MOVE WS-Prior-Customer-ID TO DADR-CUSTOMER-ID
           EXEC SQL
               SELECT CONTACT, LINE1, LINE2, CITY, STATE, ZIP, PHONE
                   INTO :DADR-CONTACT, :DADR-LINE-1, :DADR-LINE-2,
                        :DADR-CITY, :DADR-STATE, :DADR-ZIP,
                        :DADR-PHONE
               FROM THING.CUSTADDR
               WHERE CUSTID = :DADR-CUSTOMER-ID
               AND ADDRTYPE = :DADR-TYPE
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
                           " reading customer address"
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2495-WRITE-NO-ADDRESS-LINE.
           ADD 1 TO WS-No-Address-Count
           MOVE SPACES TO DUN-CONTROL-LINE
           STRING WS-Prior-Customer-ID DELIMITED BY SIZE
                   "  NO ADDRESS ON FILE - MAILROOM TO RESEARCH"
                   DELIMITED BY SIZE
             INTO DUN-CONTROL-LINE
           PERFORM 2950-WRITE-CONTROL-LINE
           .
       2500-EMIT-NOTICE.
           ADD 1 TO WS-Notice-Count
           MOVE ALL '*' TO DUN-NOTICE-LINE
                   WS-Prior-Customer-Name(1:100) DELIMITED BY SIZE
             INTO DUN-NOTICE-LINE
           PERFORM 2900-WRITE-NOTICE-LINE
           MOVE 'B' TO DADR-TYPE
           PERFORM 2490-LOOKUP-ADDRESS
           IF ADDRESS-FOUND
               PERFORM 2510-PRINT-NOTICE-ADDRESS
           ELSE
               PERFORM 2495-WRITE-NO-ADDRESS-LINE
           END-IF
           MOVE SPACES TO DUN-NOTICE-LINE
           STRING "     INVOICE        DUE DATE   AMOUNT OUTSTANDING"
               DELIMITED BY SIZE
           MOVE SPACES TO DUN-NOTICE-LINE
           PERFORM 2900-WRITE-NOTICE-LINE
           .
       2510-PRINT-NOTICE-ADDRESS.
      *    Lined up under the customer name.
           MOVE SPACES TO DUN-NOTICE-LINE
           MOVE DADR-LINE-1 TO DUN-NOTICE-LINE(20:40)
           PERFORM 2900-WRITE-NOTICE-LINE
           IF DADR-LINE-2 NOT EQUAL SPACES
               MOVE SPACES TO DUN-NOTICE-LINE
               MOVE DADR-LINE-2 TO DUN-NOTICE-LINE(20:40)
               PERFORM 2900-WRITE-NOTICE-LINE
           END-IF
           MOVE SPACES TO DUN-NOTICE-LINE
           STRING DADR-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   DADR-STATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DADR-ZIP DELIMITED BY SIZE
             INTO DUN-NOTICE-LINE(20:)
           PERFORM 2900-WRITE-NOTICE-LINE
           MOVE SPACES TO DUN-NOTICE-LINE
           PERFORM 2900-WRITE-NOTICE-LINE
           .
       2900-WRITE-NOTICE-LINE.
           WRITE DUN-NOTICE-LINE
           IF NOT DUNNOTC-OK
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DUN-CONTROL-LINE
           PERFORM 2950-WRITE-CONTROL-LINE
           MOVE WS-Dispute-Skipped TO WS-Count-Formatted
           MOVE SPACES TO DUN-CONTROL-LINE
           STRING "IN DISPUTE (NOT DUNNED):        "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DUN-CONTROL-LINE
           PERFORM 2950-WRITE-CONTROL-LINE
           MOVE WS-No-Address-Count TO WS-Count-Formatted
           MOVE SPACES TO DUN-CONTROL-LINE
           STRING "NOTICES/REFERRALS NO ADDRESS:   "
                   DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DUN-CONTROL-LINE
           PERFORM 2950-WRITE-CONTROL-LINE
           Close DUNNING-NOTICES
           Close DUNNING-CONTROL
           Close DUNNING-HISTORY-OUT
           Close COLLECTIONS-EXTRACT
           PERFORM 3900-RECORD-CYCLE-LEDGER
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
