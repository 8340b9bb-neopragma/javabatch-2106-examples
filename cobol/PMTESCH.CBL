       IDENTIFICATION DIVISION.
       Program-ID. PMTESCH.
      *****************************************************************
      * Annual unclaimed-property (escheatment) report.  A refund
      * check that is never cashed is still the customer's money,
      * and once it has gone unclaimed past the state dormancy
      * period it must be reported and remitted to the state.  This
      * program reads the refund check ledger PMTCHKST maintains and
      * selects every refund still pending or issued whose check
      * date (the refund date when accounts payable never reported
      * an issue) is at least the PARM dormancy period in days
      * before the PAYCTL business date.  The selected refunds are
      * listed by customer, with the customer's name, each refund's
      * date, check number, and amount, a subtotal per customer,
      * and grand totals for the filing.
      *
      * Each reported refund is marked 'E' on the ledger with the
      * escheat year (the business date's year), so PMTCHKST
      * rejects any later status for it for review and no refund is
      * reported in two years.  The ledger is rolled forward like
      * PMTCHKST's own run: the whole ledger is written to REFCHKOT.
      *
      * PARM: positions 1-4 the dormancy period in days (NNNN).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-LEDGER-IN
               ASSIGN TO 'REFCHKIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REFCHKIN-STATUS.
           SELECT CHECK-LEDGER-OUT
               ASSIGN TO 'REFCHKOT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REFCHKOT-STATUS.
           SELECT ESCHEAT-SORT-WORK
               ASSIGN TO 'SRTESCH'.
           SELECT ESCHEAT-REPORT
               ASSIGN TO 'ESCHRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ESCHRPT-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
           SELECT RUN-STATISTICS
               ASSIGN TO 'RUNSTATS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUNSTATS-STATUS.
       DATA DIVISION.
       File Section.
       FD  CHECK-LEDGER-IN
           Recording Mode F
           Data Record RCK-IN-REC.
      *    Refund check ledger (see PMTCHKST).
       01  RCK-IN-REC.
           05  RCK-IN-CUSTOMER-ID    PIC X(17).
           05  RCK-IN-REFUND-DATE    PIC X(08).
           05  RCK-IN-REFUND-AMOUNT  PIC 9(13)V9(02).
           05  RCK-IN-CHECK-NUMBER   PIC X(10).
           05  RCK-IN-STATUS         PIC X.
               88  RCK-IN-OUTSTANDING    VALUE 'P' 'I'.
           05  RCK-IN-ISSUE-DATE     PIC 9(08).
           05  RCK-IN-STATUS-DATE    PIC 9(08).
           05  RCK-IN-ESCHEAT-YEAR   PIC 9(04).
       FD  CHECK-LEDGER-OUT
           Recording Mode F
           Data Record RCK-OUT-REC.
       01  RCK-OUT-REC               PIC X(71).
       SD  ESCHEAT-SORT-WORK
           Data Record SW-ES-REC.
       01  SW-ES-REC.
           05  SW-ES-CUSTOMER-ID     PIC X(17).
           05  SW-ES-CHECK-DATE      PIC 9(08).
           05  SW-ES-REFUND-DATE     PIC X(08).
           05  SW-ES-CHECK-NUMBER    PIC X(10).
           05  SW-ES-AMOUNT          PIC S9(13)V99 COMP-3.
           05  SW-ES-DAYS-UNCLAIMED  PIC 9(05).
       FD  ESCHEAT-REPORT
           Recording Mode F
           Data Record ES-RPT-LINE.
       01  ES-RPT-LINE               PIC X(132).
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

      * Host variables

       01  CUSTOMER-INFO.
           05  CUST-ID               PIC X(17).
           05  CUST-NAME             PIC X(256).

      * Other working storage fields

       01  WS-File-Status.
           05  REFCHKIN-STATUS       PIC X(02).
               88  REFCHKIN-OK           VALUE '00'.
               88  REFCHKIN-EOF          VALUE '10'.
               88  REFCHKIN-NOTFOUND     VALUE '35'.
           05  REFCHKOT-STATUS       PIC X(02).
               88  REFCHKOT-OK           VALUE '00'.
           05  ESCHRPT-STATUS        PIC X(02).
               88  ESCHRPT-OK            VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Business-Date-Parts REDEFINES WS-Business-Date.
               10  WS-Business-Year      PIC 9(04).
               10  FILLER                PIC 9(04).
           05  WS-Today-Integer      PIC S9(9).
           05  WS-Check-Integer      PIC S9(9).
           05  WS-Days-Unclaimed     PIC S9(9).
       01  WS-Escheat-Control.
           05  WS-Dormancy-Days      PIC 9(04) VALUE 0.
           05  WS-Check-Date         PIC 9(08).
           05  WS-Ledger-Absent      PIC X Value space.
               88  LEDGER-FILE-ABSENT    Value 'Y'.
           05  WS-Sort-EOF           PIC X Value space.
               88  ES-SORT-EOF           Value 'Y'.
           05  WS-Prior-Customer-ID  PIC X(17) Value spaces.
       01  WS-Report-Totals.
           05  WS-Ledger-Read        PIC 9(09) VALUE 0.
           05  WS-Outstanding-Count  PIC 9(09) VALUE 0.
           05  WS-Customer-Count     PIC 9(09) VALUE 0.
           05  WS-Customer-Items     PIC 9(09) VALUE 0.
           05  WS-Customer-Total     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Escheat-Count      PIC 9(09) VALUE 0.
           05  WS-Escheat-Total      PIC S9(13)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Days-Formatted     PIC ZZ,ZZ9.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).
           05  WS-SQLCODE-Display    PIC -9(9).

       LINKAGE SECTION.
       01  PARM-ESCHEAT-SELECTION.
           05  PARM-DORMANCY-DAYS    PIC X(04).

       PROCEDURE DIVISION USING PARM-ESCHEAT-SELECTION.
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Goback
           .
       1000-Initialize.
           IF PARM-DORMANCY-DAYS NOT NUMERIC
                   OR PARM-DORMANCY-DAYS EQUAL '0000'
               MOVE 'Dormancy period in days parm is required'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE PARM-DORMANCY-DAYS TO WS-Dormancy-Days
           OPEN OUTPUT ESCHEAT-REPORT
           IF NOT ESCHRPT-OK
               STRING "Unexpected ESCHRPT file status on open "
                   DELIMITED BY SIZE
                   ESCHRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT CHECK-LEDGER-OUT
           IF NOT REFCHKOT-OK
               STRING "Unexpected REFCHKOT file status on open "
                   DELIMITED BY SIZE
                   REFCHKOT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           MOVE WS-Dormancy-Days TO WS-Days-Formatted
           MOVE SPACES TO ES-RPT-LINE
           STRING "PMTESCH UNCLAIMED PROPERTY REPORT  ESCHEAT YEAR "
                   DELIMITED BY SIZE
                   WS-Business-Year DELIMITED BY SIZE
                   "  AS OF " DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
                   "  DORMANCY " DELIMITED BY SIZE
                   WS-Days-Formatted DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
             INTO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO ES-RPT-LINE
           STRING "          REFUND    CHECK DATE  CHECK NO    "
                   DELIMITED BY SIZE
                   "  DAYS UNCLAIMED            AMOUNT"
                   DELIMITED BY SIZE
             INTO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
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
           SORT ESCHEAT-SORT-WORK
               ON ASCENDING KEY SW-ES-CUSTOMER-ID
               ON ASCENDING KEY SW-ES-CHECK-DATE
               INPUT PROCEDURE IS 2100-SELECT-DORMANT-REFUNDS
               OUTPUT PROCEDURE IS 2500-WRITE-ESCHEAT-DETAIL
           .
       2100-SELECT-DORMANT-REFUNDS.
      *    Every ledger record is written back out, dormant refunds
      *    marked as reported; no ledger yet means nothing to report.
           OPEN INPUT CHECK-LEDGER-IN
           EVALUATE TRUE
               WHEN REFCHKIN-OK
                   CONTINUE
               WHEN REFCHKIN-NOTFOUND
                   SET LEDGER-FILE-ABSENT TO TRUE
               WHEN OTHER
                   STRING "Unexpected REFCHKIN file status on open "
                       DELIMITED BY SIZE
                       REFCHKIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF NOT LEDGER-FILE-ABSENT
               READ CHECK-LEDGER-IN
               PERFORM WITH TEST BEFORE
                       UNTIL REFCHKIN-EOF
                   ADD 1 TO WS-Ledger-Read
                   IF RCK-IN-OUTSTANDING
                       ADD 1 TO WS-Outstanding-Count
                       PERFORM 2200-TEST-ONE-REFUND
                   END-IF
                   WRITE RCK-OUT-REC FROM RCK-IN-REC
                   IF NOT REFCHKOT-OK
                       STRING "Unexpected REFCHKOT file status on "
                           DELIMITED BY SIZE
                           "write " DELIMITED BY SIZE
                           REFCHKOT-STATUS
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
                   READ CHECK-LEDGER-IN
               END-PERFORM
               CLOSE CHECK-LEDGER-IN
           END-IF
           .
       2200-TEST-ONE-REFUND.
      *    Dormancy runs from the check's issue date; a refund
      *    accounts payable never reported issued runs from the date
      *    it was refunded.
           IF RCK-IN-ISSUE-DATE NUMERIC
                   AND RCK-IN-ISSUE-DATE GREATER ZERO
               MOVE RCK-IN-ISSUE-DATE TO WS-Check-Date
           ELSE
               IF RCK-IN-REFUND-DATE NUMERIC
                   MOVE RCK-IN-REFUND-DATE TO WS-Check-Date
               ELSE
                   MOVE WS-Business-Date TO WS-Check-Date
               END-IF
           END-IF
           COMPUTE WS-Check-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Check-Date)
           COMPUTE WS-Days-Unclaimed =
               WS-Today-Integer - WS-Check-Integer
           IF WS-Days-Unclaimed NOT LESS WS-Dormancy-Days
               MOVE RCK-IN-CUSTOMER-ID   TO SW-ES-CUSTOMER-ID
               MOVE WS-Check-Date        TO SW-ES-CHECK-DATE
               MOVE RCK-IN-REFUND-DATE   TO SW-ES-REFUND-DATE
               MOVE RCK-IN-CHECK-NUMBER  TO SW-ES-CHECK-NUMBER
               MOVE RCK-IN-REFUND-AMOUNT TO SW-ES-AMOUNT
               MOVE WS-Days-Unclaimed    TO SW-ES-DAYS-UNCLAIMED
               RELEASE SW-ES-REC
               MOVE 'E'              TO RCK-IN-STATUS
               MOVE WS-Business-Date TO RCK-IN-STATUS-DATE
               MOVE WS-Business-Year TO RCK-IN-ESCHEAT-YEAR
           END-IF
           .
       2500-WRITE-ESCHEAT-DETAIL.
           PERFORM 2550-RETURN-ESCHEAT-REC
           PERFORM WITH TEST BEFORE
                   UNTIL ES-SORT-EOF
               IF SW-ES-CUSTOMER-ID NOT EQUAL WS-Prior-Customer-ID
                   PERFORM 2700-END-CUSTOMER
                   PERFORM 2650-START-CUSTOMER
               END-IF
               PERFORM 2600-PRINT-ONE-REFUND
               PERFORM 2550-RETURN-ESCHEAT-REC
           END-PERFORM
           PERFORM 2700-END-CUSTOMER
           .
       2550-RETURN-ESCHEAT-REC.
           RETURN ESCHEAT-SORT-WORK
               AT END
                   SET ES-SORT-EOF TO TRUE
           END-RETURN
           .
       2600-PRINT-ONE-REFUND.
           ADD 1 TO WS-Customer-Items
           ADD SW-ES-AMOUNT TO WS-Customer-Total
           ADD 1 TO WS-Escheat-Count
           ADD SW-ES-AMOUNT TO WS-Escheat-Total
           MOVE SW-ES-DAYS-UNCLAIMED TO WS-Days-Formatted
           MOVE SW-ES-AMOUNT         TO WS-Amount-Formatted
           MOVE SPACES TO ES-RPT-LINE
           STRING "          " DELIMITED BY SIZE
                   SW-ES-REFUND-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-ES-CHECK-DATE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   SW-ES-CHECK-NUMBER DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-Days-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       2650-START-CUSTOMER.
           ADD 1 TO WS-Customer-Count
           MOVE SW-ES-CUSTOMER-ID TO WS-Prior-Customer-ID
           MOVE ZERO TO WS-Customer-Items
           MOVE ZERO TO WS-Customer-Total
           PERFORM 2660-SELECT-CUSTOMER-NAME
           MOVE SPACES TO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO ES-RPT-LINE
           STRING "CUSTOMER " DELIMITED BY SIZE
                   SW-ES-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CUST-NAME(1:60) DELIMITED BY SIZE
             INTO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       2660-SELECT-CUSTOMER-NAME.
           MOVE SW-ES-CUSTOMER-ID TO CUST-ID
           EXEC SQL
               SELECT CUSTNAME
                   INTO :CUST-NAME
               FROM THING.CUSTOMER
               WHERE CUSTID = :CUST-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE "** NOT ON CUSTOMER FILE **" TO CUST-NAME
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading customer " DELIMITED BY SIZE
                           CUST-ID DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2700-END-CUSTOMER.
           IF WS-Prior-Customer-ID NOT EQUAL SPACES
               MOVE WS-Customer-Items TO WS-Count-Formatted
               MOVE WS-Customer-Total TO WS-Amount-Formatted
               MOVE SPACES TO ES-RPT-LINE
               STRING "          CUSTOMER TOTAL  " DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                       " REFUNDS              " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO ES-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       8000-WRITE-REPORT-LINE.
           WRITE ES-RPT-LINE
           IF NOT ESCHRPT-OK
               STRING "Unexpected ESCHRPT file status on write "
                   DELIMITED BY SIZE
                   ESCHRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           Close CHECK-LEDGER-OUT
           MOVE SPACES TO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Customer-Count TO WS-Count-Formatted
           MOVE SPACES TO ES-RPT-LINE
           STRING "CUSTOMERS REPORTED:       " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Escheat-Count TO WS-Count-Formatted
           MOVE WS-Escheat-Total TO WS-Amount-Formatted
           MOVE SPACES TO ES-RPT-LINE
           STRING "REFUNDS REPORTED:         " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           COMPUTE WS-Outstanding-Count =
               WS-Outstanding-Count - WS-Escheat-Count
           MOVE WS-Outstanding-Count TO WS-Count-Formatted
           MOVE SPACES TO ES-RPT-LINE
           STRING "UNCASHED, NOT YET DORMANT:" DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ES-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           Close ESCHEAT-REPORT
           PERFORM 3200-WRITE-RUN-STATISTICS
           .
       3200-WRITE-RUN-STATISTICS.
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
           MOVE 'PMTESCH'  TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Ledger-Read   TO RS-RECORDS-READ
           MOVE WS-Escheat-Count TO RS-RECORDS-GOOD
           MOVE ZERO             TO RS-RECORDS-REJECTED
           MOVE WS-Escheat-Total TO RS-AMOUNT-TOTAL
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
       9999-Abort.
           Display WS-ERROR-MESSAGE
           EXEC SQL
               ROLLBACK
           END-EXEC
           Move 16 to Return-Code
           GOBACK
           .
