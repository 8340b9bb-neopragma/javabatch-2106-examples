       IDENTIFICATION DIVISION.
       Program-ID. PMTATB.
      *****************************************************************
      * Month-end aged trial balance.  Run after the last nightly
      * cycle of the month, so the month's postings and aging are
      * all on THING.INVOICE.  For every customer it buckets the
      * open balance (AMTDUE less AMTPAID) of each invoice not paid,
      * overpaid, or written off by days past its due date as of
      * the PAYCTL business date -- current, 1-30, 31-60, 61-90, and
      * over 90 -- and shows the customer's THING.CUSTCRED credit
      * balance in a column of its own, since that is a liability
      * rather than a reduction of the receivable.  Customers with
      * nothing open and no credit are left off.  Grand totals
      * follow the customer detail.
      *
      * The aged total is then tied to the accounts-receivable
      * balance the GL journals imply: last period's aged total
      * (ARBAL, rolled forward by this run) plus the ACCTS-RECV
      * debits less credits on every PMTGLX journal of the period
      * (GLJRNLM, which PAYNITE accumulates and this job clears).
      * Any difference is printed and ends the run with return code
      * 4 -- it is receivable activity that reached the invoices
      * without passing through the PMTGLX journal, and accounting
      * must explain it before the period is signed off.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-CONTROL
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
           SELECT PERIOD-JOURNALS
               ASSIGN TO 'GLJRNLM'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS GLJRNLM-STATUS.
           SELECT AR-BALANCE-IN
               ASSIGN TO 'ARBAL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ARBAL-STATUS.
           SELECT AR-BALANCE-OUT
               ASSIGN TO 'ARBALN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ARBALN-STATUS.
           SELECT AGED-TRIAL-BALANCE
               ASSIGN TO 'ATBRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ATBRPT-STATUS.
           SELECT RUN-STATISTICS
               ASSIGN TO 'RUNSTATS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUNSTATS-STATUS.
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
       FD  PERIOD-JOURNALS
           Recording Mode F
           Data Record GLJ-REC.
      *    Every night's PMTGLX journal batch since the last aged
      *    trial balance (see PMTGLX).
       01  GLJ-REC.
           05  GLJ-BUSINESS-DATE     PIC 9(08).
           05  GLJ-ACCOUNT           PIC X(12).
               88  GLJ-ACCTS-RECV        VALUE 'ACCTS-RECV  '.
           05  GLJ-DR-CR             PIC X(01).
               88  GLJ-DEBIT             VALUE 'D'.
           05  GLJ-AMOUNT            PIC 9(13)V9(02).
           05  GLJ-SOURCE            PIC X(08).
       FD  AR-BALANCE-IN
           Recording Mode F
           Data Record ARB-IN-REC.
      *    The aged total the last run closed with, and its as-of
      *    date; the opening balance for this period's tie-out.
       01  ARB-IN-REC.
           05  ARB-IN-AS-OF-DATE     PIC 9(08).
           05  ARB-IN-AR-BALANCE     PIC S9(13)V99 COMP-3.
       FD  AR-BALANCE-OUT
           Recording Mode F
           Data Record ARB-OUT-REC.
       01  ARB-OUT-REC.
           05  ARB-OUT-AS-OF-DATE    PIC 9(08).
           05  ARB-OUT-AR-BALANCE    PIC S9(13)V99 COMP-3.
       FD  AGED-TRIAL-BALANCE
           Recording Mode F
           Data Record ATB-RPT-LINE.
       01  ATB-RPT-LINE              PIC X(132).
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
               DECLARE ATBCUR CURSOR FOR
                   SELECT CUSTID, CUSTNAME
                   FROM THING.CUSTOMER
                   ORDER BY CUSTID
           END-EXEC.

      * Host variables

       01  AGING-INFO.
           05  ATB-CUSTOMER-ID       PIC X(17).
           05  ATB-CUSTOMER-NAME     PIC X(256).
           05  ATB-AS-OF-DATE        PIC X(08).
           05  ATB-BOUNDARY-30       PIC X(08).
           05  ATB-BOUNDARY-60       PIC X(08).
           05  ATB-BOUNDARY-90       PIC X(08).
           05  ATB-CURRENT           PIC S9(13)V99 COMP-3.
           05  ATB-DAYS-1-30         PIC S9(13)V99 COMP-3.
           05  ATB-DAYS-31-60        PIC S9(13)V99 COMP-3.
           05  ATB-DAYS-61-90        PIC S9(13)V99 COMP-3.
           05  ATB-OVER-90           PIC S9(13)V99 COMP-3.
           05  ATB-INVOICE-COUNT     PIC S9(9) COMP-5.
           05  ATB-CREDIT-BALANCE    PIC S9(13)V99 COMP-3.

      * Other working storage fields

       01  WS-File-Status.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  GLJRNLM-STATUS        PIC X(02).
               88  GLJRNLM-OK            VALUE '00'.
               88  GLJRNLM-EOF           VALUE '10'.
               88  GLJRNLM-NOTFOUND      VALUE '35'.
           05  ARBAL-STATUS          PIC X(02).
               88  ARBAL-OK              VALUE '00'.
               88  ARBAL-EOF             VALUE '10'.
               88  ARBAL-NOTFOUND        VALUE '35'.
           05  ARBALN-STATUS         PIC X(02).
               88  ARBALN-OK             VALUE '00'.
           05  ATBRPT-STATUS         PIC X(02).
               88  ATBRPT-OK             VALUE '00'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Today-Integer      PIC S9(9).
           05  WS-Boundary-Date      PIC 9(08).
       01  WS-Fetch-Control.
           05  WS-Fetch-Done         PIC X Value space.
               88  FETCH-DONE            Value 'Y'.
       01  WS-Customer-Work.
           05  WS-Customer-Open      PIC S9(13)V99 COMP-3 Value 0.
       01  WS-Aged-Totals.
           05  WS-Customer-Count     PIC 9(09) VALUE 0.
           05  WS-Listed-Count       PIC 9(09) VALUE 0.
           05  WS-Invoice-Count      PIC 9(09) VALUE 0.
           05  WS-Total-Current      PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Total-1-30         PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Total-31-60        PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Total-61-90        PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Total-Over-90      PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Total-Open         PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Total-Credit       PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Tie-Out.
           05  WS-Opening-Found      PIC X Value space.
               88  OPENING-BALANCE-FOUND Value 'Y'.
           05  WS-Opening-Date       PIC 9(08) VALUE 0.
           05  WS-Opening-Balance    PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Journal-Lines      PIC 9(09) VALUE 0.
           05  WS-Journal-AR-Debits  PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Journal-AR-Credits PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Implied-AR         PIC S9(15)V99 COMP-3 Value 0.
           05  WS-AR-Difference      PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Bucket-Formatted-1 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-Bucket-Formatted-2 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-Bucket-Formatted-3 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-Bucket-Formatted-4 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-Bucket-Formatted-5 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-Bucket-Formatted-6 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-Bucket-Formatted-7 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).
           05  WS-SQLCODE-Display    PIC -9(9).

       PROCEDURE DIVISION.
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Goback
           .
       1000-Initialize.
           OPEN OUTPUT AGED-TRIAL-BALANCE
           IF NOT ATBRPT-OK
               STRING "Unexpected ATBRPT file status on open "
                   DELIMITED BY SIZE
                   ATBRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1200-SET-AGING-BOUNDARIES
           PERFORM 1300-READ-OPENING-BALANCE
           PERFORM 1400-TOTAL-PERIOD-JOURNALS
           MOVE SPACES TO ATB-RPT-LINE
           STRING "PMTATB AGED TRIAL BALANCE  AS OF "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
                   "  (DAYS PAST DUE DATE)" DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO ATB-RPT-LINE
           MOVE "CUSTOMER / NAME" TO ATB-RPT-LINE
           MOVE "CURRENT"         TO ATB-RPT-LINE(24:7)
           MOVE "1-30"            TO ATB-RPT-LINE(43:4)
           MOVE "31-60"           TO ATB-RPT-LINE(58:5)
           MOVE "61-90"           TO ATB-RPT-LINE(74:5)
           MOVE "OVER 90"         TO ATB-RPT-LINE(88:7)
           MOVE "TOTAL OPEN"      TO ATB-RPT-LINE(101:10)
           MOVE "CREDIT BAL"      TO ATB-RPT-LINE(117:10)
           PERFORM 8000-WRITE-REPORT-LINE
           EXEC SQL
               OPEN ATBCUR
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
       1200-SET-AGING-BOUNDARIES.
      *    An invoice due on or after the as-of date is current; one
      *    due on or after the 30-day boundary is 1-30 days past
      *    due, and so on out to the 90-day boundary.
           MOVE WS-Business-Date TO ATB-AS-OF-DATE
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           COMPUTE WS-Boundary-Date =
               FUNCTION DATE-OF-INTEGER(WS-Today-Integer - 30)
           MOVE WS-Boundary-Date TO ATB-BOUNDARY-30
           COMPUTE WS-Boundary-Date =
               FUNCTION DATE-OF-INTEGER(WS-Today-Integer - 60)
           MOVE WS-Boundary-Date TO ATB-BOUNDARY-60
           COMPUTE WS-Boundary-Date =
               FUNCTION DATE-OF-INTEGER(WS-Today-Integer - 90)
           MOVE WS-Boundary-Date TO ATB-BOUNDARY-90
           .
       1300-READ-OPENING-BALANCE.
      *    An absent or empty ARBAL means this is the first period
      *    tied out; the opening balance is then zero and the
      *    report says so.
           OPEN INPUT AR-BALANCE-IN
           EVALUATE TRUE
               WHEN ARBAL-OK
                   READ AR-BALANCE-IN
                   IF ARBAL-OK
                       SET OPENING-BALANCE-FOUND TO TRUE
                       MOVE ARB-IN-AS-OF-DATE TO WS-Opening-Date
                       MOVE ARB-IN-AR-BALANCE TO WS-Opening-Balance
                   END-IF
                   CLOSE AR-BALANCE-IN
               WHEN ARBAL-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected ARBAL file status on open "
                       DELIMITED BY SIZE
                       ARBAL-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1400-TOTAL-PERIOD-JOURNALS.
      *    Only the receivable lines matter here; an absent file
      *    means no journal has posted this period.
           OPEN INPUT PERIOD-JOURNALS
           EVALUATE TRUE
               WHEN GLJRNLM-OK
                   READ PERIOD-JOURNALS
                   PERFORM WITH TEST BEFORE
                           UNTIL GLJRNLM-EOF
                       ADD 1 TO WS-Journal-Lines
                       IF GLJ-ACCTS-RECV
                           IF GLJ-DEBIT
                               ADD GLJ-AMOUNT
                                 TO WS-Journal-AR-Debits
                           ELSE
                               ADD GLJ-AMOUNT
                                 TO WS-Journal-AR-Credits
                           END-IF
                       END-IF
                       READ PERIOD-JOURNALS
                   END-PERFORM
                   CLOSE PERIOD-JOURNALS
               WHEN GLJRNLM-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected GLJRNLM file status on open "
                       DELIMITED BY SIZE
                       GLJRNLM-STATUS
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
               PERFORM 2200-AGE-CUSTOMER
               PERFORM 2300-READ-CREDIT-BALANCE
               IF ATB-INVOICE-COUNT GREATER ZERO
                       OR ATB-CREDIT-BALANCE NOT EQUAL ZERO
                   PERFORM 2400-PRINT-CUSTOMER
               END-IF
               PERFORM 2100-FETCH-CUSTOMER
           END-PERFORM
           .
       2100-FETCH-CUSTOMER.
           EXEC SQL
               FETCH ATBCUR
                   INTO :ATB-CUSTOMER-ID,
                        :ATB-CUSTOMER-NAME
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
       2200-AGE-CUSTOMER.
      *    Open balance on every invoice not paid, overpaid, or
      *    written off, bucketed by its due date.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DUEDATE >=
                          TO_DATE(:ATB-AS-OF-DATE, 'YYYYMMDD')
                          THEN AMTDUE - AMTPAID ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <
                          TO_DATE(:ATB-AS-OF-DATE, 'YYYYMMDD')
                          AND DUEDATE >=
                          TO_DATE(:ATB-BOUNDARY-30, 'YYYYMMDD')
                          THEN AMTDUE - AMTPAID ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <
                          TO_DATE(:ATB-BOUNDARY-30, 'YYYYMMDD')
                          AND DUEDATE >=
                          TO_DATE(:ATB-BOUNDARY-60, 'YYYYMMDD')
                          THEN AMTDUE - AMTPAID ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <
                          TO_DATE(:ATB-BOUNDARY-60, 'YYYYMMDD')
                          AND DUEDATE >=
                          TO_DATE(:ATB-BOUNDARY-90, 'YYYYMMDD')
                          THEN AMTDUE - AMTPAID ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <
                          TO_DATE(:ATB-BOUNDARY-90, 'YYYYMMDD')
                          THEN AMTDUE - AMTPAID ELSE 0 END), 0),
                      COUNT(*)
                   INTO :ATB-CURRENT, :ATB-DAYS-1-30,
                        :ATB-DAYS-31-60, :ATB-DAYS-61-90,
                        :ATB-OVER-90, :ATB-INVOICE-COUNT
               FROM THING.INVOICE
               WHERE CUSTID = :ATB-CUSTOMER-ID
               AND STATUS NOT IN ('P', 'O', 'W')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " aging open invoices" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2300-READ-CREDIT-BALANCE.
           EXEC SQL
               SELECT CREDITAMT
                   INTO :ATB-CREDIT-BALANCE
               FROM THING.CUSTCRED
               WHERE CUSTID = :ATB-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE ZERO TO ATB-CREDIT-BALANCE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading credit balance" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2400-PRINT-CUSTOMER.
           ADD 1 TO WS-Listed-Count
           ADD ATB-INVOICE-COUNT TO WS-Invoice-Count
           COMPUTE WS-Customer-Open =
               ATB-CURRENT + ATB-DAYS-1-30 + ATB-DAYS-31-60
                   + ATB-DAYS-61-90 + ATB-OVER-90
           END-COMPUTE
           ADD ATB-CURRENT        TO WS-Total-Current
           ADD ATB-DAYS-1-30      TO WS-Total-1-30
           ADD ATB-DAYS-31-60     TO WS-Total-31-60
           ADD ATB-DAYS-61-90     TO WS-Total-61-90
           ADD ATB-OVER-90        TO WS-Total-Over-90
           ADD WS-Customer-Open   TO WS-Total-Open
           ADD ATB-CREDIT-BALANCE TO WS-Total-Credit
           MOVE SPACES TO ATB-RPT-LINE
           STRING ATB-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ATB-CUSTOMER-NAME(1:60) DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ATB-CURRENT        TO WS-Bucket-Formatted-1
           MOVE ATB-DAYS-1-30      TO WS-Bucket-Formatted-2
           MOVE ATB-DAYS-31-60     TO WS-Bucket-Formatted-3
           MOVE ATB-DAYS-61-90     TO WS-Bucket-Formatted-4
           MOVE ATB-OVER-90        TO WS-Bucket-Formatted-5
           MOVE WS-Customer-Open   TO WS-Bucket-Formatted-6
           MOVE ATB-CREDIT-BALANCE TO WS-Bucket-Formatted-7
           PERFORM 2450-PRINT-BUCKET-LINE
           .
       2450-PRINT-BUCKET-LINE.
           MOVE SPACES TO ATB-RPT-LINE
           STRING "               " DELIMITED BY SIZE
                   WS-Bucket-Formatted-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Bucket-Formatted-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Bucket-Formatted-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Bucket-Formatted-4 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Bucket-Formatted-5 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Bucket-Formatted-6 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Bucket-Formatted-7 DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       8000-WRITE-REPORT-LINE.
           WRITE ATB-RPT-LINE
           IF NOT ATBRPT-OK
               STRING "Unexpected ATBRPT file status on write "
                   DELIMITED BY SIZE
                   ATBRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           EXEC SQL
               CLOSE ATBCUR
           END-EXEC
           MOVE SPACES TO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO ATB-RPT-LINE
           STRING "GRAND TOTALS" DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Total-Current   TO WS-Bucket-Formatted-1
           MOVE WS-Total-1-30      TO WS-Bucket-Formatted-2
           MOVE WS-Total-31-60     TO WS-Bucket-Formatted-3
           MOVE WS-Total-61-90     TO WS-Bucket-Formatted-4
           MOVE WS-Total-Over-90   TO WS-Bucket-Formatted-5
           MOVE WS-Total-Open      TO WS-Bucket-Formatted-6
           MOVE WS-Total-Credit    TO WS-Bucket-Formatted-7
           PERFORM 2450-PRINT-BUCKET-LINE
           MOVE SPACES TO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Customer-Count TO WS-Count-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           STRING "CUSTOMERS EXAMINED:          " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Listed-Count TO WS-Count-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           STRING "CUSTOMERS LISTED:            " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Invoice-Count TO WS-Count-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           STRING "OPEN INVOICES AGED:          " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3100-WRITE-GL-TIE-OUT
           Close AGED-TRIAL-BALANCE
           PERFORM 3200-WRITE-CLOSING-BALANCE
           PERFORM 3300-WRITE-RUN-STATISTICS
           IF WS-AR-Difference NOT EQUAL ZERO
               Move 4 to Return-Code
           END-IF
           .
       3100-WRITE-GL-TIE-OUT.
      *    Implied receivable = last period's aged total plus the
      *    period's ACCTS-RECV journal debits less its credits.
           COMPUTE WS-Implied-AR =
               WS-Opening-Balance + WS-Journal-AR-Debits
                   - WS-Journal-AR-Credits
           END-COMPUTE
           COMPUTE WS-AR-Difference =
               WS-Total-Open - WS-Implied-AR
           END-COMPUTE
           MOVE SPACES TO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO ATB-RPT-LINE
           STRING "ACCOUNTS RECEIVABLE TIE-OUT TO THE PMTGLX JOURNALS"
                   DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Opening-Balance TO WS-Amount-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           IF OPENING-BALANCE-FOUND
               STRING "OPENING A/R (AGED TOTAL " DELIMITED BY SIZE
                       WS-Opening-Date DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                 INTO ATB-RPT-LINE
           ELSE
               STRING "OPENING A/R (NONE ON FILE)" DELIMITED BY SIZE
                 INTO ATB-RPT-LINE
           END-IF
           MOVE WS-Amount-Formatted TO ATB-RPT-LINE(40:22)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Journal-AR-Debits TO WS-Amount-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           MOVE "PLUS JOURNAL A/R DEBITS" TO ATB-RPT-LINE
           MOVE WS-Amount-Formatted TO ATB-RPT-LINE(40:22)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Journal-AR-Credits TO WS-Amount-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           MOVE "LESS JOURNAL A/R CREDITS" TO ATB-RPT-LINE
           MOVE WS-Amount-Formatted TO ATB-RPT-LINE(40:22)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Implied-AR TO WS-Amount-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           MOVE "IMPLIED A/R BALANCE" TO ATB-RPT-LINE
           MOVE WS-Amount-Formatted TO ATB-RPT-LINE(40:22)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Total-Open TO WS-Amount-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           MOVE "AGED TRIAL BALANCE TOTAL" TO ATB-RPT-LINE
           MOVE WS-Amount-Formatted TO ATB-RPT-LINE(40:22)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-AR-Difference TO WS-Amount-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           MOVE "DIFFERENCE" TO ATB-RPT-LINE
           MOVE WS-Amount-Formatted TO ATB-RPT-LINE(40:22)
           IF WS-AR-Difference EQUAL ZERO
               MOVE "IN BALANCE" TO ATB-RPT-LINE(64:10)
           ELSE
               MOVE "*** OUT OF BALANCE - INVESTIGATE ***"
                 TO ATB-RPT-LINE(64:36)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Journal-Lines TO WS-Count-Formatted
           MOVE SPACES TO ATB-RPT-LINE
           STRING "JOURNAL LINES READ:          " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ATB-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       3200-WRITE-CLOSING-BALANCE.
      *    This period's aged total opens the next period's tie-out.
           OPEN OUTPUT AR-BALANCE-OUT
           IF NOT ARBALN-OK
               STRING "Unexpected ARBALN file status on open "
                   DELIMITED BY SIZE
                   ARBALN-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE WS-Business-Date TO ARB-OUT-AS-OF-DATE
           MOVE WS-Total-Open    TO ARB-OUT-AR-BALANCE
           WRITE ARB-OUT-REC
           IF NOT ARBALN-OK
               STRING "Unexpected ARBALN file status on write "
                   DELIMITED BY SIZE
                   ARBALN-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           Close AR-BALANCE-OUT
           .
       3300-WRITE-RUN-STATISTICS.
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
           MOVE 'PMTATB'   TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Customer-Count TO RS-RECORDS-READ
           MOVE WS-Listed-Count  TO RS-RECORDS-GOOD
           MOVE ZERO             TO RS-RECORDS-REJECTED
           MOVE WS-Total-Open    TO RS-AMOUNT-TOTAL
           IF WS-AR-Difference NOT EQUAL ZERO
               MOVE 1 TO RS-WARNING-COUNT
               MOVE 4 TO RS-RETURN-CODE
           ELSE
               MOVE ZERO TO RS-WARNING-COUNT
               MOVE ZERO TO RS-RETURN-CODE
           END-IF
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
