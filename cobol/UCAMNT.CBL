       IDENTIFICATION DIVISION.
       Program-ID. UCAMNT.
      *****************************************************************
      * Unapplied-cash ledger dispositions.  The cash-application
      * desk works each open item UCAINTK put on the ledger to one
      * of three ends by keying a transaction against its item
      * number:
      *   'A' apply it to a named customer and invoice.  The payment
      *       is written to the supplemental standard file PMTSTDS
      *       with its original date paid, tax, and bank trace, and
      *       the next nightly cycle posts it like any other payment.
      *   'C' put it on account: the amount is banked in
      *       THING.CUSTCRED for the named customer (or the customer
      *       the payment came in under when none is keyed).
      *   'R' return it to the remitter: a return record goes to
      *       treasury on UCARTN to send the money back.
      * Each 'A' and 'C' disposition is also appended to UCAADJ so
      * the next PMTRECON credit leg allows for cash put on account
      * and PMTBANK does not look for a second deposit of cash sent
      * back through posting; PAYNITE drops UCAADJ once counted.
      * The ledger is rolled forward like the dispute file, and the
      * register lists every action and every rejected transaction
      * with control totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-TRANSACTIONS
               ASSIGN TO 'UCATRAN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCATRAN-STATUS.
           SELECT LEDGER-IN
               ASSIGN TO 'UCAIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAIN-STATUS.
           SELECT LEDGER-OUT
               ASSIGN TO 'UCAOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAOUT-STATUS.
           SELECT PAYMENTS-SUPPLEMENTAL
               ASSIGN TO 'PMTSTDS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTSTDS-STATUS.
           SELECT RETURN-EXTRACT
               ASSIGN TO 'UCARTN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCARTN-STATUS.
           SELECT UNAPPLIED-ADJUSTMENTS
               ASSIGN TO 'UCAADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAADJ-STATUS.
           SELECT LEDGER-REGISTER
               ASSIGN TO 'UCAREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAREG-STATUS.
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
       FD  LEDGER-TRANSACTIONS
           Recording Mode F
           Data Record UCA-TRAN-REC.
      *    One record per disposition keyed by the desk.  Customer
      *    and invoice are required on an apply; on an on-account
      *    disposition a blank customer means the customer the
      *    payment arrived under.  The note is kept on the item.
       01  UCA-TRAN-REC.
           05  UT-ITEM-NUMBER        PIC 9(09).
           05  UT-ACTION             PIC X.
               88  UT-APPLY              VALUE 'A'.
               88  UT-ON-ACCOUNT         VALUE 'C'.
               88  UT-RETURN             VALUE 'R'.
           05  UT-CUSTOMER-ID        PIC X(17).
           05  UT-INVOICE-NUMBER     PIC X(13).
           05  UT-NOTE               PIC X(40).
       FD  LEDGER-IN
           Recording Mode F
           Data Record UCA-IN-REC.
      *    The current unapplied-cash ledger (see UCAINTK).
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
       FD  PAYMENTS-SUPPLEMENTAL
           Recording Mode F
           Data Record PAYMENTS-STANDARD-REC.
       01  PAYMENTS-STANDARD-REC.
           05  PMT-CUSTOMER-ID          PIC X(17).
           05  PMT-INVOICE-NUMBER       PIC X(13).
           05  PMT-DATE-DUE             PIC X(08).
           05  PMT-DATE-PAID            PIC X(08).
           05  PMT-AMOUNT-PAID          PIC 9(16)V9(02).
           05  PMT-TAX-PAID             PIC 9(07)V9(02).
           05  PMT-ORIG-CURRENCY        PIC X(03).
           05  PMT-ORIG-AMOUNT          PIC 9(16)V9(02).
           05  PMT-EXCH-RATE            PIC 9(03)V9(06).
           05  PMT-TRACE-NUMBER         PIC X(20).
       FD  RETURN-EXTRACT
           Recording Mode F
           Data Record UCA-RTN-REC.
      *    One record per item returned to the remitter, for
      *    treasury to send the money back against the bank trace.
       01  UCA-RTN-REC.
           05  RTN-ITEM-NUMBER       PIC 9(09).
           05  RTN-CUSTOMER-ID       PIC X(17).
           05  RTN-DATE-PAID         PIC X(08).
           05  RTN-AMOUNT            PIC 9(16)V9(02).
           05  RTN-TRACE-NUMBER      PIC X(20).
           05  RTN-BUSINESS-DATE     PIC X(08).
           05  RTN-NOTE              PIC X(40).
       FD  UNAPPLIED-ADJUSTMENTS
           Recording Mode F
           Data Record UADJ-REC.
       01  UADJ-REC.
           05  UADJ-TYPE             PIC X.
           05  UADJ-ITEM-NUMBER      PIC 9(09).
           05  UADJ-CUSTOMER-ID      PIC X(17).
           05  UADJ-DATE-PAID        PIC X(08).
           05  UADJ-AMOUNT           PIC 9(16)V9(02).
       FD  LEDGER-REGISTER
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

      * Host variables

       01  CUSTOMER-INFO.
           05  CUST-ID               PIC X(17).
       01  INVOICE-INFO.
           05  INV-DUE-DATE          PIC X(08).
           05  INV-STATUS            PIC X.
               88  INV-PAID              VALUE 'P'.
               88  INV-OVERPAID          VALUE 'O'.
               88  INV-WRITTEN-OFF       VALUE 'W'.
       01  CREDIT-INFO.
           05  WS-Credit-Customer-ID PIC X(17).
           05  WS-Credit-Balance     PIC S9(13)V99 COMP-3.

      * Other working storage fields

       01  WS-File-Status.
           05  UCATRAN-STATUS        PIC X(02).
               88  UCATRAN-OK            VALUE '00'.
               88  UCATRAN-EOF           VALUE '10'.
               88  UCATRAN-NOTFOUND      VALUE '35'.
           05  UCAIN-STATUS          PIC X(02).
               88  UCAIN-OK              VALUE '00'.
               88  UCAIN-EOF             VALUE '10'.
               88  UCAIN-NOTFOUND        VALUE '35'.
           05  UCAOUT-STATUS         PIC X(02).
               88  UCAOUT-OK             VALUE '00'.
           05  PMTSTDS-STATUS        PIC X(02).
               88  PMTSTDS-OK            VALUE '00'.
               88  PMTSTDS-NOTFOUND      VALUE '35'.
           05  UCARTN-STATUS         PIC X(02).
               88  UCARTN-OK             VALUE '00'.
               88  UCARTN-NOTFOUND       VALUE '35'.
           05  UCAADJ-STATUS         PIC X(02).
               88  UCAADJ-OK             VALUE '00'.
               88  UCAADJ-NOTFOUND       VALUE '35'.
           05  UCAREG-STATUS         PIC X(02).
               88  UCAREG-OK             VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
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
       01  WS-Ledger-Work.
           05  WS-Item-Found         PIC X Value space.
               88  LEDGER-ITEM-FOUND     Value 'Y'.
           05  WS-Customer-Found     PIC X Value space.
               88  CUSTOMER-ON-FILE      Value 'Y'.
           05  WS-Invoice-Found      PIC X Value space.
               88  INVOICE-ON-FILE       Value 'Y'.
           05  WS-Target-Customer-ID PIC X(17).
           05  WS-Action-Text        PIC X(20).
       01  WS-Register-Totals.
           05  WS-Trans-Read         PIC 9(09) VALUE 0.
           05  WS-Trans-Applied      PIC 9(09) VALUE 0.
           05  WS-Reject-Count       PIC 9(09) VALUE 0.
           05  WS-Applied-Count      PIC 9(09) VALUE 0.
           05  WS-Applied-Total      PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Credited-Count     PIC 9(09) VALUE 0.
           05  WS-Credited-Total     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Returned-Count     PIC 9(09) VALUE 0.
           05  WS-Returned-Total     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Disposed-Total     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Still-Open-Count   PIC 9(09) VALUE 0.
           05  WS-Still-Open-Total   PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Item-Formatted     PIC Z(8)9.
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
           OPEN INPUT LEDGER-TRANSACTIONS
           EVALUATE TRUE
               WHEN UCATRAN-OK
                   CONTINUE
               WHEN UCATRAN-NOTFOUND
                   MOVE 'Unapplied cash transaction file not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected UCATRAN file status on open "
                       DELIMITED BY SIZE
                       UCATRAN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN OUTPUT LEDGER-REGISTER
           IF NOT UCAREG-OK
               STRING "Unexpected UCAREG file status on open "
                   DELIMITED BY SIZE
                   UCAREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN EXTEND PAYMENTS-SUPPLEMENTAL
           IF PMTSTDS-NOTFOUND
               OPEN OUTPUT PAYMENTS-SUPPLEMENTAL
           END-IF
           IF NOT PMTSTDS-OK
               STRING "Unexpected PMTSTDS file status on open "
                   DELIMITED BY SIZE
                   PMTSTDS-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN EXTEND RETURN-EXTRACT
           IF UCARTN-NOTFOUND
               OPEN OUTPUT RETURN-EXTRACT
           END-IF
           IF NOT UCARTN-OK
               STRING "Unexpected UCARTN file status on open "
                   DELIMITED BY SIZE
                   UCARTN-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN EXTEND UNAPPLIED-ADJUSTMENTS
           IF UCAADJ-NOTFOUND
               OPEN OUTPUT UNAPPLIED-ADJUSTMENTS
           END-IF
           IF NOT UCAADJ-OK
               STRING "Unexpected UCAADJ file status on open "
                   DELIMITED BY SIZE
                   UCAADJ-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1200-LOAD-LEDGER
           MOVE SPACES TO UCA-RPT-LINE
           STRING "UCAMNT UNAPPLIED CASH DISPOSITIONS  RUN DATE "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO UCA-RPT-LINE
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
       1200-LOAD-LEDGER.
      *    No ledger yet just means nothing to dispose of; every
      *    transaction will reject.  A full table is fatal.
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
           .
       2000-Process.
           PERFORM 2100-READ-TRANSACTION
           PERFORM WITH TEST BEFORE
                   UNTIL UCATRAN-EOF
               PERFORM 2200-PROCESS-ONE-TRANSACTION
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM
           .
       2100-READ-TRANSACTION.
           READ LEDGER-TRANSACTIONS
           EVALUATE TRUE
               WHEN UCATRAN-OK
                   ADD 1 TO WS-Trans-Read
               WHEN UCATRAN-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected UCATRAN file status on read "
                       DELIMITED BY SIZE
                       UCATRAN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2200-PROCESS-ONE-TRANSACTION.
           PERFORM 2250-FIND-LEDGER-ITEM
           EVALUATE TRUE
               WHEN NOT LEDGER-ITEM-FOUND
                   MOVE "ITEM NUMBER IS NOT ON THE LEDGER"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN NOT WS-Uca-Open(WS-Ledger-Idx)
                   MOVE "ITEM IS ALREADY RESOLVED"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN UT-APPLY
                   PERFORM 2300-APPLY-TO-INVOICE
               WHEN UT-ON-ACCOUNT
                   PERFORM 2400-PUT-ON-ACCOUNT
               WHEN UT-RETURN
                   PERFORM 2500-RETURN-TO-REMITTER
               WHEN OTHER
                   MOVE "ACTION MUST BE A, C, OR R"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
           END-EVALUATE
           .
       2250-FIND-LEDGER-ITEM.
           MOVE SPACE TO WS-Item-Found
           IF WS-Ledger-Count GREATER ZERO
                   AND UT-ITEM-NUMBER NUMERIC
               SET WS-Ledger-Idx TO 1
               SEARCH WS-Ledger-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Uca-Item-Number(WS-Ledger-Idx)
                           EQUAL UT-ITEM-NUMBER
                       SET LEDGER-ITEM-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       2260-SELECT-CUSTOMER.
           MOVE SPACE TO WS-Customer-Found
           EXEC SQL
               SELECT CUSTID
                   INTO :CUST-ID
               FROM THING.CUSTOMER
               WHERE CUSTID = :WS-Target-Customer-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   SET CUSTOMER-ON-FILE TO TRUE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading customer " DELIMITED BY SIZE
                           WS-Target-Customer-ID DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2270-SELECT-INVOICE.
           MOVE SPACE TO WS-Invoice-Found
           EXEC SQL
               SELECT DUEDATE, STATUS
               INTO
                   :INV-DUE-DATE,
                   :INV-STATUS
               FROM THING.INVOICE
               WHERE INVNUM = :UT-INVOICE-NUMBER
               AND CUSTID = :WS-Target-Customer-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   SET INVOICE-ON-FILE TO TRUE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading invoice " DELIMITED BY SIZE
                           UT-INVOICE-NUMBER DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2300-APPLY-TO-INVOICE.
      *    The invoice must be on file for the named customer and
      *    still open, or the nightly posting would only reject the
      *    payment straight back onto the ledger.
           MOVE UT-CUSTOMER-ID TO WS-Target-Customer-ID
           IF UT-CUSTOMER-ID NOT EQUAL SPACES
                   AND UT-INVOICE-NUMBER NOT EQUAL SPACES
               PERFORM 2270-SELECT-INVOICE
           ELSE
               MOVE SPACE TO WS-Invoice-Found
           END-IF
           EVALUATE TRUE
               WHEN UT-CUSTOMER-ID EQUAL SPACES
                       OR UT-INVOICE-NUMBER EQUAL SPACES
                   MOVE "CUSTOMER AND INVOICE ARE REQUIRED TO APPLY"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN NOT INVOICE-ON-FILE
                   MOVE "INVOICE NOT ON FILE FOR THIS CUSTOMER"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN INV-PAID OR INV-OVERPAID
                   MOVE "INVOICE IS ALREADY SETTLED"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN INV-WRITTEN-OFF
                   MOVE "INVOICE IS ALREADY WRITTEN OFF"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN OTHER
                   MOVE UT-CUSTOMER-ID     TO PMT-CUSTOMER-ID
                   MOVE UT-INVOICE-NUMBER  TO PMT-INVOICE-NUMBER
                   MOVE INV-DUE-DATE       TO PMT-DATE-DUE
                   MOVE WS-Uca-Date-Paid(WS-Ledger-Idx)
                     TO PMT-DATE-PAID
                   MOVE WS-Uca-Amount(WS-Ledger-Idx)
                     TO PMT-AMOUNT-PAID
                   MOVE WS-Uca-Tax-Paid(WS-Ledger-Idx)
                     TO PMT-TAX-PAID
                   MOVE 'USD' TO PMT-ORIG-CURRENCY
                   MOVE WS-Uca-Amount(WS-Ledger-Idx)
                     TO PMT-ORIG-AMOUNT
                   MOVE 1     TO PMT-EXCH-RATE
                   MOVE WS-Uca-Trace-Number(WS-Ledger-Idx)
                     TO PMT-TRACE-NUMBER
                   WRITE PAYMENTS-STANDARD-REC
                   IF NOT PMTSTDS-OK
                       STRING "Unexpected PMTSTDS file status on write "
                           DELIMITED BY SIZE
                           PMTSTDS-STATUS
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
                   MOVE 'A' TO UADJ-TYPE
                   PERFORM 2600-WRITE-ADJUSTMENT-NOTE
                   ADD 1 TO WS-Applied-Count
                   ADD WS-Uca-Amount(WS-Ledger-Idx) TO WS-Applied-Total
                   MOVE "APPLIED TO INVOICE" TO WS-Action-Text
                   PERFORM 2650-RESOLVE-LEDGER-ITEM
           END-EVALUATE
           .
       2400-PUT-ON-ACCOUNT.
           IF UT-CUSTOMER-ID EQUAL SPACES
               MOVE WS-Uca-Customer-ID(WS-Ledger-Idx)
                 TO WS-Target-Customer-ID
           ELSE
               MOVE UT-CUSTOMER-ID TO WS-Target-Customer-ID
           END-IF
           PERFORM 2260-SELECT-CUSTOMER
           IF NOT CUSTOMER-ON-FILE
               MOVE "CUSTOMER IS NOT REGISTERED"
                 TO WS-ERROR-MESSAGE
               PERFORM 2700-REJECT-TRANSACTION
           ELSE
               PERFORM 2450-BANK-ON-ACCOUNT
               MOVE 'C' TO UADJ-TYPE
               PERFORM 2600-WRITE-ADJUSTMENT-NOTE
               ADD 1 TO WS-Credited-Count
               ADD WS-Uca-Amount(WS-Ledger-Idx) TO WS-Credited-Total
               MOVE SPACES TO UT-INVOICE-NUMBER
               MOVE "PUT ON ACCOUNT" TO WS-Action-Text
               PERFORM 2650-RESOLVE-LEDGER-ITEM
           END-IF
           .
       2450-BANK-ON-ACCOUNT.
           MOVE WS-Target-Customer-ID TO WS-Credit-Customer-ID
           EXEC SQL
               SELECT CREDITAMT
                   INTO :WS-Credit-Balance
               FROM THING.CUSTCRED
               WHERE CUSTID = :WS-Credit-Customer-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   ADD WS-Uca-Amount(WS-Ledger-Idx)
                     TO WS-Credit-Balance
                   EXEC SQL
                       UPDATE THING.CUSTCRED
                           SET CREDITAMT = :WS-Credit-Balance
                       WHERE CUSTID = :WS-Credit-Customer-ID
                   END-EXEC
               WHEN SQLCODE EQUAL 100
                   MOVE WS-Uca-Amount(WS-Ledger-Idx)
                     TO WS-Credit-Balance
                   EXEC SQL
                       INSERT INTO THING.CUSTCRED
                           ( CUSTID, CREDITAMT )
                       VALUES ( :WS-Credit-Customer-ID,
                                :WS-Credit-Balance )
                   END-EXEC
           END-EVALUATE
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " banking credit for customer "
                       DELIMITED BY SIZE
                       WS-Credit-Customer-ID DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2500-RETURN-TO-REMITTER.
           MOVE WS-Uca-Item-Number(WS-Ledger-Idx) TO RTN-ITEM-NUMBER
           MOVE WS-Uca-Customer-ID(WS-Ledger-Idx) TO RTN-CUSTOMER-ID
           MOVE WS-Uca-Date-Paid(WS-Ledger-Idx)   TO RTN-DATE-PAID
           MOVE WS-Uca-Amount(WS-Ledger-Idx)      TO RTN-AMOUNT
           MOVE WS-Uca-Trace-Number(WS-Ledger-Idx)
             TO RTN-TRACE-NUMBER
           MOVE WS-Business-Date                  TO RTN-BUSINESS-DATE
           MOVE UT-NOTE                           TO RTN-NOTE
           WRITE UCA-RTN-REC
           IF NOT UCARTN-OK
               STRING "Unexpected UCARTN file status on write "
                   DELIMITED BY SIZE
                   UCARTN-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Returned-Count
           ADD WS-Uca-Amount(WS-Ledger-Idx) TO WS-Returned-Total
           MOVE SPACES TO WS-Target-Customer-ID
           MOVE SPACES TO UT-INVOICE-NUMBER
           MOVE "RETURNED TO REMITTER" TO WS-Action-Text
           PERFORM 2650-RESOLVE-LEDGER-ITEM
           .
       2600-WRITE-ADJUSTMENT-NOTE.
           MOVE WS-Uca-Item-Number(WS-Ledger-Idx) TO UADJ-ITEM-NUMBER
           MOVE WS-Target-Customer-ID             TO UADJ-CUSTOMER-ID
           MOVE WS-Uca-Date-Paid(WS-Ledger-Idx)   TO UADJ-DATE-PAID
           MOVE WS-Uca-Amount(WS-Ledger-Idx)      TO UADJ-AMOUNT
           WRITE UADJ-REC
           IF NOT UCAADJ-OK
               STRING "Unexpected UCAADJ file status on write "
                   DELIMITED BY SIZE
                   UCAADJ-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2650-RESOLVE-LEDGER-ITEM.
           MOVE UT-ACTION TO WS-Uca-Status(WS-Ledger-Idx)
           MOVE WS-Business-Date TO WS-Uca-Resolve-Date(WS-Ledger-Idx)
           MOVE WS-Target-Customer-ID
             TO WS-Uca-Resolve-Customer(WS-Ledger-Idx)
           MOVE UT-INVOICE-NUMBER
             TO WS-Uca-Resolve-Invoice(WS-Ledger-Idx)
           IF UT-NOTE NOT EQUAL SPACES
               MOVE UT-NOTE TO WS-Uca-Note(WS-Ledger-Idx)
           END-IF
           ADD WS-Uca-Amount(WS-Ledger-Idx) TO WS-Disposed-Total
           PERFORM 2800-WRITE-ACTION-LINE
           .
       2700-REJECT-TRANSACTION.
           ADD 1 TO WS-Reject-Count
           MOVE UT-ITEM-NUMBER TO WS-Item-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING WS-Item-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   UT-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   UT-INVOICE-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   UT-ACTION DELIMITED BY SIZE
                   "  REJECTED - " DELIMITED BY SIZE
                   WS-ERROR-MESSAGE(1:50) DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2800-WRITE-ACTION-LINE.
           ADD 1 TO WS-Trans-Applied
           MOVE WS-Uca-Item-Number(WS-Ledger-Idx) TO WS-Item-Formatted
           MOVE WS-Uca-Amount(WS-Ledger-Idx) TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING WS-Item-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Target-Customer-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   UT-INVOICE-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Action-Text DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  TRACE " DELIMITED BY SIZE
                   WS-Uca-Trace-Number(WS-Ledger-Idx)
                   DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2900-WRITE-REGISTER-LINE.
           WRITE UCA-RPT-LINE
           IF NOT UCAREG-OK
               STRING "Unexpected UCAREG file status on write "
                   DELIMITED BY SIZE
                   UCAREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           PERFORM 3050-WRITE-LEDGER
           EXEC SQL
               COMMIT
           END-EXEC
           MOVE SPACES TO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Applied-Count TO WS-Count-Formatted
           MOVE WS-Applied-Total TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "APPLIED TO INVOICES:   " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Credited-Count TO WS-Count-Formatted
           MOVE WS-Credited-Total TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "PUT ON ACCOUNT:        " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Returned-Count TO WS-Count-Formatted
           MOVE WS-Returned-Total TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "RETURNED TO REMITTER:  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Reject-Count TO WS-Count-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Still-Open-Count TO WS-Count-Formatted
           MOVE WS-Still-Open-Total TO WS-Amount-Formatted
           MOVE SPACES TO UCA-RPT-LINE
           STRING "OPEN ITEMS ON LEDGER:  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO UCA-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           Close LEDGER-TRANSACTIONS
           Close PAYMENTS-SUPPLEMENTAL
           Close RETURN-EXTRACT
           Close UNAPPLIED-ADJUSTMENTS
           Close LEDGER-REGISTER
           PERFORM 3100-WRITE-RUN-STATISTICS
           .
       3050-WRITE-LEDGER.
      *    The whole ledger is written back; UCAINTK drops resolved
      *    items once they pass the retention cutoff.
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
               PERFORM 3060-WRITE-LEDGER-REC
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
           MOVE 'UCAMNT'   TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Trans-Read    TO RS-RECORDS-READ
           MOVE WS-Trans-Applied TO RS-RECORDS-GOOD
           MOVE WS-Reject-Count  TO RS-RECORDS-REJECTED
           MOVE WS-Disposed-Total TO RS-AMOUNT-TOTAL
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
