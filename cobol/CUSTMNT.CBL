      * balance -- applies the survivors to the database, writes a
      * before/after audit trail, a maintenance report, and the
      * run-statistics record the other programs write.
      * Each customer also carries the credit limit the credit
      * department sets; CRDHOLD holds the account for order entry
      * once its nightly exposure runs past it.  A zero limit means
      * none has been set and only the 90-day test applies.
      * An 'M' transaction sets one of the customer's mailing
      * addresses on THING.CUSTADDR -- 'B' the billing address the
      * statements and dunning notices go to, 'C' the collections
      * contact the agency referral carries, 'R' the remit-to the
      * refund checks are cut to -- with the before/after address
      * audited like any other change.  A close drops them all.
      * A 'G' transaction merges a duplicate or acquired customer
      * into the surviving one named where the name would be: every
      * THING.INVOICE row moves to the survivor with a merge ('G')
      * entry on the PMTAUDT invoice audit trail, the CUSTCRED
      * balance is folded into the survivor's, THING.CUSTMRG records
      * the redirect PMTPROG follows for payments still sent under
      * the old ID, and the losing ID is closed.  The merge register
      * proves both customers' balances before and after -- a merge
      * that does not tie aborts the run and nothing is committed.
      * The file-based stores (PAYHIST, suspense, payment plans,
      * dunning history) are moved by CUSTMRG from the merge log.
      * The terms may carry an early-payment discount, e.g. 2/10
      * NET30: PMTPROG settles an invoice paid within the discount
      * days for the amount less the discount percent.  Percent and
      * days come as a pair, and the window must close before the
      * net due date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-STATUS.
           SELECT INVOICE-AUDIT-TRAIL
               ASSIGN TO "PMTAUDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PMTAUDT-STATUS.
           SELECT MERGE-REGISTER
               ASSIGN TO "MRGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRGRPT-STATUS.
           SELECT MERGE-LOG
               ASSIGN TO "MRGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRGLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Raw maintenance transactions: A = add, C = change, X = close,
      * M = set a mailing address, G = merge into another customer.
       FD  CUST-IN
           DATA RECORD IS CUST-IN-REC.
       01  CUST-IN-REC.
               88  CMT-TRAN-ADD          VALUE 'A'.
               88  CMT-TRAN-CHANGE       VALUE 'C'.
               88  CMT-TRAN-CLOSE        VALUE 'X'.
               88  CMT-TRAN-ADDRESS      VALUE 'M'.
               88  CMT-TRAN-MERGE        VALUE 'G'.
               88  CMT-TRAN-VALID        VALUES 'A', 'C', 'X', 'M',
                                                'G'.
           05  CMT-CUSTOMER-ID       PIC X(17).
           05  CMT-CUSTOMER-NAME     PIC X(256).
      *    An address transaction carries the address where the
      *    name would be; terms and credit limit are left blank.
           05  CMT-ADDRESS-DATA REDEFINES CMT-CUSTOMER-NAME.
               10  CMT-ADDR-TYPE         PIC X(01).
                   88  CMT-ADDR-TYPE-VALID   VALUES 'B', 'C', 'R'.
               10  CMT-ADDR-CONTACT      PIC X(40).
               10  CMT-ADDR-LINE-1       PIC X(40).
               10  CMT-ADDR-LINE-2       PIC X(40).
               10  CMT-ADDR-CITY         PIC X(30).
               10  CMT-ADDR-STATE        PIC X(02).
               10  CMT-ADDR-ZIP          PIC X(10).
               10  CMT-ADDR-PHONE        PIC X(15).
               10  FILLER                PIC X(78).
      *    A merge transaction carries the surviving customer where
      *    the name would be; CMT-CUSTOMER-ID is the one that goes.
           05  CMT-MERGE-DATA REDEFINES CMT-CUSTOMER-NAME.
               10  CMT-SURVIVOR-ID       PIC X(17).
               10  FILLER                PIC X(239).
           05  CMT-TERMS             PIC X(05).
               88  CMT-TERMS-VALID       VALUES 'NET15', 'NET30',
                                                'NET45', 'NET60'.
      *    Blank on a change keeps the limit on file; blank on an
      *    add sets no limit.
           05  CMT-CREDIT-LIMIT      PIC 9(11)V99.
           05  CMT-CREDIT-LIMIT-X REDEFINES CMT-CREDIT-LIMIT
                                     PIC X(13).
      *    Early-payment discount -- 2/10 NET30 is keyed 0200 010.
      *    Both blank means no discount.  Being part of the terms,
      *    it always replaces on a change, so a change left blank
      *    takes the discount off.
           05  CMT-DISC-PCT          PIC 9(02)V99.
           05  CMT-DISC-PCT-X REDEFINES CMT-DISC-PCT
                                     PIC X(04).
           05  CMT-DISC-DAYS         PIC 9(03).
           05  CMT-DISC-DAYS-X REDEFINES CMT-DISC-DAYS
                                     PIC X(03).
      * Rejected transactions with their accumulated messages.
       FD  CUST-ERRORS
           DATA RECORD IS CUST-ERRORS-REC.
           05  CERR-TERMS            PIC X(05).
           05  CERR-ERROR-COUNT      PIC 9(01).
           05  CERR-ERROR-MESSAGE    PIC X(50) OCCURS 5 TIMES.
           05  CERR-CREDIT-LIMIT     PIC X(13).
           05  CERR-DISC-PCT         PIC X(04).
           05  CERR-DISC-DAYS        PIC X(03).
      * Permanent before/after audit of every master change.
       FD  CUST-AUDIT-TRAIL
           DATA RECORD IS CUST-AUDIT-REC.
           05  CA-BEFORE-IMAGE.
               10  CA-BEFORE-NAME        PIC X(256).
               10  CA-BEFORE-TERMS       PIC X(05).
      *    An 'M' record carries the address images in the same
      *    slots, so the record length never changes.
           05  CA-BEFORE-ADDRESS REDEFINES CA-BEFORE-IMAGE.
               10  CA-BEFORE-ADDR-TYPE   PIC X(01).
               10  CA-BEFORE-ADDR-LINES  PIC X(177).
               10  FILLER                PIC X(83).
           05  CA-AFTER-IMAGE.
               10  CA-AFTER-NAME         PIC X(256).
               10  CA-AFTER-TERMS        PIC X(05).
           05  CA-AFTER-ADDRESS REDEFINES CA-AFTER-IMAGE.
               10  CA-AFTER-ADDR-TYPE    PIC X(01).
               10  CA-AFTER-ADDR-LINES   PIC X(177).
               10  FILLER                PIC X(83).
      *    Credit limit before/after, added behind the original
      *    images so the older audit records still read the same.
           05  CA-BEFORE-CREDIT-LIMIT PIC 9(11)V99.
           05  CA-AFTER-CREDIT-LIMIT  PIC 9(11)V99.
      *    Early-payment discount before/after, behind the limits
      *    for the same reason.
           05  CA-BEFORE-DISC-PCT     PIC 9(02)V99.
           05  CA-BEFORE-DISC-DAYS    PIC 9(03).
           05  CA-AFTER-DISC-PCT      PIC 9(02)V99.
           05  CA-AFTER-DISC-DAYS     PIC 9(03).
       FD  CUSTMNT-REPORT
           DATA RECORD IS CMTRPT-LINE.
       01  CMTRPT-LINE                 PIC X(132).
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
      * Permanent before/after audit of every invoice update, the
      * same trail PMTPROG and PMTADJ write.  A merge ('G') entry
      * carries the customer the invoice came from where a payment
      * entry names the driving payment; the amounts do not change.
       FD  INVOICE-AUDIT-TRAIL
           Recording Mode F
           Data Record AUD-INVOICE-REC.
       01  AUD-INVOICE-REC.
           05  AUD-INVOICE-NUMBER    PIC X(13).
           05  AUD-CUSTOMER-ID       PIC X(17).
           05  AUD-RUN-DATE          PIC X(08).
           05  AUD-ACTION            PIC X.
           05  AUD-MERGED-FROM-ID    PIC X(17).
           05  FILLER                PIC X(04).
           05  AUD-OLD-LASTPAY       PIC X(08).
           05  AUD-NEW-LASTPAY       PIC X(08).
           05  AUD-OLD-DUEDATE       PIC X(08).
           05  AUD-NEW-DUEDATE       PIC X(08).
           05  AUD-OLD-AMTPAID       PIC S9(13)V99 COMP-3.
           05  AUD-NEW-AMTPAID       PIC S9(13)V99 COMP-3.
           05  AUD-OLD-TAXPAID       PIC S9(11)V99 COMP-3.
           05  AUD-NEW-TAXPAID       PIC S9(11)V99 COMP-3.
           05  AUD-OLD-STATUS        PIC X.
           05  AUD-NEW-STATUS        PIC X.
      * Before/after balance proof of every merge.
       FD  MERGE-REGISTER
           DATA RECORD IS MRGRPT-LINE.
       01  MRGRPT-LINE                 PIC X(132).
      * One record per merge applied, for CUSTMRG to move
      * the file-based stores from the losing ID to the survivor.
       FD  MERGE-LOG
           DATA RECORD IS MRGLOG-REC.
       01  MRGLOG-REC.
           05  MLOG-LOSING-ID        PIC X(17).
           05  MLOG-SURVIVOR-ID      PIC X(17).
           05  MLOG-MERGE-DATE       PIC X(08).
       WORKING-STORAGE SECTION.

      * File: sqlca.cbl
               DECLARE THING.CUSTOMER TABLE
                  ( CUSTID        CHAR(17)    NOT NULL,
                    CUSTNAME      CHAR(256)   NOT NULL,
                    TERMS         CHAR(5)     NOT NULL,
                    CREDLIMIT     DECIMAL     NOT NULL,
                    DISCPCT       DECIMAL     NOT NULL,
                    DISCDAYS      SMALLINT    NOT NULL )
           END-EXEC.

           EXEC SQL
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
               DECLARE THING.CUSTMRG TABLE
                  ( OLDCUSTID     CHAR(17)    NOT NULL,
                    NEWCUSTID     CHAR(17)    NOT NULL,
                    MERGEDATE     CHAR(8)     NOT NULL )
           END-EXEC.

      *    Every invoice the losing customer of a merge carries,
      *    whatever its status -- paid and written-off history moves
      *    with the open items.
           EXEC SQL
               DECLARE MRGINV CURSOR FOR
                   SELECT INVNUM,
                          VARCHAR_FORMAT(DUEDATE, 'YYYYMMDD'),
                          VARCHAR_FORMAT(LASTPAY, 'YYYYMMDD'),
                          AMTPAID, TAXPAID, STATUS
                   FROM THING.INVOICE
                   WHERE CUSTID = :MRG-LOSING-CUST
                   ORDER BY INVNUM
           END-EXEC.

      * Host variables

       01  CUSTOMER-INFO.
           05  CUST-ID               PIC X(17).
           05  CUST-NAME             PIC X(256).
           05  CUST-TERMS            PIC X(05).
           05  CUST-CREDIT-LIMIT     PIC S9(11)V99 COMP-3.
           05  CUST-DISC-PCT         PIC S9(3)V99 COMP-3.
           05  CUST-DISC-DAYS        PIC S9(4) COMP.
       01  ADDRESS-INFO.
           05  ADDR-TYPE             PIC X(01).
           05  ADDR-LINES.
               10  ADDR-CONTACT          PIC X(40).
               10  ADDR-LINE-1           PIC X(40).
               10  ADDR-LINE-2           PIC X(40).
               10  ADDR-CITY             PIC X(30).
               10  ADDR-STATE            PIC X(02).
               10  ADDR-ZIP              PIC X(10).
               10  ADDR-PHONE            PIC X(15).
       01  CLOSE-CHECK-INFO.
           05  CHK-OPEN-INVOICES     PIC S9(9) COMP-5.
           05  CHK-CREDIT-BALANCE    PIC S9(13)V99 COMP-3.
           05  CHK-SURVIVOR-ROWS     PIC S9(9) COMP-5.
           05  CHK-COLLIDING-INVOICES PIC S9(9) COMP-5.
       01  MERGE-INFO.
           05  MRG-LOSING-CUST       PIC X(17).
           05  MRG-SURVIVOR-CUST     PIC X(17).
           05  MRG-MERGE-DATE        PIC X(08).
           05  MRG-BALANCE-CUST      PIC X(17).
           05  MRG-LOSING-CREDIT     PIC S9(13)V99 COMP-3.
           05  MRG-INV-NUMBER        PIC X(13).
           05  MRG-INV-DUE-DATE      PIC X(08).
           05  MRG-INV-LAST-PAY      PIC X(08).
           05  MRG-INV-AMOUNT-PAID   PIC S9(13)V99 COMP-3.
           05  MRG-INV-TAX-PAID      PIC S9(11)V99 COMP-3.
           05  MRG-INV-STATUS        PIC X(01).
       01  MERGE-BALANCE-INFO.
           05  BAL-INVOICE-COUNT     PIC S9(9) COMP-5.
           05  BAL-AMOUNT-DUE        PIC S9(13)V99 COMP-3.
           05  BAL-AMOUNT-PAID       PIC S9(13)V99 COMP-3.
           05  BAL-CREDIT            PIC S9(13)V99 COMP-3.

      * Other working storage fields

           05  RUNSTATS-STATUS       PIC XX.
               88  RUNSTATS-OK       VALUE '00'.
               88  RUNSTATS-NOTFOUND VALUE '35'.
           05  PMTAUDT-STATUS        PIC XX.
               88  PMTAUDT-OK        VALUE '00'.
               88  PMTAUDT-NOTFOUND  VALUE '35'.
           05  MRGRPT-STATUS         PIC XX.
               88  MRGRPT-OK         VALUE '00'.
           05  MRGLOG-STATUS         PIC XX.
               88  MRGLOG-OK         VALUE '00'.
               88  MRGLOG-NOTFOUND   VALUE '35'.
           05  WS-COUNTERS.
               10  WS-VALID-COUNT        PIC S9(5) COMP-3.
               10  WS-ERROR-COUNT        PIC S9(5) COMP-3.
               10  WS-ADD-COUNT          PIC S9(5) COMP-3.
               10  WS-CHANGE-COUNT       PIC S9(5) COMP-3.
               10  WS-CLOSE-COUNT        PIC S9(5) COMP-3.
               10  WS-ADDRESS-COUNT      PIC S9(5) COMP-3.
               10  WS-MERGE-COUNT        PIC S9(5) COMP-3.
               10  WS-MERGE-INVOICE-COUNT PIC S9(5) COMP-3.
           05  WS-COUNT-FORMATTED PIC ZZ,ZZ9.
           05  WS-LIMIT-FORMATTED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISC-PCT-FORMATTED  PIC Z9.99.
           05  WS-DISC-DAYS-FORMATTED PIC ZZ9.
           05  WS-TERMS-DAYS      PIC 9(02).
           05  WS-ERROR-MESSAGE   PIC X(50).
           05  WS-SQLCODE-DISPLAY PIC -9(9).
       01  WS-BUSINESS-DATE-CONTROL.
               88  MASTER-ROW-EXISTS     VALUE 'Y'.
           05  WS-Before-Name        PIC X(256).
           05  WS-Before-Terms       PIC X(05).
           05  WS-Before-Credit-Limit PIC S9(11)V99 COMP-3.
           05  WS-Before-Disc-Pct    PIC S9(3)V99 COMP-3.
           05  WS-Before-Disc-Days   PIC S9(4) COMP.
           05  WS-Address-Exists     PIC X VALUE SPACE.
               88  ADDRESS-ROW-EXISTS    VALUE 'Y'.
           05  WS-Before-Address     PIC X(177).
           05  WS-Addr-Type-Text     PIC X(11).
      * Balances of both customers of a merge, taken before anything
      * moves and again after, in the MERGE-BALANCE-INFO layout.
       01  WS-Merge-Proof.
           05  WS-Losing-Before.
               10  WS-Losing-Before-Count    PIC S9(9) COMP-5.
               10  WS-Losing-Before-Due      PIC S9(13)V99 COMP-3.
               10  WS-Losing-Before-Paid     PIC S9(13)V99 COMP-3.
               10  WS-Losing-Before-Credit   PIC S9(13)V99 COMP-3.
           05  WS-Survivor-Before.
               10  WS-Survivor-Before-Count  PIC S9(9) COMP-5.
               10  WS-Survivor-Before-Due    PIC S9(13)V99 COMP-3.
               10  WS-Survivor-Before-Paid   PIC S9(13)V99 COMP-3.
               10  WS-Survivor-Before-Credit PIC S9(13)V99 COMP-3.
           05  WS-Losing-After.
               10  WS-Losing-After-Count     PIC S9(9) COMP-5.
               10  WS-Losing-After-Due       PIC S9(13)V99 COMP-3.
               10  WS-Losing-After-Paid      PIC S9(13)V99 COMP-3.
               10  WS-Losing-After-Credit    PIC S9(13)V99 COMP-3.
           05  WS-Survivor-After.
               10  WS-Survivor-After-Count   PIC S9(9) COMP-5.
               10  WS-Survivor-After-Due     PIC S9(13)V99 COMP-3.
               10  WS-Survivor-After-Paid    PIC S9(13)V99 COMP-3.
               10  WS-Survivor-After-Credit  PIC S9(13)V99 COMP-3.
           05  WS-Merge-Invoices-Moved   PIC S9(5) COMP-3.
           05  WS-Merge-Scan-Done        PIC X VALUE SPACE.
               88  MERGE-SCAN-DONE           VALUE 'Y'.
           05  WS-Merge-Proved           PIC X VALUE SPACE.
               88  MERGE-PROVED              VALUE 'Y'.
           05  WS-Register-Label         PIC X(18).
           05  WS-Register-Count         PIC ZZZ,ZZ9.
           05  WS-Register-Due           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Register-Paid          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Register-Credit        PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN EXTEND INVOICE-AUDIT-TRAIL
           IF PMTAUDT-NOTFOUND
               OPEN OUTPUT INVOICE-AUDIT-TRAIL
           END-IF
           IF NOT PMTAUDT-OK
               STRING "Unexpected PMTAUDT file status on open "
                   DELIMITED BY SIZE
                   PMTAUDT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT MERGE-REGISTER
           IF NOT MRGRPT-OK
               STRING "Unexpected MRGRPT file status on open "
                   DELIMITED BY SIZE
                   MRGRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
      *    Extended every run, so merges a failed CUSTMRG step did
      *    not finish stay on the log and are carried again behind
      *    this run's; the job drops the log once CUSTMRG proves.
           OPEN EXTEND MERGE-LOG
           IF MRGLOG-NOTFOUND
               OPEN OUTPUT MERGE-LOG
           END-IF
           IF NOT MRGLOG-OK
               STRING "Unexpected MRGLOG file status on open "
                   DELIMITED BY SIZE
                   MRGLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           INITIALIZE WS-COUNTERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           PERFORM 1200-READ-PROCESS-CONTROL
                   WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO CMTRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE SPACES TO MRGRPT-LINE
           STRING "CUSTMNT CUSTOMER MERGE REGISTER  RUN DATE "
                   DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO MRGRPT-LINE
           PERFORM 1960-WRITE-REGISTER-LINE
           .
       1200-READ-PROCESS-CONTROL.
           OPEN INPUT PROCESS-CONTROL
               PERFORM 9999-ABORT
           END-IF
           .
       1960-WRITE-REGISTER-LINE.
           WRITE MRGRPT-LINE
           IF NOT MRGRPT-OK
               STRING "Unexpected MRGRPT file status on write "
                   DELIMITED BY SIZE
                   MRGRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       5000-PROCESS.
           READ CUST-IN
           PERFORM 5205-VALIDATE-TRAN-CODE
           PERFORM 5210-VALIDATE-CUSTOMER-ID
           PERFORM 5220-VALIDATE-TERMS
           PERFORM 5225-VALIDATE-CREDIT-LIMIT
           PERFORM 5227-VALIDATE-DISCOUNT
           PERFORM 5230-VALIDATE-ADDRESS
           PERFORM 5235-VALIDATE-MERGE
           PERFORM 5245-VALIDATE-TRAN-VS-MASTER
           IF WS-Error-Tally GREATER ZERO
               PERFORM 5600-WRITE-ERROR-REC

       5205-VALIDATE-TRAN-CODE.
           IF NOT CMT-TRAN-VALID
               MOVE "Transaction code must be A, C, G, M, or X"
                   TO WS-ERROR-MESSAGE
               PERFORM 5250-RECORD-ERROR
           END-IF
      *    A close keeps whatever terms the row carries; an add or
      *    change must supply one of the values PMTPROG's CUST-TERMS
      *    conditions recognize, or the customer would silently fall
      *    back to NET30 in the posting cycle.  An address or a
      *    merge transaction leaves the terms alone.
           IF CMT-TRAN-CLOSE OR CMT-TRAN-ADDRESS OR CMT-TRAN-MERGE
               CONTINUE
           ELSE
               IF NOT CMT-TERMS-VALID
           END-IF
           .

       5225-VALIDATE-CREDIT-LIMIT.
      *    A close, an address or a merge ignores the limit;
      *    otherwise it may be left blank but anything keyed must be
      *    a whole unsigned amount.
           IF CMT-TRAN-CLOSE OR CMT-TRAN-ADDRESS OR CMT-TRAN-MERGE
                   OR CMT-CREDIT-LIMIT-X EQUAL SPACES
               CONTINUE
           ELSE
               IF CMT-CREDIT-LIMIT NOT NUMERIC
                   MOVE "Credit limit must be numeric"
                       TO WS-ERROR-MESSAGE
                   PERFORM 5250-RECORD-ERROR
               END-IF
           END-IF
           .

       5227-VALIDATE-DISCOUNT.
      *    A close, an address or a merge ignores the discount, and
      *    leaving both fields blank means none.  Otherwise both must
      *    be keyed, and the discount days must be fewer than the
      *    terms days or the discount would outlast the net date.
           IF CMT-TRAN-CLOSE OR CMT-TRAN-ADDRESS OR CMT-TRAN-MERGE
                   OR (CMT-DISC-PCT-X EQUAL SPACES
                       AND CMT-DISC-DAYS-X EQUAL SPACES)
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN CMT-DISC-PCT NOT NUMERIC
                     OR CMT-DISC-DAYS NOT NUMERIC
                       MOVE "Discount percent and days must be numeric"
                           TO WS-ERROR-MESSAGE
                       PERFORM 5250-RECORD-ERROR
                   WHEN CMT-DISC-PCT EQUAL ZERO
                     OR CMT-DISC-DAYS EQUAL ZERO
                       MOVE "Discount needs both a percent and days"
                           TO WS-ERROR-MESSAGE
                       PERFORM 5250-RECORD-ERROR
                   WHEN CMT-TERMS-VALID
                       MOVE CMT-TERMS(4:2) TO WS-TERMS-DAYS
                       IF CMT-DISC-DAYS NOT LESS THAN WS-TERMS-DAYS
                           MOVE "Discount days must be under terms days"
                               TO WS-ERROR-MESSAGE
                           PERFORM 5250-RECORD-ERROR
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       5230-VALIDATE-ADDRESS.
      *    Every address must say which one it is and be complete
      *    enough for the mailroom to put on an envelope; the second
      *    line, the contact, and the phone are optional.
           IF CMT-TRAN-ADDRESS
               IF NOT CMT-ADDR-TYPE-VALID
                   MOVE "Address type must be B, C, or R"
                       TO WS-ERROR-MESSAGE
                   PERFORM 5250-RECORD-ERROR
               END-IF
               IF CMT-ADDR-LINE-1 EQUAL SPACES
                   MOVE "Address line 1 is required"
                       TO WS-ERROR-MESSAGE
                   PERFORM 5250-RECORD-ERROR
               END-IF
               IF CMT-ADDR-CITY EQUAL SPACES
                       OR CMT-ADDR-STATE EQUAL SPACES
                   MOVE "Address city and state are required"
                       TO WS-ERROR-MESSAGE
                   PERFORM 5250-RECORD-ERROR
               END-IF
               IF CMT-ADDR-ZIP EQUAL SPACES
                   MOVE "Address ZIP code is required"
                       TO WS-ERROR-MESSAGE
                   PERFORM 5250-RECORD-ERROR
               END-IF
           END-IF
           .

       5235-VALIDATE-MERGE.
      *    A merge must name the customer that survives it, and it
      *    cannot be the one being merged away.
           IF CMT-TRAN-MERGE
               IF CMT-SURVIVOR-ID EQUAL SPACES
                   MOVE "Surviving customer ID is required on a merge"
                       TO WS-ERROR-MESSAGE
                   PERFORM 5250-RECORD-ERROR
               END-IF
               IF CMT-SURVIVOR-ID EQUAL CMT-CUSTOMER-ID
                   MOVE "A customer cannot be merged into itself"
                       TO WS-ERROR-MESSAGE
                   PERFORM 5250-RECORD-ERROR
               END-IF
           END-IF
           .

       5245-VALIDATE-TRAN-VS-MASTER.
      *    An add must not find the customer already on the table; a
      *    change or close must.  A record already in error is not
           ELSE
               MOVE CMT-CUSTOMER-ID TO CUST-ID
               EXEC SQL
                   SELECT CUSTNAME, TERMS, CREDLIMIT,
                          DISCPCT, DISCDAYS
                       INTO :WS-Before-Name, :WS-Before-Terms,
                            :WS-Before-Credit-Limit,
                            :WS-Before-Disc-Pct, :WS-Before-Disc-Days
                   FROM THING.CUSTOMER
                   WHERE CUSTID = :CUST-ID
               END-EXEC
                       PERFORM 5250-RECORD-ERROR
                   WHEN CMT-TRAN-CLOSE
                       PERFORM 5246-VALIDATE-CLOSE-ALLOWED
                   WHEN CMT-TRAN-ADDRESS
                           AND NOT MASTER-ROW-EXISTS
                       MOVE "Address rejected - customer not on file"
                           TO WS-ERROR-MESSAGE
                       PERFORM 5250-RECORD-ERROR
                   WHEN CMT-TRAN-ADDRESS
                       PERFORM 5247-READ-ADDRESS-ON-FILE
                   WHEN CMT-TRAN-MERGE
                           AND NOT MASTER-ROW-EXISTS
                       MOVE "Merge rejected - customer not on file"
                           TO WS-ERROR-MESSAGE
                       PERFORM 5250-RECORD-ERROR
                   WHEN CMT-TRAN-MERGE
                       PERFORM 5248-VALIDATE-MERGE-ALLOWED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       5247-READ-ADDRESS-ON-FILE.
      *    The address being replaced, if any, for the audit before
      *    image and to decide between an update and an insert.
           MOVE SPACE TO WS-Address-Exists
           MOVE SPACES TO WS-Before-Address
           MOVE CMT-ADDR-TYPE TO ADDR-TYPE
           EXEC SQL
               SELECT CONTACT, LINE1, LINE2, CITY, STATE, ZIP, PHONE
                   INTO :ADDR-CONTACT, :ADDR-LINE-1, :ADDR-LINE-2,
                        :ADDR-CITY, :ADDR-STATE, :ADDR-ZIP,
                        :ADDR-PHONE
               FROM THING.CUSTADDR
               WHERE CUSTID = :CUST-ID
               AND ADDRTYPE = :ADDR-TYPE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   SET ADDRESS-ROW-EXISTS TO TRUE
                   MOVE ADDR-LINES TO WS-Before-Address
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                           " reading address" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .

       5248-VALIDATE-MERGE-ALLOWED.
      *    The survivor must be a live customer, and no invoice
      *    number may be carried by both -- two rows under one
      *    customer and invoice number would be unpostable.
           MOVE CMT-CUSTOMER-ID TO MRG-LOSING-CUST
           MOVE CMT-SURVIVOR-ID TO MRG-SURVIVOR-CUST
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CHK-SURVIVOR-ROWS
               FROM THING.CUSTOMER
               WHERE CUSTID = :MRG-SURVIVOR-CUST
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " reading survivor" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF CHK-SURVIVOR-ROWS EQUAL ZERO
               MOVE "Merge rejected - survivor not on file"
                   TO WS-ERROR-MESSAGE
               PERFORM 5250-RECORD-ERROR
           END-IF
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CHK-COLLIDING-INVOICES
               FROM THING.INVOICE L
               WHERE L.CUSTID = :MRG-LOSING-CUST
               AND EXISTS
                   ( SELECT 1
                     FROM THING.INVOICE S
                     WHERE S.CUSTID = :MRG-SURVIVOR-CUST
                     AND S.INVNUM = L.INVNUM )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " checking invoice numbers" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF CHK-COLLIDING-INVOICES GREATER ZERO
               MOVE "Merge rejected - both carry an invoice number"
                   TO WS-ERROR-MESSAGE
               PERFORM 5250-RECORD-ERROR
           END-IF
           .

       5250-RECORD-ERROR.
           IF WS-Error-Tally LESS THAN 5
               ADD 1 TO WS-Error-Tally
                   PERFORM 5470-CHANGE-CUSTOMER
               WHEN CMT-TRAN-CLOSE
                   PERFORM 5480-CLOSE-CUSTOMER
               WHEN CMT-TRAN-ADDRESS
                   PERFORM 5485-SET-ADDRESS
               WHEN CMT-TRAN-MERGE
                   PERFORM 5500-MERGE-CUSTOMER
           END-EVALUATE
           ADD 1 TO WS-VALID-COUNT
           PERFORM 5490-WRITE-CUST-AUDIT
           MOVE CMT-CUSTOMER-ID   TO CUST-ID
           MOVE CMT-CUSTOMER-NAME TO CUST-NAME
           MOVE CMT-TERMS         TO CUST-TERMS
           IF CMT-CREDIT-LIMIT-X EQUAL SPACES
               MOVE ZERO TO CUST-CREDIT-LIMIT
           ELSE
               MOVE CMT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           END-IF
           PERFORM 5465-SET-DISCOUNT
           EXEC SQL
               INSERT INTO THING.CUSTOMER
                   ( CUSTID, CUSTNAME, TERMS, CREDLIMIT,
                     DISCPCT, DISCDAYS )
               VALUES ( :CUST-ID, :CUST-NAME, :CUST-TERMS,
                        :CUST-CREDIT-LIMIT,
                        :CUST-DISC-PCT, :CUST-DISC-DAYS )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           ADD 1 TO WS-ADD-COUNT
           MOVE SPACES TO WS-Before-Name
           MOVE SPACES TO WS-Before-Terms
           MOVE ZERO TO WS-Before-Credit-Limit
           MOVE ZERO TO WS-Before-Disc-Pct
           MOVE ZERO TO WS-Before-Disc-Days
           .

       5465-SET-DISCOUNT.
      *    Blank (validated above as both or neither) means none.
           IF CMT-DISC-PCT-X EQUAL SPACES
               MOVE ZERO TO CUST-DISC-PCT
               MOVE ZERO TO CUST-DISC-DAYS
           ELSE
               MOVE CMT-DISC-PCT  TO CUST-DISC-PCT
               MOVE CMT-DISC-DAYS TO CUST-DISC-DAYS
           END-IF
           .

       5470-CHANGE-CUSTOMER.
      *    A blank name on a change keeps the name on file; the
      *    terms always replace (they passed validation above), and
      *    the discount with them.  A blank credit limit keeps the
      *    limit on file.
           IF CMT-CUSTOMER-NAME EQUAL SPACES
               MOVE WS-Before-Name TO CUST-NAME
           ELSE
               MOVE CMT-CUSTOMER-NAME TO CUST-NAME
           END-IF
           MOVE CMT-TERMS TO CUST-TERMS
           IF CMT-CREDIT-LIMIT-X EQUAL SPACES
               MOVE WS-Before-Credit-Limit TO CUST-CREDIT-LIMIT
           ELSE
               MOVE CMT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           END-IF
           PERFORM 5465-SET-DISCOUNT
           EXEC SQL
               UPDATE THING.CUSTOMER
                   SET CUSTNAME = :CUST-NAME,
                       TERMS = :CUST-TERMS,
                       CREDLIMIT = :CUST-CREDIT-LIMIT,
                       DISCPCT = :CUST-DISC-PCT,
                       DISCDAYS = :CUST-DISC-DAYS
               WHERE CUSTID = :CUST-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
      *    The addresses go with the customer.
           EXEC SQL
               DELETE FROM THING.CUSTADDR
               WHERE CUSTID = :CUST-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " removing addresses" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-CLOSE-COUNT
           MOVE SPACES TO CUST-NAME
           MOVE SPACES TO CUST-TERMS
           MOVE ZERO TO CUST-CREDIT-LIMIT
           MOVE ZERO TO CUST-DISC-PCT
           MOVE ZERO TO CUST-DISC-DAYS
           .

       5485-SET-ADDRESS.
      *    The keyed address replaces the one of that type on file,
      *    or becomes the first one.
           MOVE CMT-ADDR-TYPE    TO ADDR-TYPE
           MOVE CMT-ADDR-CONTACT TO ADDR-CONTACT
           MOVE CMT-ADDR-LINE-1  TO ADDR-LINE-1
           MOVE CMT-ADDR-LINE-2  TO ADDR-LINE-2
           MOVE CMT-ADDR-CITY    TO ADDR-CITY
           MOVE CMT-ADDR-STATE   TO ADDR-STATE
           MOVE CMT-ADDR-ZIP     TO ADDR-ZIP
           MOVE CMT-ADDR-PHONE   TO ADDR-PHONE
           IF ADDRESS-ROW-EXISTS
               EXEC SQL
                   UPDATE THING.CUSTADDR
                       SET CONTACT = :ADDR-CONTACT,
                           LINE1 = :ADDR-LINE-1,
                           LINE2 = :ADDR-LINE-2,
                           CITY = :ADDR-CITY,
                           STATE = :ADDR-STATE,
                           ZIP = :ADDR-ZIP,
                           PHONE = :ADDR-PHONE
                   WHERE CUSTID = :CUST-ID
                   AND ADDRTYPE = :ADDR-TYPE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO THING.CUSTADDR
                       ( CUSTID, ADDRTYPE, CONTACT, LINE1, LINE2,
                         CITY, STATE, ZIP, PHONE )
                   VALUES ( :CUST-ID, :ADDR-TYPE, :ADDR-CONTACT,
                            :ADDR-LINE-1, :ADDR-LINE-2, :ADDR-CITY,
                            :ADDR-STATE, :ADDR-ZIP, :ADDR-PHONE )
               END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " setting address" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-ADDRESS-COUNT
           .

       5500-MERGE-CUSTOMER.
      *    Balances first, then the invoices, the credit, and the
      *    redirect move; the losing ID is closed the way an 'X'
      *    closes one, and the after balances must tie to the
      *    before balances or the whole run is rolled back.
           MOVE CMT-CUSTOMER-ID  TO MRG-LOSING-CUST
           MOVE CMT-SURVIVOR-ID  TO MRG-SURVIVOR-CUST
           MOVE WS-BUSINESS-DATE TO MRG-MERGE-DATE
           MOVE MRG-LOSING-CUST TO MRG-BALANCE-CUST
           PERFORM 5510-TAKE-MERGE-BALANCE
           MOVE MERGE-BALANCE-INFO TO WS-Losing-Before
           MOVE MRG-SURVIVOR-CUST TO MRG-BALANCE-CUST
           PERFORM 5510-TAKE-MERGE-BALANCE
           MOVE MERGE-BALANCE-INFO TO WS-Survivor-Before
           PERFORM 5520-MOVE-MERGE-INVOICES
           PERFORM 5530-MOVE-MERGE-CREDIT
           PERFORM 5540-RECORD-MERGE-REDIRECT
           PERFORM 5480-CLOSE-CUSTOMER
           MOVE MRG-LOSING-CUST TO MRG-BALANCE-CUST
           PERFORM 5510-TAKE-MERGE-BALANCE
           MOVE MERGE-BALANCE-INFO TO WS-Losing-After
           MOVE MRG-SURVIVOR-CUST TO MRG-BALANCE-CUST
           PERFORM 5510-TAKE-MERGE-BALANCE
           MOVE MERGE-BALANCE-INFO TO WS-Survivor-After
           PERFORM 5550-PROVE-MERGE
           PERFORM 5560-WRITE-MERGE-REGISTER
           IF NOT MERGE-PROVED
               STRING "Merge did not prove for customer "
                       DELIMITED BY SIZE
                       MRG-LOSING-CUST DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM 5570-WRITE-MERGE-LOG
           ADD 1 TO WS-MERGE-COUNT
           ADD WS-Merge-Invoices-Moved TO WS-MERGE-INVOICE-COUNT
           .

       5510-TAKE-MERGE-BALANCE.
      *    Invoice count, billed and paid totals across every
      *    invoice the customer carries, and the CUSTCRED balance.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(AMTDUE), 0),
                      COALESCE(SUM(AMTPAID), 0)
                   INTO :BAL-INVOICE-COUNT, :BAL-AMOUNT-DUE,
                        :BAL-AMOUNT-PAID
               FROM THING.INVOICE
               WHERE CUSTID = :MRG-BALANCE-CUST
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " totalling invoices" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           EXEC SQL
               SELECT CREDITAMT
                   INTO :BAL-CREDIT
               FROM THING.CUSTCRED
               WHERE CUSTID = :MRG-BALANCE-CUST
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE ZERO TO BAL-CREDIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                           " reading credit" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .

       5520-MOVE-MERGE-INVOICES.
           MOVE ZERO TO WS-Merge-Invoices-Moved
           EXEC SQL
               OPEN MRGINV
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " opening merge cursor" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE SPACE TO WS-Merge-Scan-Done
           PERFORM 5522-FETCH-MERGE-INVOICE
           PERFORM WITH TEST BEFORE
                   UNTIL MERGE-SCAN-DONE
               PERFORM 5524-MOVE-ONE-INVOICE
               PERFORM 5522-FETCH-MERGE-INVOICE
           END-PERFORM
           EXEC SQL
               CLOSE MRGINV
           END-EXEC
           .

       5522-FETCH-MERGE-INVOICE.
           EXEC SQL
               FETCH MRGINV
                   INTO :MRG-INV-NUMBER,
                        :MRG-INV-DUE-DATE,
                        :MRG-INV-LAST-PAY,
                        :MRG-INV-AMOUNT-PAID,
                        :MRG-INV-TAX-PAID,
                        :MRG-INV-STATUS
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   SET MERGE-SCAN-DONE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                           " fetching merge invoice" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .

       5524-MOVE-ONE-INVOICE.
           EXEC SQL
               UPDATE THING.INVOICE
                   SET CUSTID = :MRG-SURVIVOR-CUST
               WHERE INVNUM = :MRG-INV-NUMBER
               AND CUSTID = :MRG-LOSING-CUST
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " moving invoice " DELIMITED BY SIZE
                       MRG-INV-NUMBER DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Merge-Invoices-Moved
           PERFORM 5526-WRITE-MERGE-AUDIT
           .

       5526-WRITE-MERGE-AUDIT.
      *    Only the owning customer changes; every amount, date and
      *    status is carried through unchanged on both sides.
           MOVE MRG-INV-NUMBER      TO AUD-INVOICE-NUMBER
           MOVE MRG-SURVIVOR-CUST   TO AUD-CUSTOMER-ID
           MOVE WS-BUSINESS-DATE    TO AUD-RUN-DATE
           MOVE 'G'                 TO AUD-ACTION
           MOVE MRG-LOSING-CUST     TO AUD-MERGED-FROM-ID
           MOVE MRG-INV-LAST-PAY    TO AUD-OLD-LASTPAY
                                       AUD-NEW-LASTPAY
           MOVE MRG-INV-DUE-DATE    TO AUD-OLD-DUEDATE
                                       AUD-NEW-DUEDATE
           MOVE MRG-INV-AMOUNT-PAID TO AUD-OLD-AMTPAID
                                       AUD-NEW-AMTPAID
           MOVE MRG-INV-TAX-PAID    TO AUD-OLD-TAXPAID
                                       AUD-NEW-TAXPAID
           MOVE MRG-INV-STATUS      TO AUD-OLD-STATUS
                                       AUD-NEW-STATUS
           WRITE AUD-INVOICE-REC
           IF NOT PMTAUDT-OK
               STRING "Unexpected PMTAUDT file status on write "
                   DELIMITED BY SIZE
                   PMTAUDT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       5530-MOVE-MERGE-CREDIT.
      *    The losing customer's credit is added to the survivor's
      *    row, or becomes it, and the losing row goes.
           EXEC SQL
               SELECT CREDITAMT
                   INTO :MRG-LOSING-CREDIT
               FROM THING.CUSTCRED
               WHERE CUSTID = :MRG-LOSING-CUST
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE ZERO TO MRG-LOSING-CREDIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                           " reading credit" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF MRG-LOSING-CREDIT NOT EQUAL ZERO
               EXEC SQL
                   UPDATE THING.CUSTCRED
                       SET CREDITAMT = CREDITAMT + :MRG-LOSING-CREDIT
                   WHERE CUSTID = :MRG-SURVIVOR-CUST
               END-EXEC
               IF SQLCODE EQUAL 100
                   EXEC SQL
                       INSERT INTO THING.CUSTCRED
                           ( CUSTID, CREDITAMT )
                       VALUES ( :MRG-SURVIVOR-CUST,
                                :MRG-LOSING-CREDIT )
                   END-EXEC
               END-IF
               IF SQLCODE NOT EQUAL ZERO
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                           " moving credit" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
           END-IF
           EXEC SQL
               DELETE FROM THING.CUSTCRED
               WHERE CUSTID = :MRG-LOSING-CUST
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " removing credit" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       5540-RECORD-MERGE-REDIRECT.
      *    Anything already redirected to the losing ID now goes
      *    straight to the survivor, so PMTPROG never has to follow
      *    more than one hop.  A redirect left over from an ID that
      *    was merged away and later re-added is replaced.
           EXEC SQL
               UPDATE THING.CUSTMRG
                   SET NEWCUSTID = :MRG-SURVIVOR-CUST
               WHERE NEWCUSTID = :MRG-LOSING-CUST
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " re-pointing redirects" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           EXEC SQL
               DELETE FROM THING.CUSTMRG
               WHERE OLDCUSTID = :MRG-LOSING-CUST
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " replacing redirect" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           EXEC SQL
               INSERT INTO THING.CUSTMRG
                   ( OLDCUSTID, NEWCUSTID, MERGEDATE )
               VALUES ( :MRG-LOSING-CUST, :MRG-SURVIVOR-CUST,
                        :MRG-MERGE-DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-DISPLAY DELIMITED BY SIZE
                       " recording redirect" DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       5550-PROVE-MERGE.
      *    The survivor must now carry exactly what the two carried
      *    between them, and the losing ID nothing at all.
           SET MERGE-PROVED TO TRUE
           IF WS-Survivor-After-Count NOT EQUAL
                   WS-Survivor-Before-Count + WS-Losing-Before-Count
            OR WS-Survivor-After-Due NOT EQUAL
                   WS-Survivor-Before-Due + WS-Losing-Before-Due
            OR WS-Survivor-After-Paid NOT EQUAL
                   WS-Survivor-Before-Paid + WS-Losing-Before-Paid
            OR WS-Survivor-After-Credit NOT EQUAL
                   WS-Survivor-Before-Credit + WS-Losing-Before-Credit
            OR WS-Losing-After-Count NOT EQUAL ZERO
            OR WS-Losing-After-Credit NOT EQUAL ZERO
            OR WS-Merge-Invoices-Moved NOT EQUAL
                   WS-Losing-Before-Count
               MOVE SPACE TO WS-Merge-Proved
           END-IF
           .

       5560-WRITE-MERGE-REGISTER.
           MOVE SPACES TO MRGRPT-LINE
           PERFORM 1960-WRITE-REGISTER-LINE
           MOVE SPACES TO MRGRPT-LINE
           STRING "MERGE " DELIMITED BY SIZE
                   MRG-LOSING-CUST DELIMITED BY SIZE
                   " INTO " DELIMITED BY SIZE
                   MRG-SURVIVOR-CUST DELIMITED BY SIZE
             INTO MRGRPT-LINE
           PERFORM 1960-WRITE-REGISTER-LINE
           MOVE SPACES TO MRGRPT-LINE
           STRING "                      INVOICES" DELIMITED BY SIZE
                   "                BILLED" DELIMITED BY SIZE
                   "                  PAID" DELIMITED BY SIZE
                   "                CREDIT" DELIMITED BY SIZE
             INTO MRGRPT-LINE
           PERFORM 1960-WRITE-REGISTER-LINE
           MOVE "LOSING BEFORE" TO WS-Register-Label
           MOVE WS-Losing-Before TO MERGE-BALANCE-INFO
           PERFORM 5565-WRITE-REGISTER-BALANCE
           MOVE "SURVIVOR BEFORE" TO WS-Register-Label
           MOVE WS-Survivor-Before TO MERGE-BALANCE-INFO
           PERFORM 5565-WRITE-REGISTER-BALANCE
           MOVE "LOSING AFTER" TO WS-Register-Label
           MOVE WS-Losing-After TO MERGE-BALANCE-INFO
           PERFORM 5565-WRITE-REGISTER-BALANCE
           MOVE "SURVIVOR AFTER" TO WS-Register-Label
           MOVE WS-Survivor-After TO MERGE-BALANCE-INFO
           PERFORM 5565-WRITE-REGISTER-BALANCE
           MOVE SPACES TO MRGRPT-LINE
           MOVE WS-Merge-Invoices-Moved TO WS-Register-Count
           IF MERGE-PROVED
               STRING "  INVOICES MOVED " DELIMITED BY SIZE
                       WS-Register-Count DELIMITED BY SIZE
                       "  - BALANCES MOVED INTACT, "
                       DELIMITED BY SIZE
                       "LOSING ID CLOSED" DELIMITED BY SIZE
                 INTO MRGRPT-LINE
           ELSE
               STRING "  INVOICES MOVED " DELIMITED BY SIZE
                       WS-Register-Count DELIMITED BY SIZE
                       "  *** MERGE DOES NOT PROVE - RUN ROLLED BACK"
                       DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                 INTO MRGRPT-LINE
           END-IF
           PERFORM 1960-WRITE-REGISTER-LINE
           .

       5565-WRITE-REGISTER-BALANCE.
           MOVE BAL-INVOICE-COUNT TO WS-Register-Count
           MOVE BAL-AMOUNT-DUE    TO WS-Register-Due
           MOVE BAL-AMOUNT-PAID   TO WS-Register-Paid
           MOVE BAL-CREDIT        TO WS-Register-Credit
           MOVE SPACES TO MRGRPT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-Register-Label DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-Register-Count DELIMITED BY SIZE
                   WS-Register-Due DELIMITED BY SIZE
                   WS-Register-Paid DELIMITED BY SIZE
                   WS-Register-Credit DELIMITED BY SIZE
             INTO MRGRPT-LINE
           PERFORM 1960-WRITE-REGISTER-LINE
           .

       5570-WRITE-MERGE-LOG.
           MOVE MRG-LOSING-CUST   TO MLOG-LOSING-ID
           MOVE MRG-SURVIVOR-CUST TO MLOG-SURVIVOR-ID
           MOVE MRG-MERGE-DATE    TO MLOG-MERGE-DATE
           WRITE MRGLOG-REC
           IF NOT MRGLOG-OK
               STRING "Unexpected MRGLOG file status on write "
                   DELIMITED BY SIZE
                   MRGLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       5490-WRITE-CUST-AUDIT.
           MOVE CMT-TRAN-CODE    TO CA-TRAN-CODE
           MOVE CMT-CUSTOMER-ID  TO CA-CUSTOMER-ID
           MOVE WS-BUSINESS-DATE TO CA-RUN-DATE
           IF CMT-TRAN-ADDRESS
               MOVE SPACES            TO CA-BEFORE-IMAGE
               MOVE SPACES            TO CA-AFTER-IMAGE
               MOVE ADDR-TYPE         TO CA-BEFORE-ADDR-TYPE
               MOVE WS-Before-Address TO CA-BEFORE-ADDR-LINES
               MOVE ADDR-TYPE         TO CA-AFTER-ADDR-TYPE
               MOVE ADDR-LINES        TO CA-AFTER-ADDR-LINES
               MOVE WS-Before-Credit-Limit TO CA-BEFORE-CREDIT-LIMIT
               MOVE WS-Before-Credit-Limit TO CA-AFTER-CREDIT-LIMIT
               MOVE WS-Before-Disc-Pct     TO CA-BEFORE-DISC-PCT
               MOVE WS-Before-Disc-Days    TO CA-BEFORE-DISC-DAYS
               MOVE WS-Before-Disc-Pct     TO CA-AFTER-DISC-PCT
               MOVE WS-Before-Disc-Days    TO CA-AFTER-DISC-DAYS
           ELSE
               MOVE WS-Before-Name   TO CA-BEFORE-NAME
               MOVE WS-Before-Terms  TO CA-BEFORE-TERMS
               MOVE CUST-NAME        TO CA-AFTER-NAME
               MOVE CUST-TERMS       TO CA-AFTER-TERMS
               MOVE WS-Before-Credit-Limit TO CA-BEFORE-CREDIT-LIMIT
               MOVE CUST-CREDIT-LIMIT      TO CA-AFTER-CREDIT-LIMIT
               MOVE WS-Before-Disc-Pct     TO CA-BEFORE-DISC-PCT
               MOVE WS-Before-Disc-Days    TO CA-BEFORE-DISC-DAYS
               MOVE CUST-DISC-PCT          TO CA-AFTER-DISC-PCT
               MOVE CUST-DISC-DAYS         TO CA-AFTER-DISC-DAYS
           END-IF
      *    A merge closes the losing ID; its after image names the
      *    customer it was merged into.
           IF CMT-TRAN-MERGE
               MOVE CMT-SURVIVOR-ID TO CA-AFTER-NAME
           END-IF
           WRITE CUST-AUDIT-REC
           IF NOT CUSTAUDT-OK
               STRING "Unexpected audit file status on write "

       5495-WRITE-MAINT-REPORT-LINE.
           MOVE SPACES TO CMTRPT-LINE
           MOVE CUST-DISC-PCT  TO WS-DISC-PCT-FORMATTED
           MOVE CUST-DISC-DAYS TO WS-DISC-DAYS-FORMATTED
           EVALUATE TRUE
               WHEN CMT-TRAN-ADD
                   MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-FORMATTED
                   STRING "ADDED: " DELIMITED BY SIZE
                           CMT-CUSTOMER-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CMT-TERMS DELIMITED BY SIZE
                           " LIMIT " DELIMITED BY SIZE
                           WS-LIMIT-FORMATTED DELIMITED BY SIZE
                           " DISC " DELIMITED BY SIZE
                           WS-DISC-PCT-FORMATTED DELIMITED BY SIZE
                           "%/" DELIMITED BY SIZE
                           WS-DISC-DAYS-FORMATTED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CMT-CUSTOMER-NAME(1:80)
                           DELIMITED BY SIZE
                     INTO CMTRPT-LINE
               WHEN CMT-TRAN-CHANGE
                   MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-FORMATTED
                   STRING "CHANGED: " DELIMITED BY SIZE
                           CMT-CUSTOMER-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CMT-TERMS DELIMITED BY SIZE
                           " LIMIT " DELIMITED BY SIZE
                           WS-LIMIT-FORMATTED DELIMITED BY SIZE
                           " DISC " DELIMITED BY SIZE
                           WS-DISC-PCT-FORMATTED DELIMITED BY SIZE
                           "%/" DELIMITED BY SIZE
                           WS-DISC-DAYS-FORMATTED DELIMITED BY SIZE
                     INTO CMTRPT-LINE
               WHEN CMT-TRAN-CLOSE
                   STRING "CLOSED: " DELIMITED BY SIZE
                           CMT-CUSTOMER-ID DELIMITED BY SIZE
                     INTO CMTRPT-LINE
               WHEN CMT-TRAN-MERGE
                   MOVE WS-Merge-Invoices-Moved TO WS-COUNT-FORMATTED
                   STRING "MERGED: " DELIMITED BY SIZE
                           CMT-CUSTOMER-ID DELIMITED BY SIZE
                           " INTO " DELIMITED BY SIZE
                           CMT-SURVIVOR-ID DELIMITED BY SIZE
                           " INVOICES MOVED " DELIMITED BY SIZE
                           WS-COUNT-FORMATTED DELIMITED BY SIZE
                     INTO CMTRPT-LINE
               WHEN CMT-TRAN-ADDRESS
                   EVALUATE TRUE
                       WHEN CMT-ADDR-TYPE EQUAL 'B'
                           MOVE "BILLING" TO WS-Addr-Type-Text
                       WHEN CMT-ADDR-TYPE EQUAL 'C'
                           MOVE "COLLECTIONS" TO WS-Addr-Type-Text
                       WHEN OTHER
                           MOVE "REMIT-TO" TO WS-Addr-Type-Text
                   END-EVALUATE
                   STRING "ADDRESS: " DELIMITED BY SIZE
                           CMT-CUSTOMER-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Addr-Type-Text DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CMT-ADDR-LINE-1 DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CMT-ADDR-CITY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CMT-ADDR-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CMT-ADDR-ZIP DELIMITED BY SIZE
                     INTO CMTRPT-LINE
           END-EVALUATE
           PERFORM 1950-WRITE-REPORT-LINE
           .
           MOVE CMT-CUSTOMER-ID   TO CERR-CUSTOMER-ID
           MOVE CMT-CUSTOMER-NAME TO CERR-CUSTOMER-NAME
           MOVE CMT-TERMS         TO CERR-TERMS
           MOVE CMT-CREDIT-LIMIT-X TO CERR-CREDIT-LIMIT
           MOVE CMT-DISC-PCT-X    TO CERR-DISC-PCT
           MOVE CMT-DISC-DAYS-X   TO CERR-DISC-DAYS
           MOVE WS-Error-Tally    TO CERR-ERROR-COUNT
           SET WS-Error-Idx TO 1
           PERFORM WS-Error-Tally TIMES
               COMMIT
           END-EXEC
           PERFORM 8500-WRITE-REPORT-SUMMARY
           PERFORM 8550-WRITE-REGISTER-SUMMARY
           CLOSE CUST-IN
           CLOSE CUST-ERRORS
           CLOSE CUST-AUDIT-TRAIL
           CLOSE CUSTMNT-REPORT
           CLOSE INVOICE-AUDIT-TRAIL
           CLOSE MERGE-REGISTER
           CLOSE MERGE-LOG
           PERFORM 8600-WRITE-RUN-STATISTICS
           .

                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO CMTRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE SPACES TO CMTRPT-LINE
           MOVE WS-ADDRESS-COUNT TO WS-COUNT-FORMATTED
           STRING "Addresses set: " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO CMTRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE SPACES TO CMTRPT-LINE
           MOVE WS-MERGE-COUNT TO WS-COUNT-FORMATTED
           STRING "Customers merged: " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO CMTRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           .

       8550-WRITE-REGISTER-SUMMARY.
      *    Every merge that reaches this point proved -- one that
      *    did not stopped the run before the commit.
           MOVE SPACES TO MRGRPT-LINE
           PERFORM 1960-WRITE-REGISTER-LINE
           MOVE SPACES TO MRGRPT-LINE
           MOVE WS-MERGE-COUNT TO WS-COUNT-FORMATTED
           STRING "Customers merged: " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO MRGRPT-LINE
           PERFORM 1960-WRITE-REGISTER-LINE
           MOVE SPACES TO MRGRPT-LINE
           MOVE WS-MERGE-INVOICE-COUNT TO WS-COUNT-FORMATTED
           STRING "Invoices moved: " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO MRGRPT-LINE
           PERFORM 1960-WRITE-REGISTER-LINE
           .

       8600-WRITE-RUN-STATISTICS.
