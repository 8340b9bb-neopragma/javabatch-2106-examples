       IDENTIFICATION DIVISION.
       Program-ID. PMTADJ.
      *****************************************************************
      * Credit memo / debit memo adjustment run.  Driven by the
      * billing department's adjustment transaction file: a credit
      * memo ('C') lowers AMTDUE on an existing THING.INVOICE row for
      * pricing errors, returned goods, or short shipments, and a
      * debit memo ('D') raises it for an underbilling.  A credit
      * memo that takes AMTDUE below what the customer has already
      * paid caps AMTPAID at the new amount due and banks the
      * difference in THING.CUSTCRED, exactly as an overpayment is
      * banked by PMTPROG; a debit memo against a settled invoice
      * reopens it.  Every update gets a before/after entry on the
      * PMTAUDT audit trail with action 'A', and the run produces an
      * adjustment register with control totals.  ADJLOG records
      * every memo posted with its amount and posting date, so the
      * GL journal extract (PMTGLX) posts it and a rerun never posts
      * the same memo number twice in the month; the run's AMTPAID
      * and customer-credit movement is appended to MEMOADJ so the
      * next PMTRECON database-delta leg still ties.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-TRANSACTIONS
               ASSIGN TO 'ADJTRAN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ADJTRAN-STATUS.
           SELECT INVOICE-AUDIT-TRAIL
               ASSIGN TO 'PMTAUDT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTAUDT-STATUS.
           SELECT MEMO-LOG
               ASSIGN TO 'ADJLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ADJLOG-STATUS.
           SELECT MEMO-ADJUSTMENTS
               ASSIGN TO 'MEMOADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MEMOADJ-STATUS.
           SELECT ADJUSTMENT-REGISTER
               ASSIGN TO 'ADJREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ADJREG-STATUS.
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
       FD  ADJUSTMENT-TRANSACTIONS
           Recording Mode F
           Data Record ADJ-TRAN-REC.
      *    One record per approved memo: the invoice it adjusts, the
      *    billing department's memo number, why, and who approved.
       01  ADJ-TRAN-REC.
           05  ADJ-CUSTOMER-ID       PIC X(17).
           05  ADJ-INVOICE-NUMBER    PIC X(13).
           05  ADJ-MEMO-TYPE         PIC X.
               88  ADJ-CREDIT-MEMO       VALUE 'C'.
               88  ADJ-DEBIT-MEMO        VALUE 'D'.
           05  ADJ-MEMO-NUMBER       PIC X(13).
           05  ADJ-REASON-CODE       PIC X(02).
               88  ADJ-VALID-REASON      VALUES 'PR', 'RG', 'SS',
                                                'UB', 'DS', 'OT'.
           05  ADJ-AMOUNT            PIC 9(11)V9(02).
           05  ADJ-APPROVER          PIC X(08).
       FD  INVOICE-AUDIT-TRAIL
           Recording Mode F
           Data Record AUD-INVOICE-REC.
      *    A memo never touches TAXPAID, so on an 'A' entry the
      *    TAXPAID pair carries the AMTDUE before and after instead;
      *    AUD-PMT-INVOICE carries the memo number.
       01  AUD-INVOICE-REC.
           05  AUD-INVOICE-NUMBER    PIC X(13).
           05  AUD-CUSTOMER-ID       PIC X(17).
           05  AUD-RUN-DATE          PIC X(08).
           05  AUD-ACTION            PIC X.
           05  AUD-PMT-INVOICE       PIC X(13).
           05  AUD-PMT-DATE-PAID     PIC X(08).
           05  AUD-OLD-LASTPAY       PIC X(08).
           05  AUD-NEW-LASTPAY       PIC X(08).
           05  AUD-OLD-DUEDATE       PIC X(08).
           05  AUD-NEW-DUEDATE       PIC X(08).
           05  AUD-OLD-AMTPAID       PIC S9(13)V99 COMP-3.
           05  AUD-NEW-AMTPAID       PIC S9(13)V99 COMP-3.
           05  AUD-OLD-AMTDUE        PIC S9(11)V99 COMP-3.
           05  AUD-NEW-AMTDUE        PIC S9(11)V99 COMP-3.
           05  AUD-OLD-STATUS        PIC X.
           05  AUD-NEW-STATUS        PIC X.
       FD  MEMO-LOG
           Recording Mode F
           Data Record ALOG-REC.
      *    Permanent record of every memo posted.  The amount, the
      *    part banked as customer credit, and the posting date ride
      *    along so PMTGLX can journal the day's memos.
       01  ALOG-REC.
           05  ALOG-INVOICE-NUMBER   PIC X(13).
           05  ALOG-CUSTOMER-ID      PIC X(17).
           05  ALOG-MEMO-TYPE        PIC X.
           05  ALOG-MEMO-NUMBER      PIC X(13).
           05  ALOG-REASON-CODE      PIC X(02).
           05  ALOG-AMOUNT           PIC 9(11)V9(02).
           05  ALOG-CREDIT-BANKED    PIC 9(11)V9(02).
           05  ALOG-POST-DATE        PIC 9(08).
       FD  MEMO-ADJUSTMENTS
           Recording Mode F
           Data Record MADJ-REC.
      *    One record per adjustment run: AMTPAID taken back off
      *    invoices a credit memo settled, and the same money banked
      *    in THING.CUSTCRED.  Neither movement is cash, so PMTRECON
      *    allows for both in its database-delta leg.
       01  MADJ-REC.
           05  MADJ-AMTPAID-REDUCED  PIC S9(13)V99 COMP-3.
           05  MADJ-CREDIT-BANKED    PIC S9(13)V99 COMP-3.
       FD  ADJUSTMENT-REGISTER
           Recording Mode F
           Data Record ADJ-RPT-LINE.
       01  ADJ-RPT-LINE              PIC X(132).
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

       01  INVOICE-INFO.
           05  INV-NUMBER            PIC X(13).
           05  INV-CUSTOMER-ID       PIC X(17).
           05  INV-DUE-DATE          PIC X(08).
           05  INV-LAST-PAY-DATE     PIC X(08).
           05  INV-AMOUNT-DUE        PIC S9(13)V99 COMP-3.
           05  INV-AMOUNT-PAID       PIC S9(13)V99 COMP-3.
           05  INV-TAX-PAID          PIC S9(11)V99 COMP-3.
           05  INV-STATUS            PIC X.
               88  INV-GOOD-STANDING     VALUE SPACE.
               88  INV-PAID              VALUE 'P'.
               88  INV-OVERPAID          VALUE 'O'.
               88  INV-WRITTEN-OFF       VALUE 'W'.
       01  WS-Credit-Balance         PIC S9(13)V99 COMP-3.

      * Other working storage fields

       01  WS-File-Status.
           05  ADJTRAN-STATUS        PIC X(02).
               88  ADJTRAN-OK            VALUE '00'.
               88  ADJTRAN-EOF           VALUE '10'.
               88  ADJTRAN-NOTFOUND      VALUE '35'.
           05  PMTAUDT-STATUS        PIC X(02).
               88  PMTAUDT-OK            VALUE '00'.
               88  PMTAUDT-NOTFOUND      VALUE '35'.
           05  ADJLOG-STATUS         PIC X(02).
               88  ADJLOG-OK             VALUE '00'.
               88  ADJLOG-EOF            VALUE '10'.
               88  ADJLOG-NOTFOUND       VALUE '35'.
           05  MEMOADJ-STATUS        PIC X(02).
               88  MEMOADJ-OK            VALUE '00'.
               88  MEMOADJ-NOTFOUND      VALUE '35'.
           05  ADJREG-STATUS         PIC X(02).
               88  ADJREG-OK             VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
       01  WS-Posted-This-Month-Table.
           05  WS-Posted-Count       PIC 9(05) VALUE 0.
           05  WS-Posted-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Posted-Count
                   INDEXED BY WS-Posted-Idx.
               10  WS-Posted-Memo        PIC X(13).
       01  WS-Memo-Work.
           05  WS-Already-Posted     PIC X Value space.
               88  MEMO-ALREADY-POSTED   Value 'Y'.
           05  WS-Before-Amt-Due     PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Before-Amt-Paid    PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Before-Status      PIC X.
           05  WS-Credit-Excess      PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Memo-Label         PIC X(12).
       01  WS-Register-Totals.
           05  WS-Memos-Read         PIC 9(09) VALUE 0.
           05  WS-Credit-Memo-Count  PIC 9(09) VALUE 0.
           05  WS-Credit-Memo-Total  PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Credit-Banked-Count PIC 9(09) VALUE 0.
           05  WS-Credit-Banked-Total PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Debit-Memo-Count   PIC 9(09) VALUE 0.
           05  WS-Debit-Memo-Total   PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Reopened-Count     PIC 9(09) VALUE 0.
           05  WS-Reject-Count       PIC 9(09) VALUE 0.
           05  WS-Memo-Amount-Total  PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
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
           OPEN INPUT ADJUSTMENT-TRANSACTIONS
           EVALUATE TRUE
               WHEN ADJTRAN-OK
                   CONTINUE
               WHEN ADJTRAN-NOTFOUND
                   MOVE 'Adjustment transaction file not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected ADJTRAN file status on open "
                       DELIMITED BY SIZE
                       ADJTRAN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
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
           OPEN OUTPUT ADJUSTMENT-REGISTER
           IF NOT ADJREG-OK
               STRING "Unexpected ADJREG file status on open "
                   DELIMITED BY SIZE
                   ADJREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1200-LOAD-MEMO-LOG
           PERFORM 1300-OPEN-MEMO-LOG-EXTEND
           MOVE SPACES TO ADJ-RPT-LINE
           STRING "PMTADJ ADJUSTMENT REGISTER  RUN DATE "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO ADJ-RPT-LINE
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
       1200-LOAD-MEMO-LOG.
      *    Only this month's memo numbers are kept for the rerun
      *    check -- billing numbers its memos sequentially, so a
      *    memo re-sent from an earlier month is a keying error the
      *    register's reviewer catches, not a rerun.  An absent log
      *    just means no memo has ever been posted.
           OPEN INPUT MEMO-LOG
           EVALUATE TRUE
               WHEN ADJLOG-OK
                   PERFORM 1250-READ-MEMO-LOG
                   PERFORM WITH TEST BEFORE
                           UNTIL ADJLOG-EOF
                       IF ALOG-POST-DATE(1:6)
                               EQUAL WS-Business-Date(1:6)
                           IF WS-Posted-Count LESS THAN 20000
                               ADD 1 TO WS-Posted-Count
                               SET WS-Posted-Idx TO WS-Posted-Count
                               MOVE ALOG-MEMO-NUMBER
                                 TO WS-Posted-Memo(WS-Posted-Idx)
                           END-IF
                       END-IF
                       PERFORM 1250-READ-MEMO-LOG
                   END-PERFORM
                   CLOSE MEMO-LOG
               WHEN ADJLOG-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected ADJLOG file status on open "
                       DELIMITED BY SIZE
                       ADJLOG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1250-READ-MEMO-LOG.
           READ MEMO-LOG
           EVALUATE TRUE
               WHEN ADJLOG-OK
                   CONTINUE
               WHEN ADJLOG-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected ADJLOG file status on read "
                       DELIMITED BY SIZE
                       ADJLOG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1300-OPEN-MEMO-LOG-EXTEND.
           OPEN EXTEND MEMO-LOG
           IF ADJLOG-NOTFOUND
               OPEN OUTPUT MEMO-LOG
           END-IF
           IF NOT ADJLOG-OK
               STRING "Unexpected ADJLOG file status on open "
                   DELIMITED BY SIZE
                   ADJLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2000-Process.
           PERFORM 2100-READ-TRANSACTION
           PERFORM WITH TEST BEFORE
                   UNTIL ADJTRAN-EOF
               PERFORM 2200-PROCESS-ONE-MEMO
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM
           .
       2100-READ-TRANSACTION.
           READ ADJUSTMENT-TRANSACTIONS
           EVALUATE TRUE
               WHEN ADJTRAN-OK
                   ADD 1 TO WS-Memos-Read
               WHEN ADJTRAN-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected ADJTRAN file status on read "
                       DELIMITED BY SIZE
                       ADJTRAN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2200-PROCESS-ONE-MEMO.
           PERFORM 2250-CHECK-ALREADY-POSTED
           EVALUATE TRUE
               WHEN NOT ADJ-CREDIT-MEMO AND NOT ADJ-DEBIT-MEMO
                   MOVE "MEMO TYPE MUST BE C OR D"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-MEMO
               WHEN ADJ-MEMO-NUMBER EQUAL SPACES
                   MOVE "MEMO NUMBER IS REQUIRED"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-MEMO
               WHEN NOT ADJ-VALID-REASON
                   MOVE "INVALID REASON CODE"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-MEMO
               WHEN ADJ-AMOUNT NOT NUMERIC
                       OR ADJ-AMOUNT EQUAL ZERO
                   MOVE "MEMO AMOUNT MUST BE GREATER THAN ZERO"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-MEMO
               WHEN MEMO-ALREADY-POSTED
                   MOVE "MEMO NUMBER ALREADY POSTED THIS MONTH"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-MEMO
               WHEN OTHER
                   PERFORM 2260-READ-INVOICE
           END-EVALUATE
           .
       2250-CHECK-ALREADY-POSTED.
           MOVE SPACE TO WS-Already-Posted
           IF WS-Posted-Count GREATER ZERO
               SET WS-Posted-Idx TO 1
               SEARCH WS-Posted-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Posted-Memo(WS-Posted-Idx)
                           EQUAL ADJ-MEMO-NUMBER
                       SET MEMO-ALREADY-POSTED TO TRUE
               END-SEARCH
           END-IF
           .
       2260-READ-INVOICE.
           EXEC SQL
               SELECT
                   INVNUM, CUSTID,
                   VARCHAR_FORMAT(DUEDATE, 'YYYYMMDD'),
                   VARCHAR_FORMAT(LASTPAY, 'YYYYMMDD'),
                   AMTDUE, AMTPAID, TAXPAID, STATUS
               INTO
                   :INV-NUMBER,
                   :INV-CUSTOMER-ID,
                   :INV-DUE-DATE,
                   :INV-LAST-PAY-DATE,
                   :INV-AMOUNT-DUE,
                   :INV-AMOUNT-PAID,
                   :INV-TAX-PAID,
                   :INV-STATUS
               FROM THING.INVOICE
               WHERE INVNUM = :ADJ-INVOICE-NUMBER
               AND CUSTID = :ADJ-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   MOVE "INVOICE NOT ON FILE FOR THIS CUSTOMER"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-MEMO
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading invoice " DELIMITED BY SIZE
                           ADJ-INVOICE-NUMBER DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN INV-WRITTEN-OFF
                   MOVE "INVOICE IS WRITTEN OFF"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-MEMO
               WHEN ADJ-CREDIT-MEMO
                       AND ADJ-AMOUNT GREATER INV-AMOUNT-DUE
                   MOVE "CREDIT MEMO EXCEEDS INVOICE AMOUNT DUE"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-MEMO
               WHEN ADJ-CREDIT-MEMO
                   PERFORM 2300-APPLY-CREDIT-MEMO
               WHEN OTHER
                   PERFORM 2350-APPLY-DEBIT-MEMO
           END-EVALUATE
           .
       2300-APPLY-CREDIT-MEMO.
           MOVE INV-AMOUNT-DUE  TO WS-Before-Amt-Due
           MOVE INV-AMOUNT-PAID TO WS-Before-Amt-Paid
           MOVE INV-STATUS      TO WS-Before-Status
           MOVE ZERO TO WS-Credit-Excess
           SUBTRACT ADJ-AMOUNT FROM INV-AMOUNT-DUE
      *    Money the customer already paid beyond the reduced amount
      *    due is theirs: cap the invoice at its new amount due and
      *    bank the rest the way PMTPROG banks an overpayment, so the
      *    next payment draws it down before cash.
           EVALUATE TRUE
               WHEN INV-AMOUNT-PAID GREATER INV-AMOUNT-DUE
                   COMPUTE WS-Credit-Excess =
                       INV-AMOUNT-PAID - INV-AMOUNT-DUE
                   END-COMPUTE
                   MOVE INV-AMOUNT-DUE TO INV-AMOUNT-PAID
                   SET INV-PAID TO TRUE
               WHEN INV-AMOUNT-PAID EQUAL INV-AMOUNT-DUE
                   SET INV-PAID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2400-UPDATE-INVOICE
           IF WS-Credit-Excess GREATER ZERO
               PERFORM 2450-BANK-CREDIT-EXCESS
               ADD 1 TO WS-Credit-Banked-Count
               ADD WS-Credit-Excess TO WS-Credit-Banked-Total
           END-IF
           ADD 1 TO WS-Credit-Memo-Count
           ADD ADJ-AMOUNT TO WS-Credit-Memo-Total
           MOVE 'CREDIT MEMO ' TO WS-Memo-Label
           PERFORM 2600-FINISH-MEMO
           .
       2350-APPLY-DEBIT-MEMO.
           MOVE INV-AMOUNT-DUE  TO WS-Before-Amt-Due
           MOVE INV-AMOUNT-PAID TO WS-Before-Amt-Paid
           MOVE INV-STATUS      TO WS-Before-Status
           MOVE ZERO TO WS-Credit-Excess
           ADD ADJ-AMOUNT TO INV-AMOUNT-DUE
      *    A settled invoice the memo leaves short reopens in good
      *    standing; PMTPROG re-ages it against its due date the
      *    next time a payment posts to it.
           IF INV-PAID OR INV-OVERPAID
               EVALUATE TRUE
                   WHEN INV-AMOUNT-PAID LESS INV-AMOUNT-DUE
                       SET INV-GOOD-STANDING TO TRUE
                       ADD 1 TO WS-Reopened-Count
                   WHEN INV-AMOUNT-PAID EQUAL INV-AMOUNT-DUE
                       SET INV-PAID TO TRUE
                   WHEN OTHER
                       SET INV-OVERPAID TO TRUE
               END-EVALUATE
           END-IF
           PERFORM 2400-UPDATE-INVOICE
           ADD 1 TO WS-Debit-Memo-Count
           ADD ADJ-AMOUNT TO WS-Debit-Memo-Total
           MOVE 'DEBIT MEMO  ' TO WS-Memo-Label
           PERFORM 2600-FINISH-MEMO
           .
       2400-UPDATE-INVOICE.
           EXEC SQL
               UPDATE THING.INVOICE
                   SET AMTDUE = :INV-AMOUNT-DUE,
                       AMTPAID = :INV-AMOUNT-PAID,
                       STATUS = :INV-STATUS
               WHERE INVNUM = :ADJ-INVOICE-NUMBER
               AND CUSTID = :ADJ-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " adjusting invoice " DELIMITED BY SIZE
                       ADJ-INVOICE-NUMBER DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM 2500-WRITE-MEMO-AUDIT
           .
       2450-BANK-CREDIT-EXCESS.
           EXEC SQL
               SELECT CREDITAMT
                   INTO :WS-Credit-Balance
               FROM THING.CUSTCRED
               WHERE CUSTID = :ADJ-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   ADD WS-Credit-Excess TO WS-Credit-Balance
                   EXEC SQL
                       UPDATE THING.CUSTCRED
                           SET CREDITAMT = :WS-Credit-Balance
                       WHERE CUSTID = :ADJ-CUSTOMER-ID
                   END-EXEC
               WHEN SQLCODE EQUAL 100
                   MOVE WS-Credit-Excess TO WS-Credit-Balance
                   EXEC SQL
                       INSERT INTO THING.CUSTCRED
                           ( CUSTID, CREDITAMT )
                       VALUES ( :ADJ-CUSTOMER-ID, :WS-Credit-Balance )
                   END-EXEC
           END-EVALUATE
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " banking credit for customer "
                       DELIMITED BY SIZE
                       ADJ-CUSTOMER-ID DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2500-WRITE-MEMO-AUDIT.
           MOVE ADJ-INVOICE-NUMBER TO AUD-INVOICE-NUMBER
           MOVE ADJ-MEMO-NUMBER    TO AUD-PMT-INVOICE
           MOVE ADJ-CUSTOMER-ID    TO AUD-CUSTOMER-ID
           MOVE WS-Business-Date   TO AUD-RUN-DATE
                                      AUD-PMT-DATE-PAID
           MOVE 'A'                TO AUD-ACTION
           MOVE INV-LAST-PAY-DATE  TO AUD-OLD-LASTPAY
                                      AUD-NEW-LASTPAY
           MOVE INV-DUE-DATE       TO AUD-OLD-DUEDATE
                                      AUD-NEW-DUEDATE
           MOVE WS-Before-Amt-Paid TO AUD-OLD-AMTPAID
           MOVE INV-AMOUNT-PAID    TO AUD-NEW-AMTPAID
           MOVE WS-Before-Amt-Due  TO AUD-OLD-AMTDUE
           MOVE INV-AMOUNT-DUE     TO AUD-NEW-AMTDUE
           MOVE WS-Before-Status   TO AUD-OLD-STATUS
           MOVE INV-STATUS         TO AUD-NEW-STATUS
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
       2600-FINISH-MEMO.
           MOVE ADJ-INVOICE-NUMBER TO ALOG-INVOICE-NUMBER
           MOVE ADJ-CUSTOMER-ID    TO ALOG-CUSTOMER-ID
           MOVE ADJ-MEMO-TYPE      TO ALOG-MEMO-TYPE
           MOVE ADJ-MEMO-NUMBER    TO ALOG-MEMO-NUMBER
           MOVE ADJ-REASON-CODE    TO ALOG-REASON-CODE
           MOVE ADJ-AMOUNT         TO ALOG-AMOUNT
           MOVE WS-Credit-Excess   TO ALOG-CREDIT-BANKED
           MOVE WS-Business-Date   TO ALOG-POST-DATE
           WRITE ALOG-REC
           IF NOT ADJLOG-OK
               STRING "Unexpected ADJLOG file status on write "
                   DELIMITED BY SIZE
                   ADJLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF WS-Posted-Count LESS THAN 20000
               ADD 1 TO WS-Posted-Count
               SET WS-Posted-Idx TO WS-Posted-Count
               MOVE ADJ-MEMO-NUMBER TO WS-Posted-Memo(WS-Posted-Idx)
           END-IF
           ADD ADJ-AMOUNT TO WS-Memo-Amount-Total
           MOVE ADJ-AMOUNT     TO WS-Amount-Formatted
           MOVE INV-AMOUNT-DUE TO WS-Amount-Formatted-2
           MOVE SPACES TO ADJ-RPT-LINE
           STRING ADJ-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ADJ-INVOICE-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Memo-Label DELIMITED BY SIZE
                   ADJ-MEMO-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ADJ-REASON-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  NEW DUE " DELIMITED BY SIZE
                   WS-Amount-Formatted-2 DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   WS-Before-Status DELIMITED BY SIZE
                   "->" DELIMITED BY SIZE
                   INV-STATUS DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   ADJ-APPROVER DELIMITED BY SIZE
             INTO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           IF WS-Credit-Excess GREATER ZERO
               MOVE WS-Credit-Excess TO WS-Amount-Formatted
               MOVE SPACES TO ADJ-RPT-LINE
               STRING "    PAID BEYOND NEW AMOUNT DUE, BANKED AS "
                       DELIMITED BY SIZE
                       "CUSTOMER CREDIT " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO ADJ-RPT-LINE
               PERFORM 2900-WRITE-REGISTER-LINE
           END-IF
           .
       2700-REJECT-MEMO.
           ADD 1 TO WS-Reject-Count
           MOVE SPACES TO ADJ-RPT-LINE
           STRING ADJ-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ADJ-INVOICE-NUMBER DELIMITED BY SIZE
                   "  MEMO " DELIMITED BY SIZE
                   ADJ-MEMO-NUMBER DELIMITED BY SIZE
                   "  REJECTED - " DELIMITED BY SIZE
                   WS-ERROR-MESSAGE(1:50) DELIMITED BY SIZE
             INTO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2900-WRITE-REGISTER-LINE.
           WRITE ADJ-RPT-LINE
           IF NOT ADJREG-OK
               STRING "Unexpected ADJREG file status on write "
                   DELIMITED BY SIZE
                   ADJREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           EXEC SQL
               COMMIT
           END-EXEC
           MOVE SPACES TO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Credit-Memo-Count TO WS-Count-Formatted
           MOVE WS-Credit-Memo-Total TO WS-Amount-Formatted
           MOVE SPACES TO ADJ-RPT-LINE
           STRING "CREDIT MEMOS POSTED:       " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Credit-Banked-Count TO WS-Count-Formatted
           MOVE WS-Credit-Banked-Total TO WS-Amount-Formatted
           MOVE SPACES TO ADJ-RPT-LINE
           STRING "  OF WHICH BANKED AS CREDIT:" DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Debit-Memo-Count TO WS-Count-Formatted
           MOVE WS-Debit-Memo-Total TO WS-Amount-Formatted
           MOVE SPACES TO ADJ-RPT-LINE
           STRING "DEBIT MEMOS POSTED:        " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Reopened-Count TO WS-Count-Formatted
           MOVE SPACES TO ADJ-RPT-LINE
           STRING "  OF WHICH REOPENED:       " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Reject-Count TO WS-Count-Formatted
           MOVE SPACES TO ADJ-RPT-LINE
           STRING "MEMOS REJECTED:            " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ADJ-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           Close ADJUSTMENT-TRANSACTIONS
           Close INVOICE-AUDIT-TRAIL
           Close MEMO-LOG
           Close ADJUSTMENT-REGISTER
           PERFORM 3050-WRITE-MEMO-ADJUSTMENT
           PERFORM 3100-WRITE-RUN-STATISTICS
           .
       3050-WRITE-MEMO-ADJUSTMENT.
      *    Without this record the next PMTRECON would see AMTPAID
      *    drop and the credit total rise with no cash behind either
      *    and credit the movement to the wrong leg.
           IF WS-Credit-Banked-Total NOT EQUAL ZERO
               OPEN EXTEND MEMO-ADJUSTMENTS
               IF MEMOADJ-NOTFOUND
                   OPEN OUTPUT MEMO-ADJUSTMENTS
               END-IF
               IF NOT MEMOADJ-OK
                   STRING "Unexpected MEMOADJ status on open "
                       DELIMITED BY SIZE
                       MEMOADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               MOVE WS-Credit-Banked-Total TO MADJ-AMTPAID-REDUCED
                                              MADJ-CREDIT-BANKED
               WRITE MADJ-REC
               IF NOT MEMOADJ-OK
                   STRING "Unexpected MEMOADJ status on write "
                       DELIMITED BY SIZE
                       MEMOADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               CLOSE MEMO-ADJUSTMENTS
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
           MOVE 'PMTADJ'   TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Memos-Read TO RS-RECORDS-READ
           COMPUTE RS-RECORDS-GOOD =
               WS-Credit-Memo-Count + WS-Debit-Memo-Count
           END-COMPUTE
           MOVE WS-Reject-Count   TO RS-RECORDS-REJECTED
           MOVE WS-Memo-Amount-Total TO RS-AMOUNT-TOTAL
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
