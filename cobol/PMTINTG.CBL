       IDENTIFICATION DIVISION.
       Program-ID. PMTINTG.
      *****************************************************************
      * Weekly invoice integrity sweep.  PMTRECON proves the night's
      * total AMTPAID movement, but a single invoice that drifted --
      * a hand fix made straight to the table, or two offsetting
      * errors on different invoices -- gets past a total.  This
      * run rebuilds every invoice on THING.INVOICE from its own
      * history and lists every one that does not agree:
      *   - the PMTAUDT before/after images, live trail and yearly
      *     archives (AUDARCH) together, sorted by customer and
      *     invoice in the order they were written, are replayed
      *     from the invoice as loaded (nothing paid, no tax, good
      *     standing): each entry's before-image must be the prior
      *     entry's after-image, or something changed the invoice
      *     between them without an audit entry, and the last
      *     after-image is the AMTPAID, TAXPAID and STATUS the live
      *     row must carry.  A memo ('A') or discount ('D') entry
      *     carries AMTDUE in its TAXPAID pair and leaves TAXPAID
      *     alone.  A merge ('G') entry starts the invoice's trail
      *     again under the surviving customer;
      *   - every payment the PAYHIST master shows applied to or
      *     reversed off the invoice must have the matching payment
      *     or reversal entry on its trail.
      * An invoice with no audit entries at all must still be as it
      * was loaded; one that is not was changed in the database
      * with no audit entry.  Each invoice listed shows what was
      * expected against what was found and the last audit entry
      * that touched it.  Audit entries for an invoice no longer on
      * the database under that customer (merged away) are counted
      * but not listed.  Ends RC 4 when anything is listed.  The
      * invoice cursor, the sort and the PAYHIST key all order by
      * customer then invoice, which the match depends on.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-AUDIT-TRAIL
               ASSIGN TO 'PMTAUDT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTAUDT-STATUS.
           SELECT AUDIT-ARCHIVE
               ASSIGN TO 'AUDARCH'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS AUDARCH-STATUS.
           SELECT AUDIT-SORT-WORK
               ASSIGN TO 'SRTINTG'.
           SELECT PAYMENT-HISTORY
               ASSIGN TO 'PAYHIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PH-KEY
               FILE STATUS PAYHIST-STATUS.
           SELECT INTEGRITY-REPORT
               ASSIGN TO 'INTGRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS INTGRPT-STATUS.
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
       FD  INVOICE-AUDIT-TRAIL
           Recording Mode F
           Data Record AUD-INVOICE-REC.
       01  AUD-INVOICE-REC           PIC X(124).
       FD  AUDIT-ARCHIVE
           Recording Mode F
           Data Record AUDA-REC.
      *    Yearly archive records PMTARCH moved off the live trail,
      *    in the AUD-INVOICE-REC layout; AUDARCH is the JCL
      *    concatenation of every archive year.
       01  AUDA-REC                  PIC X(124).
       SD  AUDIT-SORT-WORK
           Data Record SW-AUD-REC.
       01  SW-AUD-REC.
           05  SW-AUD-INVOICE-NUMBER PIC X(13).
           05  SW-AUD-CUSTOMER-ID    PIC X(17).
           05  SW-AUD-RUN-DATE       PIC X(08).
           05  SW-AUD-ACTION         PIC X.
               88  SW-AUD-MERGE          VALUE 'G'.
               88  SW-AUD-AMTDUE-IMAGE   VALUE 'A' 'D'.
               88  SW-AUD-PAYMENT-DRIVEN VALUE 'P' 'M' 'R' 'V'.
               88  SW-AUD-REVERSAL       VALUE 'V'.
           05  SW-AUD-DRIVING-PAYMENT.
               10  SW-AUD-PMT-INVOICE    PIC X(13).
               10  SW-AUD-PMT-DATE-PAID  PIC X(08).
           05  SW-AUD-MERGE-SOURCE REDEFINES SW-AUD-DRIVING-PAYMENT.
               10  SW-AUD-MERGED-FROM-ID PIC X(17).
               10  FILLER                PIC X(04).
           05  SW-AUD-OLD-LASTPAY    PIC X(08).
           05  SW-AUD-NEW-LASTPAY    PIC X(08).
           05  SW-AUD-OLD-DUEDATE    PIC X(08).
           05  SW-AUD-NEW-DUEDATE    PIC X(08).
           05  SW-AUD-OLD-AMTPAID    PIC S9(13)V99 COMP-3.
           05  SW-AUD-NEW-AMTPAID    PIC S9(13)V99 COMP-3.
           05  SW-AUD-OLD-TAXPAID    PIC S9(11)V99 COMP-3.
           05  SW-AUD-NEW-TAXPAID    PIC S9(11)V99 COMP-3.
           05  SW-AUD-OLD-STATUS     PIC X.
           05  SW-AUD-NEW-STATUS     PIC X.
       FD  PAYMENT-HISTORY
           Recording Mode F
           Data Record PH-REC.
       01  PH-REC.
           05  PH-KEY.
               10  PH-CUSTOMER-ID       PIC X(17).
               10  PH-INVOICE-NUMBER    PIC X(13).
               10  PH-DATE-PAID         PIC X(08).
           05  PH-AMOUNT                PIC 9(16)V9(02).
           05  PH-TAX                   PIC 9(07)V9(02).
           05  PH-DISPOSITION           PIC X.
               88  PH-APPLIED               VALUE 'A'.
               88  PH-REJECTED              VALUE 'E'.
               88  PH-HELD-SUSPENSE         VALUE 'S'.
               88  PH-REVERSED              VALUE 'V'.
           05  PH-ERROR-CODE            PIC X.
           05  PH-RUN-DATE              PIC X(08).
           05  PH-TRACE-NUMBER          PIC X(20).
       FD  INTEGRITY-REPORT
           Recording Mode F
           Data Record INTG-RPT-LINE.
       01  INTG-RPT-LINE             PIC X(132).
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

      *    Every invoice, in the customer-then-invoice order the
      *    sorted audit trail and the PAYHIST key are in.
           EXEC SQL
               DECLARE INTGCUR CURSOR FOR
                   SELECT INVNUM, CUSTID, AMTPAID, TAXPAID, STATUS
                   FROM THING.INVOICE
                   ORDER BY CUSTID, INVNUM
           END-EXEC.

      * Host variables

       01  INVOICE-INFO.
           05  INV-NUMBER            PIC X(13).
           05  INV-CUSTOMER-ID       PIC X(17).
           05  INV-AMOUNT-PAID       PIC S9(13)V99 COMP-3.
           05  INV-TAX-PAID          PIC S9(11)V99 COMP-3.
           05  INV-STATUS            PIC X.

      * Other working storage fields

       01  WS-File-Status.
           05  PMTAUDT-STATUS        PIC X(02).
               88  PMTAUDT-OK            VALUE '00'.
               88  PMTAUDT-EOF           VALUE '10'.
               88  PMTAUDT-NOTFOUND      VALUE '35'.
           05  AUDARCH-STATUS        PIC X(02).
               88  AUDARCH-OK            VALUE '00'.
               88  AUDARCH-EOF           VALUE '10'.
               88  AUDARCH-NOTFOUND      VALUE '35'.
           05  PAYHIST-STATUS        PIC X(02).
               88  PAYHIST-OK            VALUE '00'.
               88  PAYHIST-EOF           VALUE '10'.
               88  PAYHIST-NOTFOUND      VALUE '35'.
           05  INTGRPT-STATUS        PIC X(02).
               88  INTGRPT-OK            VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
      *    The three inputs are matched on customer + invoice; each
      *    key goes to HIGH-VALUES when its input is exhausted.
       01  WS-Match-Keys.
           05  WS-Invoice-Key.
               10  WS-Invoice-Key-Cust   PIC X(17).
               10  WS-Invoice-Key-Inv    PIC X(13).
           05  WS-Audit-Key.
               10  WS-Audit-Key-Cust     PIC X(17).
               10  WS-Audit-Key-Inv      PIC X(13).
           05  WS-History-Key.
               10  WS-History-Key-Cust   PIC X(17).
               10  WS-History-Key-Inv    PIC X(13).
           05  WS-Orphan-Key         PIC X(30) VALUE LOW-VALUES.
       01  WS-Sweep-Control.
           05  WS-Fetch-Done         PIC X Value space.
               88  FETCH-DONE            Value 'Y'.
           05  WS-Sort-EOF           PIC X Value space.
               88  AUDIT-SORT-EOF        Value 'Y'.
           05  WS-Chain-Break-Sw     PIC X Value space.
               88  CHAIN-BROKEN          Value 'Y'.
           05  WS-Invoice-Listed-Sw  PIC X Value space.
               88  INVOICE-LISTED        Value 'Y'.
           05  WS-Pay-Aud-Overflow-Sw PIC X Value space.
               88  PAY-AUDIT-OVERFLOW    Value 'Y'.
           05  WS-Pay-Aud-Found-Sw   PIC X Value space.
               88  PAYMENT-AUDIT-FOUND   Value 'Y'.
      *    The invoice as its audit trail says it should stand.
       01  WS-Expected-Image.
           05  WS-Exp-Amtpaid        PIC S9(13)V99 COMP-3.
           05  WS-Exp-Taxpaid        PIC S9(11)V99 COMP-3.
           05  WS-Exp-Status         PIC X.
           05  WS-Inv-Audit-Count    PIC 9(09).
           05  WS-Merge-Run-Date     PIC X(08).
       01  WS-Last-Audit-Entry.
           05  WS-Last-Run-Date      PIC X(08).
           05  WS-Last-Action        PIC X.
               88  LAST-ACTION-MERGE     VALUE 'G'.
           05  WS-Last-Driving-Payment.
               10  WS-Last-Pmt-Invoice   PIC X(13).
               10  WS-Last-Pmt-Date-Paid PIC X(08).
           05  WS-Last-Merge-Source REDEFINES WS-Last-Driving-Payment.
               10  WS-Last-Merged-From   PIC X(17).
               10  FILLER                PIC X(04).
      *    The invoice's payment and reversal entries, for matching
      *    its PAYHIST records against.
       01  WS-Payment-Audit-Table.
           05  WS-Pay-Aud-Count      PIC 9(05) VALUE 0.
           05  WS-Pay-Aud-Entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-Pay-Aud-Count
                   INDEXED BY WS-Pay-Aud-Idx.
               10  WS-Pay-Aud-Date-Paid  PIC X(08).
               10  WS-Pay-Aud-Action     PIC X.
                   88  PAY-AUD-REVERSAL      VALUE 'V'.
       01  WS-Detail-Work.
           05  WS-Detail-Field       PIC X(08).
           05  WS-Detail-Expected    PIC S9(13)V99 COMP-3.
           05  WS-Detail-Found       PIC S9(13)V99 COMP-3.
           05  WS-Detail-Exp-Status  PIC X.
           05  WS-Detail-Found-Status PIC X.
       01  WS-Sweep-Totals.
           05  WS-Invoice-Count      PIC 9(09) VALUE 0.
           05  WS-Live-Audit-Read    PIC 9(09) VALUE 0.
           05  WS-Archive-Audit-Read PIC 9(09) VALUE 0.
           05  WS-History-Read       PIC 9(09) VALUE 0.
           05  WS-Listed-Count       PIC 9(09) VALUE 0.
           05  WS-Drift-Count        PIC 9(09) VALUE 0.
           05  WS-Chain-Break-Count  PIC 9(09) VALUE 0.
           05  WS-No-Audit-Count     PIC 9(09) VALUE 0.
           05  WS-Unaudited-Pmt-Count PIC 9(09) VALUE 0.
           05  WS-Orphan-Count       PIC 9(09) VALUE 0.
           05  WS-Unchecked-Count    PIC 9(09) VALUE 0.
           05  WS-Amtpaid-Total      PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-2 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Action-Text        PIC X(10).
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
           OPEN OUTPUT INTEGRITY-REPORT
           IF NOT INTGRPT-OK
               STRING "Unexpected INTGRPT file status on open "
                   DELIMITED BY SIZE
                   INTGRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           MOVE SPACES TO INTG-RPT-LINE
           STRING "PMTINTG INVOICE INTEGRITY SWEEP  AS OF "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO INTG-RPT-LINE
           STRING "CUSTOMER           INVOICE        FINDING"
                   DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT PAYMENT-HISTORY
           EVALUATE TRUE
               WHEN PAYHIST-OK
                   CONTINUE
               WHEN PAYHIST-NOTFOUND
                   MOVE 'Payment history master not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected PAYHIST file status on open "
                       DELIMITED BY SIZE
                       PAYHIST-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           EXEC SQL
               OPEN INTGCUR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " opening invoice cursor" DELIMITED BY SIZE
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
       2000-Process.
      *    Entries with the same customer, invoice and run date stay
      *    in the order they were written, archive years first.
           SORT AUDIT-SORT-WORK
               ON ASCENDING KEY SW-AUD-CUSTOMER-ID
                                SW-AUD-INVOICE-NUMBER
                                SW-AUD-RUN-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2100-RELEASE-AUDIT-TRAIL
               OUTPUT PROCEDURE IS 2500-SWEEP-INVOICES
           .
       2100-RELEASE-AUDIT-TRAIL.
      *    An absent archive just means nothing has been archived
      *    yet; the live trail is always there once the nightly
      *    cycle has run.
           OPEN INPUT AUDIT-ARCHIVE
           EVALUATE TRUE
               WHEN AUDARCH-OK
                   READ AUDIT-ARCHIVE
                   PERFORM WITH TEST BEFORE
                           UNTIL AUDARCH-EOF
                       ADD 1 TO WS-Archive-Audit-Read
                       MOVE AUDA-REC TO SW-AUD-REC
                       RELEASE SW-AUD-REC
                       READ AUDIT-ARCHIVE
                   END-PERFORM
                   CLOSE AUDIT-ARCHIVE
               WHEN AUDARCH-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected AUDARCH status on open "
                       DELIMITED BY SIZE
                       AUDARCH-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN INPUT INVOICE-AUDIT-TRAIL
           EVALUATE TRUE
               WHEN PMTAUDT-OK
                   CONTINUE
               WHEN PMTAUDT-NOTFOUND
                   MOVE 'Invoice audit trail not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected PMTAUDT file status on open "
                       DELIMITED BY SIZE
                       PMTAUDT-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           READ INVOICE-AUDIT-TRAIL
           PERFORM WITH TEST BEFORE
                   UNTIL PMTAUDT-EOF
               ADD 1 TO WS-Live-Audit-Read
               MOVE AUD-INVOICE-REC TO SW-AUD-REC
               RELEASE SW-AUD-REC
               READ INVOICE-AUDIT-TRAIL
           END-PERFORM
           CLOSE INVOICE-AUDIT-TRAIL
           .
       2500-SWEEP-INVOICES.
           PERFORM 2510-RETURN-AUDIT-REC
           PERFORM 2520-READ-HISTORY-REC
           PERFORM 2530-FETCH-INVOICE
           PERFORM WITH TEST BEFORE
                   UNTIL FETCH-DONE
               ADD 1 TO WS-Invoice-Count
               ADD INV-AMOUNT-PAID TO WS-Amtpaid-Total
               MOVE SPACE TO WS-Invoice-Listed-Sw
               PERFORM 2540-SKIP-UNMATCHED-AUDIT
               PERFORM 2545-SKIP-UNMATCHED-HISTORY
               PERFORM 2600-REBUILD-FROM-AUDIT
               PERFORM 2700-COMPARE-INVOICE
               PERFORM 2750-CHECK-PAYMENT-HISTORY
               IF INVOICE-LISTED
                   PERFORM 2800-PRINT-LAST-AUDIT
               END-IF
               PERFORM 2530-FETCH-INVOICE
           END-PERFORM
      *    The invoice key is now HIGH-VALUES: whatever is left on
      *    the trail belongs to no invoice on the database.
           PERFORM 2540-SKIP-UNMATCHED-AUDIT
           .
       2510-RETURN-AUDIT-REC.
           RETURN AUDIT-SORT-WORK
               AT END
                   SET AUDIT-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-Audit-Key
               NOT AT END
                   MOVE SW-AUD-CUSTOMER-ID    TO WS-Audit-Key-Cust
                   MOVE SW-AUD-INVOICE-NUMBER TO WS-Audit-Key-Inv
           END-RETURN
           .
       2520-READ-HISTORY-REC.
           READ PAYMENT-HISTORY NEXT
           EVALUATE TRUE
               WHEN PAYHIST-OK
                   ADD 1 TO WS-History-Read
                   MOVE PH-CUSTOMER-ID    TO WS-History-Key-Cust
                   MOVE PH-INVOICE-NUMBER TO WS-History-Key-Inv
               WHEN PAYHIST-EOF
                   MOVE HIGH-VALUES TO WS-History-Key
               WHEN OTHER
                   STRING "Unexpected PAYHIST file status on read "
                       DELIMITED BY SIZE
                       PAYHIST-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2530-FETCH-INVOICE.
           EXEC SQL
               FETCH INTGCUR
                   INTO :INV-NUMBER,
                        :INV-CUSTOMER-ID,
                        :INV-AMOUNT-PAID,
                        :INV-TAX-PAID,
                        :INV-STATUS
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE INV-CUSTOMER-ID TO WS-Invoice-Key-Cust
                   MOVE INV-NUMBER      TO WS-Invoice-Key-Inv
               WHEN SQLCODE EQUAL 100
                   SET FETCH-DONE TO TRUE
                   MOVE HIGH-VALUES TO WS-Invoice-Key
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " fetching invoices" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2540-SKIP-UNMATCHED-AUDIT.
      *    Trail entries ahead of the invoice belong to an invoice
      *    no longer on the database under that customer, normally
      *    one a merge moved to the surviving customer.
           PERFORM WITH TEST BEFORE
                   UNTIL WS-Audit-Key NOT LESS WS-Invoice-Key
               IF WS-Audit-Key NOT EQUAL WS-Orphan-Key
                   ADD 1 TO WS-Orphan-Count
                   MOVE WS-Audit-Key TO WS-Orphan-Key
               END-IF
               PERFORM 2510-RETURN-AUDIT-REC
           END-PERFORM
           .
       2545-SKIP-UNMATCHED-HISTORY.
      *    Payments keyed to an invoice that is not on the database
      *    (rejected, or held and never applied) have nothing to
      *    check against.
           PERFORM WITH TEST BEFORE
                   UNTIL WS-History-Key NOT LESS WS-Invoice-Key
               PERFORM 2520-READ-HISTORY-REC
           END-PERFORM
           .
       2600-REBUILD-FROM-AUDIT.
      *    Start from the invoice as INVLOAD (or PMTFEE) created it
      *    and replay its trail.
           MOVE ZERO  TO WS-Exp-Amtpaid
                         WS-Exp-Taxpaid
                         WS-Inv-Audit-Count
                         WS-Pay-Aud-Count
           MOVE SPACE TO WS-Exp-Status
                         WS-Chain-Break-Sw
                         WS-Pay-Aud-Overflow-Sw
           MOVE SPACES TO WS-Last-Audit-Entry
                          WS-Merge-Run-Date
           PERFORM WITH TEST BEFORE
                   UNTIL WS-Audit-Key NOT EQUAL WS-Invoice-Key
               PERFORM 2650-APPLY-AUDIT-IMAGE
               PERFORM 2510-RETURN-AUDIT-REC
           END-PERFORM
           .
       2650-APPLY-AUDIT-IMAGE.
           ADD 1 TO WS-Inv-Audit-Count
           IF WS-Inv-Audit-Count EQUAL 1
                   AND SW-AUD-MERGE
               MOVE SW-AUD-OLD-AMTPAID TO WS-Exp-Amtpaid
               MOVE SW-AUD-OLD-TAXPAID TO WS-Exp-Taxpaid
               MOVE SW-AUD-OLD-STATUS  TO WS-Exp-Status
           END-IF
      *    Only the first break on an invoice is reported; the
      *    replay carries on from each entry's after-image.
           IF NOT CHAIN-BROKEN
               IF SW-AUD-OLD-AMTPAID NOT EQUAL WS-Exp-Amtpaid
                  OR SW-AUD-OLD-STATUS NOT EQUAL WS-Exp-Status
                  OR (NOT SW-AUD-AMTDUE-IMAGE
                      AND SW-AUD-OLD-TAXPAID NOT EQUAL WS-Exp-Taxpaid)
                   PERFORM 2660-REPORT-CHAIN-BREAK
               END-IF
           END-IF
           MOVE SW-AUD-NEW-AMTPAID TO WS-Exp-Amtpaid
           IF NOT SW-AUD-AMTDUE-IMAGE
               MOVE SW-AUD-NEW-TAXPAID TO WS-Exp-Taxpaid
           END-IF
           MOVE SW-AUD-NEW-STATUS TO WS-Exp-Status
           IF SW-AUD-MERGE
               MOVE SW-AUD-RUN-DATE TO WS-Merge-Run-Date
           END-IF
           MOVE SW-AUD-RUN-DATE        TO WS-Last-Run-Date
           MOVE SW-AUD-ACTION          TO WS-Last-Action
           MOVE SW-AUD-DRIVING-PAYMENT TO WS-Last-Driving-Payment
           IF SW-AUD-PAYMENT-DRIVEN
               IF WS-Pay-Aud-Count LESS THAN 500
                   ADD 1 TO WS-Pay-Aud-Count
                   SET WS-Pay-Aud-Idx TO WS-Pay-Aud-Count
                   MOVE SW-AUD-PMT-DATE-PAID
                     TO WS-Pay-Aud-Date-Paid(WS-Pay-Aud-Idx)
                   MOVE SW-AUD-ACTION
                     TO WS-Pay-Aud-Action(WS-Pay-Aud-Idx)
               ELSE
                   IF NOT PAY-AUDIT-OVERFLOW
                       SET PAY-AUDIT-OVERFLOW TO TRUE
                       ADD 1 TO WS-Unchecked-Count
                   END-IF
               END-IF
           END-IF
           .
       2660-REPORT-CHAIN-BREAK.
      *    The entry's before-image is not where the trail left the
      *    invoice: it was changed in between with no audit entry.
           SET CHAIN-BROKEN TO TRUE
           ADD 1 TO WS-Chain-Break-Count
           MOVE SW-AUD-ACTION TO WS-Last-Action
           PERFORM 2850-SET-ACTION-TEXT
           MOVE SPACES TO INTG-RPT-LINE
           STRING INV-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INV-NUMBER DELIMITED BY SIZE
                   "  UNAUDITED CHANGE BEFORE THE " DELIMITED BY SIZE
                   WS-Action-Text DELIMITED BY SPACE
                   " ENTRY OF RUN " DELIMITED BY SIZE
                   SW-AUD-RUN-DATE DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 2900-LIST-FINDING
           IF SW-AUD-OLD-AMTPAID NOT EQUAL WS-Exp-Amtpaid
               MOVE "AMTPAID"          TO WS-Detail-Field
               MOVE WS-Exp-Amtpaid     TO WS-Detail-Expected
               MOVE SW-AUD-OLD-AMTPAID TO WS-Detail-Found
               PERFORM 2960-PRINT-AMOUNT-DETAIL
           END-IF
           IF NOT SW-AUD-AMTDUE-IMAGE
                   AND SW-AUD-OLD-TAXPAID NOT EQUAL WS-Exp-Taxpaid
               MOVE "TAXPAID"          TO WS-Detail-Field
               MOVE WS-Exp-Taxpaid     TO WS-Detail-Expected
               MOVE SW-AUD-OLD-TAXPAID TO WS-Detail-Found
               PERFORM 2960-PRINT-AMOUNT-DETAIL
           END-IF
           IF SW-AUD-OLD-STATUS NOT EQUAL WS-Exp-Status
               MOVE WS-Exp-Status     TO WS-Detail-Exp-Status
               MOVE SW-AUD-OLD-STATUS TO WS-Detail-Found-Status
               PERFORM 2970-PRINT-STATUS-DETAIL
           END-IF
           .
       2700-COMPARE-INVOICE.
           IF INV-AMOUNT-PAID NOT EQUAL WS-Exp-Amtpaid
              OR INV-TAX-PAID NOT EQUAL WS-Exp-Taxpaid
              OR INV-STATUS NOT EQUAL WS-Exp-Status
               MOVE SPACES TO INTG-RPT-LINE
               IF WS-Inv-Audit-Count EQUAL ZERO
                   ADD 1 TO WS-No-Audit-Count
                   STRING INV-CUSTOMER-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           INV-NUMBER DELIMITED BY SIZE
                           "  CHANGED IN THE DATABASE WITH NO AUDIT"
                           DELIMITED BY SIZE
                           " ENTRY" DELIMITED BY SIZE
                     INTO INTG-RPT-LINE
               ELSE
                   ADD 1 TO WS-Drift-Count
                   STRING INV-CUSTOMER-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           INV-NUMBER DELIMITED BY SIZE
                           "  DATABASE DIFFERS FROM ITS AUDIT TRAIL"
                           DELIMITED BY SIZE
                     INTO INTG-RPT-LINE
               END-IF
               PERFORM 2900-LIST-FINDING
               IF INV-AMOUNT-PAID NOT EQUAL WS-Exp-Amtpaid
                   MOVE "AMTPAID"       TO WS-Detail-Field
                   MOVE WS-Exp-Amtpaid  TO WS-Detail-Expected
                   MOVE INV-AMOUNT-PAID TO WS-Detail-Found
                   PERFORM 2960-PRINT-AMOUNT-DETAIL
               END-IF
               IF INV-TAX-PAID NOT EQUAL WS-Exp-Taxpaid
                   MOVE "TAXPAID"       TO WS-Detail-Field
                   MOVE WS-Exp-Taxpaid  TO WS-Detail-Expected
                   MOVE INV-TAX-PAID    TO WS-Detail-Found
                   PERFORM 2960-PRINT-AMOUNT-DETAIL
               END-IF
               IF INV-STATUS NOT EQUAL WS-Exp-Status
                   MOVE WS-Exp-Status TO WS-Detail-Exp-Status
                   MOVE INV-STATUS    TO WS-Detail-Found-Status
                   PERFORM 2970-PRINT-STATUS-DETAIL
               END-IF
           END-IF
           .
       2750-CHECK-PAYMENT-HISTORY.
      *    Every payment PAYHIST shows applied to the invoice needs
      *    a payment entry (paid as keyed, auto-matched or
      *    recovered) with the same date paid on the trail, and
      *    every reversal a reversal entry.  Held and rejected
      *    payments never touched the invoice.  A merge re-keys
      *    PAYHIST to the surviving customer but leaves the earlier
      *    audit entries under the merged-away one, so payments
      *    recorded up to the merge are not checked.
           PERFORM WITH TEST BEFORE
                   UNTIL WS-History-Key NOT EQUAL WS-Invoice-Key
               IF (PH-APPLIED OR PH-REVERSED)
                       AND NOT PAY-AUDIT-OVERFLOW
                       AND PH-RUN-DATE GREATER WS-Merge-Run-Date
                   PERFORM 2760-FIND-PAYMENT-AUDIT
                   IF NOT PAYMENT-AUDIT-FOUND
                       PERFORM 2770-REPORT-UNAUDITED-PAYMENT
                   END-IF
               END-IF
               PERFORM 2520-READ-HISTORY-REC
           END-PERFORM
           .
       2760-FIND-PAYMENT-AUDIT.
           MOVE SPACE TO WS-Pay-Aud-Found-Sw
           IF WS-Pay-Aud-Count GREATER ZERO
               SET WS-Pay-Aud-Idx TO 1
               SEARCH WS-Pay-Aud-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Pay-Aud-Date-Paid(WS-Pay-Aud-Idx)
                           EQUAL PH-DATE-PAID
                    AND ((PH-REVERSED
                          AND PAY-AUD-REVERSAL(WS-Pay-Aud-Idx))
                     OR (PH-APPLIED
                          AND NOT PAY-AUD-REVERSAL(WS-Pay-Aud-Idx)))
                       SET PAYMENT-AUDIT-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       2770-REPORT-UNAUDITED-PAYMENT.
           ADD 1 TO WS-Unaudited-Pmt-Count
           MOVE PH-AMOUNT TO WS-Amount-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           IF PH-REVERSED
               STRING INV-CUSTOMER-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       INV-NUMBER DELIMITED BY SIZE
                       "  PAYMENT OF " DELIMITED BY SIZE
                       PH-DATE-PAID DELIMITED BY SIZE
                       " REVERSED ON PAYHIST, NO AUDIT ENTRY "
                       DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO INTG-RPT-LINE
           ELSE
               STRING INV-CUSTOMER-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       INV-NUMBER DELIMITED BY SIZE
                       "  PAYMENT OF " DELIMITED BY SIZE
                       PH-DATE-PAID DELIMITED BY SIZE
                       " APPLIED ON PAYHIST, NO AUDIT ENTRY  "
                       DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO INTG-RPT-LINE
           END-IF
           PERFORM 2900-LIST-FINDING
           .
       2800-PRINT-LAST-AUDIT.
           MOVE SPACES TO INTG-RPT-LINE
           IF WS-Inv-Audit-Count EQUAL ZERO
               MOVE "      LAST AUDIT ENTRY: NONE ON FILE"
                 TO INTG-RPT-LINE
           ELSE
               PERFORM 2850-SET-ACTION-TEXT
               IF LAST-ACTION-MERGE
                   STRING "      LAST AUDIT ENTRY: RUN "
                           DELIMITED BY SIZE
                           WS-Last-Run-Date DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-Action-Text DELIMITED BY SIZE
                           "  FROM CUSTOMER " DELIMITED BY SIZE
                           WS-Last-Merged-From DELIMITED BY SIZE
                     INTO INTG-RPT-LINE
               ELSE
                   STRING "      LAST AUDIT ENTRY: RUN "
                           DELIMITED BY SIZE
                           WS-Last-Run-Date DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-Action-Text DELIMITED BY SIZE
                           "  PAYMENT " DELIMITED BY SIZE
                           WS-Last-Pmt-Invoice DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Last-Pmt-Date-Paid DELIMITED BY SIZE
                     INTO INTG-RPT-LINE
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       2850-SET-ACTION-TEXT.
           EVALUATE WS-Last-Action
               WHEN 'P'
                   MOVE "PAYMENT" TO WS-Action-Text
               WHEN 'S'
                   MOVE "SPREAD" TO WS-Action-Text
               WHEN 'V'
                   MOVE "REVERSAL" TO WS-Action-Text
               WHEN 'M'
                   MOVE "AUTOMATCH" TO WS-Action-Text
               WHEN 'W'
                   MOVE "WRITE-OFF" TO WS-Action-Text
               WHEN 'R'
                   MOVE "RECOVERY" TO WS-Action-Text
               WHEN 'A'
                   MOVE "MEMO ADJ" TO WS-Action-Text
               WHEN 'G'
                   MOVE "MERGE" TO WS-Action-Text
               WHEN 'C'
                   MOVE "COLLECTION" TO WS-Action-Text
               WHEN 'D'
                   MOVE "DISCOUNT" TO WS-Action-Text
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-Action-Text
           END-EVALUATE
           .
       2900-LIST-FINDING.
      *    The finding line is built by the caller; the invoice is
      *    counted once however many findings it has.
           PERFORM 8000-WRITE-REPORT-LINE
           IF NOT INVOICE-LISTED
               SET INVOICE-LISTED TO TRUE
               ADD 1 TO WS-Listed-Count
           END-IF
           .
       2960-PRINT-AMOUNT-DETAIL.
           MOVE WS-Detail-Expected TO WS-Amount-Formatted
           MOVE WS-Detail-Found    TO WS-Amount-Formatted-2
           MOVE SPACES TO INTG-RPT-LINE
           STRING "      " DELIMITED BY SIZE
                   WS-Detail-Field DELIMITED BY SIZE
                   "  EXPECTED " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  FOUND " DELIMITED BY SIZE
                   WS-Amount-Formatted-2 DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       2970-PRINT-STATUS-DETAIL.
           MOVE SPACES TO INTG-RPT-LINE
           STRING "      STATUS    EXPECTED '" DELIMITED BY SIZE
                   WS-Detail-Exp-Status DELIMITED BY SIZE
                   "'  FOUND '" DELIMITED BY SIZE
                   WS-Detail-Found-Status DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       8000-WRITE-REPORT-LINE.
           WRITE INTG-RPT-LINE
           IF NOT INTGRPT-OK
               STRING "Unexpected INTGRPT file status on write "
                   DELIMITED BY SIZE
                   INTGRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           EXEC SQL
               CLOSE INTGCUR
           END-EXEC
           Close PAYMENT-HISTORY
           IF WS-Listed-Count EQUAL ZERO
               MOVE "NO INVOICE FOUND OUT OF LINE WITH ITS HISTORY"
                 TO INTG-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Invoice-Count TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "INVOICES EXAMINED:             " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Live-Audit-Read TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "AUDIT ENTRIES READ (LIVE):     " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Archive-Audit-Read TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "AUDIT ENTRIES READ (ARCHIVE):  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-History-Read TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "PAYMENT HISTORY RECORDS READ:  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Listed-Count TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "INVOICES LISTED:               " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Drift-Count TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "  DIFFERS FROM AUDIT TRAIL:    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Chain-Break-Count TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "  UNAUDITED CHANGE ON TRAIL:   " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-No-Audit-Count TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "  CHANGED WITH NO AUDIT ENTRY: " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Unaudited-Pmt-Count TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "  PAYMENTS WITH NO AUDIT ENTRY:" DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Orphan-Count TO WS-Count-Formatted
           MOVE SPACES TO INTG-RPT-LINE
           STRING "AUDITED INVOICES NOT ON FILE:  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO INTG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-Unchecked-Count GREATER ZERO
               MOVE WS-Unchecked-Count TO WS-Count-Formatted
               MOVE SPACES TO INTG-RPT-LINE
               STRING "PAYHIST NOT CHECKED (OVER 500 PAYMENTS): "
                       DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                 INTO INTG-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           Close INTEGRITY-REPORT
           PERFORM 3100-WRITE-RUN-STATISTICS
           IF WS-Listed-Count GREATER ZERO
               Move 4 to Return-Code
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
           MOVE 'PMTINTG'  TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Invoice-Count TO RS-RECORDS-READ
           COMPUTE RS-RECORDS-GOOD =
               WS-Invoice-Count - WS-Listed-Count
           END-COMPUTE
           MOVE WS-Listed-Count  TO RS-RECORDS-REJECTED
           MOVE WS-Amtpaid-Total TO RS-AMOUNT-TOTAL
           IF WS-Listed-Count GREATER ZERO
               IF WS-Listed-Count GREATER 9999
                   MOVE 9999 TO RS-WARNING-COUNT
               ELSE
                   MOVE WS-Listed-Count TO RS-WARNING-COUNT
               END-IF
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
