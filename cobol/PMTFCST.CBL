      * customer-level detail behind each weekly total.  An invoice
      * already in 'A'/'B'/'C' aging is discounted by how often that
      * customer's late invoices historically ended up paid at all.
      * An invoice under open dispute is not counted as expected
      * cash until the dispute is resolved.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
           SELECT DISPUTE-FILE
               ASSIGN TO 'DISPUTE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DISPUTE-STATUS.
       DATA DIVISION.
       File Section.
       FD  INVOICE-AUDIT-TRAIL
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
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

       WORKING-STORAGE SECTION.

           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  DISPUTE-STATUS        PIC X(02).
               88  DISPUTE-OK            VALUE '00'.
               88  DISPUTE-EOF           VALUE '10'.
               88  DISPUTE-NOTFOUND      VALUE '35'.
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
       01  WS-Customer-Behavior-Table.
           05  WS-Cust-Count         PIC 9(05) VALUE 0.
           05  WS-Cust-Entry OCCURS 1 TO 20000 TIMES
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 1200-LOAD-PAYMENT-BEHAVIOR
           PERFORM 1300-COUNT-OPEN-LATE-INVOICES
           PERFORM 1400-LOAD-OPEN-DISPUTES
           .
       1100-READ-PROCESS-CONTROL.
           OPEN INPUT PROCESS-CONTROL
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
           SORT FORECAST-SORT-WORK
               ON ASCENDING KEY SW-FC-WEEK
           COMPUTE WS-Open-Amount =
               FINV-AMOUNT-DUE - FINV-AMOUNT-PAID
           END-COMPUTE
           PERFORM 2210-CHECK-OPEN-DISPUTE
           IF INVOICE-IN-DISPUTE
      *        Cash the customer is contesting is not expected cash.
               ADD 1 TO WS-Dispute-Skipped
           END-IF
           IF WS-Open-Amount NOT GREATER ZERO
                   OR INVOICE-IN-DISPUTE
               CONTINUE
           ELSE
               PERFORM 2250-DERIVE-EXPECTED-DATE
               END-IF
           END-IF
           .
       2210-CHECK-OPEN-DISPUTE.
           MOVE SPACE TO WS-Dispute-Found
           IF WS-Dispute-Count GREATER ZERO
               SET WS-Dispute-Idx TO 1
               SEARCH WS-Dispute-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Dispute-Invoice(WS-Dispute-Idx)
                           EQUAL FINV-NUMBER
                       SET INVOICE-IN-DISPUTE TO TRUE
               END-SEARCH
           END-IF
           .
       2250-DERIVE-EXPECTED-DATE.
      *    The customer's average days-to-pay shifts the due date;
      *    no history means the forecast trusts the due date as is.
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO FC-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Dispute-Skipped TO WS-Count-Formatted
           MOVE SPACES TO FC-RPT-LINE
           STRING "EXCLUDED IN DISPUTE  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   " INVOICES" DELIMITED BY SIZE
             INTO FC-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           Close FORECAST-REPORT
           .
       9999-Abort.
