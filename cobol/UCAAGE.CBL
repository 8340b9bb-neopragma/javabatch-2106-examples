       IDENTIFICATION DIVISION.
       Program-ID. UCAAGE.
      *****************************************************************
      * Daily unapplied-cash open-items report.  Reads the ledger
      * UCAINTK and UCAMNT maintain and lists every item still open,
      * oldest first, with its item number, the customer and invoice
      * as the payment arrived, the date paid, the amount, where it
      * came from (a posting reject with its reject code, or aged
      * suspense), the bank trace, and how many days it has gone
      * unresolved as of the PAYCTL business date.  The totals break
      * the open items into 0-7, 8-30, 31-60, and over-60-day buckets
      * so the cash-application supervisor can see what is going
      * stale.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO 'UNAPCASH'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UNAPCASH-STATUS.
           SELECT AGING-SORT-WORK
               ASSIGN TO 'SRTUCAAG'.
           SELECT AGING-REPORT
               ASSIGN TO 'UCAAGRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UCAAGRPT-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
       DATA DIVISION.
       File Section.
       FD  LEDGER-FILE
           Recording Mode F
           Data Record UCA-REC.
       01  UCA-REC.
           05  UCA-ITEM-NUMBER       PIC 9(09).
           05  UCA-SOURCE            PIC X.
           05  UCA-REJECT-CODE       PIC X.
           05  UCA-CUSTOMER-ID       PIC X(17).
           05  UCA-INVOICE-NUMBER    PIC X(13).
           05  UCA-DATE-PAID         PIC X(08).
           05  UCA-AMOUNT            PIC 9(16)V9(02).
           05  UCA-TAX-PAID          PIC 9(07)V9(02).
           05  UCA-TRACE-NUMBER      PIC X(20).
           05  UCA-INTAKE-DATE       PIC 9(08).
           05  UCA-STATUS            PIC X.
               88  UCA-OPEN              VALUE 'O'.
           05  UCA-RESOLVE-DATE      PIC 9(08).
           05  UCA-RESOLVE-CUSTOMER  PIC X(17).
           05  UCA-RESOLVE-INVOICE   PIC X(13).
           05  UCA-NOTE              PIC X(40).
       SD  AGING-SORT-WORK
           Data Record SW-AG-REC.
       01  SW-AG-REC.
           05  SW-AG-DAYS-OPEN       PIC 9(05).
           05  SW-AG-ITEM-NUMBER     PIC 9(09).
           05  SW-AG-CUSTOMER-ID     PIC X(17).
           05  SW-AG-INVOICE         PIC X(13).
           05  SW-AG-DATE-PAID       PIC X(08).
           05  SW-AG-AMOUNT          PIC S9(15)V99 COMP-3.
           05  SW-AG-SOURCE          PIC X.
           05  SW-AG-REJECT-CODE     PIC X.
           05  SW-AG-TRACE-NUMBER    PIC X(20).
           05  SW-AG-NOTE            PIC X(40).
       FD  AGING-REPORT
           Recording Mode F
           Data Record AG-RPT-LINE.
       01  AG-RPT-LINE               PIC X(132).
       FD  PROCESS-CONTROL
           Recording Mode F
           Data Record CTL-REC.
       01  CTL-REC.
           05  CTL-BUSINESS-DATE        PIC 9(08).
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).

       WORKING-STORAGE SECTION.

       01  WS-File-Status.
           05  UNAPCASH-STATUS       PIC X(02).
               88  UNAPCASH-OK           VALUE '00'.
               88  UNAPCASH-EOF          VALUE '10'.
               88  UNAPCASH-NOTFOUND     VALUE '35'.
           05  UCAAGRPT-STATUS       PIC X(02).
               88  UCAAGRPT-OK           VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Today-Integer      PIC S9(9).
           05  WS-Intake-Integer     PIC S9(9).
           05  WS-Days-Open          PIC S9(9).
       01  WS-Aging-Control.
           05  WS-Ledger-Absent      PIC X Value space.
               88  LEDGER-FILE-ABSENT    Value 'Y'.
           05  WS-Sort-EOF           PIC X Value space.
               88  AG-SORT-EOF           Value 'Y'.
       01  WS-Aging-Buckets.
           05  WS-Bucket-Entry OCCURS 4 TIMES
                   INDEXED BY WS-Bucket-Idx.
               10  WS-Bucket-Count       PIC 9(09).
               10  WS-Bucket-Amount      PIC S9(15)V99 COMP-3.
       01  WS-Bucket-Labels.
           05  FILLER                PIC X(12) VALUE '0-7 DAYS    '.
           05  FILLER                PIC X(12) VALUE '8-30 DAYS   '.
           05  FILLER                PIC X(12) VALUE '31-60 DAYS  '.
           05  FILLER                PIC X(12) VALUE 'OVER 60 DAYS'.
       01  WS-Bucket-Label-Table REDEFINES WS-Bucket-Labels.
           05  WS-Bucket-Label       PIC X(12) OCCURS 4 TIMES.
       01  WS-Report-Totals.
           05  WS-Open-Count         PIC 9(09) VALUE 0.
           05  WS-Open-Total         PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Days-Formatted     PIC ZZ,ZZ9.
           05  WS-Item-Formatted     PIC Z(8)9.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).

       PROCEDURE DIVISION.
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Goback
           .
       1000-Initialize.
           OPEN OUTPUT AGING-REPORT
           IF NOT UCAAGRPT-OK
               STRING "Unexpected UCAAGRPT file status on open "
                   DELIMITED BY SIZE
                   UCAAGRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           INITIALIZE WS-Aging-Buckets
           MOVE SPACES TO AG-RPT-LINE
           STRING "UCAAGE UNAPPLIED CASH OPEN ITEMS  AS OF "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO AG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO AG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO AG-RPT-LINE
           STRING "DAYS OPEN       ITEM  CUSTOMER           INVOICE"
                   DELIMITED BY SIZE
                   "        PAID                AMOUNT  SRC  TRACE"
                   DELIMITED BY SIZE
             INTO AG-RPT-LINE
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
           SORT AGING-SORT-WORK
               ON DESCENDING KEY SW-AG-DAYS-OPEN
               ON ASCENDING KEY SW-AG-ITEM-NUMBER
               INPUT PROCEDURE IS 2100-SELECT-OPEN-ITEMS
               OUTPUT PROCEDURE IS 2500-WRITE-AGING-DETAIL
           .
       2100-SELECT-OPEN-ITEMS.
      *    No ledger yet just means nothing is unapplied.
           OPEN INPUT LEDGER-FILE
           EVALUATE TRUE
               WHEN UNAPCASH-OK
                   CONTINUE
               WHEN UNAPCASH-NOTFOUND
                   SET LEDGER-FILE-ABSENT TO TRUE
               WHEN OTHER
                   STRING "Unexpected UNAPCASH file status on open "
                       DELIMITED BY SIZE
                       UNAPCASH-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF NOT LEDGER-FILE-ABSENT
               READ LEDGER-FILE
               PERFORM WITH TEST BEFORE
                       UNTIL UNAPCASH-EOF
                   IF UCA-OPEN
                       PERFORM 2200-RELEASE-OPEN-ITEM
                   END-IF
                   READ LEDGER-FILE
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .
       2200-RELEASE-OPEN-ITEM.
           MOVE ZERO TO WS-Days-Open
           IF UCA-INTAKE-DATE NUMERIC
                   AND UCA-INTAKE-DATE GREATER ZERO
               COMPUTE WS-Intake-Integer =
                   FUNCTION INTEGER-OF-DATE(UCA-INTAKE-DATE)
               COMPUTE WS-Days-Open =
                   WS-Today-Integer - WS-Intake-Integer
               IF WS-Days-Open LESS ZERO
                   MOVE ZERO TO WS-Days-Open
               END-IF
           END-IF
           MOVE WS-Days-Open       TO SW-AG-DAYS-OPEN
           MOVE UCA-ITEM-NUMBER    TO SW-AG-ITEM-NUMBER
           MOVE UCA-CUSTOMER-ID    TO SW-AG-CUSTOMER-ID
           MOVE UCA-INVOICE-NUMBER TO SW-AG-INVOICE
           MOVE UCA-DATE-PAID      TO SW-AG-DATE-PAID
           MOVE UCA-AMOUNT         TO SW-AG-AMOUNT
           MOVE UCA-SOURCE         TO SW-AG-SOURCE
           MOVE UCA-REJECT-CODE    TO SW-AG-REJECT-CODE
           MOVE UCA-TRACE-NUMBER   TO SW-AG-TRACE-NUMBER
           MOVE UCA-NOTE           TO SW-AG-NOTE
           RELEASE SW-AG-REC
           .
       2500-WRITE-AGING-DETAIL.
           PERFORM 2550-RETURN-AGING-REC
           PERFORM WITH TEST BEFORE
                   UNTIL AG-SORT-EOF
               PERFORM 2600-PRINT-ONE-ITEM
               PERFORM 2550-RETURN-AGING-REC
           END-PERFORM
           .
       2550-RETURN-AGING-REC.
           RETURN AGING-SORT-WORK
               AT END
                   SET AG-SORT-EOF TO TRUE
           END-RETURN
           .
       2600-PRINT-ONE-ITEM.
           EVALUATE TRUE
               WHEN SW-AG-DAYS-OPEN GREATER 60
                   SET WS-Bucket-Idx TO 4
               WHEN SW-AG-DAYS-OPEN GREATER 30
                   SET WS-Bucket-Idx TO 3
               WHEN SW-AG-DAYS-OPEN GREATER 7
                   SET WS-Bucket-Idx TO 2
               WHEN OTHER
                   SET WS-Bucket-Idx TO 1
           END-EVALUATE
           ADD 1 TO WS-Bucket-Count(WS-Bucket-Idx)
           ADD SW-AG-AMOUNT TO WS-Bucket-Amount(WS-Bucket-Idx)
           ADD 1 TO WS-Open-Count
           ADD SW-AG-AMOUNT TO WS-Open-Total
           MOVE SW-AG-DAYS-OPEN    TO WS-Days-Formatted
           MOVE SW-AG-ITEM-NUMBER  TO WS-Item-Formatted
           MOVE SW-AG-AMOUNT       TO WS-Amount-Formatted
           MOVE SPACES TO AG-RPT-LINE
           STRING "   " DELIMITED BY SIZE
                   WS-Days-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Item-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-INVOICE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-DATE-PAID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-SOURCE DELIMITED BY SIZE
                   SW-AG-REJECT-CODE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   SW-AG-TRACE-NUMBER DELIMITED BY SIZE
             INTO AG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF SW-AG-NOTE NOT EQUAL SPACES
               MOVE SPACES TO AG-RPT-LINE
               STRING "          NOTE: " DELIMITED BY SIZE
                       SW-AG-NOTE DELIMITED BY SIZE
                 INTO AG-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       8000-WRITE-REPORT-LINE.
           WRITE AG-RPT-LINE
           IF NOT UCAAGRPT-OK
               STRING "Unexpected UCAAGRPT file status on write "
                   DELIMITED BY SIZE
                   UCAAGRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           MOVE SPACES TO AG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM VARYING WS-Bucket-Idx FROM 1 BY 1
                   UNTIL WS-Bucket-Idx GREATER 4
               MOVE WS-Bucket-Count(WS-Bucket-Idx)
                 TO WS-Count-Formatted
               MOVE WS-Bucket-Amount(WS-Bucket-Idx)
                 TO WS-Amount-Formatted
               MOVE SPACES TO AG-RPT-LINE
               STRING "OPEN " DELIMITED BY SIZE
                       WS-Bucket-Label(WS-Bucket-Idx)
                       DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                       " ITEMS  " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO AG-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-Open-Count TO WS-Count-Formatted
           MOVE WS-Open-Total TO WS-Amount-Formatted
           MOVE SPACES TO AG-RPT-LINE
           STRING "TOTAL OPEN         " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   " ITEMS  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO AG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           Close AGING-REPORT
           .
       9999-Abort.
           Display WS-ERROR-MESSAGE
           Move 16 to Return-Code
           GOBACK
           .
