       IDENTIFICATION DIVISION.
       Program-ID. DSPAGE.
      *****************************************************************
      * Weekly dispute aging report.  Reads the dispute file DSPMNT
      * maintains and lists every dispute still open, oldest first,
      * with its customer, invoice, reason, amount in dispute, the
      * date it was opened and last worked, and how many days it has
      * been open as of the PAYCTL business date.  The totals break
      * the open disputes into 0-30, 31-60, 61-90, and over-90-day
      * buckets so the credit manager can see what is going stale.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE
               ASSIGN TO 'DISPUTE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DISPUTE-STATUS.
           SELECT AGING-SORT-WORK
               ASSIGN TO 'SRTDSPAG'.
           SELECT AGING-REPORT
               ASSIGN TO 'DSPAGRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DSPAGRPT-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
       DATA DIVISION.
       File Section.
       FD  DISPUTE-FILE
           Recording Mode F
           Data Record DSP-REC.
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
       SD  AGING-SORT-WORK
           Data Record SW-AG-REC.
       01  SW-AG-REC.
           05  SW-AG-DAYS-OPEN       PIC 9(05).
           05  SW-AG-CUSTOMER-ID     PIC X(17).
           05  SW-AG-INVOICE         PIC X(13).
           05  SW-AG-REASON-CODE     PIC X(02).
           05  SW-AG-DISPUTED-AMT    PIC S9(13)V99 COMP-3.
           05  SW-AG-OPEN-DATE       PIC 9(08).
           05  SW-AG-UPDATE-DATE     PIC 9(08).
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
           05  DISPUTE-STATUS        PIC X(02).
               88  DISPUTE-OK            VALUE '00'.
               88  DISPUTE-EOF           VALUE '10'.
               88  DISPUTE-NOTFOUND      VALUE '35'.
           05  DSPAGRPT-STATUS       PIC X(02).
               88  DSPAGRPT-OK           VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Today-Integer      PIC S9(9).
           05  WS-Open-Integer       PIC S9(9).
           05  WS-Days-Open          PIC S9(9).
       01  WS-Aging-Control.
           05  WS-Dispute-Absent     PIC X Value space.
               88  DISPUTE-FILE-ABSENT   Value 'Y'.
           05  WS-Sort-EOF           PIC X Value space.
               88  AG-SORT-EOF           Value 'Y'.
       01  WS-Aging-Buckets.
           05  WS-Bucket-Entry OCCURS 4 TIMES
                   INDEXED BY WS-Bucket-Idx.
               10  WS-Bucket-Count       PIC 9(09).
               10  WS-Bucket-Amount      PIC S9(15)V99 COMP-3.
       01  WS-Bucket-Labels.
           05  FILLER                PIC X(12) VALUE '0-30 DAYS   '.
           05  FILLER                PIC X(12) VALUE '31-60 DAYS  '.
           05  FILLER                PIC X(12) VALUE '61-90 DAYS  '.
           05  FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-Bucket-Label-Table REDEFINES WS-Bucket-Labels.
           05  WS-Bucket-Label       PIC X(12) OCCURS 4 TIMES.
       01  WS-Report-Totals.
           05  WS-Open-Count         PIC 9(09) VALUE 0.
           05  WS-Open-Total         PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Days-Formatted     PIC ZZ,ZZ9.
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
           IF NOT DSPAGRPT-OK
               STRING "Unexpected DSPAGRPT file status on open "
                   DELIMITED BY SIZE
                   DSPAGRPT-STATUS
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
           STRING "DSPAGE OPEN DISPUTE AGING  AS OF "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO AG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO AG-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO AG-RPT-LINE
           STRING "DAYS OPEN  CUSTOMER           INVOICE        RSN"
                   DELIMITED BY SIZE
                   "   AMOUNT IN DISPUTE  OPENED    LAST WORKED"
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
               ON ASCENDING KEY SW-AG-CUSTOMER-ID
                                SW-AG-INVOICE
               INPUT PROCEDURE IS 2100-SELECT-OPEN-DISPUTES
               OUTPUT PROCEDURE IS 2500-WRITE-AGING-DETAIL
           .
       2100-SELECT-OPEN-DISPUTES.
      *    No dispute file yet just means nothing is in dispute.
           OPEN INPUT DISPUTE-FILE
           EVALUATE TRUE
               WHEN DISPUTE-OK
                   CONTINUE
               WHEN DISPUTE-NOTFOUND
                   SET DISPUTE-FILE-ABSENT TO TRUE
               WHEN OTHER
                   STRING "Unexpected DISPUTE file status on open "
                       DELIMITED BY SIZE
                       DISPUTE-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF NOT DISPUTE-FILE-ABSENT
               READ DISPUTE-FILE
               PERFORM WITH TEST BEFORE
                       UNTIL DISPUTE-EOF
                   IF DSP-OPEN
                       PERFORM 2200-RELEASE-OPEN-DISPUTE
                   END-IF
                   READ DISPUTE-FILE
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           .
       2200-RELEASE-OPEN-DISPUTE.
           MOVE ZERO TO WS-Days-Open
           IF DSP-OPEN-DATE NUMERIC
                   AND DSP-OPEN-DATE GREATER ZERO
               COMPUTE WS-Open-Integer =
                   FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE)
               COMPUTE WS-Days-Open =
                   WS-Today-Integer - WS-Open-Integer
               IF WS-Days-Open LESS ZERO
                   MOVE ZERO TO WS-Days-Open
               END-IF
           END-IF
           MOVE WS-Days-Open       TO SW-AG-DAYS-OPEN
           MOVE DSP-CUSTOMER-ID    TO SW-AG-CUSTOMER-ID
           MOVE DSP-INVOICE-NUMBER TO SW-AG-INVOICE
           MOVE DSP-REASON-CODE    TO SW-AG-REASON-CODE
           MOVE DSP-DISPUTED-AMT   TO SW-AG-DISPUTED-AMT
           MOVE DSP-OPEN-DATE      TO SW-AG-OPEN-DATE
           MOVE DSP-UPDATE-DATE    TO SW-AG-UPDATE-DATE
           MOVE DSP-NOTE           TO SW-AG-NOTE
           RELEASE SW-AG-REC
           .
       2500-WRITE-AGING-DETAIL.
           PERFORM 2550-RETURN-AGING-REC
           PERFORM WITH TEST BEFORE
                   UNTIL AG-SORT-EOF
               PERFORM 2600-PRINT-ONE-DISPUTE
               PERFORM 2550-RETURN-AGING-REC
           END-PERFORM
           .
       2550-RETURN-AGING-REC.
           RETURN AGING-SORT-WORK
               AT END
                   SET AG-SORT-EOF TO TRUE
           END-RETURN
           .
       2600-PRINT-ONE-DISPUTE.
           EVALUATE TRUE
               WHEN SW-AG-DAYS-OPEN GREATER 90
                   SET WS-Bucket-Idx TO 4
               WHEN SW-AG-DAYS-OPEN GREATER 60
                   SET WS-Bucket-Idx TO 3
               WHEN SW-AG-DAYS-OPEN GREATER 30
                   SET WS-Bucket-Idx TO 2
               WHEN OTHER
                   SET WS-Bucket-Idx TO 1
           END-EVALUATE
           ADD 1 TO WS-Bucket-Count(WS-Bucket-Idx)
           ADD SW-AG-DISPUTED-AMT TO WS-Bucket-Amount(WS-Bucket-Idx)
           ADD 1 TO WS-Open-Count
           ADD SW-AG-DISPUTED-AMT TO WS-Open-Total
           MOVE SW-AG-DAYS-OPEN    TO WS-Days-Formatted
           MOVE SW-AG-DISPUTED-AMT TO WS-Amount-Formatted
           MOVE SPACES TO AG-RPT-LINE
           STRING "   " DELIMITED BY SIZE
                   WS-Days-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-INVOICE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-REASON-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-OPEN-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-AG-UPDATE-DATE DELIMITED BY SIZE
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
           IF NOT DSPAGRPT-OK
               STRING "Unexpected DSPAGRPT file status on write "
                   DELIMITED BY SIZE
                   DSPAGRPT-STATUS
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
                       " DISPUTES  " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO AG-RPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-Open-Count TO WS-Count-Formatted
           MOVE WS-Open-Total TO WS-Amount-Formatted
           MOVE SPACES TO AG-RPT-LINE
           STRING "TOTAL OPEN         " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   " DISPUTES  " DELIMITED BY SIZE
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
