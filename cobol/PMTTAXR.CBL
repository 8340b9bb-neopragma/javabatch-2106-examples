       IDENTIFICATION DIVISION.
       Program-ID. PMTTAXR.
      *****************************************************************
      * Monthly sales-tax exemption renewal list.  PMTPROG treats a
      * customer as tax exempt only while one of its certificates on
      * the tax group's TAXEXMPT file is in force, so a certificate
      * that lapses unnoticed starts every payment from that
      * customer showing up on TAXEXCP.  This program lists every
      * certificate whose expiry date falls between the PAYCTL
      * business date and the PARM window of days after it, in
      * expiry-date order, with the customer's name, so the tax
      * group can chase the renewals before they lapse.
      * Certificates with a zero expiry date never lapse and are
      * not listed.
      *
      * PARM: positions 1-3 the window in days (NNN); 60 when the
      * PARM is absent or zero.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-EXEMPTIONS
               ASSIGN TO 'TAXEXMPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS TAXEXMPT-STATUS.
           SELECT RENEWAL-SORT-WORK
               ASSIGN TO 'SRTTAXR'.
           SELECT RENEWAL-REPORT
               ASSIGN TO 'TAXRRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS TAXRRPT-STATUS.
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
       FD  TAX-EXEMPTIONS
           Recording Mode F
           Data Record TXC-REC.
      *    Sales-tax exemption certificates (see PMTPROG).
       01  TXC-REC.
           05  TXC-CUSTOMER-ID       PIC X(17).
           05  TXC-CERT-NUMBER       PIC X(20).
           05  TXC-STATE             PIC X(02).
           05  TXC-EXPIRY-DATE       PIC 9(08).
       SD  RENEWAL-SORT-WORK
           Data Record SW-TR-REC.
       01  SW-TR-REC.
           05  SW-TR-EXPIRY-DATE     PIC 9(08).
           05  SW-TR-CUSTOMER-ID     PIC X(17).
           05  SW-TR-STATE           PIC X(02).
           05  SW-TR-CERT-NUMBER     PIC X(20).
           05  SW-TR-DAYS-LEFT       PIC 9(05).
       FD  RENEWAL-REPORT
           Recording Mode F
           Data Record TR-RPT-LINE.
       01  TR-RPT-LINE               PIC X(132).
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
           05  TAXEXMPT-STATUS       PIC X(02).
               88  TAXEXMPT-OK           VALUE '00'.
               88  TAXEXMPT-EOF          VALUE '10'.
               88  TAXEXMPT-NOTFOUND     VALUE '35'.
           05  TAXRRPT-STATUS        PIC X(02).
               88  TAXRRPT-OK            VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Today-Integer      PIC S9(9).
           05  WS-Expiry-Integer     PIC S9(9).
           05  WS-Days-Left          PIC S9(9).
       01  WS-Renewal-Control.
           05  WS-Window-Days        PIC 9(03) VALUE 60.
           05  WS-Window-End-Date    PIC 9(08).
           05  WS-Exemptions-Absent  PIC X Value space.
               88  EXEMPTIONS-FILE-ABSENT Value 'Y'.
           05  WS-Sort-EOF           PIC X Value space.
               88  TR-SORT-EOF           Value 'Y'.
       01  WS-Report-Totals.
           05  WS-Certs-Read         PIC 9(09) VALUE 0.
           05  WS-Already-Expired    PIC 9(09) VALUE 0.
           05  WS-Renewal-Count      PIC 9(09) VALUE 0.
       01  WS-Print-Work.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Days-Formatted     PIC ZZ,ZZ9.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).
           05  WS-SQLCODE-Display    PIC -9(9).

       LINKAGE SECTION.
       01  PARM-RENEWAL-SELECTION.
           05  PARM-WINDOW-DAYS      PIC X(03).

       PROCEDURE DIVISION USING PARM-RENEWAL-SELECTION.
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Goback
           .
       1000-Initialize.
           IF PARM-WINDOW-DAYS NUMERIC
                   AND PARM-WINDOW-DAYS NOT EQUAL '000'
               MOVE PARM-WINDOW-DAYS TO WS-Window-Days
           END-IF
           OPEN OUTPUT RENEWAL-REPORT
           IF NOT TAXRRPT-OK
               STRING "Unexpected TAXRRPT file status on open "
                   DELIMITED BY SIZE
                   TAXRRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           COMPUTE WS-Window-End-Date = FUNCTION DATE-OF-INTEGER
               (WS-Today-Integer + WS-Window-Days)
           MOVE WS-Window-Days TO WS-Days-Formatted
           MOVE SPACES TO TR-RPT-LINE
           STRING "PMTTAXR TAX EXEMPTION CERTIFICATES DUE FOR RENEWAL"
                   DELIMITED BY SIZE
                   "  AS OF " DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
                   "  THROUGH " DELIMITED BY SIZE
                   WS-Window-End-Date DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-Days-Formatted DELIMITED BY SIZE
                   " DAYS)" DELIMITED BY SIZE
             INTO TR-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO TR-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO TR-RPT-LINE
           STRING "EXPIRES    DAYS LEFT  CUSTOMER           ST  "
                   DELIMITED BY SIZE
                   "CERTIFICATE           CUSTOMER NAME"
                   DELIMITED BY SIZE
             INTO TR-RPT-LINE
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
           SORT RENEWAL-SORT-WORK
               ON ASCENDING KEY SW-TR-EXPIRY-DATE
               ON ASCENDING KEY SW-TR-CUSTOMER-ID
               ON ASCENDING KEY SW-TR-STATE
               INPUT PROCEDURE IS 2100-SELECT-EXPIRING-CERTS
               OUTPUT PROCEDURE IS 2500-WRITE-RENEWAL-DETAIL
           .
       2100-SELECT-EXPIRING-CERTS.
      *    No certificate file yet means nothing to renew.
           OPEN INPUT TAX-EXEMPTIONS
           EVALUATE TRUE
               WHEN TAXEXMPT-OK
                   CONTINUE
               WHEN TAXEXMPT-NOTFOUND
                   SET EXEMPTIONS-FILE-ABSENT TO TRUE
               WHEN OTHER
                   STRING "Unexpected TAXEXMPT file status on open "
                       DELIMITED BY SIZE
                       TAXEXMPT-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF NOT EXEMPTIONS-FILE-ABSENT
               READ TAX-EXEMPTIONS
               PERFORM WITH TEST BEFORE
                       UNTIL TAXEXMPT-EOF
                   ADD 1 TO WS-Certs-Read
                   PERFORM 2200-TEST-ONE-CERTIFICATE
                   READ TAX-EXEMPTIONS
               END-PERFORM
               CLOSE TAX-EXEMPTIONS
           END-IF
           .
       2200-TEST-ONE-CERTIFICATE.
      *    A certificate already past its expiry is counted but not
      *    listed -- PMTPROG flags that customer's untaxed payments
      *    on TAXEXCP instead.
           IF TXC-EXPIRY-DATE NOT NUMERIC
                   OR TXC-EXPIRY-DATE EQUAL ZERO
               CONTINUE
           ELSE
               IF TXC-EXPIRY-DATE LESS WS-Business-Date
                   ADD 1 TO WS-Already-Expired
               ELSE
                   IF TXC-EXPIRY-DATE NOT GREATER WS-Window-End-Date
                       COMPUTE WS-Expiry-Integer =
                           FUNCTION INTEGER-OF-DATE(TXC-EXPIRY-DATE)
                       COMPUTE WS-Days-Left =
                           WS-Expiry-Integer - WS-Today-Integer
                       MOVE TXC-EXPIRY-DATE TO SW-TR-EXPIRY-DATE
                       MOVE TXC-CUSTOMER-ID TO SW-TR-CUSTOMER-ID
                       MOVE TXC-STATE       TO SW-TR-STATE
                       MOVE TXC-CERT-NUMBER TO SW-TR-CERT-NUMBER
                       MOVE WS-Days-Left    TO SW-TR-DAYS-LEFT
                       RELEASE SW-TR-REC
                   END-IF
               END-IF
           END-IF
           .
       2500-WRITE-RENEWAL-DETAIL.
           PERFORM 2550-RETURN-RENEWAL-REC
           PERFORM WITH TEST BEFORE
                   UNTIL TR-SORT-EOF
               PERFORM 2600-PRINT-ONE-CERTIFICATE
               PERFORM 2550-RETURN-RENEWAL-REC
           END-PERFORM
           .
       2550-RETURN-RENEWAL-REC.
           RETURN RENEWAL-SORT-WORK
               AT END
                   SET TR-SORT-EOF TO TRUE
           END-RETURN
           .
       2600-PRINT-ONE-CERTIFICATE.
           ADD 1 TO WS-Renewal-Count
           PERFORM 2660-SELECT-CUSTOMER-NAME
           MOVE SW-TR-DAYS-LEFT TO WS-Days-Formatted
           MOVE SPACES TO TR-RPT-LINE
           STRING SW-TR-EXPIRY-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Days-Formatted DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   SW-TR-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-TR-STATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SW-TR-CERT-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CUST-NAME(1:60) DELIMITED BY SIZE
             INTO TR-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       2660-SELECT-CUSTOMER-NAME.
           MOVE SW-TR-CUSTOMER-ID TO CUST-ID
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
       8000-WRITE-REPORT-LINE.
           WRITE TR-RPT-LINE
           IF NOT TAXRRPT-OK
               STRING "Unexpected TAXRRPT file status on write "
                   DELIMITED BY SIZE
                   TAXRRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           MOVE SPACES TO TR-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Certs-Read TO WS-Count-Formatted
           MOVE SPACES TO TR-RPT-LINE
           STRING "CERTIFICATES ON FILE:     " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO TR-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Renewal-Count TO WS-Count-Formatted
           MOVE SPACES TO TR-RPT-LINE
           STRING "DUE FOR RENEWAL:          " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO TR-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-Already-Expired TO WS-Count-Formatted
           MOVE SPACES TO TR-RPT-LINE
           STRING "ALREADY EXPIRED:          " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO TR-RPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           Close RENEWAL-REPORT
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
           MOVE 'PMTTAXR'  TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Certs-Read    TO RS-RECORDS-READ
           MOVE WS-Renewal-Count TO RS-RECORDS-GOOD
           MOVE ZERO             TO RS-RECORDS-REJECTED
           MOVE ZERO             TO RS-AMOUNT-TOTAL
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
