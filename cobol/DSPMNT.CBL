       IDENTIFICATION DIVISION.
       Program-ID. DSPMNT.
      *****************************************************************
      * Invoice dispute register maintenance.  When a customer calls
      * to dispute an invoice the service desk keys a transaction:
      * 'O' opens a dispute with a reason code and the amount in
      * dispute, 'U' updates the reason, amount, or note on an open
      * dispute, and 'R' resolves it as upheld, denied, or partially
      * credited.  The dispute file is rolled forward every run like
      * the dunning history: the prior file is read in, tonight's
      * transactions are applied, and the whole file is written back
      * out.  An open dispute holds its invoice out of dunning
      * (PMTDUN), finance charges (PMTFEE), write-off (PMTWOFF), and
      * the cash forecast (PMTFCST) until it is resolved.  Resolved
      * disputes stay on the file for the record until they pass the
      * PAYCTL retention cutoff.  The register lists every action
      * and every rejected transaction with control totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRANSACTIONS
               ASSIGN TO 'DSPTRAN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DSPTRAN-STATUS.
           SELECT DISPUTE-FILE-IN
               ASSIGN TO 'DSPIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DSPIN-STATUS.
           SELECT DISPUTE-FILE-OUT
               ASSIGN TO 'DSPOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DSPOUT-STATUS.
           SELECT DISPUTE-REGISTER
               ASSIGN TO 'DSPREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DSPREG-STATUS.
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
       FD  DISPUTE-TRANSACTIONS
           Recording Mode F
           Data Record DSP-TRAN-REC.
      *    One record per dispute action keyed by the service desk.
      *    On an update a blank reason, zero amount, or blank note
      *    keeps what the dispute already carries.  The credit amount
      *    is only read on a partial-credit resolution.
       01  DSP-TRAN-REC.
           05  DT-TRAN-CODE          PIC X.
               88  DT-OPEN-DISPUTE       VALUE 'O'.
               88  DT-UPDATE-DISPUTE     VALUE 'U'.
               88  DT-RESOLVE-DISPUTE    VALUE 'R'.
           05  DT-INVOICE-NUMBER     PIC X(13).
           05  DT-CUSTOMER-ID        PIC X(17).
           05  DT-REASON-CODE        PIC X(02).
               88  DT-REASON-VALID       VALUES 'PR', 'QT', 'DM',
                                                'NR', 'DB', 'OT'.
           05  DT-DISPUTED-AMOUNT    PIC 9(13)V9(02).
           05  DT-RESOLUTION         PIC X.
               88  DT-UPHELD             VALUE 'U'.
               88  DT-DENIED             VALUE 'D'.
               88  DT-PARTIAL-CREDIT     VALUE 'P'.
           05  DT-CREDIT-AMOUNT      PIC 9(13)V9(02).
           05  DT-NOTE               PIC X(40).
       FD  DISPUTE-FILE-IN
           Recording Mode F
           Data Record DSP-IN-REC.
      *    The prior run's dispute file.  Status 'O' is open; 'U'
      *    upheld, 'D' denied, and 'P' partially credited are the
      *    resolved states.  Reason codes: PR pricing error, QT
      *    quantity or short shipment, DM damaged or returned goods,
      *    NR goods or service not received, DB duplicate billing,
      *    OT other (see the note).
       01  DSP-IN-REC.
           05  DSP-IN-INVOICE-NUMBER PIC X(13).
           05  DSP-IN-CUSTOMER-ID    PIC X(17).
           05  DSP-IN-STATUS         PIC X.
           05  DSP-IN-REASON-CODE    PIC X(02).
           05  DSP-IN-DISPUTED-AMT   PIC 9(13)V9(02).
           05  DSP-IN-CREDIT-AMT     PIC 9(13)V9(02).
           05  DSP-IN-OPEN-DATE      PIC 9(08).
           05  DSP-IN-UPDATE-DATE    PIC 9(08).
           05  DSP-IN-RESOLVE-DATE   PIC 9(08).
           05  DSP-IN-NOTE           PIC X(40).
       FD  DISPUTE-FILE-OUT
           Recording Mode F
           Data Record DSP-OUT-REC.
       01  DSP-OUT-REC.
           05  DSP-OUT-INVOICE-NUMBER PIC X(13).
           05  DSP-OUT-CUSTOMER-ID   PIC X(17).
           05  DSP-OUT-STATUS        PIC X.
           05  DSP-OUT-REASON-CODE   PIC X(02).
           05  DSP-OUT-DISPUTED-AMT  PIC 9(13)V9(02).
           05  DSP-OUT-CREDIT-AMT    PIC 9(13)V9(02).
           05  DSP-OUT-OPEN-DATE     PIC 9(08).
           05  DSP-OUT-UPDATE-DATE   PIC 9(08).
           05  DSP-OUT-RESOLVE-DATE  PIC 9(08).
           05  DSP-OUT-NOTE          PIC X(40).
       FD  DISPUTE-REGISTER
           Recording Mode F
           Data Record DSP-RPT-LINE.
       01  DSP-RPT-LINE              PIC X(132).
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

      * Host variables

       01  INVOICE-INFO.
           05  INV-AMOUNT-DUE        PIC S9(13)V99 COMP-3.
           05  INV-AMOUNT-PAID       PIC S9(13)V99 COMP-3.
           05  INV-STATUS            PIC X.
               88  INV-PAID              VALUE 'P'.
               88  INV-OVERPAID          VALUE 'O'.
               88  INV-WRITTEN-OFF       VALUE 'W'.

      * Other working storage fields

       01  WS-File-Status.
           05  DSPTRAN-STATUS        PIC X(02).
               88  DSPTRAN-OK            VALUE '00'.
               88  DSPTRAN-EOF           VALUE '10'.
               88  DSPTRAN-NOTFOUND      VALUE '35'.
           05  DSPIN-STATUS          PIC X(02).
               88  DSPIN-OK              VALUE '00'.
               88  DSPIN-EOF             VALUE '10'.
               88  DSPIN-NOTFOUND        VALUE '35'.
           05  DSPOUT-STATUS         PIC X(02).
               88  DSPOUT-OK             VALUE '00'.
           05  DSPREG-STATUS         PIC X(02).
               88  DSPREG-OK             VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Retention-Cutoff   PIC 9(08) VALUE 0.
       01  WS-Dispute-Table.
           05  WS-Dispute-Count      PIC 9(05) VALUE 0.
           05  WS-Dispute-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Dispute-Count
                   INDEXED BY WS-Dispute-Idx.
               10  WS-Dsp-Invoice-Number PIC X(13).
               10  WS-Dsp-Customer-ID    PIC X(17).
               10  WS-Dsp-Status         PIC X.
                   88  WS-Dsp-Open           VALUE 'O'.
               10  WS-Dsp-Reason-Code    PIC X(02).
               10  WS-Dsp-Disputed-Amt   PIC 9(13)V9(02).
               10  WS-Dsp-Credit-Amt     PIC 9(13)V9(02).
               10  WS-Dsp-Open-Date      PIC 9(08).
               10  WS-Dsp-Update-Date    PIC 9(08).
               10  WS-Dsp-Resolve-Date   PIC 9(08).
               10  WS-Dsp-Note           PIC X(40).
       01  WS-Dispute-Work.
           05  WS-Dispute-Found      PIC X Value space.
               88  OPEN-DISPUTE-FOUND    Value 'Y'.
           05  WS-Invoice-Found      PIC X Value space.
               88  INVOICE-ON-FILE       Value 'Y'.
           05  WS-Open-Amount        PIC S9(13)V99 COMP-3 Value 0.
           05  WS-New-Amount         PIC 9(13)V9(02) Value 0.
           05  WS-Action-Text        PIC X(20).
       01  WS-Register-Totals.
           05  WS-Trans-Read         PIC 9(09) VALUE 0.
           05  WS-Trans-Applied      PIC 9(09) VALUE 0.
           05  WS-Reject-Count       PIC 9(09) VALUE 0.
           05  WS-Opened-Count       PIC 9(09) VALUE 0.
           05  WS-Opened-Total       PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Updated-Count      PIC 9(09) VALUE 0.
           05  WS-Upheld-Count       PIC 9(09) VALUE 0.
           05  WS-Denied-Count       PIC 9(09) VALUE 0.
           05  WS-Partial-Count      PIC 9(09) VALUE 0.
           05  WS-Credit-Total       PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Purged-Count       PIC 9(09) VALUE 0.
           05  WS-Still-Open-Count   PIC 9(09) VALUE 0.
           05  WS-Still-Open-Total   PIC S9(15)V99 COMP-3 Value 0.
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
           OPEN INPUT DISPUTE-TRANSACTIONS
           EVALUATE TRUE
               WHEN DSPTRAN-OK
                   CONTINUE
               WHEN DSPTRAN-NOTFOUND
                   MOVE 'Dispute transaction file not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected DSPTRAN file status on open "
                       DELIMITED BY SIZE
                       DSPTRAN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN OUTPUT DISPUTE-REGISTER
           IF NOT DSPREG-OK
               STRING "Unexpected DSPREG file status on open "
                   DELIMITED BY SIZE
                   DSPREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1200-LOAD-DISPUTE-FILE
           MOVE SPACES TO DSP-RPT-LINE
           STRING "DSPMNT DISPUTE REGISTER  RUN DATE "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO DSP-RPT-LINE
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
                       MOVE CTL-RETENTION-CUTOFF
                         TO WS-Retention-Cutoff
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
       1200-LOAD-DISPUTE-FILE.
      *    DSPIN does not exist before the first dispute is ever
      *    keyed, so its absence just means an empty register.  A
      *    full table is fatal: silently dropping a dispute would
      *    put its invoice straight back into dunning.
           OPEN INPUT DISPUTE-FILE-IN
           EVALUATE TRUE
               WHEN DSPIN-OK
                   READ DISPUTE-FILE-IN
                   PERFORM WITH TEST BEFORE
                           UNTIL DSPIN-EOF
                       IF WS-Dispute-Count NOT LESS THAN 20000
                           MOVE 'Dispute table full loading DSPIN'
                             TO WS-ERROR-MESSAGE
                           PERFORM 9999-ABORT
                       END-IF
                       ADD 1 TO WS-Dispute-Count
                       SET WS-Dispute-Idx TO WS-Dispute-Count
                       MOVE DSP-IN-INVOICE-NUMBER
                         TO WS-Dsp-Invoice-Number(WS-Dispute-Idx)
                       MOVE DSP-IN-CUSTOMER-ID
                         TO WS-Dsp-Customer-ID(WS-Dispute-Idx)
                       MOVE DSP-IN-STATUS
                         TO WS-Dsp-Status(WS-Dispute-Idx)
                       MOVE DSP-IN-REASON-CODE
                         TO WS-Dsp-Reason-Code(WS-Dispute-Idx)
                       MOVE DSP-IN-DISPUTED-AMT
                         TO WS-Dsp-Disputed-Amt(WS-Dispute-Idx)
                       MOVE DSP-IN-CREDIT-AMT
                         TO WS-Dsp-Credit-Amt(WS-Dispute-Idx)
                       MOVE DSP-IN-OPEN-DATE
                         TO WS-Dsp-Open-Date(WS-Dispute-Idx)
                       MOVE DSP-IN-UPDATE-DATE
                         TO WS-Dsp-Update-Date(WS-Dispute-Idx)
                       MOVE DSP-IN-RESOLVE-DATE
                         TO WS-Dsp-Resolve-Date(WS-Dispute-Idx)
                       MOVE DSP-IN-NOTE
                         TO WS-Dsp-Note(WS-Dispute-Idx)
                       READ DISPUTE-FILE-IN
                   END-PERFORM
                   CLOSE DISPUTE-FILE-IN
               WHEN DSPIN-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected DSPIN file status on open "
                       DELIMITED BY SIZE
                       DSPIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2000-Process.
           PERFORM 2100-READ-TRANSACTION
           PERFORM WITH TEST BEFORE
                   UNTIL DSPTRAN-EOF
               PERFORM 2200-PROCESS-ONE-TRANSACTION
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM
           .
       2100-READ-TRANSACTION.
           READ DISPUTE-TRANSACTIONS
           EVALUATE TRUE
               WHEN DSPTRAN-OK
                   ADD 1 TO WS-Trans-Read
               WHEN DSPTRAN-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected DSPTRAN file status on read "
                       DELIMITED BY SIZE
                       DSPTRAN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2200-PROCESS-ONE-TRANSACTION.
           PERFORM 2250-FIND-OPEN-DISPUTE
           EVALUATE TRUE
               WHEN DT-INVOICE-NUMBER EQUAL SPACES
                       OR DT-CUSTOMER-ID EQUAL SPACES
                   MOVE "CUSTOMER AND INVOICE ARE REQUIRED"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN DT-OPEN-DISPUTE
                   PERFORM 2300-OPEN-DISPUTE
               WHEN DT-UPDATE-DISPUTE
                   PERFORM 2400-UPDATE-DISPUTE
               WHEN DT-RESOLVE-DISPUTE
                   PERFORM 2500-RESOLVE-DISPUTE
               WHEN OTHER
                   MOVE "TRANSACTION CODE MUST BE O, U, OR R"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
           END-EVALUATE
           .
       2250-FIND-OPEN-DISPUTE.
      *    An invoice can have been disputed and resolved before, so
      *    only an entry still open counts.
           MOVE SPACE TO WS-Dispute-Found
           IF WS-Dispute-Count GREATER ZERO
               SET WS-Dispute-Idx TO 1
               SEARCH WS-Dispute-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Dsp-Invoice-Number(WS-Dispute-Idx)
                           EQUAL DT-INVOICE-NUMBER
                    AND WS-Dsp-Open(WS-Dispute-Idx)
                       SET OPEN-DISPUTE-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       2260-READ-INVOICE.
           MOVE SPACE TO WS-Invoice-Found
           EXEC SQL
               SELECT AMTDUE, AMTPAID, STATUS
               INTO
                   :INV-AMOUNT-DUE,
                   :INV-AMOUNT-PAID,
                   :INV-STATUS
               FROM THING.INVOICE
               WHERE INVNUM = :DT-INVOICE-NUMBER
               AND CUSTID = :DT-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   SET INVOICE-ON-FILE TO TRUE
                   COMPUTE WS-Open-Amount =
                       INV-AMOUNT-DUE - INV-AMOUNT-PAID
                   END-COMPUTE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading invoice " DELIMITED BY SIZE
                           DT-INVOICE-NUMBER DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2300-OPEN-DISPUTE.
      *    Only an invoice still carrying a balance can be disputed,
      *    and never for more than that balance.
           PERFORM 2260-READ-INVOICE
           EVALUATE TRUE
               WHEN NOT INVOICE-ON-FILE
                   MOVE "INVOICE NOT ON FILE FOR THIS CUSTOMER"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN OPEN-DISPUTE-FOUND
                   MOVE "INVOICE ALREADY HAS AN OPEN DISPUTE"
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
               WHEN NOT DT-REASON-VALID
                   MOVE "REASON MUST BE PR, QT, DM, NR, DB, OR OT"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN DT-DISPUTED-AMOUNT NOT GREATER ZERO
                   MOVE "DISPUTED AMOUNT IS REQUIRED"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN DT-DISPUTED-AMOUNT GREATER WS-Open-Amount
                   MOVE "DISPUTED AMOUNT EXCEEDS THE OPEN BALANCE"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN WS-Dispute-Count NOT LESS THAN 20000
                   MOVE "DISPUTE TABLE FULL - CALL SUPPORT"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-Dispute-Count
                   SET WS-Dispute-Idx TO WS-Dispute-Count
                   MOVE DT-INVOICE-NUMBER
                     TO WS-Dsp-Invoice-Number(WS-Dispute-Idx)
                   MOVE DT-CUSTOMER-ID
                     TO WS-Dsp-Customer-ID(WS-Dispute-Idx)
                   MOVE 'O' TO WS-Dsp-Status(WS-Dispute-Idx)
                   MOVE DT-REASON-CODE
                     TO WS-Dsp-Reason-Code(WS-Dispute-Idx)
                   MOVE DT-DISPUTED-AMOUNT
                     TO WS-Dsp-Disputed-Amt(WS-Dispute-Idx)
                   MOVE ZERO TO WS-Dsp-Credit-Amt(WS-Dispute-Idx)
                   MOVE WS-Business-Date
                     TO WS-Dsp-Open-Date(WS-Dispute-Idx)
                   MOVE WS-Business-Date
                     TO WS-Dsp-Update-Date(WS-Dispute-Idx)
                   MOVE ZERO TO WS-Dsp-Resolve-Date(WS-Dispute-Idx)
                   MOVE DT-NOTE TO WS-Dsp-Note(WS-Dispute-Idx)
                   ADD 1 TO WS-Opened-Count
                   ADD DT-DISPUTED-AMOUNT TO WS-Opened-Total
                   MOVE "OPENED" TO WS-Action-Text
                   PERFORM 2800-WRITE-ACTION-LINE
           END-EVALUATE
           .
       2400-UPDATE-DISPUTE.
           IF DT-DISPUTED-AMOUNT GREATER ZERO
               MOVE DT-DISPUTED-AMOUNT TO WS-New-Amount
               PERFORM 2260-READ-INVOICE
           ELSE
               MOVE SPACE TO WS-Invoice-Found
           END-IF
           EVALUATE TRUE
               WHEN NOT OPEN-DISPUTE-FOUND
                   MOVE "NO OPEN DISPUTE FOR THIS INVOICE"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN WS-Dsp-Customer-ID(WS-Dispute-Idx)
                       NOT EQUAL DT-CUSTOMER-ID
                   MOVE "DISPUTE IS HELD FOR A DIFFERENT CUSTOMER"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN DT-REASON-CODE NOT EQUAL SPACES
                       AND NOT DT-REASON-VALID
                   MOVE "REASON MUST BE PR, QT, DM, NR, DB, OR OT"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN DT-DISPUTED-AMOUNT GREATER ZERO
                       AND INVOICE-ON-FILE
                       AND WS-New-Amount GREATER WS-Open-Amount
                   MOVE "DISPUTED AMOUNT EXCEEDS THE OPEN BALANCE"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN OTHER
                   IF DT-REASON-CODE NOT EQUAL SPACES
                       MOVE DT-REASON-CODE
                         TO WS-Dsp-Reason-Code(WS-Dispute-Idx)
                   END-IF
                   IF DT-DISPUTED-AMOUNT GREATER ZERO
                       MOVE DT-DISPUTED-AMOUNT
                         TO WS-Dsp-Disputed-Amt(WS-Dispute-Idx)
                   END-IF
                   IF DT-NOTE NOT EQUAL SPACES
                       MOVE DT-NOTE TO WS-Dsp-Note(WS-Dispute-Idx)
                   END-IF
                   MOVE WS-Business-Date
                     TO WS-Dsp-Update-Date(WS-Dispute-Idx)
                   ADD 1 TO WS-Updated-Count
                   MOVE "UPDATED" TO WS-Action-Text
                   PERFORM 2800-WRITE-ACTION-LINE
           END-EVALUATE
           .
       2500-RESOLVE-DISPUTE.
      *    Upheld credits the whole disputed amount, denied credits
      *    nothing, and a partial credit must name an amount short
      *    of the whole dispute.
           EVALUATE TRUE
               WHEN NOT OPEN-DISPUTE-FOUND
                   MOVE "NO OPEN DISPUTE FOR THIS INVOICE"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN WS-Dsp-Customer-ID(WS-Dispute-Idx)
                       NOT EQUAL DT-CUSTOMER-ID
                   MOVE "DISPUTE IS HELD FOR A DIFFERENT CUSTOMER"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN DT-PARTIAL-CREDIT
                       AND (DT-CREDIT-AMOUNT NOT GREATER ZERO
                         OR DT-CREDIT-AMOUNT NOT LESS
                            WS-Dsp-Disputed-Amt(WS-Dispute-Idx))
                   MOVE "PARTIAL CREDIT MUST BE BELOW DISPUTED AMOUNT"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
               WHEN DT-UPHELD
                   MOVE WS-Dsp-Disputed-Amt(WS-Dispute-Idx)
                     TO WS-Dsp-Credit-Amt(WS-Dispute-Idx)
                   ADD 1 TO WS-Upheld-Count
                   MOVE "RESOLVED - UPHELD" TO WS-Action-Text
                   PERFORM 2550-CLOSE-DISPUTE-ENTRY
               WHEN DT-DENIED
                   MOVE ZERO TO WS-Dsp-Credit-Amt(WS-Dispute-Idx)
                   ADD 1 TO WS-Denied-Count
                   MOVE "RESOLVED - DENIED" TO WS-Action-Text
                   PERFORM 2550-CLOSE-DISPUTE-ENTRY
               WHEN DT-PARTIAL-CREDIT
                   MOVE DT-CREDIT-AMOUNT
                     TO WS-Dsp-Credit-Amt(WS-Dispute-Idx)
                   ADD 1 TO WS-Partial-Count
                   MOVE "RESOLVED - PARTIAL" TO WS-Action-Text
                   PERFORM 2550-CLOSE-DISPUTE-ENTRY
               WHEN OTHER
                   MOVE "RESOLUTION MUST BE U, D, OR P"
                     TO WS-ERROR-MESSAGE
                   PERFORM 2700-REJECT-TRANSACTION
           END-EVALUATE
           .
       2550-CLOSE-DISPUTE-ENTRY.
           MOVE DT-RESOLUTION TO WS-Dsp-Status(WS-Dispute-Idx)
           MOVE WS-Business-Date
             TO WS-Dsp-Update-Date(WS-Dispute-Idx)
           MOVE WS-Business-Date
             TO WS-Dsp-Resolve-Date(WS-Dispute-Idx)
           IF DT-NOTE NOT EQUAL SPACES
               MOVE DT-NOTE TO WS-Dsp-Note(WS-Dispute-Idx)
           END-IF
           ADD WS-Dsp-Credit-Amt(WS-Dispute-Idx) TO WS-Credit-Total
           PERFORM 2800-WRITE-ACTION-LINE
           .
       2700-REJECT-TRANSACTION.
           ADD 1 TO WS-Reject-Count
           MOVE SPACES TO DSP-RPT-LINE
           STRING DT-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DT-INVOICE-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DT-TRAN-CODE DELIMITED BY SIZE
                   "  REJECTED - " DELIMITED BY SIZE
                   WS-ERROR-MESSAGE(1:50) DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2800-WRITE-ACTION-LINE.
           ADD 1 TO WS-Trans-Applied
           MOVE WS-Dsp-Disputed-Amt(WS-Dispute-Idx)
             TO WS-Amount-Formatted
           MOVE WS-Dsp-Credit-Amt(WS-Dispute-Idx)
             TO WS-Amount-Formatted-2
           MOVE SPACES TO DSP-RPT-LINE
           STRING WS-Dsp-Customer-ID(WS-Dispute-Idx)
                   DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Dsp-Invoice-Number(WS-Dispute-Idx)
                   DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Action-Text DELIMITED BY SIZE
                   "  REASON " DELIMITED BY SIZE
                   WS-Dsp-Reason-Code(WS-Dispute-Idx)
                   DELIMITED BY SIZE
                   "  DISPUTED " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  CREDIT " DELIMITED BY SIZE
                   WS-Amount-Formatted-2 DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2900-WRITE-REGISTER-LINE.
           WRITE DSP-RPT-LINE
           IF NOT DSPREG-OK
               STRING "Unexpected DSPREG file status on write "
                   DELIMITED BY SIZE
                   DSPREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           PERFORM 3050-WRITE-DISPUTE-FILE
           MOVE SPACES TO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Opened-Count TO WS-Count-Formatted
           MOVE WS-Opened-Total TO WS-Amount-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "DISPUTES OPENED:       " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Updated-Count TO WS-Count-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "DISPUTES UPDATED:      " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Upheld-Count TO WS-Count-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "RESOLVED - UPHELD:     " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Denied-Count TO WS-Count-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "RESOLVED - DENIED:     " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Partial-Count TO WS-Count-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "RESOLVED - PARTIAL:    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Credit-Total TO WS-Amount-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "CREDIT GRANTED:        " DELIMITED BY SIZE
                   "            " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Reject-Count TO WS-Count-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Purged-Count TO WS-Count-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "RESOLVED PAST RETENTION DROPPED: " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Still-Open-Count TO WS-Count-Formatted
           MOVE WS-Still-Open-Total TO WS-Amount-Formatted
           MOVE SPACES TO DSP-RPT-LINE
           STRING "OPEN DISPUTES ON FILE: " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO DSP-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           Close DISPUTE-TRANSACTIONS
           Close DISPUTE-REGISTER
           PERFORM 3100-WRITE-RUN-STATISTICS
           .
       3050-WRITE-DISPUTE-FILE.
      *    Every open dispute carries forward; a resolved one is
      *    kept for the record until it resolved before the PAYCTL
      *    retention cutoff.
           OPEN OUTPUT DISPUTE-FILE-OUT
           IF NOT DSPOUT-OK
               STRING "Unexpected DSPOUT file status on open "
                   DELIMITED BY SIZE
                   DSPOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM VARYING WS-Dispute-Idx FROM 1 BY 1
                   UNTIL WS-Dispute-Idx GREATER WS-Dispute-Count
               IF NOT WS-Dsp-Open(WS-Dispute-Idx)
                       AND WS-Dsp-Resolve-Date(WS-Dispute-Idx)
                           LESS WS-Retention-Cutoff
                   ADD 1 TO WS-Purged-Count
               ELSE
                   PERFORM 3060-WRITE-DISPUTE-REC
               END-IF
           END-PERFORM
           Close DISPUTE-FILE-OUT
           .
       3060-WRITE-DISPUTE-REC.
           IF WS-Dsp-Open(WS-Dispute-Idx)
               ADD 1 TO WS-Still-Open-Count
               ADD WS-Dsp-Disputed-Amt(WS-Dispute-Idx)
                 TO WS-Still-Open-Total
           END-IF
           MOVE WS-Dsp-Invoice-Number(WS-Dispute-Idx)
             TO DSP-OUT-INVOICE-NUMBER
           MOVE WS-Dsp-Customer-ID(WS-Dispute-Idx)
             TO DSP-OUT-CUSTOMER-ID
           MOVE WS-Dsp-Status(WS-Dispute-Idx)   TO DSP-OUT-STATUS
           MOVE WS-Dsp-Reason-Code(WS-Dispute-Idx)
             TO DSP-OUT-REASON-CODE
           MOVE WS-Dsp-Disputed-Amt(WS-Dispute-Idx)
             TO DSP-OUT-DISPUTED-AMT
           MOVE WS-Dsp-Credit-Amt(WS-Dispute-Idx)
             TO DSP-OUT-CREDIT-AMT
           MOVE WS-Dsp-Open-Date(WS-Dispute-Idx)
             TO DSP-OUT-OPEN-DATE
           MOVE WS-Dsp-Update-Date(WS-Dispute-Idx)
             TO DSP-OUT-UPDATE-DATE
           MOVE WS-Dsp-Resolve-Date(WS-Dispute-Idx)
             TO DSP-OUT-RESOLVE-DATE
           MOVE WS-Dsp-Note(WS-Dispute-Idx)     TO DSP-OUT-NOTE
           WRITE DSP-OUT-REC
           IF NOT DSPOUT-OK
               STRING "Unexpected DSPOUT file status on write "
                   DELIMITED BY SIZE
                   DSPOUT-STATUS
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
           MOVE 'DSPMNT'   TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Trans-Read    TO RS-RECORDS-READ
           MOVE WS-Trans-Applied TO RS-RECORDS-GOOD
           MOVE WS-Reject-Count  TO RS-RECORDS-REJECTED
           MOVE WS-Opened-Total  TO RS-AMOUNT-TOTAL
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
           Move 16 to Return-Code
           GOBACK
           .
