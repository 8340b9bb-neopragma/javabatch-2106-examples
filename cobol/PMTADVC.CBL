       IDENTIFICATION DIVISION.
       Program-ID. PMTADVC.
      *****************************************************************
      * Nightly payment application advice.  Tells every customer who
      * paid on the business date how the money was applied, so the
      * collections desk stops fielding "where did my payment go"
      * calls.  One advice per paying customer, built from:
      *   - the payment summary (PMTSUM, every cycle of the day
      *     concatenated): the cash that landed on each invoice,
      *     including the rows PMTPROG writes when it spreads an
      *     overpayment across other invoices, and the '*CREDIT*'
      *     rows for any remainder it banked on THING.CUSTCRED;
      *   - the invoice audit trail (PMTAUDT): how each of those
      *     rows was applied -- paid as keyed ('P'), auto-matched
      *     from a mis-keyed invoice number ('M'), recovered on a
      *     written-off invoice ('R'), or spread from an overpayment
      *     ('S') -- and the amount paid before and after, which
      *     gives the invoice's remaining balance and any credit on
      *     account PMTPROG drew down ahead of the cash;
      *   - the payment history master (PAYHIST): the payment as
      *     received, with its amount and the bank trace number;
      *   - the day's merged control totals (PMTCTLT): the advices'
      *     cash, credit drawn, and credit banked must tie to them.
      * The advice shows each payment received, each invoice it was
      * applied to with the balance left open, any amount put on
      * account, and the customer's credit balance afterwards.
      * Customers with an 'E' preference on DLVPREF get the advice
      * on the structured e-delivery extract (EADVICE); everyone
      * else gets a printed advice on ADVOUT with the billing
      * address under the name.  The delivery register (ADVREG)
      * lists every advice with its channel and ties the totals to
      * the control record.  Ends RC 4 when a summary row had no
      * matching audit entry or a customer's payments received do
      * not tie to the cash applied (the advice still goes out,
      * flagged on the register); RC 8 when the advice totals do
      * not tie to the control totals.  Runs once at end of day,
      * after PMTRECON has proved the day.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTALS
               ASSIGN TO 'PMTCTLT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTCTLT-STATUS.
           SELECT PAYMENT-SUMMARY
               ASSIGN TO 'PMTSUM'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTSUM-STATUS.
           SELECT INVOICE-AUDIT-TRAIL
               ASSIGN TO 'PMTAUDT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTAUDT-STATUS.
           SELECT PAYMENT-HISTORY
               ASSIGN TO 'PAYHIST'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PH-KEY
               FILE STATUS PAYHIST-STATUS.
           SELECT ADVICE-SORT-WORK
               ASSIGN TO 'SRTADVC'.
           SELECT DELIVERY-PREFERENCES
               ASSIGN TO 'DLVPREF'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DLVPREF-STATUS.
           SELECT PRINTED-ADVICES
               ASSIGN TO 'ADVOUT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ADVOUT-STATUS.
           SELECT ELECTRONIC-ADVICES
               ASSIGN TO 'EADVICE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS EADVICE-STATUS.
           SELECT ADVICE-REGISTER
               ASSIGN TO 'ADVREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ADVREG-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO 'PAYCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PAYCTL-STATUS.
           SELECT RUN-STATISTICS
               ASSIGN TO 'RUNSTATS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RUNSTATS-STATUS.
           SELECT CYCLE-LEDGER
               ASSIGN TO 'CYCLEDG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CYCLEDG-STATUS.
           SELECT RERUN-OVERRIDE
               ASSIGN TO 'CYCRERUN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CYCRERUN-STATUS.
       DATA DIVISION.
       File Section.
       FD  CONTROL-TOTALS
           Recording Mode F
           Data Record CTLT-REC.
       01  CTLT-REC.
           05  CTLT-RECORDS-READ     PIC 9(09).
           05  CTLT-APPLIED-COUNT    PIC 9(09).
           05  CTLT-REJECTED-COUNT   PIC 9(09).
           05  CTLT-APPLIED-CASH     PIC S9(13)V99 COMP-3.
           05  CTLT-REJECTED-CASH    PIC S9(13)V99 COMP-3.
           05  CTLT-HELD-CASH        PIC S9(13)V99 COMP-3.
           05  CTLT-REVERSED-CASH    PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-DRAWN     PIC S9(13)V99 COMP-3.
           05  CTLT-CREDIT-BANKED    PIC S9(13)V99 COMP-3.
           05  CTLT-BUSINESS-DATE    PIC 9(08).
           05  CTLT-CYCLE-NUMBER     PIC 9(02).
       FD  PAYMENT-SUMMARY
           Recording Mode F
           Data Record PAY-SUMMARY-REC.
       01  PAY-SUMMARY-REC.
           05  PAY-CUSTOMER-ID       PIC X(17).
           05  PAY-INVOICE-NUMBER    PIC X(13).
           05  PAY-AMOUNT-PAID       PIC S9(13)V99 COMP-3.
           05  PAY-TAX-PAID          PIC S9(13)V99 COMP-3.
           05  PAY-DATE-RECEIVED     PIC X(08).
           05  PAY-STATUS            PIC X.
       FD  INVOICE-AUDIT-TRAIL
           Recording Mode F
           Data Record AUD-INVOICE-REC.
       01  AUD-INVOICE-REC.
           05  AUD-INVOICE-NUMBER    PIC X(13).
           05  AUD-CUSTOMER-ID       PIC X(17).
           05  AUD-RUN-DATE          PIC X(08).
           05  AUD-ACTION            PIC X.
               88  AUD-ACTION-PAYMENT    VALUE 'P'.
               88  AUD-ACTION-AUTOMATCH  VALUE 'M'.
               88  AUD-ACTION-RECOVERY   VALUE 'R'.
               88  AUD-ACTION-SPREAD     VALUE 'S'.
           05  AUD-PMT-INVOICE       PIC X(13).
           05  AUD-PMT-DATE-PAID     PIC X(08).
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
           05  PH-ERROR-CODE            PIC X.
           05  PH-RUN-DATE              PIC X(08).
           05  PH-TRACE-NUMBER          PIC X(20).
       SD  ADVICE-SORT-WORK
           Data Record SW-ADV-REC.
      *    The summary rows by customer and date paid, in the order
      *    PMTPROG wrote them within each, so a payment's own row
      *    comes ahead of the spread and credit rows it produced.
       01  SW-ADV-REC.
           05  SW-ADV-CUSTOMER-ID    PIC X(17).
           05  SW-ADV-DATE-PAID      PIC X(08).
           05  SW-ADV-SEQUENCE       PIC 9(09).
           05  SW-ADV-INVOICE        PIC X(13).
           05  SW-ADV-AMOUNT         PIC S9(13)V99 COMP-3.
       FD  DELIVERY-PREFERENCES
           Recording Mode F
           Data Record DLV-PREF-REC.
       01  DLV-PREF-REC.
           05  DLV-CUSTOMER-ID       PIC X(17).
           05  DLV-CHANNEL           PIC X(01).
       FD  PRINTED-ADVICES
           Recording Mode F
           Data Record ADV-PRINT-REC.
       01  ADV-PRINT-REC.
           05  ADV-CC                PIC X.
           05  ADV-LINE              PIC X(132).
       FD  ELECTRONIC-ADVICES
           Recording Mode F
           Data Record EADV-REC.
      *    Structured advice extract for the e-delivery vendor.
      *    Record types: 'H' advice header, 'P' payment received
      *    (date paid, trace, amount), 'A' invoice application
      *    (how applied, cash applied, balance remaining), 'C'
      *    credit on account drawn onto an invoice (amount drawn),
      *    'O' amount put on account, 'T' advice trailer (total
      *    received, credit balance on account afterwards).
      *    EADV-APPLIED-AS on an 'A' record is the audit action:
      *    'P' paid as keyed, 'M' auto-matched (EADV-KEYED-INVOICE
      *    carries the number as keyed), 'R' recovery on a
      *    written-off invoice, 'S' spread from an overpayment.
       01  EADV-REC.
           05  EADV-RECORD-TYPE      PIC X(01).
           05  EADV-CUSTOMER-ID      PIC X(17).
           05  EADV-BUSINESS-DATE    PIC 9(08).
           05  EADV-DATE-PAID        PIC X(08).
           05  EADV-INVOICE-NUMBER   PIC X(13).
           05  EADV-KEYED-INVOICE    PIC X(13).
           05  EADV-APPLIED-AS       PIC X(01).
           05  EADV-TRACE-NUMBER     PIC X(20).
           05  EADV-AMOUNT-1         PIC 9(13)V9(02).
           05  EADV-AMOUNT-2         PIC 9(13)V9(02).
       FD  ADVICE-REGISTER
           Recording Mode F
           Data Record ADV-RPT-LINE.
       01  ADV-RPT-LINE              PIC X(132).
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
       FD  CYCLE-LEDGER
           Recording Mode F
           Data Record CLG-REC.
      *    Shared cycle step ledger: one record per guarded program
      *    run -- 'C' completed, 'O' completed again under an
      *    operator rerun override, 'S' refused as already complete.
       01  CLG-REC.
           05  CLG-PROGRAM           PIC X(08).
           05  CLG-STEP-KEY          PIC X(08).
           05  CLG-BUSINESS-DATE     PIC 9(08).
           05  CLG-CYCLE-NUMBER      PIC 9(02).
           05  CLG-STATUS            PIC X(01).
               88  CLG-COMPLETED         VALUE 'C' 'O'.
           05  CLG-RETURN-CODE       PIC 9(04).
           05  CLG-RUN-DATE          PIC 9(08).
           05  CLG-RUN-TIME          PIC 9(06).
           05  CLG-OPERATOR          PIC X(08).
       FD  RERUN-OVERRIDE
           Recording Mode F
           Data Record RRN-REC.
      *    Operator-keyed rerun authorizations: program, step key
      *    (spaces for every step of the program), business date,
      *    cycle (zero for every cycle of the date), operator and
      *    reason.
       01  RRN-REC.
           05  RRN-PROGRAM           PIC X(08).
           05  RRN-STEP-KEY          PIC X(08).
           05  RRN-BUSINESS-DATE     PIC 9(08).
           05  RRN-CYCLE-NUMBER      PIC 9(02).
           05  RRN-OPERATOR          PIC X(08).
           05  RRN-REASON            PIC X(40).

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
                    TERMS         CHAR(5)     NOT NULL )
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

      * Host variables

       01  ADVICE-CUSTOMER-INFO.
           05  ADV-CUSTOMER-ID       PIC X(17).
           05  ADV-CUSTOMER-NAME     PIC X(256).

       01  ADVICE-INVOICE-INFO.
           05  AINV-NUMBER           PIC X(13).
           05  AINV-AMOUNT-DUE       PIC S9(13)V99 COMP-3.
           05  AINV-AMOUNT-PAID      PIC S9(13)V99 COMP-3.

       01  CREDIT-INFO.
           05  WS-Credit-Balance     PIC S9(13)V99 COMP-3 VALUE 0.

       01  ADVICE-ADDRESS-INFO.
           05  AADR-LINE-1           PIC X(40).
           05  AADR-LINE-2           PIC X(40).
           05  AADR-CITY             PIC X(30).
           05  AADR-STATE            PIC X(02).
           05  AADR-ZIP              PIC X(10).

      * Other working storage fields

       01  WS-File-Status.
           05  PMTCTLT-STATUS        PIC X(02).
               88  PMTCTLT-OK            VALUE '00'.
           05  PMTSUM-STATUS         PIC X(02).
               88  PMTSUM-OK             VALUE '00'.
               88  PMTSUM-EOF            VALUE '10'.
               88  PMTSUM-NOTFOUND       VALUE '35'.
           05  PMTAUDT-STATUS        PIC X(02).
               88  PMTAUDT-OK            VALUE '00'.
               88  PMTAUDT-EOF           VALUE '10'.
               88  PMTAUDT-NOTFOUND      VALUE '35'.
           05  PAYHIST-STATUS        PIC X(02).
               88  PAYHIST-OK            VALUE '00'.
               88  PAYHIST-NOREC         VALUE '23'.
           05  DLVPREF-STATUS        PIC X(02).
               88  DLVPREF-OK            VALUE '00'.
               88  DLVPREF-EOF           VALUE '10'.
               88  DLVPREF-NOTFOUND      VALUE '35'.
           05  ADVOUT-STATUS         PIC X(02).
               88  ADVOUT-OK             VALUE '00'.
           05  EADVICE-STATUS        PIC X(02).
               88  EADVICE-OK            VALUE '00'.
           05  ADVREG-STATUS         PIC X(02).
               88  ADVREG-OK             VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
           05  CYCRERUN-STATUS       PIC X(02).
               88  CYCRERUN-OK           VALUE '00'.
               88  CYCRERUN-EOF          VALUE '10'.
               88  CYCRERUN-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Business-Date-X REDEFINES WS-Business-Date
                                     PIC X(08).
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
           05  WS-Date-Source        PIC X Value space.
               88  DATE-FROM-PAYCTL      Value 'C'.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTADVC '.
           05  WS-Step-Key           PIC X(08) VALUE SPACES.
           05  WS-Step-Ledger-Use    PIC X VALUE SPACE.
               88  LEDGER-IN-USE         VALUE 'Y'.
           05  WS-Step-Prior-Run     PIC X VALUE SPACE.
               88  STEP-ALREADY-COMPLETED VALUE 'Y'.
           05  WS-Step-Rerun         PIC X VALUE SPACE.
               88  RERUN-AUTHORIZED      VALUE 'Y'.
           05  WS-Step-Prior-RC      PIC 9(04) VALUE 0.
           05  WS-Step-Status        PIC X(01).
           05  WS-Step-Return-Code   PIC 9(04).
           05  WS-Step-Operator      PIC X(08) VALUE SPACES.
           05  WS-Step-Timestamp     PIC X(21).
       01  WS-Sort-Control.
           05  WS-Sort-Done          PIC X Value space.
               88  SORT-DONE             Value 'Y'.
           05  WS-Summary-Sequence   PIC 9(09) VALUE 0.
      *    The day's application entries from the audit trail: one
      *    per invoice PMTPROG applied cash to on the business date.
      *    Each is claimed by the first summary row that matches it,
      *    so two rows for the same invoice and date paid each find
      *    their own entry.
       01  WS-Audit-Table.
           05  WS-Audit-Count        PIC 9(05) VALUE 0.
           05  WS-Audit-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Audit-Count
                   INDEXED BY WS-Audit-Idx.
               10  WS-Audit-Customer-ID  PIC X(17).
               10  WS-Audit-Invoice      PIC X(13).
               10  WS-Audit-Date-Paid    PIC X(08).
               10  WS-Audit-Action       PIC X(01).
               10  WS-Audit-Keyed-Invoice PIC X(13).
               10  WS-Audit-Old-Amtpaid  PIC S9(13)V99 COMP-3.
               10  WS-Audit-New-Amtpaid  PIC S9(13)V99 COMP-3.
               10  WS-Audit-Claimed      PIC X(01).
       01  WS-Audit-Control.
           05  WS-Audit-Found        PIC X Value space.
               88  AUDIT-ENTRY-FOUND     Value 'Y'.
           05  WS-Audit-Overflow     PIC 9(09) VALUE 0.
      *    The date paid the payment history is keyed under: the
      *    matched audit entry's, which is the actual date paid even
      *    when the summary row was booked into an open period.
           05  WS-Hist-Date-Paid     PIC X(08).
       01  WS-Delivery-Preference-Table.
           05  WS-Pref-Count         PIC 9(05) VALUE 0.
           05  WS-Pref-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Pref-Count
                   INDEXED BY WS-Pref-Idx.
               10  WS-Pref-Customer-ID   PIC X(17).
               10  WS-Pref-Channel       PIC X(01).
       01  WS-Delivery-Control.
           05  WS-Delivery-Channel   PIC X(01) Value 'P'.
               88  PRINT-DELIVERY        Value 'P'.
               88  ELECTRONIC-DELIVERY   Value 'E'.
           05  WS-Print-Count        PIC 9(09) VALUE 0.
           05  WS-Print-Amount       PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Elec-Count         PIC 9(09) VALUE 0.
           05  WS-Elec-Amount        PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Address-Control.
           05  WS-Address-Found      PIC X Value space.
               88  BILLING-ADDRESS-FOUND Value 'Y'.
           05  WS-No-Address-Count   PIC 9(09) VALUE 0.
           05  WS-Address-Lines      PIC 9(01) VALUE 0.
      *    One customer's advice, buffered until the customer's last
      *    summary row so it can be issued on either channel.
       01  WS-Received-Section-Table.
           05  WS-Adv-Rcv-Count      PIC 9(04) VALUE 0.
           05  WS-Adv-Rcv-Entry OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-Adv-Rcv-Count
                   INDEXED BY WS-Adv-Rcv-Idx.
               10  WS-Adv-Rcv-Date-Paid  PIC X(08).
               10  WS-Adv-Rcv-Trace      PIC X(20).
               10  WS-Adv-Rcv-Amount     PIC S9(13)V99 COMP-3.
       01  WS-Applied-Section-Table.
           05  WS-Adv-App-Count      PIC 9(04) VALUE 0.
           05  WS-Adv-App-Entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-Adv-App-Count
                   INDEXED BY WS-Adv-App-Idx.
               10  WS-Adv-App-Date-Paid  PIC X(08).
               10  WS-Adv-App-Invoice    PIC X(13).
      *            'P' 'M' 'R' 'S' as the audit action; 'O' is an
      *            amount put on account.
               10  WS-Adv-App-As         PIC X(01).
                   88  APPLIED-ON-ACCOUNT    Value 'O'.
                   88  APPLIED-AUTOMATCH     Value 'M'.
                   88  APPLIED-RECOVERY      Value 'R'.
                   88  APPLIED-SPREAD        Value 'S'.
               10  WS-Adv-App-Keyed      PIC X(13).
               10  WS-Adv-App-Cash       PIC S9(13)V99 COMP-3.
               10  WS-Adv-App-Credit     PIC S9(13)V99 COMP-3.
               10  WS-Adv-App-Remaining  PIC S9(13)V99 COMP-3.
       01  WS-Advice-Totals.
           05  WS-Adv-Cash-Total     PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Adv-Received-Total PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Adv-Credit-Drawn   PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Adv-On-Account     PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Adv-Tie-Flag       PIC X Value space.
               88  ADVICE-DOES-NOT-TIE   Value 'Y'.
       01  WS-Payment-Group.
           05  WS-Group-Date-Paid    PIC X(08).
           05  WS-Group-Cash         PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Group-Received     PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Group-Rcv-Lines    PIC 9(04) VALUE 0.
       01  WS-Row-Work.
           05  WS-Row-Cash           PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Row-Credit         PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Row-Remaining      PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Row-Applied-As     PIC X(01).
           05  WS-Row-Keyed          PIC X(13).
       01  WS-Run-Totals.
           05  WS-Summary-Rows-Read  PIC 9(09) VALUE 0.
           05  WS-Audit-Rows-Read    PIC 9(09) VALUE 0.
           05  WS-Advice-Count       PIC 9(09) VALUE 0.
           05  WS-Unmatched-Rows     PIC 9(09) VALUE 0.
           05  WS-Untied-Advices     PIC 9(09) VALUE 0.
           05  WS-Run-Cash           PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Run-Credit-Drawn   PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Run-On-Account     PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Control-Tie-Flag   PIC X Value space.
               88  CONTROL-TOTALS-DO-NOT-TIE Value 'Y'.
       01  WS-Print-Control.
           05  WS-Line-Count         PIC 9(03) VALUE 99.
           05  WS-Page-Number        PIC 9(05) VALUE 0.
           05  WS-Lines-Per-Page     PIC 9(03) VALUE 55.
           05  WS-Count-Formatted    PIC ZZZ,ZZ9.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-2 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-3 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Applied-As-Text    PIC X(32).
           05  WS-Detail-Text        PIC X(132).
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1050-CHECK-CYCLE-LEDGER
           PERFORM 1200-READ-CONTROL-TOTALS
           PERFORM 1300-LOAD-DELIVERY-PREFERENCES
           PERFORM 1400-LOAD-DAY-APPLICATIONS
           OPEN INPUT PAYMENT-HISTORY
           IF NOT PAYHIST-OK
               STRING "Unexpected PAYHIST file status on open "
                   DELIMITED BY SIZE
                   PAYHIST-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT PRINTED-ADVICES
           IF NOT ADVOUT-OK
               STRING "Unexpected ADVOUT file status on open "
                   DELIMITED BY SIZE
                   ADVOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT ELECTRONIC-ADVICES
           IF NOT EADVICE-OK
               STRING "Unexpected EADVICE file status on open "
                   DELIMITED BY SIZE
                   EADVICE-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT ADVICE-REGISTER
           IF NOT ADVREG-OK
               STRING "Unexpected ADVREG file status on open "
                   DELIMITED BY SIZE
                   ADVREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE SPACES TO ADV-RPT-LINE
           STRING "PMTADVC PAYMENT ADVICE REGISTER  BUSINESS DATE "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
                   "  ALL CYCLES THROUGH CYCLE " DELIMITED BY SIZE
                   CTLT-CYCLE-NUMBER DELIMITED BY SIZE
             INTO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE SPACES TO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           .
       1100-READ-PROCESS-CONTROL.
           OPEN INPUT PROCESS-CONTROL
           EVALUATE TRUE
               WHEN PAYCTL-OK
                   READ PROCESS-CONTROL
                   IF PAYCTL-OK
                       IF CTL-BUSINESS-DATE GREATER ZERO
                           MOVE CTL-BUSINESS-DATE TO WS-Business-Date
                           SET DATE-FROM-PAYCTL TO TRUE
                       END-IF
                       IF CTL-CYCLE-NUMBER GREATER ZERO
                           MOVE CTL-CYCLE-NUMBER TO WS-Cycle-Number
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
       1050-CHECK-CYCLE-LEDGER.
      *    A resubmitted night must not run a step again that has
      *    already completed for this business date and cycle -- a
      *    second set of advices would go out to every customer.
      *    The ledger is read only when the job allocates CYCLEDG; a
      *    job that does not keep one runs unguarded.
           OPEN INPUT CYCLE-LEDGER
           EVALUATE TRUE
               WHEN CYCLEDG-OK
                   SET LEDGER-IN-USE TO TRUE
               WHEN CYCLEDG-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected CYCLEDG file status on open "
                       DELIMITED BY SIZE
                       CYCLEDG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF LEDGER-IN-USE
               READ CYCLE-LEDGER
               PERFORM WITH TEST BEFORE
                       UNTIL NOT CYCLEDG-OK
                   IF CLG-PROGRAM EQUAL WS-Step-Program
                           AND CLG-STEP-KEY EQUAL WS-Step-Key
                           AND CLG-BUSINESS-DATE EQUAL WS-Business-Date
                           AND CLG-CYCLE-NUMBER EQUAL WS-Cycle-Number
                           AND CLG-COMPLETED
                       SET STEP-ALREADY-COMPLETED TO TRUE
                       MOVE CLG-RETURN-CODE TO WS-Step-Prior-RC
                   END-IF
                   READ CYCLE-LEDGER
               END-PERFORM
               IF NOT CYCLEDG-EOF
                   STRING "Unexpected CYCLEDG file status on read "
                       DELIMITED BY SIZE
                       CYCLEDG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               Close CYCLE-LEDGER
           END-IF
           IF STEP-ALREADY-COMPLETED
               PERFORM 1051-CHECK-RERUN-OVERRIDE
               IF NOT RERUN-AUTHORIZED
                   PERFORM 1052-REFUSE-COMPLETED-STEP
               END-IF
           END-IF
           .
       1051-CHECK-RERUN-OVERRIDE.
      *    An absent CYCRERUN file simply authorizes nothing.
           OPEN INPUT RERUN-OVERRIDE
           EVALUATE TRUE
               WHEN CYCRERUN-OK
                   READ RERUN-OVERRIDE
                   PERFORM WITH TEST BEFORE
                           UNTIL NOT CYCRERUN-OK
                       IF RRN-PROGRAM EQUAL WS-Step-Program
                               AND (RRN-STEP-KEY EQUAL SPACES
                                 OR RRN-STEP-KEY EQUAL
                                    WS-Step-Key)
                               AND RRN-BUSINESS-DATE EQUAL
                                   WS-Business-Date
                               AND (RRN-CYCLE-NUMBER EQUAL ZERO
                                 OR RRN-CYCLE-NUMBER EQUAL
                                    WS-Cycle-Number)
                           SET RERUN-AUTHORIZED TO TRUE
                           MOVE RRN-OPERATOR TO WS-Step-Operator
                       END-IF
                       READ RERUN-OVERRIDE
                   END-PERFORM
                   Close RERUN-OVERRIDE
               WHEN CYCRERUN-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected CYCRERUN file status on open "
                       DELIMITED BY SIZE
                       CYCRERUN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF RERUN-AUTHORIZED
               Display WS-Step-Program " " WS-Step-Key
                   " already completed for business date "
                   WS-Business-Date " cycle " WS-Cycle-Number
                   " - rerun authorized by " WS-Step-Operator
           END-IF
           .
       1052-REFUSE-COMPLETED-STEP.
      *    The step ends without doing anything.  A step whose first
      *    run ended clean ends RC 2, so the steps after it still
      *    run while the rolls of its output files are bypassed; a
      *    step that ended above RC 4 ends with that code again, so
      *    whatever it held is still held.
           Display WS-Step-Program " " WS-Step-Key
               " already completed for business date "
               WS-Business-Date " cycle " WS-Cycle-Number
               " with return code " WS-Step-Prior-RC
               " - not run again without a CYCRERUN override"
           MOVE 'S' TO WS-Step-Status
           IF WS-Step-Prior-RC GREATER 4
               MOVE WS-Step-Prior-RC TO WS-Step-Return-Code
           ELSE
               MOVE 2 TO WS-Step-Return-Code
           END-IF
           PERFORM 3910-WRITE-CYCLE-LEDGER-REC
           Move WS-Step-Return-Code to Return-Code
           Goback
           .
       1200-READ-CONTROL-TOTALS.
           OPEN INPUT CONTROL-TOTALS
           IF NOT PMTCTLT-OK
               STRING "Unexpected PMTCTLT file status on open "
                   DELIMITED BY SIZE
                   PMTCTLT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           READ CONTROL-TOTALS
           IF NOT PMTCTLT-OK
               STRING "Unexpected PMTCTLT file status on read "
                   DELIMITED BY SIZE
                   PMTCTLT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           CLOSE CONTROL-TOTALS
           IF DATE-FROM-PAYCTL
              AND CTLT-BUSINESS-DATE NOT EQUAL WS-Business-Date
               STRING "PMTCTLT control totals are for business date "
                       DELIMITED BY SIZE
                       CTLT-BUSINESS-DATE DELIMITED BY SIZE
                       ", not " DELIMITED BY SIZE
                       WS-Business-Date DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1300-LOAD-DELIVERY-PREFERENCES.
      *    Same preference file the statement run uses.  An absent
      *    file just means every advice prints.
           OPEN INPUT DELIVERY-PREFERENCES
           EVALUATE TRUE
               WHEN DLVPREF-OK
                   READ DELIVERY-PREFERENCES
                   PERFORM WITH TEST BEFORE
                           UNTIL DLVPREF-EOF
                       IF WS-Pref-Count LESS THAN 20000
                           ADD 1 TO WS-Pref-Count
                           SET WS-Pref-Idx TO WS-Pref-Count
                           MOVE DLV-CUSTOMER-ID
                             TO WS-Pref-Customer-ID(WS-Pref-Idx)
                           MOVE DLV-CHANNEL
                             TO WS-Pref-Channel(WS-Pref-Idx)
                       END-IF
                       READ DELIVERY-PREFERENCES
                   END-PERFORM
                   CLOSE DELIVERY-PREFERENCES
               WHEN DLVPREF-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected DLVPREF file status on open "
                       DELIMITED BY SIZE
                       DLVPREF-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1400-LOAD-DAY-APPLICATIONS.
      *    The audit trail is permanent; only the business date's
      *    cash applications matter here.  Reversals, adjustments,
      *    write-offs and merges are not payments and stay off the
      *    advice.
           OPEN INPUT INVOICE-AUDIT-TRAIL
           EVALUATE TRUE
               WHEN PMTAUDT-OK
                   READ INVOICE-AUDIT-TRAIL
                   PERFORM WITH TEST BEFORE
                           UNTIL PMTAUDT-EOF
                       IF AUD-RUN-DATE EQUAL WS-Business-Date-X
                               AND (AUD-ACTION-PAYMENT
                                 OR AUD-ACTION-AUTOMATCH
                                 OR AUD-ACTION-RECOVERY
                                 OR AUD-ACTION-SPREAD)
                           ADD 1 TO WS-Audit-Rows-Read
                           PERFORM 1450-KEEP-APPLICATION
                       END-IF
                       READ INVOICE-AUDIT-TRAIL
                   END-PERFORM
                   CLOSE INVOICE-AUDIT-TRAIL
               WHEN PMTAUDT-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected PMTAUDT file status on open "
                       DELIMITED BY SIZE
                       PMTAUDT-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1450-KEEP-APPLICATION.
           IF WS-Audit-Count LESS THAN 20000
               ADD 1 TO WS-Audit-Count
               SET WS-Audit-Idx TO WS-Audit-Count
               MOVE AUD-CUSTOMER-ID
                 TO WS-Audit-Customer-ID(WS-Audit-Idx)
               MOVE AUD-INVOICE-NUMBER
                 TO WS-Audit-Invoice(WS-Audit-Idx)
               MOVE AUD-PMT-DATE-PAID
                 TO WS-Audit-Date-Paid(WS-Audit-Idx)
               MOVE AUD-ACTION TO WS-Audit-Action(WS-Audit-Idx)
               MOVE AUD-PMT-INVOICE
                 TO WS-Audit-Keyed-Invoice(WS-Audit-Idx)
               MOVE AUD-OLD-AMTPAID
                 TO WS-Audit-Old-Amtpaid(WS-Audit-Idx)
               MOVE AUD-NEW-AMTPAID
                 TO WS-Audit-New-Amtpaid(WS-Audit-Idx)
               MOVE SPACE TO WS-Audit-Claimed(WS-Audit-Idx)
           ELSE
               ADD 1 TO WS-Audit-Overflow
           END-IF
           .
       2000-Process.
      *    Order the day's summary rows by customer and date paid,
      *    keeping PMTPROG's own order within each, and build one
      *    advice per customer as the rows come back.
           SORT ADVICE-SORT-WORK
               ON ASCENDING KEY SW-ADV-CUSTOMER-ID
                                SW-ADV-DATE-PAID
                                SW-ADV-SEQUENCE
               INPUT PROCEDURE IS 2100-RELEASE-SUMMARY-ROWS
               OUTPUT PROCEDURE IS 2200-BUILD-ADVICES
           .
       2100-RELEASE-SUMMARY-ROWS.
           OPEN INPUT PAYMENT-SUMMARY
           EVALUATE TRUE
               WHEN PMTSUM-OK
                   READ PAYMENT-SUMMARY
                   PERFORM WITH TEST BEFORE
                           UNTIL PMTSUM-EOF
                       ADD 1 TO WS-Summary-Rows-Read
                       ADD 1 TO WS-Summary-Sequence
                       MOVE PAY-CUSTOMER-ID   TO SW-ADV-CUSTOMER-ID
                       MOVE PAY-DATE-RECEIVED TO SW-ADV-DATE-PAID
                       MOVE WS-Summary-Sequence TO SW-ADV-SEQUENCE
                       MOVE PAY-INVOICE-NUMBER TO SW-ADV-INVOICE
                       MOVE PAY-AMOUNT-PAID   TO SW-ADV-AMOUNT
                       RELEASE SW-ADV-REC
                       READ PAYMENT-SUMMARY
                   END-PERFORM
                   CLOSE PAYMENT-SUMMARY
               WHEN PMTSUM-NOTFOUND
      *            No summary at all is a mis-allocation, never a
      *            day with no payments -- PMTPROG always writes
      *            the file, empty or not.
                   MOVE 'Payment summary PMTSUM not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected PMTSUM file status on open "
                       DELIMITED BY SIZE
                       PMTSUM-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2200-BUILD-ADVICES.
           PERFORM 2210-RETURN-SUMMARY-ROW
           PERFORM WITH TEST BEFORE
                   UNTIL SORT-DONE
               PERFORM 2300-START-ADVICE
               PERFORM WITH TEST BEFORE
                       UNTIL SORT-DONE
                          OR SW-ADV-CUSTOMER-ID NOT EQUAL
                               ADV-CUSTOMER-ID
                   PERFORM 2350-START-PAYMENT-GROUP
                   PERFORM WITH TEST BEFORE
                           UNTIL SORT-DONE
                              OR SW-ADV-CUSTOMER-ID NOT EQUAL
                                   ADV-CUSTOMER-ID
                              OR SW-ADV-DATE-PAID NOT EQUAL
                                   WS-Group-Date-Paid
                       PERFORM 2400-TAKE-SUMMARY-ROW
                       PERFORM 2210-RETURN-SUMMARY-ROW
                   END-PERFORM
                   PERFORM 2380-END-PAYMENT-GROUP
               END-PERFORM
               PERFORM 2500-ISSUE-ADVICE
           END-PERFORM
           .
       2210-RETURN-SUMMARY-ROW.
           RETURN ADVICE-SORT-WORK
               AT END
                   SET SORT-DONE TO TRUE
           END-RETURN
           .
       2300-START-ADVICE.
           MOVE SW-ADV-CUSTOMER-ID TO ADV-CUSTOMER-ID
           MOVE ZERO TO WS-Adv-Rcv-Count
                        WS-Adv-App-Count
                        WS-Adv-Cash-Total
                        WS-Adv-Received-Total
                        WS-Adv-Credit-Drawn
                        WS-Adv-On-Account
                        WS-Credit-Balance
           MOVE SPACE TO WS-Adv-Tie-Flag
           PERFORM 2310-SELECT-CUSTOMER-NAME
           PERFORM 2320-LOOKUP-DELIVERY-CHANNEL
           .
       2310-SELECT-CUSTOMER-NAME.
      *    A customer closed or merged since the posting still had
      *    money applied today and still gets the advice.
           EXEC SQL
               SELECT CUSTNAME
                   INTO :ADV-CUSTOMER-NAME
               FROM THING.CUSTOMER
               WHERE CUSTID = :ADV-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE SPACES TO ADV-CUSTOMER-NAME
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading customer " DELIMITED BY SIZE
                           ADV-CUSTOMER-ID DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2320-LOOKUP-DELIVERY-CHANNEL.
      *    Paper is the default; only an 'E' preference on file
      *    routes the advice to the e-delivery extract.
           MOVE 'P' TO WS-Delivery-Channel
           IF WS-Pref-Count GREATER ZERO
               SET WS-Pref-Idx TO 1
               SEARCH WS-Pref-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Pref-Customer-ID(WS-Pref-Idx)
                           EQUAL ADV-CUSTOMER-ID
                       IF WS-Pref-Channel(WS-Pref-Idx) EQUAL 'E'
                           MOVE 'E' TO WS-Delivery-Channel
                       END-IF
               END-SEARCH
           END-IF
           .
       2350-START-PAYMENT-GROUP.
      *    A payment here is the customer's cash for one date paid,
      *    the same grouping the bank deposit match uses -- the
      *    summary rows of one payment carry only its date.
           MOVE SW-ADV-DATE-PAID TO WS-Group-Date-Paid
           MOVE ZERO TO WS-Group-Cash
                        WS-Group-Received
                        WS-Group-Rcv-Lines
           .
       2380-END-PAYMENT-GROUP.
      *    Every payment on the advice shows as received.  When the
      *    history has no applied record for it (a remittance line,
      *    say) the cash applied stands in, with no trace number.
           IF WS-Group-Rcv-Lines EQUAL ZERO
               MOVE SPACES TO PH-TRACE-NUMBER
               MOVE WS-Group-Cash TO WS-Row-Cash
               PERFORM 2460-ADD-RECEIVED-LINE
               ADD WS-Group-Cash TO WS-Group-Received
           END-IF
           IF WS-Group-Received NOT EQUAL WS-Group-Cash
               SET ADVICE-DOES-NOT-TIE TO TRUE
           END-IF
           .
       2400-TAKE-SUMMARY-ROW.
           ADD SW-ADV-AMOUNT TO WS-Group-Cash
                                WS-Adv-Cash-Total
                                WS-Run-Cash
           MOVE SW-ADV-AMOUNT TO WS-Row-Cash
           MOVE ZERO TO WS-Row-Credit
                        WS-Row-Remaining
           MOVE SPACES TO WS-Row-Keyed
           IF SW-ADV-INVOICE EQUAL '*CREDIT*'
      *        The remainder of an overpayment PMTPROG banked as a
      *        credit balance once every open invoice was paid.
               MOVE 'O' TO WS-Row-Applied-As
               ADD SW-ADV-AMOUNT TO WS-Adv-On-Account
                                    WS-Run-On-Account
           ELSE
               PERFORM 2410-FIND-AUDIT-ENTRY
               PERFORM 2420-SELECT-INVOICE-BALANCE
               IF AUDIT-ENTRY-FOUND
                   MOVE WS-Audit-Action(WS-Audit-Idx)
                     TO WS-Row-Applied-As
                   IF WS-Row-Applied-As EQUAL 'M'
                       MOVE WS-Audit-Keyed-Invoice(WS-Audit-Idx)
                         TO WS-Row-Keyed
                   END-IF
                   COMPUTE WS-Row-Remaining =
                       AINV-AMOUNT-DUE
                           - WS-Audit-New-Amtpaid(WS-Audit-Idx)
                   END-COMPUTE
      *            Whatever the invoice took beyond tonight's cash
      *            came out of the customer's credit on account
      *            ahead of the cash.  A spread row is all cash.
                   IF WS-Row-Applied-As NOT EQUAL 'S'
                       COMPUTE WS-Row-Credit =
                           WS-Audit-New-Amtpaid(WS-Audit-Idx)
                             - WS-Audit-Old-Amtpaid(WS-Audit-Idx)
                             - SW-ADV-AMOUNT
                       END-COMPUTE
                       IF WS-Row-Credit LESS ZERO
                           MOVE ZERO TO WS-Row-Credit
                       END-IF
                   END-IF
               ELSE
                   MOVE 'P' TO WS-Row-Applied-As
                   COMPUTE WS-Row-Remaining =
                       AINV-AMOUNT-DUE - AINV-AMOUNT-PAID
                   END-COMPUTE
                   ADD 1 TO WS-Unmatched-Rows
                   MOVE SPACES TO ADV-RPT-LINE
                   STRING ADV-CUSTOMER-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           SW-ADV-INVOICE DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           SW-ADV-DATE-PAID DELIMITED BY SIZE
                           "  NO AUDIT ENTRY - BALANCE AS OF NOW"
                           DELIMITED BY SIZE
                     INTO ADV-RPT-LINE
                   PERFORM 2950-WRITE-REGISTER-LINE
               END-IF
               ADD WS-Row-Credit TO WS-Adv-Credit-Drawn
                                    WS-Run-Credit-Drawn
               IF WS-Row-Applied-As NOT EQUAL 'S'
                   PERFORM 2450-LOOKUP-PAYMENT-RECEIVED
               END-IF
           END-IF
           PERFORM 2470-ADD-APPLIED-LINE
           .
       2410-FIND-AUDIT-ENTRY.
           MOVE SPACE TO WS-Audit-Found
           IF WS-Audit-Count GREATER ZERO
               SET WS-Audit-Idx TO 1
               SEARCH WS-Audit-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Audit-Customer-ID(WS-Audit-Idx)
                           EQUAL SW-ADV-CUSTOMER-ID
                        AND WS-Audit-Invoice(WS-Audit-Idx)
                           EQUAL SW-ADV-INVOICE
                        AND WS-Audit-Date-Paid(WS-Audit-Idx)
                           EQUAL SW-ADV-DATE-PAID
                        AND WS-Audit-Claimed(WS-Audit-Idx)
                           EQUAL SPACE
                       SET AUDIT-ENTRY-FOUND TO TRUE
                       MOVE 'Y' TO WS-Audit-Claimed(WS-Audit-Idx)
               END-SEARCH
           END-IF
      *    A payment dated in a closed accounting period reaches the
      *    summary under the first open day PMTPROG booked it on,
      *    while the audit trail keeps the actual date paid; take
      *    the invoice's unclaimed entry for the customer instead.
           IF NOT AUDIT-ENTRY-FOUND
                   AND WS-Audit-Count GREATER ZERO
               SET WS-Audit-Idx TO 1
               SEARCH WS-Audit-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Audit-Customer-ID(WS-Audit-Idx)
                           EQUAL SW-ADV-CUSTOMER-ID
                        AND WS-Audit-Invoice(WS-Audit-Idx)
                           EQUAL SW-ADV-INVOICE
                        AND WS-Audit-Claimed(WS-Audit-Idx)
                           EQUAL SPACE
                       SET AUDIT-ENTRY-FOUND TO TRUE
                       MOVE 'Y' TO WS-Audit-Claimed(WS-Audit-Idx)
               END-SEARCH
           END-IF
           MOVE SW-ADV-DATE-PAID TO WS-Hist-Date-Paid
           IF AUDIT-ENTRY-FOUND
               MOVE WS-Audit-Date-Paid(WS-Audit-Idx)
                 TO WS-Hist-Date-Paid
           END-IF
           .
       2420-SELECT-INVOICE-BALANCE.
           MOVE SW-ADV-INVOICE TO AINV-NUMBER
           EXEC SQL
               SELECT AMTDUE, AMTPAID
                   INTO :AINV-AMOUNT-DUE, :AINV-AMOUNT-PAID
               FROM THING.INVOICE
               WHERE INVNUM = :AINV-NUMBER
               AND CUSTID = :ADV-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
      *            Merged away since the posting; nothing left open
      *            under this customer.
                   MOVE ZERO TO AINV-AMOUNT-DUE
                                AINV-AMOUNT-PAID
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading invoice " DELIMITED BY SIZE
                           AINV-NUMBER DELIMITED BY SIZE
                           " customer " DELIMITED BY SIZE
                           ADV-CUSTOMER-ID DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2450-LOOKUP-PAYMENT-RECEIVED.
      *    The payment history holds the payment exactly as it came
      *    in -- the whole amount, before any spread or credit --
      *    and the bank's trace number, under the invoice it was
      *    finally applied to.
           MOVE ADV-CUSTOMER-ID  TO PH-CUSTOMER-ID
           MOVE SW-ADV-INVOICE   TO PH-INVOICE-NUMBER
           MOVE WS-Hist-Date-Paid TO PH-DATE-PAID
           READ PAYMENT-HISTORY
           EVALUATE TRUE
               WHEN PAYHIST-OK
                   IF PH-APPLIED
                           AND PH-RUN-DATE EQUAL WS-Business-Date-X
                       MOVE PH-AMOUNT TO WS-Row-Cash
                       PERFORM 2460-ADD-RECEIVED-LINE
                       ADD PH-AMOUNT TO WS-Group-Received
                       ADD 1 TO WS-Group-Rcv-Lines
                   END-IF
               WHEN PAYHIST-NOREC
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected PAYHIST file status on read "
                       DELIMITED BY SIZE
                       PAYHIST-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           MOVE SW-ADV-AMOUNT TO WS-Row-Cash
           .
       2460-ADD-RECEIVED-LINE.
           ADD WS-Row-Cash TO WS-Adv-Received-Total
           IF WS-Adv-Rcv-Count LESS THAN 200
               ADD 1 TO WS-Adv-Rcv-Count
               SET WS-Adv-Rcv-Idx TO WS-Adv-Rcv-Count
               MOVE WS-Group-Date-Paid
                 TO WS-Adv-Rcv-Date-Paid(WS-Adv-Rcv-Idx)
               MOVE PH-TRACE-NUMBER
                 TO WS-Adv-Rcv-Trace(WS-Adv-Rcv-Idx)
               MOVE WS-Row-Cash
                 TO WS-Adv-Rcv-Amount(WS-Adv-Rcv-Idx)
           END-IF
           .
       2470-ADD-APPLIED-LINE.
           IF WS-Adv-App-Count LESS THAN 500
               ADD 1 TO WS-Adv-App-Count
               SET WS-Adv-App-Idx TO WS-Adv-App-Count
               MOVE SW-ADV-DATE-PAID
                 TO WS-Adv-App-Date-Paid(WS-Adv-App-Idx)
               MOVE SW-ADV-INVOICE
                 TO WS-Adv-App-Invoice(WS-Adv-App-Idx)
               MOVE WS-Row-Applied-As
                 TO WS-Adv-App-As(WS-Adv-App-Idx)
               MOVE WS-Row-Keyed
                 TO WS-Adv-App-Keyed(WS-Adv-App-Idx)
               MOVE SW-ADV-AMOUNT
                 TO WS-Adv-App-Cash(WS-Adv-App-Idx)
               MOVE WS-Row-Credit
                 TO WS-Adv-App-Credit(WS-Adv-App-Idx)
               MOVE WS-Row-Remaining
                 TO WS-Adv-App-Remaining(WS-Adv-App-Idx)
           END-IF
           .
       2500-ISSUE-ADVICE.
           ADD 1 TO WS-Advice-Count
           IF ADVICE-DOES-NOT-TIE
               ADD 1 TO WS-Untied-Advices
           END-IF
           PERFORM 2510-GATHER-CREDIT-BALANCE
           PERFORM 2520-GATHER-BILLING-ADDRESS
           IF ELECTRONIC-DELIVERY
               PERFORM 2700-WRITE-EADVICE-EXTRACT
               ADD 1 TO WS-Elec-Count
               ADD WS-Adv-Cash-Total TO WS-Elec-Amount
           ELSE
               PERFORM 2600-PRINT-PAPER-ADVICE
               ADD 1 TO WS-Print-Count
               ADD WS-Adv-Cash-Total TO WS-Print-Amount
           END-IF
           PERFORM 2940-WRITE-REGISTER-DETAIL
           .
       2510-GATHER-CREDIT-BALANCE.
           EXEC SQL
               SELECT CREDITAMT
                   INTO :WS-Credit-Balance
               FROM THING.CUSTCRED
               WHERE CUSTID = :ADV-CUSTOMER-ID
           END-EXEC
           IF SQLCODE EQUAL 100
               MOVE ZERO TO WS-Credit-Balance
           END-IF
           .
       2520-GATHER-BILLING-ADDRESS.
           MOVE SPACE TO WS-Address-Found
           EXEC SQL
               SELECT LINE1, LINE2, CITY, STATE, ZIP
                   INTO :AADR-LINE-1, :AADR-LINE-2, :AADR-CITY,
                        :AADR-STATE, :AADR-ZIP
               FROM THING.CUSTADDR
               WHERE CUSTID = :ADV-CUSTOMER-ID
               AND ADDRTYPE = 'B'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   SET BILLING-ADDRESS-FOUND TO TRUE
               WHEN SQLCODE EQUAL 100
                   IF PRINT-DELIVERY
                       ADD 1 TO WS-No-Address-Count
                   END-IF
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading billing address"
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2600-PRINT-PAPER-ADVICE.
           MOVE ZERO TO WS-Page-Number
           MOVE 99 TO WS-Line-Count
           PERFORM 2650-PAGE-HEADING
           MOVE SPACES TO WS-Detail-Text
           MOVE "PAYMENTS RECEIVED" TO WS-Detail-Text
           PERFORM 2660-PRINT-DETAIL-LINE
           MOVE SPACES TO WS-Detail-Text
           STRING "  DATE PAID  TRACE NUMBER        "
                   "            AMOUNT"
                   DELIMITED BY SIZE
             INTO WS-Detail-Text
           PERFORM 2660-PRINT-DETAIL-LINE
           SET WS-Adv-Rcv-Idx TO 1
           PERFORM WS-Adv-Rcv-Count TIMES
               MOVE WS-Adv-Rcv-Amount(WS-Adv-Rcv-Idx)
                 TO WS-Amount-Formatted
               MOVE SPACES TO WS-Detail-Text
               STRING "  " DELIMITED BY SIZE
                       WS-Adv-Rcv-Date-Paid(WS-Adv-Rcv-Idx)
                       DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-Adv-Rcv-Trace(WS-Adv-Rcv-Idx)
                       DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO WS-Detail-Text
               PERFORM 2660-PRINT-DETAIL-LINE
               SET WS-Adv-Rcv-Idx UP BY 1
           END-PERFORM
           MOVE SPACES TO WS-Detail-Text
           PERFORM 2660-PRINT-DETAIL-LINE
           MOVE "HOW YOUR PAYMENTS WERE APPLIED" TO WS-Detail-Text
           PERFORM 2660-PRINT-DETAIL-LINE
           MOVE SPACES TO WS-Detail-Text
           STRING "  DATE PAID  INVOICE        APPLIED AS        "
                   "                      AMOUNT APPLIED"
                   "  BALANCE REMAINING"
                   DELIMITED BY SIZE
             INTO WS-Detail-Text
           PERFORM 2660-PRINT-DETAIL-LINE
           SET WS-Adv-App-Idx TO 1
           PERFORM WS-Adv-App-Count TIMES
               PERFORM 2670-PRINT-APPLIED-LINE
               SET WS-Adv-App-Idx UP BY 1
           END-PERFORM
           MOVE SPACES TO WS-Detail-Text
           PERFORM 2660-PRINT-DETAIL-LINE
           MOVE WS-Adv-Received-Total TO WS-Amount-Formatted
           MOVE SPACES TO WS-Detail-Text
           STRING "TOTAL RECEIVED                  "
                   DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO WS-Detail-Text
           PERFORM 2660-PRINT-DETAIL-LINE
           IF WS-Adv-Credit-Drawn NOT EQUAL ZERO
               MOVE WS-Adv-Credit-Drawn TO WS-Amount-Formatted
               MOVE SPACES TO WS-Detail-Text
               STRING "CREDIT ON ACCOUNT APPLIED       "
                       DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO WS-Detail-Text
               PERFORM 2660-PRINT-DETAIL-LINE
           END-IF
           IF WS-Adv-On-Account NOT EQUAL ZERO
               MOVE WS-Adv-On-Account TO WS-Amount-Formatted
               MOVE SPACES TO WS-Detail-Text
               STRING "PUT ON ACCOUNT                  "
                       DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO WS-Detail-Text
               PERFORM 2660-PRINT-DETAIL-LINE
           END-IF
           MOVE WS-Credit-Balance TO WS-Amount-Formatted
           MOVE SPACES TO WS-Detail-Text
           STRING "CREDIT BALANCE ON ACCOUNT       "
                   DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO WS-Detail-Text
           PERFORM 2660-PRINT-DETAIL-LINE
           .
       2650-PAGE-HEADING.
           ADD 1 TO WS-Page-Number
           MOVE '1' TO ADV-CC
           MOVE SPACES TO ADV-LINE
           STRING "PAYMENT APPLICATION ADVICE  " DELIMITED BY SIZE
                   WS-Business-Date-X(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-Business-Date-X(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-Business-Date-X(7:2) DELIMITED BY SIZE
                   "  PAGE " DELIMITED BY SIZE
                   WS-Page-Number DELIMITED BY SIZE
             INTO ADV-LINE
           PERFORM 2690-WRITE-ADVICE-LINE
           MOVE ' ' TO ADV-CC
           MOVE SPACES TO ADV-LINE
           STRING ADV-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ADV-CUSTOMER-NAME(1:100) DELIMITED BY SIZE
             INTO ADV-LINE
           PERFORM 2690-WRITE-ADVICE-LINE
           MOVE ZERO TO WS-Address-Lines
           IF WS-Page-Number EQUAL 1
                   AND BILLING-ADDRESS-FOUND
               PERFORM 2655-PRINT-BILLING-ADDRESS
           END-IF
           MOVE SPACES TO ADV-LINE
           PERFORM 2690-WRITE-ADVICE-LINE
           COMPUTE WS-Line-Count = 4 + WS-Address-Lines
           .
       2655-PRINT-BILLING-ADDRESS.
      *    Set under the name where the envelope window falls, the
      *    same as the monthly statement.
           MOVE SPACES TO ADV-LINE
           MOVE AADR-LINE-1 TO ADV-LINE(20:40)
           PERFORM 2690-WRITE-ADVICE-LINE
           ADD 1 TO WS-Address-Lines
           IF AADR-LINE-2 NOT EQUAL SPACES
               MOVE SPACES TO ADV-LINE
               MOVE AADR-LINE-2 TO ADV-LINE(20:40)
               PERFORM 2690-WRITE-ADVICE-LINE
               ADD 1 TO WS-Address-Lines
           END-IF
           MOVE SPACES TO ADV-LINE
           STRING AADR-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   AADR-STATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AADR-ZIP DELIMITED BY SIZE
             INTO ADV-LINE(20:)
           PERFORM 2690-WRITE-ADVICE-LINE
           ADD 1 TO WS-Address-Lines
           .
       2660-PRINT-DETAIL-LINE.
           IF WS-Line-Count NOT LESS WS-Lines-Per-Page
               PERFORM 2650-PAGE-HEADING
           END-IF
           MOVE ' ' TO ADV-CC
           MOVE WS-Detail-Text TO ADV-LINE
           PERFORM 2690-WRITE-ADVICE-LINE
           ADD 1 TO WS-Line-Count
           .
       2670-PRINT-APPLIED-LINE.
           MOVE SPACES TO WS-Applied-As-Text
           EVALUATE TRUE
               WHEN APPLIED-ON-ACCOUNT(WS-Adv-App-Idx)
                   MOVE "PUT ON ACCOUNT" TO WS-Applied-As-Text
               WHEN APPLIED-AUTOMATCH(WS-Adv-App-Idx)
                   STRING "MATCHED - YOU QUOTED "
                           DELIMITED BY SIZE
                           WS-Adv-App-Keyed(WS-Adv-App-Idx)
                           DELIMITED BY SIZE
                     INTO WS-Applied-As-Text
               WHEN APPLIED-RECOVERY(WS-Adv-App-Idx)
                   MOVE "RECOVERY OF WRITTEN-OFF BALANCE"
                     TO WS-Applied-As-Text
               WHEN APPLIED-SPREAD(WS-Adv-App-Idx)
                   MOVE "OVERPAYMENT APPLIED HERE"
                     TO WS-Applied-As-Text
               WHEN OTHER
                   MOVE "PAYMENT" TO WS-Applied-As-Text
           END-EVALUATE
           MOVE WS-Adv-App-Cash(WS-Adv-App-Idx)
             TO WS-Amount-Formatted
           MOVE SPACES TO WS-Detail-Text
           IF APPLIED-ON-ACCOUNT(WS-Adv-App-Idx)
               STRING "  " DELIMITED BY SIZE
                       WS-Adv-App-Date-Paid(WS-Adv-App-Idx)
                       DELIMITED BY SIZE
                       "                 " DELIMITED BY SIZE
                       WS-Applied-As-Text DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO WS-Detail-Text
           ELSE
               MOVE WS-Adv-App-Remaining(WS-Adv-App-Idx)
                 TO WS-Amount-Formatted-2
               STRING "  " DELIMITED BY SIZE
                       WS-Adv-App-Date-Paid(WS-Adv-App-Idx)
                       DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-Adv-App-Invoice(WS-Adv-App-Idx)
                       DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Applied-As-Text DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Amount-Formatted-2 DELIMITED BY SIZE
                 INTO WS-Detail-Text
           END-IF
           PERFORM 2660-PRINT-DETAIL-LINE
           IF WS-Adv-App-Credit(WS-Adv-App-Idx) GREATER ZERO
               MOVE WS-Adv-App-Credit(WS-Adv-App-Idx)
                 TO WS-Amount-Formatted
               MOVE SPACES TO WS-Detail-Text
               STRING "                            "
                       DELIMITED BY SIZE
                       "PLUS CREDIT ON ACCOUNT          "
                       DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO WS-Detail-Text
               PERFORM 2660-PRINT-DETAIL-LINE
           END-IF
           .
       2690-WRITE-ADVICE-LINE.
           WRITE ADV-PRINT-REC
           IF NOT ADVOUT-OK
               STRING "Unexpected ADVOUT file status on write "
                   DELIMITED BY SIZE
                   ADVOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2700-WRITE-EADVICE-EXTRACT.
           INITIALIZE EADV-REC
           MOVE 'H' TO EADV-RECORD-TYPE
           PERFORM 2790-WRITE-EADVICE-REC
           SET WS-Adv-Rcv-Idx TO 1
           PERFORM WS-Adv-Rcv-Count TIMES
               INITIALIZE EADV-REC
               MOVE 'P' TO EADV-RECORD-TYPE
               MOVE WS-Adv-Rcv-Date-Paid(WS-Adv-Rcv-Idx)
                 TO EADV-DATE-PAID
               MOVE WS-Adv-Rcv-Trace(WS-Adv-Rcv-Idx)
                 TO EADV-TRACE-NUMBER
               MOVE WS-Adv-Rcv-Amount(WS-Adv-Rcv-Idx)
                 TO EADV-AMOUNT-1
               PERFORM 2790-WRITE-EADVICE-REC
               SET WS-Adv-Rcv-Idx UP BY 1
           END-PERFORM
           SET WS-Adv-App-Idx TO 1
           PERFORM WS-Adv-App-Count TIMES
               PERFORM 2720-WRITE-EADVICE-APPLIED
               SET WS-Adv-App-Idx UP BY 1
           END-PERFORM
           INITIALIZE EADV-REC
           MOVE 'T' TO EADV-RECORD-TYPE
           MOVE WS-Adv-Received-Total TO EADV-AMOUNT-1
           MOVE WS-Credit-Balance TO EADV-AMOUNT-2
           PERFORM 2790-WRITE-EADVICE-REC
           .
       2720-WRITE-EADVICE-APPLIED.
           INITIALIZE EADV-REC
           MOVE WS-Adv-App-Date-Paid(WS-Adv-App-Idx)
             TO EADV-DATE-PAID
           MOVE WS-Adv-App-Cash(WS-Adv-App-Idx) TO EADV-AMOUNT-1
           IF APPLIED-ON-ACCOUNT(WS-Adv-App-Idx)
               MOVE 'O' TO EADV-RECORD-TYPE
               PERFORM 2790-WRITE-EADVICE-REC
           ELSE
               MOVE 'A' TO EADV-RECORD-TYPE
               MOVE WS-Adv-App-Invoice(WS-Adv-App-Idx)
                 TO EADV-INVOICE-NUMBER
               MOVE WS-Adv-App-Keyed(WS-Adv-App-Idx)
                 TO EADV-KEYED-INVOICE
               MOVE WS-Adv-App-As(WS-Adv-App-Idx)
                 TO EADV-APPLIED-AS
               MOVE WS-Adv-App-Remaining(WS-Adv-App-Idx)
                 TO EADV-AMOUNT-2
               PERFORM 2790-WRITE-EADVICE-REC
               IF WS-Adv-App-Credit(WS-Adv-App-Idx) GREATER ZERO
                   MOVE 'C' TO EADV-RECORD-TYPE
                   MOVE SPACE TO EADV-APPLIED-AS
                   MOVE WS-Adv-App-Credit(WS-Adv-App-Idx)
                     TO EADV-AMOUNT-1
                   MOVE ZERO TO EADV-AMOUNT-2
                   PERFORM 2790-WRITE-EADVICE-REC
               END-IF
           END-IF
           .
       2790-WRITE-EADVICE-REC.
           MOVE ADV-CUSTOMER-ID  TO EADV-CUSTOMER-ID
           MOVE WS-Business-Date TO EADV-BUSINESS-DATE
           WRITE EADV-REC
           IF NOT EADVICE-OK
               STRING "Unexpected EADVICE file status on write "
                   DELIMITED BY SIZE
                   EADVICE-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2940-WRITE-REGISTER-DETAIL.
           MOVE WS-Adv-Cash-Total TO WS-Amount-Formatted
           MOVE WS-Adv-On-Account TO WS-Amount-Formatted-2
           MOVE SPACES TO ADV-RPT-LINE
           IF ELECTRONIC-DELIVERY
               STRING ADV-CUSTOMER-ID DELIMITED BY SIZE
                       "  ELECTRONIC  " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                       "  ON ACCOUNT " DELIMITED BY SIZE
                       WS-Amount-Formatted-2 DELIMITED BY SIZE
                 INTO ADV-RPT-LINE
           ELSE
               STRING ADV-CUSTOMER-ID DELIMITED BY SIZE
                       "  PRINT       " DELIMITED BY SIZE
                       WS-Amount-Formatted DELIMITED BY SIZE
                       "  ON ACCOUNT " DELIMITED BY SIZE
                       WS-Amount-Formatted-2 DELIMITED BY SIZE
                 INTO ADV-RPT-LINE
           END-IF
           EVALUATE TRUE
               WHEN ADVICE-DOES-NOT-TIE
                   MOVE "RECEIVED DOES NOT TIE TO APPLIED"
                     TO ADV-RPT-LINE(87:)
               WHEN PRINT-DELIVERY AND NOT BILLING-ADDRESS-FOUND
                   MOVE "NO BILLING ADDRESS ON FILE"
                     TO ADV-RPT-LINE(87:)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2950-WRITE-REGISTER-LINE
           .
       2950-WRITE-REGISTER-LINE.
           WRITE ADV-RPT-LINE
           IF NOT ADVREG-OK
               STRING "Unexpected ADVREG file status on write "
                   DELIMITED BY SIZE
                   ADVREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
      *    The channel totals must account for every advice, and the
      *    advices together must account for the day's applied cash
      *    and credit movement exactly as the control totals do.
           MOVE SPACES TO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE WS-Print-Count TO WS-Count-Formatted
           MOVE WS-Print-Amount TO WS-Amount-Formatted
           MOVE SPACES TO ADV-RPT-LINE
           STRING "PRINT ADVICES:         " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE WS-Elec-Count TO WS-Count-Formatted
           MOVE WS-Elec-Amount TO WS-Amount-Formatted
           MOVE SPACES TO ADV-RPT-LINE
           STRING "ELECTRONIC ADVICES:    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE WS-Advice-Count TO WS-Count-Formatted
           MOVE SPACES TO ADV-RPT-LINE
           STRING "TOTAL ADVICES:         " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           IF WS-Print-Count + WS-Elec-Count
                   NOT EQUAL WS-Advice-Count
               MOVE "*** CHANNEL COUNTS DO NOT TIE ***"
                 TO ADV-RPT-LINE
               PERFORM 2950-WRITE-REGISTER-LINE
               SET CONTROL-TOTALS-DO-NOT-TIE TO TRUE
           END-IF
           MOVE WS-No-Address-Count TO WS-Count-Formatted
           MOVE SPACES TO ADV-RPT-LINE
           STRING "NO BILLING ADDRESS:    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE WS-Unmatched-Rows TO WS-Count-Formatted
           MOVE SPACES TO ADV-RPT-LINE
           STRING "ROWS WITH NO AUDIT:    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE WS-Untied-Advices TO WS-Count-Formatted
           MOVE SPACES TO ADV-RPT-LINE
           STRING "ADVICES NOT TIED:      " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           IF WS-Audit-Overflow GREATER ZERO
               MOVE WS-Audit-Overflow TO WS-Count-Formatted
               MOVE SPACES TO ADV-RPT-LINE
               STRING "AUDIT ENTRIES NOT LOADED (TABLE FULL): "
                       DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                 INTO ADV-RPT-LINE
               PERFORM 2950-WRITE-REGISTER-LINE
           END-IF
           MOVE SPACES TO ADV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE WS-Run-Cash TO WS-Amount-Formatted
           MOVE CTLT-APPLIED-CASH TO WS-Amount-Formatted-2
           PERFORM 3010-WRITE-PROOF-LINE
           IF WS-Run-Cash NOT EQUAL CTLT-APPLIED-CASH
               MOVE "   *** DOES NOT TIE ***" TO ADV-RPT-LINE(90:)
               SET CONTROL-TOTALS-DO-NOT-TIE TO TRUE
           END-IF
           MOVE "CASH APPLIED" TO ADV-RPT-LINE(1:22)
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE WS-Run-Credit-Drawn TO WS-Amount-Formatted
           MOVE CTLT-CREDIT-DRAWN TO WS-Amount-Formatted-2
           PERFORM 3010-WRITE-PROOF-LINE
           IF WS-Run-Credit-Drawn NOT EQUAL CTLT-CREDIT-DRAWN
               MOVE "   *** DOES NOT TIE ***" TO ADV-RPT-LINE(90:)
               SET CONTROL-TOTALS-DO-NOT-TIE TO TRUE
           END-IF
           MOVE "CREDIT DRAWN" TO ADV-RPT-LINE(1:22)
           PERFORM 2950-WRITE-REGISTER-LINE
           MOVE WS-Run-On-Account TO WS-Amount-Formatted
           MOVE CTLT-CREDIT-BANKED TO WS-Amount-Formatted-2
           PERFORM 3010-WRITE-PROOF-LINE
           IF WS-Run-On-Account NOT EQUAL CTLT-CREDIT-BANKED
               MOVE "   *** DOES NOT TIE ***" TO ADV-RPT-LINE(90:)
               SET CONTROL-TOTALS-DO-NOT-TIE TO TRUE
           END-IF
           MOVE "PUT ON ACCOUNT" TO ADV-RPT-LINE(1:22)
           PERFORM 2950-WRITE-REGISTER-LINE
           EVALUATE TRUE
               WHEN CONTROL-TOTALS-DO-NOT-TIE
                   MOVE "ADVICES DO NOT TIE TO CONTROL TOTALS - HOLD"
                     TO ADV-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Unmatched-Rows GREATER ZERO
                 OR WS-Untied-Advices GREATER ZERO
                 OR WS-Audit-Overflow GREATER ZERO
                   MOVE "ADVICES TIED - EXCEPTIONS LISTED ABOVE"
                     TO ADV-RPT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ADVICES TIED TO CONTROL TOTALS"
                     TO ADV-RPT-LINE
           END-EVALUATE
           PERFORM 2950-WRITE-REGISTER-LINE
           Close PAYMENT-HISTORY
           Close PRINTED-ADVICES
           Close ELECTRONIC-ADVICES
           Close ADVICE-REGISTER
           EXEC SQL
               COMMIT
           END-EXEC
           MOVE WS-Advice-Count TO WS-Count-Formatted
           DISPLAY "Payment advices produced: " WS-Count-Formatted
           PERFORM 3100-WRITE-RUN-STATISTICS
           PERFORM 3900-RECORD-CYCLE-LEDGER
           .
       3010-WRITE-PROOF-LINE.
           MOVE SPACES TO ADV-RPT-LINE
           STRING "                      ADVICES " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  CONTROL TOTALS " DELIMITED BY SIZE
                   WS-Amount-Formatted-2 DELIMITED BY SIZE
             INTO ADV-RPT-LINE
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
           MOVE 'PMTADVC'  TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Summary-Rows-Read TO RS-RECORDS-READ
           MOVE WS-Advice-Count TO RS-RECORDS-GOOD
           MOVE WS-Unmatched-Rows TO RS-RECORDS-REJECTED
           MOVE WS-Run-Cash TO RS-AMOUNT-TOTAL
           COMPUTE RS-WARNING-COUNT =
               WS-Untied-Advices + WS-No-Address-Count
           END-COMPUTE
           MOVE RETURN-CODE TO RS-RETURN-CODE
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
       3900-RECORD-CYCLE-LEDGER.
           IF LEDGER-IN-USE
               IF RERUN-AUTHORIZED
                   MOVE 'O' TO WS-Step-Status
               ELSE
                   MOVE 'C' TO WS-Step-Status
               END-IF
               MOVE RETURN-CODE TO WS-Step-Return-Code
               PERFORM 3910-WRITE-CYCLE-LEDGER-REC
           END-IF
           .
       3910-WRITE-CYCLE-LEDGER-REC.
           OPEN EXTEND CYCLE-LEDGER
           IF CYCLEDG-NOTFOUND
               OPEN OUTPUT CYCLE-LEDGER
           END-IF
           IF NOT CYCLEDG-OK
               STRING "Unexpected CYCLEDG file status on open "
                   DELIMITED BY SIZE
                   CYCLEDG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-Step-Timestamp
           MOVE WS-Step-Program     TO CLG-PROGRAM
           MOVE WS-Step-Key         TO CLG-STEP-KEY
           MOVE WS-Business-Date    TO CLG-BUSINESS-DATE
           MOVE WS-Cycle-Number     TO CLG-CYCLE-NUMBER
           MOVE WS-Step-Status      TO CLG-STATUS
           MOVE WS-Step-Return-Code TO CLG-RETURN-CODE
           MOVE WS-Step-Timestamp(1:8) TO CLG-RUN-DATE
           MOVE WS-Step-Timestamp(9:6) TO CLG-RUN-TIME
           MOVE WS-Step-Operator    TO CLG-OPERATOR
           WRITE CLG-REC
           IF NOT CYCLEDG-OK
               STRING "Unexpected CYCLEDG file status on write "
                   DELIMITED BY SIZE
                   CYCLEDG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           Close CYCLE-LEDGER
           .
       9999-Abort.
           Display WS-ERROR-MESSAGE
           EXEC SQL
               ROLLBACK
           END-EXEC
           Move 16 to Return-Code
           GOBACK
           .
