       IDENTIFICATION DIVISION.
       Program-ID. PMTCOLL.
      *****************************************************************
      * Collection agency return processing.  PMTDUN refers a
      * customer to the outside agency (COLLEXT) when a final demand
      * goes unanswered; the night stream appends every referral to
      * the month's placement file (COLLEXTM), and this run, once a
      * month when the agency's return file arrives, takes those
      * referrals onto the placement inventory (COLLPLC, rolled
      * forward every run like the dunning history) and works the
      * agency's return against it:
      *   'C' money the agency collected on an invoice posts against
      *       THING.INVOICE with its own audit action 'C' on PMTAUDT,
      *       and goes on the collection log (COLLLOG) with the
      *       agency's commission, from which PMTGLX journals the
      *       cash, the commission expense and the receivable relief
      *       on the business date;
      *   'U' an account (or one invoice) the agency has closed as
      *       uncollectible: every open invoice on it is written to
      *       the write-off candidate file (WOFFCAND, in the PMTWOFF
      *       approval layout with no approver) for the credit
      *       department to review and approve;
      *   'R' an account we recalled from the agency, returned.
      * A return quoting a customer CUSTMNT has since merged away
      * (THING.CUSTMRG) is taken against the surviving customer and
      * the redirect is shown on the register.
      * A placement leaves the inventory when it is closed,
      * recalled, or collected in full.  The placement inventory
      * report (PLCRPT) shows every placement still at the agency,
      * what is outstanding on it and how long it has been there,
      * aged into buckets; the register (COLLREG) lists every return
      * record and what was done with it.  The return file's trailer
      * must tie to its detail before anything is posted.  The run's
      * total AMTPAID raised is appended to COLLADJ so the next
      * PMTRECON database-delta leg still ties.  Ends RC 4
      * when any return record was rejected or needs a look.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-RETURN
               ASSIGN TO 'COLLRTN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLRTN-STATUS.
           SELECT PLACEMENTS-IN
               ASSIGN TO 'COLLPLIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLPLIN-STATUS.
           SELECT PLACEMENTS-OUT
               ASSIGN TO 'COLLPLOT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLPLOT-STATUS.
           SELECT MONTH-REFERRALS
               ASSIGN TO 'COLLEXTM'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLEXTM-STATUS.
           SELECT INVOICE-AUDIT-TRAIL
               ASSIGN TO 'PMTAUDT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMTAUDT-STATUS.
           SELECT COLLECTION-LOG
               ASSIGN TO 'COLLLOG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLLOG-STATUS.
           SELECT COLLECTION-ADJUSTMENTS
               ASSIGN TO 'COLLADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLADJ-STATUS.
           SELECT WRITEOFF-CANDIDATES
               ASSIGN TO 'WOFFCAND'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WOFFCAND-STATUS.
           SELECT COLLECTION-REGISTER
               ASSIGN TO 'COLLREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS COLLREG-STATUS.
           SELECT PLACEMENT-REPORT
               ASSIGN TO 'PLCRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PLCRPT-STATUS.
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
       FD  AGENCY-RETURN
           Recording Mode F
           Data Record RTN-REC.
      *    The agency's monthly return: one record per collection,
      *    closure or recall, then a trailer carrying the detail
      *    record count and the collected and commission totals.
      *    A closure with no invoice number closes the account.
       01  RTN-REC.
           05  RTN-RECORD-TYPE       PIC X(01).
               88  RTN-COLLECTED         VALUE 'C'.
               88  RTN-CLOSED            VALUE 'U'.
               88  RTN-RECALLED          VALUE 'R'.
               88  RTN-TRAILER           VALUE 'T'.
           05  RTN-CUSTOMER-ID       PIC X(17).
           05  RTN-INVOICE-NUMBER    PIC X(13).
           05  RTN-ACTIVITY-DATE     PIC 9(08).
           05  RTN-AMOUNT            PIC 9(11)V9(02).
           05  RTN-COMMISSION        PIC 9(11)V9(02).
           05  RTN-AGENCY-REF        PIC X(20).
           05  RTN-REASON            PIC X(30).
       01  RTN-TRAILER-REC.
           05  FILLER                PIC X(01).
           05  RTN-TRL-DETAIL-COUNT  PIC 9(09).
           05  FILLER                PIC X(29).
           05  RTN-TRL-COLLECTED     PIC 9(11)V9(02).
           05  RTN-TRL-COMMISSION    PIC 9(11)V9(02).
           05  FILLER                PIC X(50).
       FD  PLACEMENTS-IN
           Recording Mode F
           Data Record PLCI-REC.
      *    One record per customer currently placed with the agency:
      *    when, for how much, and what the agency has collected and
      *    charged against it so far.
       01  PLCI-REC.
           05  PLCI-CUSTOMER-ID      PIC X(17).
           05  PLCI-CUSTOMER-NAME    PIC X(40).
           05  PLCI-PLACED-DATE      PIC 9(08).
           05  PLCI-PLACED-AMOUNT    PIC 9(13)V9(02).
           05  PLCI-COLLECTED        PIC 9(13)V9(02).
           05  PLCI-COMMISSION       PIC 9(13)V9(02).
           05  PLCI-STATUS           PIC X(01).
           05  PLCI-STATUS-DATE      PIC 9(08).
       FD  PLACEMENTS-OUT
           Recording Mode F
           Data Record PLCO-REC.
       01  PLCO-REC.
           05  PLCO-CUSTOMER-ID      PIC X(17).
           05  PLCO-CUSTOMER-NAME    PIC X(40).
           05  PLCO-PLACED-DATE      PIC 9(08).
           05  PLCO-PLACED-AMOUNT    PIC 9(13)V9(02).
           05  PLCO-COLLECTED        PIC 9(13)V9(02).
           05  PLCO-COMMISSION       PIC 9(13)V9(02).
           05  PLCO-STATUS           PIC X(01).
           05  PLCO-STATUS-DATE      PIC 9(08).
       FD  MONTH-REFERRALS
           Recording Mode F
           Data Record COLL-REC.
      *    PMTDUN's referral extract, every night of the month; only
      *    the leading fields matter here.
       01  COLL-REC.
           05  COLL-CUSTOMER-ID      PIC X(17).
           05  COLL-CUSTOMER-NAME    PIC X(100).
           05  COLL-OUTSTANDING      PIC 9(13)V9(02).
           05  COLL-FINAL-DATE       PIC 9(08).
           05  COLL-REFER-DATE       PIC 9(08).
           05  FILLER                PIC X(178).
       FD  INVOICE-AUDIT-TRAIL
           Recording Mode F
           Data Record AUD-INVOICE-REC.
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
           05  AUD-OLD-TAXPAID       PIC S9(11)V99 COMP-3.
           05  AUD-NEW-TAXPAID       PIC S9(11)V99 COMP-3.
           05  AUD-OLD-STATUS        PIC X.
           05  AUD-NEW-STATUS        PIC X.
       FD  COLLECTION-LOG
           Recording Mode F
           Data Record CLOG-REC.
      *    Permanent log of agency collections posted, with the
      *    agency's commission on each; PMTGLX journals the entries
      *    posted on its business date.
       01  CLOG-REC.
           05  CLOG-CUSTOMER-ID      PIC X(17).
           05  CLOG-INVOICE-NUMBER   PIC X(13).
           05  CLOG-COLLECTED        PIC 9(11)V9(02).
           05  CLOG-COMMISSION       PIC 9(11)V9(02).
           05  CLOG-POST-DATE        PIC 9(08).
           05  CLOG-AGENCY-REF       PIC X(20).
       FD  COLLECTION-ADJUSTMENTS
           Recording Mode F
           Data Record CADJ-REC.
      *    One record per run that posted a collection: AMTPAID the
      *    agency's money raised on THING.INVOICE.  None of it came
      *    through PMTPROG, so PMTRECON allows for it in its
      *    database-delta leg.
       01  CADJ-REC.
           05  CADJ-AMTPAID-RAISED   PIC S9(13)V99 COMP-3.
       FD  WRITEOFF-CANDIDATES
           Recording Mode F
           Data Record WOFF-CAND-REC.
      *    PMTWOFF's approval layout with the approval date and
      *    approver left empty for the credit department to fill in;
      *    PMTWOFF rejects a record that has no approver.
       01  WOFF-CAND-REC.
           05  WOFC-CUSTOMER-ID      PIC X(17).
           05  WOFC-INVOICE-NUMBER   PIC X(13).
           05  WOFC-APPROVAL-DATE    PIC 9(08).
           05  WOFC-APPROVER         PIC X(08).
       FD  COLLECTION-REGISTER
           Recording Mode F
           Data Record COLL-RPT-LINE.
       01  COLL-RPT-LINE             PIC X(132).
       FD  PLACEMENT-REPORT
           Recording Mode F
           Data Record PLC-RPT-LINE.
       01  PLC-RPT-LINE              PIC X(132).
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
               DECLARE THING.CUSTMRG TABLE
                  ( OLDCUSTID     CHAR(17)    NOT NULL,
                    NEWCUSTID     CHAR(17)    NOT NULL,
                    MERGEDATE     CHAR(8)     NOT NULL )
           END-EXEC.

      *    Every invoice still open on an account the agency closed.
           EXEC SQL
               DECLARE CLOSEINV CURSOR FOR
                   SELECT INVNUM, AMTDUE, AMTPAID
                   FROM THING.INVOICE
                   WHERE CUSTID = :RTN-CUSTOMER-ID
                   AND STATUS NOT IN ('P', 'O', 'W')
                   ORDER BY DUEDATE
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
               88  INV-PAID              VALUE 'P'.
               88  INV-OVERPAID          VALUE 'O'.
               88  INV-WRITTEN-OFF       VALUE 'W'.
       01  CUSTMRG-INFO.
           05  MRG-NEW-CUSTOMER-ID   PIC X(17).

      * Other working storage fields

       01  WS-File-Status.
           05  COLLRTN-STATUS        PIC X(02).
               88  COLLRTN-OK            VALUE '00'.
               88  COLLRTN-EOF           VALUE '10'.
               88  COLLRTN-NOTFOUND      VALUE '35'.
           05  COLLPLIN-STATUS       PIC X(02).
               88  COLLPLIN-OK           VALUE '00'.
               88  COLLPLIN-EOF          VALUE '10'.
               88  COLLPLIN-NOTFOUND     VALUE '35'.
           05  COLLPLOT-STATUS       PIC X(02).
               88  COLLPLOT-OK           VALUE '00'.
           05  COLLEXTM-STATUS       PIC X(02).
               88  COLLEXTM-OK           VALUE '00'.
               88  COLLEXTM-EOF          VALUE '10'.
               88  COLLEXTM-NOTFOUND     VALUE '35'.
           05  PMTAUDT-STATUS        PIC X(02).
               88  PMTAUDT-OK            VALUE '00'.
               88  PMTAUDT-NOTFOUND      VALUE '35'.
           05  COLLLOG-STATUS        PIC X(02).
               88  COLLLOG-OK            VALUE '00'.
               88  COLLLOG-NOTFOUND      VALUE '35'.
           05  COLLADJ-STATUS        PIC X(02).
               88  COLLADJ-OK            VALUE '00'.
               88  COLLADJ-NOTFOUND      VALUE '35'.
           05  WOFFCAND-STATUS       PIC X(02).
               88  WOFFCAND-OK           VALUE '00'.
           05  COLLREG-STATUS        PIC X(02).
               88  COLLREG-OK            VALUE '00'.
           05  PLCRPT-STATUS         PIC X(02).
               88  PLCRPT-OK             VALUE '00'.
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
           05  WS-Business-Date-Integer PIC 9(09) VALUE 0.
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'PMTCOLL '.
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
      *    The placement inventory, carried forward from the prior
      *    run plus the month's new referrals.  A placement that is
      *    closed, recalled or collected in full this run is reported
      *    once and not carried forward.
       01  WS-Placement-Table.
           05  WS-Plc-Count          PIC 9(05) VALUE 0.
           05  WS-Plc-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Plc-Count
                   INDEXED BY WS-Plc-Idx.
               10  WS-Plc-Customer-ID    PIC X(17).
               10  WS-Plc-Customer-Name  PIC X(40).
               10  WS-Plc-Placed-Date    PIC 9(08).
               10  WS-Plc-Placed-Amount  PIC 9(13)V9(02).
               10  WS-Plc-Collected      PIC 9(13)V9(02).
               10  WS-Plc-Commission     PIC 9(13)V9(02).
               10  WS-Plc-Status         PIC X(01).
                   88  PLACEMENT-ACTIVE      VALUE 'A'.
                   88  PLACEMENT-CLOSED      VALUE 'U'.
                   88  PLACEMENT-RECALLED    VALUE 'R'.
                   88  PLACEMENT-PAID        VALUE 'P'.
               10  WS-Plc-Status-Date    PIC 9(08).
       01  WS-Placement-Work.
           05  WS-Plc-Found          PIC X Value space.
               88  PLACEMENT-FOUND       Value 'Y'.
           05  WS-Plc-Outstanding    PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Plc-Days           PIC S9(07) COMP-3 Value 0.
           05  WS-Plc-Status-Text    PIC X(22).
           05  WS-Date-Integer       PIC 9(09) VALUE 0.
       01  WS-Aging-Buckets.
           05  WS-Age-Bucket OCCURS 4 TIMES
                   INDEXED BY WS-Age-Idx.
               10  WS-Age-Count          PIC 9(09).
               10  WS-Age-Outstanding    PIC S9(15)V99 COMP-3.
       01  WS-Aging-Labels.
           05  FILLER                PIC X(16) VALUE '0-90 DAYS'.
           05  FILLER                PIC X(16) VALUE '91-180 DAYS'.
           05  FILLER                PIC X(16) VALUE '181-365 DAYS'.
           05  FILLER                PIC X(16) VALUE 'OVER 365 DAYS'.
       01  WS-Aging-Label-Table REDEFINES WS-Aging-Labels.
           05  WS-Age-Label          PIC X(16) OCCURS 4 TIMES.
       01  WS-Return-Proof.
           05  WS-Proof-Detail-Count PIC 9(09) VALUE 0.
           05  WS-Proof-Collected    PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Proof-Commission   PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Trailer-Found      PIC X Value space.
               88  TRAILER-FOUND         Value 'Y'.
       01  WS-Collection-Work.
           05  WS-Open-Amount        PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Before-Amt-Paid    PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Before-Last-Pay    PIC X(08).
           05  WS-Before-Status      PIC X.
           05  WS-Reject-Reason      PIC X(50).
           05  WS-Close-Fetch-Done   PIC X Value space.
               88  CLOSE-FETCH-DONE      Value 'Y'.
           05  WS-Close-Candidates   PIC 9(05) VALUE 0.
           05  WS-Merged-Customer-ID PIC X(17).
       01  WS-Register-Totals.
           05  WS-Returns-Read       PIC 9(09) VALUE 0.
           05  WS-Collected-Count    PIC 9(09) VALUE 0.
           05  WS-Collected-Total    PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Commission-Total   PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Closed-Count       PIC 9(09) VALUE 0.
           05  WS-Candidate-Count    PIC 9(09) VALUE 0.
           05  WS-Candidate-Total    PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Recalled-Count     PIC 9(09) VALUE 0.
           05  WS-Reject-Count       PIC 9(09) VALUE 0.
           05  WS-Unplaced-Count     PIC 9(09) VALUE 0.
           05  WS-New-Placements     PIC 9(09) VALUE 0.
           05  WS-Repeat-Referrals   PIC 9(09) VALUE 0.
           05  WS-Plc-Overflow       PIC 9(09) VALUE 0.
           05  WS-Active-Count       PIC 9(09) VALUE 0.
           05  WS-Active-Outstanding PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-3 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-4 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Days-Formatted     PIC ZZZZ9.
       01  WS-General.
           05  WS-Error-Message      PIC X(133).
           05  WS-SQLCODE-Display    PIC -9(9).

       PROCEDURE DIVISION.
           Perform 1000-Initialize
           Perform 2000-Process
           Perform 3000-Housekeeping
           Perform 3900-RECORD-CYCLE-LEDGER
           Goback
           .
       1000-Initialize.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           COMPUTE WS-Business-Date-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           PERFORM 1050-CHECK-CYCLE-LEDGER
           PERFORM 1200-PROVE-RETURN-FILE
           PERFORM 1300-LOAD-PLACEMENTS
           PERFORM 1400-TAKE-ON-REFERRALS
           OPEN INPUT AGENCY-RETURN
           IF NOT COLLRTN-OK
               STRING "Unexpected COLLRTN file status on open "
                   DELIMITED BY SIZE
                   COLLRTN-STATUS
                   DELIMITED BY SIZE
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
           OPEN EXTEND COLLECTION-LOG
           IF COLLLOG-NOTFOUND
               OPEN OUTPUT COLLECTION-LOG
           END-IF
           IF NOT COLLLOG-OK
               STRING "Unexpected COLLLOG file status on open "
                   DELIMITED BY SIZE
                   COLLLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT WRITEOFF-CANDIDATES
           IF NOT WOFFCAND-OK
               STRING "Unexpected WOFFCAND file status on open "
                   DELIMITED BY SIZE
                   WOFFCAND-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT PLACEMENTS-OUT
           IF NOT COLLPLOT-OK
               STRING "Unexpected COLLPLOT file status on open "
                   DELIMITED BY SIZE
                   COLLPLOT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT COLLECTION-REGISTER
           IF NOT COLLREG-OK
               STRING "Unexpected COLLREG file status on open "
                   DELIMITED BY SIZE
                   COLLREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT PLACEMENT-REPORT
           IF NOT PLCRPT-OK
               STRING "Unexpected PLCRPT file status on open "
                   DELIMITED BY SIZE
                   PLCRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE SPACES TO COLL-RPT-LINE
           STRING "PMTCOLL COLLECTION AGENCY RETURN REGISTER  RUN DATE "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       1050-CHECK-CYCLE-LEDGER.
      *    A resubmitted run must not post the same return file a
      *    second time.  The ledger is read only when the job
      *    allocates CYCLEDG; a job that does not keep one runs
      *    unguarded.
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
       1100-READ-PROCESS-CONTROL.
           OPEN INPUT PROCESS-CONTROL
           EVALUATE TRUE
               WHEN PAYCTL-OK
                   READ PROCESS-CONTROL
                   IF PAYCTL-OK
                       IF CTL-BUSINESS-DATE GREATER ZERO
                           MOVE CTL-BUSINESS-DATE TO WS-Business-Date
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
       1200-PROVE-RETURN-FILE.
      *    A short or duplicated transmission must be caught before
      *    a cent is posted: the detail has to tie to the agency's
      *    own trailer, record count and both money totals.
           OPEN INPUT AGENCY-RETURN
           EVALUATE TRUE
               WHEN COLLRTN-OK
                   CONTINUE
               WHEN COLLRTN-NOTFOUND
                   MOVE 'Agency return file COLLRTN not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected COLLRTN file status on open "
                       DELIMITED BY SIZE
                       COLLRTN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           READ AGENCY-RETURN
           PERFORM WITH TEST BEFORE
                   UNTIL COLLRTN-EOF
               IF RTN-TRAILER
                   SET TRAILER-FOUND TO TRUE
                   IF RTN-TRL-DETAIL-COUNT NOT EQUAL
                           WS-Proof-Detail-Count
                      OR RTN-TRL-COLLECTED NOT EQUAL
                           WS-Proof-Collected
                      OR RTN-TRL-COMMISSION NOT EQUAL
                           WS-Proof-Commission
                       MOVE WS-Proof-Detail-Count
                         TO WS-Count-Formatted
                       MOVE WS-Proof-Collected TO WS-Amount-Formatted
                       STRING "COLLRTN detail does not tie to its "
                               DELIMITED BY SIZE
                               "trailer: " DELIMITED BY SIZE
                               WS-Count-Formatted DELIMITED BY SIZE
                               " records " DELIMITED BY SIZE
                               WS-Amount-Formatted DELIMITED BY SIZE
                               " collected" DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
               ELSE
                   ADD 1 TO WS-Proof-Detail-Count
                   IF RTN-COLLECTED
                       ADD RTN-AMOUNT TO WS-Proof-Collected
                       ADD RTN-COMMISSION TO WS-Proof-Commission
                   END-IF
               END-IF
               READ AGENCY-RETURN
           END-PERFORM
           CLOSE AGENCY-RETURN
           IF NOT TRAILER-FOUND
               MOVE 'Agency return file COLLRTN has no trailer'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1300-LOAD-PLACEMENTS.
      *    An absent inventory just means nothing has been placed.
           OPEN INPUT PLACEMENTS-IN
           EVALUATE TRUE
               WHEN COLLPLIN-OK
                   READ PLACEMENTS-IN
                   PERFORM WITH TEST BEFORE
                           UNTIL COLLPLIN-EOF
                       IF WS-Plc-Count LESS THAN 20000
                           ADD 1 TO WS-Plc-Count
                           SET WS-Plc-Idx TO WS-Plc-Count
                           MOVE PLCI-CUSTOMER-ID
                             TO WS-Plc-Customer-ID(WS-Plc-Idx)
                           MOVE PLCI-CUSTOMER-NAME
                             TO WS-Plc-Customer-Name(WS-Plc-Idx)
                           MOVE PLCI-PLACED-DATE
                             TO WS-Plc-Placed-Date(WS-Plc-Idx)
                           MOVE PLCI-PLACED-AMOUNT
                             TO WS-Plc-Placed-Amount(WS-Plc-Idx)
                           MOVE PLCI-COLLECTED
                             TO WS-Plc-Collected(WS-Plc-Idx)
                           MOVE PLCI-COMMISSION
                             TO WS-Plc-Commission(WS-Plc-Idx)
                           MOVE PLCI-STATUS
                             TO WS-Plc-Status(WS-Plc-Idx)
                           MOVE PLCI-STATUS-DATE
                             TO WS-Plc-Status-Date(WS-Plc-Idx)
                       ELSE
      *                    Losing a placement would silently drop it
      *                    off the inventory for good.
                           MOVE 'Placement inventory table is full'
                             TO WS-ERROR-MESSAGE
                           PERFORM 9999-ABORT
                       END-IF
                       READ PLACEMENTS-IN
                   END-PERFORM
                   CLOSE PLACEMENTS-IN
               WHEN COLLPLIN-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected COLLPLIN file status on open "
                       DELIMITED BY SIZE
                       COLLPLIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1400-TAKE-ON-REFERRALS.
      *    Every customer PMTDUN referred since the last return run
      *    is now at the agency.  A customer already on the
      *    inventory (a rerun night's referral, say) is not placed
      *    twice.  No referrals file just means none this month.
           OPEN INPUT MONTH-REFERRALS
           EVALUATE TRUE
               WHEN COLLEXTM-OK
                   READ MONTH-REFERRALS
                   PERFORM WITH TEST BEFORE
                           UNTIL COLLEXTM-EOF
                       PERFORM 1450-PLACE-REFERRAL
                       READ MONTH-REFERRALS
                   END-PERFORM
                   CLOSE MONTH-REFERRALS
               WHEN COLLEXTM-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected COLLEXTM file status on open "
                       DELIMITED BY SIZE
                       COLLEXTM-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1450-PLACE-REFERRAL.
           MOVE COLL-CUSTOMER-ID TO RTN-CUSTOMER-ID
           PERFORM 2210-FIND-PLACEMENT
           IF PLACEMENT-FOUND
               ADD 1 TO WS-Repeat-Referrals
           ELSE
               IF WS-Plc-Count LESS THAN 20000
                   ADD 1 TO WS-Plc-Count
                   SET WS-Plc-Idx TO WS-Plc-Count
                   MOVE COLL-CUSTOMER-ID
                     TO WS-Plc-Customer-ID(WS-Plc-Idx)
                   MOVE COLL-CUSTOMER-NAME(1:40)
                     TO WS-Plc-Customer-Name(WS-Plc-Idx)
                   MOVE COLL-REFER-DATE
                     TO WS-Plc-Placed-Date(WS-Plc-Idx)
                                WS-Plc-Status-Date(WS-Plc-Idx)
                   MOVE COLL-OUTSTANDING
                     TO WS-Plc-Placed-Amount(WS-Plc-Idx)
                   MOVE ZERO TO WS-Plc-Collected(WS-Plc-Idx)
                                WS-Plc-Commission(WS-Plc-Idx)
                   MOVE 'A' TO WS-Plc-Status(WS-Plc-Idx)
                   ADD 1 TO WS-New-Placements
               ELSE
                   ADD 1 TO WS-Plc-Overflow
               END-IF
           END-IF
           .
       2000-Process.
           PERFORM 2100-READ-RETURN
           PERFORM WITH TEST BEFORE
                   UNTIL COLLRTN-EOF
               IF NOT RTN-TRAILER
                   PERFORM 2200-PROCESS-ONE-RETURN
               END-IF
               PERFORM 2100-READ-RETURN
           END-PERFORM
           .
       2100-READ-RETURN.
           READ AGENCY-RETURN
           EVALUATE TRUE
               WHEN COLLRTN-OK
                   IF NOT RTN-TRAILER
                       ADD 1 TO WS-Returns-Read
                   END-IF
               WHEN COLLRTN-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected COLLRTN file status on read "
                       DELIMITED BY SIZE
                       COLLRTN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2200-PROCESS-ONE-RETURN.
           PERFORM 2210-FIND-PLACEMENT
           PERFORM 2250-REDIRECT-MERGED-CUSTOMER
           EVALUATE TRUE
               WHEN RTN-COLLECTED
                   PERFORM 2300-POST-COLLECTION
               WHEN RTN-CLOSED
                   PERFORM 2500-TAKE-CLOSURE
               WHEN RTN-RECALLED
                   PERFORM 2600-TAKE-RECALL
               WHEN OTHER
                   MOVE "UNKNOWN RETURN RECORD TYPE"
                     TO WS-Reject-Reason
                   PERFORM 2700-REJECT-RETURN
           END-EVALUATE
           .
       2210-FIND-PLACEMENT.
           MOVE SPACE TO WS-Plc-Found
           IF WS-Plc-Count GREATER ZERO
               SET WS-Plc-Idx TO 1
               SEARCH WS-Plc-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Plc-Customer-ID(WS-Plc-Idx)
                           EQUAL RTN-CUSTOMER-ID
                        AND PLACEMENT-ACTIVE(WS-Plc-Idx)
                       SET PLACEMENT-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       2250-REDIRECT-MERGED-CUSTOMER.
      *    The agency goes on quoting the ID the account was placed
      *    under after CUSTMNT has merged that customer away.  As in
      *    PMTPROG, the return is taken against the surviving
      *    customer, which from here on is the customer it is
      *    recorded under everywhere.  An account placed before the
      *    merge stays on the inventory under the old ID, so that is
      *    looked for first; one placed since is under the new.
           EXEC SQL
               SELECT NEWCUSTID
                   INTO :MRG-NEW-CUSTOMER-ID
               FROM THING.CUSTMRG
               WHERE OLDCUSTID = :RTN-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE RTN-CUSTOMER-ID TO WS-Merged-Customer-ID
                   MOVE MRG-NEW-CUSTOMER-ID TO RTN-CUSTOMER-ID
                   MOVE SPACES TO COLL-RPT-LINE
                   STRING WS-Merged-Customer-ID DELIMITED BY SIZE
                           "  MERGED INTO " DELIMITED BY SIZE
                           RTN-CUSTOMER-ID DELIMITED BY SIZE
                           " - RETURN TAKEN AGAINST THE SURVIVOR"
                           DELIMITED BY SIZE
                     INTO COLL-RPT-LINE
                   PERFORM 2900-WRITE-REGISTER-LINE
                   IF NOT PLACEMENT-FOUND
                       PERFORM 2210-FIND-PLACEMENT
                   END-IF
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading customer merge for "
                           DELIMITED BY SIZE
                           RTN-CUSTOMER-ID DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2300-POST-COLLECTION.
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
               WHERE INVNUM = :RTN-INVOICE-NUMBER
               AND CUSTID = :RTN-CUSTOMER-ID
           END-EXEC
           IF SQLCODE EQUAL ZERO
               COMPUTE WS-Open-Amount =
                   INV-AMOUNT-DUE - INV-AMOUNT-PAID
               END-COMPUTE
           END-IF
      *    Money the invoice cannot take goes back to the desk to
      *    refund or apply by hand -- it is never banked blind.
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   MOVE "INVOICE NOT ON FILE FOR THIS CUSTOMER"
                     TO WS-Reject-Reason
                   PERFORM 2700-REJECT-RETURN
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading invoice " DELIMITED BY SIZE
                           RTN-INVOICE-NUMBER DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN INV-PAID OR INV-OVERPAID
                   MOVE "INVOICE IS ALREADY SETTLED"
                     TO WS-Reject-Reason
                   PERFORM 2700-REJECT-RETURN
               WHEN RTN-AMOUNT GREATER WS-Open-Amount
                   MOVE "COLLECTED EXCEEDS THE OPEN BALANCE"
                     TO WS-Reject-Reason
                   PERFORM 2700-REJECT-RETURN
               WHEN RTN-COMMISSION GREATER RTN-AMOUNT
                   MOVE "COMMISSION EXCEEDS THE AMOUNT COLLECTED"
                     TO WS-Reject-Reason
                   PERFORM 2700-REJECT-RETURN
               WHEN OTHER
                   PERFORM 2350-APPLY-COLLECTION
           END-EVALUATE
           .
       2350-APPLY-COLLECTION.
      *    The receivable comes down by the whole amount collected;
      *    the commission is the agency's fee for collecting it, an
      *    expense, not an allowance to the customer.  The due date
      *    is left alone -- the account is at the agency, not on
      *    terms -- and a partly collected invoice keeps its status,
      *    a written-off one included.
           MOVE INV-AMOUNT-PAID   TO WS-Before-Amt-Paid
           MOVE INV-LAST-PAY-DATE TO WS-Before-Last-Pay
           MOVE INV-STATUS        TO WS-Before-Status
           ADD RTN-AMOUNT TO INV-AMOUNT-PAID
           MOVE WS-Business-Date TO INV-LAST-PAY-DATE
           IF INV-AMOUNT-PAID EQUAL INV-AMOUNT-DUE
               SET INV-PAID TO TRUE
           END-IF
           EXEC SQL
               UPDATE THING.INVOICE
                   SET LASTPAY = TO_DATE(:INV-LAST-PAY-DATE,'YYYYMMDD'),
                       AMTPAID = :INV-AMOUNT-PAID,
                       STATUS = :INV-STATUS
               WHERE INVNUM = :RTN-INVOICE-NUMBER
               AND CUSTID = :RTN-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " updating invoice " DELIMITED BY SIZE
                       RTN-INVOICE-NUMBER DELIMITED BY SIZE
                       " customer " DELIMITED BY SIZE
                       RTN-CUSTOMER-ID DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM 2400-WRITE-COLLECTION-AUDIT
           PERFORM 2450-WRITE-COLLECTION-LOG
           ADD 1 TO WS-Collected-Count
           ADD RTN-AMOUNT TO WS-Collected-Total
           ADD RTN-COMMISSION TO WS-Commission-Total
           MOVE RTN-AMOUNT TO WS-Amount-Formatted
           MOVE RTN-COMMISSION TO WS-Amount-Formatted-2
           MOVE SPACES TO COLL-RPT-LINE
           STRING RTN-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RTN-INVOICE-NUMBER DELIMITED BY SIZE
                   "  COLLECTED " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  COMMISSION " DELIMITED BY SIZE
                   WS-Amount-Formatted-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RTN-AGENCY-REF DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           IF INV-PAID
               MOVE "PAID" TO COLL-RPT-LINE(113:)
           END-IF
           PERFORM 2900-WRITE-REGISTER-LINE
           IF PLACEMENT-FOUND
               ADD RTN-AMOUNT
                 TO WS-Plc-Collected(WS-Plc-Idx)
               ADD RTN-COMMISSION
                 TO WS-Plc-Commission(WS-Plc-Idx)
               IF WS-Plc-Collected(WS-Plc-Idx) NOT LESS
                       WS-Plc-Placed-Amount(WS-Plc-Idx)
                   MOVE 'P' TO WS-Plc-Status(WS-Plc-Idx)
                   MOVE WS-Business-Date
                     TO WS-Plc-Status-Date(WS-Plc-Idx)
               END-IF
           ELSE
               PERFORM 2800-WRITE-UNPLACED-LINE
           END-IF
           .
       2400-WRITE-COLLECTION-AUDIT.
      *    The agency's collection date stands in for the date paid;
      *    there is no driving payment of the customer's own.
           MOVE RTN-INVOICE-NUMBER TO AUD-INVOICE-NUMBER
                                      AUD-PMT-INVOICE
           MOVE RTN-CUSTOMER-ID    TO AUD-CUSTOMER-ID
           MOVE WS-Business-Date   TO AUD-RUN-DATE
           MOVE 'C'                TO AUD-ACTION
           MOVE RTN-ACTIVITY-DATE  TO AUD-PMT-DATE-PAID
           MOVE WS-Before-Last-Pay TO AUD-OLD-LASTPAY
           MOVE INV-LAST-PAY-DATE  TO AUD-NEW-LASTPAY
           MOVE INV-DUE-DATE       TO AUD-OLD-DUEDATE
                                      AUD-NEW-DUEDATE
           MOVE WS-Before-Amt-Paid TO AUD-OLD-AMTPAID
           MOVE INV-AMOUNT-PAID    TO AUD-NEW-AMTPAID
           MOVE INV-TAX-PAID       TO AUD-OLD-TAXPAID
                                      AUD-NEW-TAXPAID
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
       2450-WRITE-COLLECTION-LOG.
           MOVE RTN-CUSTOMER-ID    TO CLOG-CUSTOMER-ID
           MOVE RTN-INVOICE-NUMBER TO CLOG-INVOICE-NUMBER
           MOVE RTN-AMOUNT         TO CLOG-COLLECTED
           MOVE RTN-COMMISSION     TO CLOG-COMMISSION
           MOVE WS-Business-Date   TO CLOG-POST-DATE
           MOVE RTN-AGENCY-REF     TO CLOG-AGENCY-REF
           WRITE CLOG-REC
           IF NOT COLLLOG-OK
               STRING "Unexpected COLLLOG file status on write "
                   DELIMITED BY SIZE
                   COLLLOG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2500-TAKE-CLOSURE.
      *    The agency has given up.  Nothing is written off here:
      *    each invoice still open goes to the candidate file for
      *    the credit department to approve through PMTWOFF.
           MOVE ZERO TO WS-Close-Candidates
           IF RTN-INVOICE-NUMBER EQUAL SPACES
               PERFORM 2520-CANDIDATES-FOR-ACCOUNT
           ELSE
               PERFORM 2510-CANDIDATE-FOR-INVOICE
           END-IF
           IF WS-Close-Candidates EQUAL ZERO
                   AND RTN-INVOICE-NUMBER EQUAL SPACES
               MOVE SPACES TO COLL-RPT-LINE
               STRING RTN-CUSTOMER-ID DELIMITED BY SIZE
                       "  ACCOUNT CLOSED UNCOLLECTIBLE"
                       DELIMITED BY SIZE
                       " - NOTHING LEFT OPEN" DELIMITED BY SIZE
                 INTO COLL-RPT-LINE
               PERFORM 2900-WRITE-REGISTER-LINE
           END-IF
           ADD 1 TO WS-Closed-Count
      *    Closing one invoice leaves the rest of the account with
      *    the agency.
           IF PLACEMENT-FOUND
               IF RTN-INVOICE-NUMBER EQUAL SPACES
                   MOVE 'U' TO WS-Plc-Status(WS-Plc-Idx)
                   MOVE WS-Business-Date
                     TO WS-Plc-Status-Date(WS-Plc-Idx)
               END-IF
           ELSE
               PERFORM 2800-WRITE-UNPLACED-LINE
           END-IF
           .
       2510-CANDIDATE-FOR-INVOICE.
           EXEC SQL
               SELECT INVNUM, AMTDUE, AMTPAID, STATUS
               INTO :INV-NUMBER, :INV-AMOUNT-DUE,
                    :INV-AMOUNT-PAID, :INV-STATUS
               FROM THING.INVOICE
               WHERE INVNUM = :RTN-INVOICE-NUMBER
               AND CUSTID = :RTN-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   MOVE "INVOICE NOT ON FILE FOR THIS CUSTOMER"
                     TO WS-Reject-Reason
                   PERFORM 2700-REJECT-RETURN
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " reading invoice " DELIMITED BY SIZE
                           RTN-INVOICE-NUMBER DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN INV-PAID OR INV-OVERPAID OR INV-WRITTEN-OFF
                   MOVE SPACES TO COLL-RPT-LINE
                   STRING RTN-CUSTOMER-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           RTN-INVOICE-NUMBER DELIMITED BY SIZE
                           "  CLOSED UNCOLLECTIBLE - INVOICE NOT OPEN"
                           DELIMITED BY SIZE
                     INTO COLL-RPT-LINE
                   PERFORM 2900-WRITE-REGISTER-LINE
               WHEN OTHER
                   PERFORM 2550-WRITE-CANDIDATE
           END-EVALUATE
           .
       2520-CANDIDATES-FOR-ACCOUNT.
           EXEC SQL
               OPEN CLOSEINV
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " opening closed-account cursor"
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE SPACE TO WS-Close-Fetch-Done
           PERFORM 2525-FETCH-CLOSED-INVOICE
           PERFORM WITH TEST BEFORE
                   UNTIL CLOSE-FETCH-DONE
               PERFORM 2550-WRITE-CANDIDATE
               PERFORM 2525-FETCH-CLOSED-INVOICE
           END-PERFORM
           EXEC SQL
               CLOSE CLOSEINV
           END-EXEC
           .
       2525-FETCH-CLOSED-INVOICE.
           EXEC SQL
               FETCH CLOSEINV
                   INTO :INV-NUMBER,
                        :INV-AMOUNT-DUE,
                        :INV-AMOUNT-PAID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   SET CLOSE-FETCH-DONE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-Display
                   STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                           WS-SQLCODE-Display DELIMITED BY SIZE
                           " fetching closed-account invoices"
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2550-WRITE-CANDIDATE.
           COMPUTE WS-Open-Amount =
               INV-AMOUNT-DUE - INV-AMOUNT-PAID
           END-COMPUTE
           MOVE RTN-CUSTOMER-ID TO WOFC-CUSTOMER-ID
           MOVE INV-NUMBER      TO WOFC-INVOICE-NUMBER
           MOVE ZERO            TO WOFC-APPROVAL-DATE
           MOVE SPACES          TO WOFC-APPROVER
           WRITE WOFF-CAND-REC
           IF NOT WOFFCAND-OK
               STRING "Unexpected WOFFCAND file status on write "
                   DELIMITED BY SIZE
                   WOFFCAND-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Close-Candidates
           ADD 1 TO WS-Candidate-Count
           ADD WS-Open-Amount TO WS-Candidate-Total
           MOVE WS-Open-Amount TO WS-Amount-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING RTN-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INV-NUMBER DELIMITED BY SIZE
                   "  CLOSED UNCOLLECTIBLE  OPEN " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  WRITE-OFF CANDIDATE  " DELIMITED BY SIZE
                   RTN-REASON DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2600-TAKE-RECALL.
      *    The account comes back in-house; the collections desk
      *    works it from here.
           ADD 1 TO WS-Recalled-Count
           MOVE SPACES TO COLL-RPT-LINE
           STRING RTN-CUSTOMER-ID DELIMITED BY SIZE
                   "  RECALLED FROM THE AGENCY  " DELIMITED BY SIZE
                   RTN-REASON DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           IF PLACEMENT-FOUND
               MOVE 'R' TO WS-Plc-Status(WS-Plc-Idx)
               MOVE WS-Business-Date
                 TO WS-Plc-Status-Date(WS-Plc-Idx)
           ELSE
               PERFORM 2800-WRITE-UNPLACED-LINE
           END-IF
           .
       2700-REJECT-RETURN.
           ADD 1 TO WS-Reject-Count
           MOVE RTN-AMOUNT TO WS-Amount-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING RTN-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RTN-INVOICE-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RTN-RECORD-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  REJECTED - " DELIMITED BY SIZE
                   WS-Reject-Reason DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2800-WRITE-UNPLACED-LINE.
      *    Still acted on -- the agency has the account whatever our
      *    inventory says -- but someone should find out why.
           ADD 1 TO WS-Unplaced-Count
           MOVE SPACES TO COLL-RPT-LINE
           STRING RTN-CUSTOMER-ID DELIMITED BY SIZE
                   "  NOT ON THE PLACEMENT INVENTORY"
                   DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2900-WRITE-REGISTER-LINE.
           WRITE COLL-RPT-LINE
           IF NOT COLLREG-OK
               STRING "Unexpected COLLREG file status on write "
                   DELIMITED BY SIZE
                   COLLREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           EXEC SQL
               COMMIT
           END-EXEC
           MOVE SPACES TO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Returns-Read TO WS-Count-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "RETURN RECORDS READ:       " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Collected-Count TO WS-Count-Formatted
           MOVE WS-Collected-Total TO WS-Amount-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "COLLECTIONS POSTED:        " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Commission-Total TO WS-Amount-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "  AGENCY COMMISSION:                    "
                   DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Closed-Count TO WS-Count-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "CLOSED UNCOLLECTIBLE:      " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Candidate-Count TO WS-Count-Formatted
           MOVE WS-Candidate-Total TO WS-Amount-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "  WRITE-OFF CANDIDATES:    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Recalled-Count TO WS-Count-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "RECALLED:                  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Reject-Count TO WS-Count-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "REJECTED:                  " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Unplaced-Count TO WS-Count-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "NOT ON THE INVENTORY:      " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-New-Placements TO WS-Count-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "NEW PLACEMENTS TAKEN ON:   " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Repeat-Referrals TO WS-Count-Formatted
           MOVE SPACES TO COLL-RPT-LINE
           STRING "  ALREADY PLACED:          " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO COLL-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           IF WS-Plc-Overflow GREATER ZERO
               MOVE WS-Plc-Overflow TO WS-Count-Formatted
               MOVE SPACES TO COLL-RPT-LINE
               STRING "REFERRALS NOT PLACED (TABLE FULL): "
                       DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                 INTO COLL-RPT-LINE
               PERFORM 2900-WRITE-REGISTER-LINE
           END-IF
           IF WS-Reject-Count GREATER ZERO
              OR WS-Unplaced-Count GREATER ZERO
              OR WS-Plc-Overflow GREATER ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3200-REPORT-PLACEMENTS
           Close AGENCY-RETURN
           Close INVOICE-AUDIT-TRAIL
           Close COLLECTION-LOG
           Close WRITEOFF-CANDIDATES
           Close PLACEMENTS-OUT
           Close COLLECTION-REGISTER
           Close PLACEMENT-REPORT
           PERFORM 3050-WRITE-COLLECTION-ADJUSTMENT
           PERFORM 3100-WRITE-RUN-STATISTICS
           .
       3050-WRITE-COLLECTION-ADJUSTMENT.
      *    Without this record the next PMTRECON would see AMTPAID
      *    rise with no applied cash behind it and call the night
      *    out of balance.
           IF WS-Collected-Total NOT EQUAL ZERO
               OPEN EXTEND COLLECTION-ADJUSTMENTS
               IF COLLADJ-NOTFOUND
                   OPEN OUTPUT COLLECTION-ADJUSTMENTS
               END-IF
               IF NOT COLLADJ-OK
                   STRING "Unexpected COLLADJ status on open "
                       DELIMITED BY SIZE
                       COLLADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               MOVE WS-Collected-Total TO CADJ-AMTPAID-RAISED
               WRITE CADJ-REC
               IF NOT COLLADJ-OK
                   STRING "Unexpected COLLADJ status on write "
                       DELIMITED BY SIZE
                       COLLADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               CLOSE COLLECTION-ADJUSTMENTS
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
           MOVE 'PMTCOLL'  TO RS-PROGRAM
           MOVE WS-Business-Date TO RS-BUSINESS-DATE
           MOVE WS-Returns-Read TO RS-RECORDS-READ
           COMPUTE RS-RECORDS-GOOD =
               WS-Returns-Read - WS-Reject-Count
           END-COMPUTE
           MOVE WS-Reject-Count TO RS-RECORDS-REJECTED
           MOVE WS-Collected-Total TO RS-AMOUNT-TOTAL
           MOVE WS-Unplaced-Count TO RS-WARNING-COUNT
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
       3200-REPORT-PLACEMENTS.
      *    Every placement is listed: those still at the agency with
      *    what is outstanding and how long they have been there,
      *    and those that left the agency this run with how they
      *    left.  Only the ones still at the agency roll forward.
           MOVE SPACES TO PLC-RPT-LINE
           STRING "PMTCOLL PLACEMENT INVENTORY  AS OF "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO PLC-RPT-LINE
           PERFORM 3290-WRITE-PLACEMENT-LINE
           MOVE SPACES TO PLC-RPT-LINE
           PERFORM 3290-WRITE-PLACEMENT-LINE
           MOVE SPACES TO PLC-RPT-LINE
           STRING "CUSTOMER           PLACED    DAYS  "
                   DELIMITED BY SIZE
                   "   PLACED AMOUNT        COLLECTED  "
                   DELIMITED BY SIZE
                   "      COMMISSION       OUTSTANDING  STATUS"
                   DELIMITED BY SIZE
             INTO PLC-RPT-LINE
           PERFORM 3290-WRITE-PLACEMENT-LINE
           SET WS-Age-Idx TO 1
           PERFORM 4 TIMES
               MOVE ZERO TO WS-Age-Count(WS-Age-Idx)
                            WS-Age-Outstanding(WS-Age-Idx)
               SET WS-Age-Idx UP BY 1
           END-PERFORM
           IF WS-Plc-Count GREATER ZERO
               SET WS-Plc-Idx TO 1
               PERFORM WS-Plc-Count TIMES
                   PERFORM 3210-REPORT-ONE-PLACEMENT
                   SET WS-Plc-Idx UP BY 1
               END-PERFORM
           END-IF
           MOVE SPACES TO PLC-RPT-LINE
           PERFORM 3290-WRITE-PLACEMENT-LINE
           MOVE "OUTSTANDING AT THE AGENCY BY TIME PLACED"
             TO PLC-RPT-LINE
           PERFORM 3290-WRITE-PLACEMENT-LINE
           SET WS-Age-Idx TO 1
           PERFORM 4 TIMES
               MOVE WS-Age-Count(WS-Age-Idx) TO WS-Count-Formatted
               MOVE WS-Age-Outstanding(WS-Age-Idx)
                 TO WS-Amount-Formatted-4
               MOVE SPACES TO PLC-RPT-LINE
               STRING "  " DELIMITED BY SIZE
                       WS-Age-Label(WS-Age-Idx) DELIMITED BY SIZE
                       WS-Count-Formatted DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Amount-Formatted-4 DELIMITED BY SIZE
                 INTO PLC-RPT-LINE
               PERFORM 3290-WRITE-PLACEMENT-LINE
               SET WS-Age-Idx UP BY 1
           END-PERFORM
           MOVE WS-Active-Count TO WS-Count-Formatted
           MOVE WS-Active-Outstanding TO WS-Amount-Formatted-4
           MOVE SPACES TO PLC-RPT-LINE
           STRING "  TOTAL AT THE AGENCY " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted-4 DELIMITED BY SIZE
             INTO PLC-RPT-LINE
           PERFORM 3290-WRITE-PLACEMENT-LINE
           .
       3210-REPORT-ONE-PLACEMENT.
           COMPUTE WS-Plc-Outstanding =
               WS-Plc-Placed-Amount(WS-Plc-Idx)
                 - WS-Plc-Collected(WS-Plc-Idx)
           END-COMPUTE
           IF WS-Plc-Outstanding LESS ZERO
               MOVE ZERO TO WS-Plc-Outstanding
           END-IF
           COMPUTE WS-Date-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Plc-Placed-Date(WS-Plc-Idx))
           END-COMPUTE
           COMPUTE WS-Plc-Days =
               WS-Business-Date-Integer - WS-Date-Integer
           END-COMPUTE
           IF WS-Plc-Days LESS ZERO
               MOVE ZERO TO WS-Plc-Days
           END-IF
           EVALUATE TRUE
               WHEN PLACEMENT-ACTIVE(WS-Plc-Idx)
                   MOVE "AT AGENCY" TO WS-Plc-Status-Text
                   PERFORM 3220-AGE-ACTIVE-PLACEMENT
                   PERFORM 3250-ROLL-PLACEMENT-FORWARD
               WHEN PLACEMENT-CLOSED(WS-Plc-Idx)
                   MOVE "CLOSED UNCOLLECTIBLE" TO WS-Plc-Status-Text
               WHEN PLACEMENT-RECALLED(WS-Plc-Idx)
                   MOVE "RECALLED" TO WS-Plc-Status-Text
               WHEN OTHER
                   MOVE "COLLECTED IN FULL" TO WS-Plc-Status-Text
           END-EVALUATE
           MOVE WS-Plc-Days TO WS-Days-Formatted
           MOVE WS-Plc-Placed-Amount(WS-Plc-Idx)
             TO WS-Amount-Formatted
           MOVE WS-Plc-Collected(WS-Plc-Idx) TO WS-Amount-Formatted-2
           MOVE WS-Plc-Commission(WS-Plc-Idx)
             TO WS-Amount-Formatted-3
           MOVE WS-Plc-Outstanding TO WS-Amount-Formatted-4
           MOVE SPACES TO PLC-RPT-LINE
           STRING WS-Plc-Customer-ID(WS-Plc-Idx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Plc-Placed-Date(WS-Plc-Idx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Days-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Amount-Formatted-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Amount-Formatted-3 DELIMITED BY SIZE
                   WS-Amount-Formatted-4 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Plc-Status-Text DELIMITED BY SIZE
             INTO PLC-RPT-LINE
           PERFORM 3290-WRITE-PLACEMENT-LINE
           .
       3220-AGE-ACTIVE-PLACEMENT.
           EVALUATE TRUE
               WHEN WS-Plc-Days GREATER 365
                   SET WS-Age-Idx TO 4
               WHEN WS-Plc-Days GREATER 180
                   SET WS-Age-Idx TO 3
               WHEN WS-Plc-Days GREATER 90
                   SET WS-Age-Idx TO 2
               WHEN OTHER
                   SET WS-Age-Idx TO 1
           END-EVALUATE
           ADD 1 TO WS-Age-Count(WS-Age-Idx)
           ADD WS-Plc-Outstanding TO WS-Age-Outstanding(WS-Age-Idx)
           ADD 1 TO WS-Active-Count
           ADD WS-Plc-Outstanding TO WS-Active-Outstanding
           .
       3250-ROLL-PLACEMENT-FORWARD.
           MOVE WS-Plc-Customer-ID(WS-Plc-Idx)   TO PLCO-CUSTOMER-ID
           MOVE WS-Plc-Customer-Name(WS-Plc-Idx) TO PLCO-CUSTOMER-NAME
           MOVE WS-Plc-Placed-Date(WS-Plc-Idx)   TO PLCO-PLACED-DATE
           MOVE WS-Plc-Placed-Amount(WS-Plc-Idx)
             TO PLCO-PLACED-AMOUNT
           MOVE WS-Plc-Collected(WS-Plc-Idx)     TO PLCO-COLLECTED
           MOVE WS-Plc-Commission(WS-Plc-Idx)    TO PLCO-COMMISSION
           MOVE WS-Plc-Status(WS-Plc-Idx)        TO PLCO-STATUS
           MOVE WS-Plc-Status-Date(WS-Plc-Idx)   TO PLCO-STATUS-DATE
           WRITE PLCO-REC
           IF NOT COLLPLOT-OK
               STRING "Unexpected COLLPLOT file status on write "
                   DELIMITED BY SIZE
                   COLLPLOT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3290-WRITE-PLACEMENT-LINE.
           WRITE PLC-RPT-LINE
           IF NOT PLCRPT-OK
               STRING "Unexpected PLCRPT file status on write "
                   DELIMITED BY SIZE
                   PLCRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
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
