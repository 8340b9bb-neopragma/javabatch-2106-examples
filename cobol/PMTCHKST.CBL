       IDENTIFICATION DIVISION.
       Program-ID. PMTCHKST.
      *****************************************************************
      * Refund check tracking.  Every refund PMTREFND pays out of
      * THING.CUSTCRED is handed to accounts payable on REFDISB and
      * appended to REFPEND.  This program takes the REFPEND refunds
      * onto the refund check ledger (REFCHK) as pending, then
      * applies accounts payable's check-status return file to it:
      *   'I' issued       - the check number and issue date are kept
      *   'C' cashed       - the refund is closed
      *   'V' voided       - the refund is re-credited to CUSTCRED
      *   'S' stale-dated  - the refund is re-credited to CUSTCRED
      * A re-credit puts the money back on the customer's account,
      * where PMTREFND will pick it up again, and the total
      * re-credited is appended to CREDADJ as a negative refund so
      * PMTRECON's credit leg still ties on the next nightly
      * balancing.  A status record is matched to its refund by
      * customer, refund date, and amount, exactly as REFDISB
      * presented them.  A status already recorded (a resent AP
      * file) is listed and skipped; a status against a closed
      * refund or one not on the ledger is rejected for review.
      *
      * Refunds still pending or issued stay on the ledger until
      * cashed or until PMTESCH reports them as unclaimed property
      * once they pass the state dormancy period.  Closed refunds
      * drop off once they pass the PAYCTL retention cutoff;
      * refunds reported unclaimed are kept as the legal record.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-PENDING
               ASSIGN TO 'REFPEND'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REFPEND-STATUS.
           SELECT CHECK-STATUS
               ASSIGN TO 'CHKSTAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CHKSTAT-STATUS.
           SELECT CHECK-LEDGER-IN
               ASSIGN TO 'REFCHKIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REFCHKIN-STATUS.
           SELECT CHECK-LEDGER-OUT
               ASSIGN TO 'REFCHKOT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REFCHKOT-STATUS.
           SELECT CREDIT-ADJUSTMENTS
               ASSIGN TO 'CREDADJ'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CREDADJ-STATUS.
           SELECT CHECK-REGISTER
               ASSIGN TO 'CHKREG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CHKREG-STATUS.
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
       FD  REFUND-PENDING
           Recording Mode F
           Data Record REFUND-PEND-REC.
      *    Refunds paid out by PMTREFND since the last run (REFDISB
      *    layout).
       01  REFUND-PEND-REC.
           05  RFP-CUSTOMER-ID       PIC X(17).
           05  RFP-REFUND-AMOUNT     PIC 9(13)V9(02).
           05  RFP-BUSINESS-DATE     PIC X(08).
       FD  CHECK-STATUS
           Recording Mode F
           Data Record CHECK-STATUS-REC.
      *    Accounts payable's check-status return: the refund as
      *    REFDISB presented it, the check cut for it, and what has
      *    become of the check.
       01  CHECK-STATUS-REC.
           05  CKS-CUSTOMER-ID       PIC X(17).
           05  CKS-REFUND-DATE       PIC X(08).
           05  CKS-REFUND-AMOUNT     PIC 9(13)V9(02).
           05  CKS-CHECK-NUMBER      PIC X(10).
           05  CKS-STATUS            PIC X.
               88  CKS-ISSUED            VALUE 'I'.
               88  CKS-CASHED            VALUE 'C'.
               88  CKS-VOIDED            VALUE 'V'.
               88  CKS-STALE             VALUE 'S'.
               88  CKS-VALID-STATUS      VALUE 'I' 'C' 'V' 'S'.
           05  CKS-STATUS-DATE       PIC 9(08).
       FD  CHECK-LEDGER-IN
           Recording Mode F
           Data Record RCK-IN-REC.
      *    Refund check ledger.  Status 'P' pending (no word from
      *    accounts payable yet), 'I' issued, 'C' cashed, 'V'
      *    voided, 'S' stale-dated, 'E' reported as unclaimed
      *    property in the escheat year shown.
       01  RCK-IN-REC.
           05  RCK-IN-CUSTOMER-ID    PIC X(17).
           05  RCK-IN-REFUND-DATE    PIC X(08).
           05  RCK-IN-REFUND-AMOUNT  PIC 9(13)V9(02).
           05  RCK-IN-CHECK-NUMBER   PIC X(10).
           05  RCK-IN-STATUS         PIC X.
           05  RCK-IN-ISSUE-DATE     PIC 9(08).
           05  RCK-IN-STATUS-DATE    PIC 9(08).
           05  RCK-IN-ESCHEAT-YEAR   PIC 9(04).
       FD  CHECK-LEDGER-OUT
           Recording Mode F
           Data Record RCK-OUT-REC.
       01  RCK-OUT-REC.
           05  RCK-OUT-CUSTOMER-ID   PIC X(17).
           05  RCK-OUT-REFUND-DATE   PIC X(08).
           05  RCK-OUT-REFUND-AMOUNT PIC 9(13)V9(02).
           05  RCK-OUT-CHECK-NUMBER  PIC X(10).
           05  RCK-OUT-STATUS        PIC X.
           05  RCK-OUT-ISSUE-DATE    PIC 9(08).
           05  RCK-OUT-STATUS-DATE   PIC 9(08).
           05  RCK-OUT-ESCHEAT-YEAR  PIC 9(04).
       FD  CREDIT-ADJUSTMENTS
           Recording Mode F
           Data Record CRADJ-REC.
      *    See PMTREFND.  A re-credit moves CUSTCRED the other way
      *    from a refund, so it is written as a negative refund.
       01  CRADJ-REC.
           05  CRADJ-REFUND-CASH     PIC S9(13)V99 COMP-3.
       FD  CHECK-REGISTER
           Recording Mode F
           Data Record CHK-RPT-LINE.
       01  CHK-RPT-LINE              PIC X(132).
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
               DECLARE THING.CUSTCRED TABLE
                  ( CUSTID        CHAR(17)    NOT NULL,
                    CREDITAMT     DECIMAL     NOT NULL )
           END-EXEC.

      * Host variables

       01  CREDIT-INFO.
           05  CRED-CUSTOMER-ID      PIC X(17).
           05  CRED-BALANCE          PIC S9(13)V99 COMP-3.

      * Other working storage fields

       01  WS-File-Status.
           05  REFPEND-STATUS        PIC X(02).
               88  REFPEND-OK            VALUE '00'.
               88  REFPEND-EOF           VALUE '10'.
               88  REFPEND-NOTFOUND      VALUE '35'.
           05  CHKSTAT-STATUS        PIC X(02).
               88  CHKSTAT-OK            VALUE '00'.
               88  CHKSTAT-EOF           VALUE '10'.
               88  CHKSTAT-NOTFOUND      VALUE '35'.
           05  REFCHKIN-STATUS       PIC X(02).
               88  REFCHKIN-OK           VALUE '00'.
               88  REFCHKIN-EOF          VALUE '10'.
               88  REFCHKIN-NOTFOUND     VALUE '35'.
           05  REFCHKOT-STATUS       PIC X(02).
               88  REFCHKOT-OK           VALUE '00'.
           05  CREDADJ-STATUS        PIC X(02).
               88  CREDADJ-OK            VALUE '00'.
               88  CREDADJ-NOTFOUND      VALUE '35'.
           05  CHKREG-STATUS         PIC X(02).
               88  CHKREG-OK             VALUE '00'.
           05  PAYCTL-STATUS         PIC X(02).
               88  PAYCTL-OK             VALUE '00'.
               88  PAYCTL-NOTFOUND       VALUE '35'.
           05  RUNSTATS-STATUS       PIC X(02).
               88  RUNSTATS-OK           VALUE '00'.
               88  RUNSTATS-NOTFOUND     VALUE '35'.
       01  WS-Business-Date-Control.
           05  WS-Business-Date      PIC 9(08) VALUE 0.
           05  WS-Retention-Cutoff   PIC 9(08) VALUE 0.
       01  WS-Check-Table.
           05  WS-Check-Count        PIC 9(05) VALUE 0.
           05  WS-Check-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Check-Count
                   INDEXED BY WS-Check-Idx.
               10  WS-Chk-Customer-ID    PIC X(17).
               10  WS-Chk-Refund-Date    PIC X(08).
               10  WS-Chk-Refund-Amount  PIC 9(13)V9(02).
               10  WS-Chk-Check-Number   PIC X(10).
               10  WS-Chk-Status         PIC X.
                   88  WS-Chk-Pending        VALUE 'P'.
                   88  WS-Chk-Issued         VALUE 'I'.
                   88  WS-Chk-Outstanding    VALUE 'P' 'I'.
                   88  WS-Chk-Closed         VALUE 'C' 'V' 'S'.
                   88  WS-Chk-Escheated      VALUE 'E'.
               10  WS-Chk-Issue-Date     PIC 9(08).
               10  WS-Chk-Status-Date    PIC 9(08).
               10  WS-Chk-Escheat-Year   PIC 9(04).
       01  WS-Check-Work.
           05  WS-Check-Found        PIC X Value space.
               88  CHECK-ENTRY-FOUND     Value 'Y'.
           05  WS-Match-Customer-ID  PIC X(17).
           05  WS-Match-Refund-Date  PIC X(08).
           05  WS-Match-Amount       PIC 9(13)V9(02).
           05  WS-Action-Text        PIC X(30).
       01  WS-Register-Totals.
           05  WS-Pending-Read       PIC 9(09) VALUE 0.
           05  WS-Pending-Added      PIC 9(09) VALUE 0.
           05  WS-Pending-Added-Total PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Status-Read        PIC 9(09) VALUE 0.
           05  WS-Status-Applied     PIC 9(09) VALUE 0.
           05  WS-Status-Repeated    PIC 9(09) VALUE 0.
           05  WS-Reject-Count       PIC 9(09) VALUE 0.
           05  WS-Issued-Count       PIC 9(09) VALUE 0.
           05  WS-Cashed-Count       PIC 9(09) VALUE 0.
           05  WS-Cashed-Total       PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Recredit-Count     PIC 9(09) VALUE 0.
           05  WS-Recredit-Total     PIC S9(13)V99 COMP-3 Value 0.
           05  WS-Outstanding-Count  PIC 9(09) VALUE 0.
           05  WS-Outstanding-Total  PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Purged-Count       PIC 9(09) VALUE 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
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
           OPEN OUTPUT CHECK-REGISTER
           IF NOT CHKREG-OK
               STRING "Unexpected CHKREG file status on open "
                   DELIMITED BY SIZE
                   CHKREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM 1100-READ-PROCESS-CONTROL
           PERFORM 1200-LOAD-CHECK-LEDGER
           MOVE SPACES TO CHK-RPT-LINE
           STRING "PMTCHKST REFUND CHECK STATUS REGISTER  RUN DATE "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE SPACES TO CHK-RPT-LINE
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
                       IF CTL-RETENTION-CUTOFF NUMERIC
                           MOVE CTL-RETENTION-CUTOFF
                             TO WS-Retention-Cutoff
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
       1200-LOAD-CHECK-LEDGER.
      *    REFCHKIN is the prior run's REFCHKOT.  It does not exist
      *    the first time this runs.  A full table is fatal: dropping
      *    a refund here would lose track of a check.
           OPEN INPUT CHECK-LEDGER-IN
           EVALUATE TRUE
               WHEN REFCHKIN-OK
                   READ CHECK-LEDGER-IN
                   PERFORM WITH TEST BEFORE
                           UNTIL REFCHKIN-EOF
                       PERFORM 1250-ADD-TABLE-ENTRY
                       SET WS-Check-Idx TO WS-Check-Count
                       MOVE RCK-IN-CUSTOMER-ID
                         TO WS-Chk-Customer-ID(WS-Check-Idx)
                       MOVE RCK-IN-REFUND-DATE
                         TO WS-Chk-Refund-Date(WS-Check-Idx)
                       MOVE RCK-IN-REFUND-AMOUNT
                         TO WS-Chk-Refund-Amount(WS-Check-Idx)
                       MOVE RCK-IN-CHECK-NUMBER
                         TO WS-Chk-Check-Number(WS-Check-Idx)
                       MOVE RCK-IN-STATUS
                         TO WS-Chk-Status(WS-Check-Idx)
                       MOVE RCK-IN-ISSUE-DATE
                         TO WS-Chk-Issue-Date(WS-Check-Idx)
                       MOVE RCK-IN-STATUS-DATE
                         TO WS-Chk-Status-Date(WS-Check-Idx)
                       MOVE RCK-IN-ESCHEAT-YEAR
                         TO WS-Chk-Escheat-Year(WS-Check-Idx)
                       READ CHECK-LEDGER-IN
                   END-PERFORM
                   CLOSE CHECK-LEDGER-IN
               WHEN REFCHKIN-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected REFCHKIN file status on open "
                       DELIMITED BY SIZE
                       REFCHKIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1250-ADD-TABLE-ENTRY.
           IF WS-Check-Count NOT LESS THAN 20000
               MOVE 'Refund check ledger table is full'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Check-Count
           .
       2000-Process.
           PERFORM 2100-TAKE-IN-REFUNDS
           PERFORM 2300-APPLY-CHECK-STATUSES
           .
       2100-TAKE-IN-REFUNDS.
      *    No REFPEND just means no refund run since the last time.
           OPEN INPUT REFUND-PENDING
           EVALUATE TRUE
               WHEN REFPEND-OK
                   READ REFUND-PENDING
                   PERFORM WITH TEST BEFORE
                           UNTIL REFPEND-EOF
                       ADD 1 TO WS-Pending-Read
                       PERFORM 2150-TAKE-IN-ONE-REFUND
                       READ REFUND-PENDING
                   END-PERFORM
                   CLOSE REFUND-PENDING
               WHEN REFPEND-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected REFPEND file status on open "
                       DELIMITED BY SIZE
                       REFPEND-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2150-TAKE-IN-ONE-REFUND.
      *    A refund already on the ledger is a rerun after REFPEND
      *    was taken in but not yet dropped; it is not added twice.
           MOVE RFP-CUSTOMER-ID   TO WS-Match-Customer-ID
           MOVE RFP-BUSINESS-DATE TO WS-Match-Refund-Date
           MOVE RFP-REFUND-AMOUNT TO WS-Match-Amount
           PERFORM 2500-FIND-CHECK-ENTRY
           IF CHECK-ENTRY-FOUND
               MOVE "REFUND ALREADY ON LEDGER" TO WS-Action-Text
           ELSE
               PERFORM 1250-ADD-TABLE-ENTRY
               SET WS-Check-Idx TO WS-Check-Count
               MOVE RFP-CUSTOMER-ID
                 TO WS-Chk-Customer-ID(WS-Check-Idx)
               MOVE RFP-BUSINESS-DATE
                 TO WS-Chk-Refund-Date(WS-Check-Idx)
               MOVE RFP-REFUND-AMOUNT
                 TO WS-Chk-Refund-Amount(WS-Check-Idx)
               MOVE SPACES TO WS-Chk-Check-Number(WS-Check-Idx)
               MOVE 'P'    TO WS-Chk-Status(WS-Check-Idx)
               MOVE ZERO   TO WS-Chk-Issue-Date(WS-Check-Idx)
               MOVE WS-Business-Date
                 TO WS-Chk-Status-Date(WS-Check-Idx)
               MOVE ZERO   TO WS-Chk-Escheat-Year(WS-Check-Idx)
               ADD 1 TO WS-Pending-Added
               ADD RFP-REFUND-AMOUNT TO WS-Pending-Added-Total
               MOVE "REFUND TAKEN ON AS PENDING" TO WS-Action-Text
           END-IF
           MOVE RFP-REFUND-AMOUNT TO WS-Amount-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING RFP-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RFP-BUSINESS-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   WS-Action-Text DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2300-APPLY-CHECK-STATUSES.
      *    No CHKSTAT just means accounts payable sent nothing.
           OPEN INPUT CHECK-STATUS
           EVALUATE TRUE
               WHEN CHKSTAT-OK
                   READ CHECK-STATUS
                   PERFORM WITH TEST BEFORE
                           UNTIL CHKSTAT-EOF
                       ADD 1 TO WS-Status-Read
                       PERFORM 2350-APPLY-ONE-STATUS
                       READ CHECK-STATUS
                   END-PERFORM
                   CLOSE CHECK-STATUS
               WHEN CHKSTAT-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected CHKSTAT file status on open "
                       DELIMITED BY SIZE
                       CHKSTAT-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       2350-APPLY-ONE-STATUS.
           MOVE CKS-CUSTOMER-ID   TO WS-Match-Customer-ID
           MOVE CKS-REFUND-DATE   TO WS-Match-Refund-Date
           MOVE CKS-REFUND-AMOUNT TO WS-Match-Amount
           PERFORM 2500-FIND-CHECK-ENTRY
           EVALUATE TRUE
               WHEN NOT CKS-VALID-STATUS
                   MOVE "REJECTED - STATUS NOT I, C, V, OR S"
                     TO WS-Action-Text
                   ADD 1 TO WS-Reject-Count
               WHEN NOT CHECK-ENTRY-FOUND
                   MOVE "REJECTED - REFUND NOT ON LEDGER"
                     TO WS-Action-Text
                   ADD 1 TO WS-Reject-Count
               WHEN CKS-STATUS EQUAL WS-Chk-Status(WS-Check-Idx)
                   MOVE "STATUS ALREADY RECORDED"
                     TO WS-Action-Text
                   ADD 1 TO WS-Status-Repeated
               WHEN WS-Chk-Escheated(WS-Check-Idx)
                   MOVE "REJECTED - REPORTED UNCLAIMED"
                     TO WS-Action-Text
                   ADD 1 TO WS-Reject-Count
               WHEN WS-Chk-Closed(WS-Check-Idx)
                   MOVE "REJECTED - CHECK ALREADY CLOSED"
                     TO WS-Action-Text
                   ADD 1 TO WS-Reject-Count
               WHEN CKS-ISSUED
                   MOVE CKS-CHECK-NUMBER
                     TO WS-Chk-Check-Number(WS-Check-Idx)
                   MOVE CKS-STATUS-DATE
                     TO WS-Chk-Issue-Date(WS-Check-Idx)
                   PERFORM 2400-RECORD-STATUS
                   ADD 1 TO WS-Issued-Count
                   MOVE "CHECK ISSUED" TO WS-Action-Text
               WHEN CKS-CASHED
                   PERFORM 2400-RECORD-STATUS
                   ADD 1 TO WS-Cashed-Count
                   ADD CKS-REFUND-AMOUNT TO WS-Cashed-Total
                   MOVE "CHECK CASHED" TO WS-Action-Text
               WHEN OTHER
                   PERFORM 2450-RECREDIT-REFUND
                   PERFORM 2400-RECORD-STATUS
                   ADD 1 TO WS-Recredit-Count
                   ADD CKS-REFUND-AMOUNT TO WS-Recredit-Total
                   IF CKS-VOIDED
                       MOVE "VOIDED - RE-CREDITED" TO WS-Action-Text
                   ELSE
                       MOVE "STALE-DATED - RE-CREDITED"
                         TO WS-Action-Text
                   END-IF
           END-EVALUATE
           MOVE CKS-REFUND-AMOUNT TO WS-Amount-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING CKS-CUSTOMER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CKS-REFUND-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CKS-CHECK-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Action-Text DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           .
       2400-RECORD-STATUS.
           ADD 1 TO WS-Status-Applied
           MOVE CKS-STATUS TO WS-Chk-Status(WS-Check-Idx)
           MOVE CKS-STATUS-DATE TO WS-Chk-Status-Date(WS-Check-Idx)
           IF CKS-CHECK-NUMBER NOT EQUAL SPACES
               MOVE CKS-CHECK-NUMBER
                 TO WS-Chk-Check-Number(WS-Check-Idx)
           END-IF
           .
       2450-RECREDIT-REFUND.
      *    The check will never be paid, so the customer still has
      *    the money coming: back onto their credit balance.
           MOVE CKS-CUSTOMER-ID TO CRED-CUSTOMER-ID
           EXEC SQL
               SELECT CREDITAMT
                   INTO :CRED-BALANCE
               FROM THING.CUSTCRED
               WHERE CUSTID = :CRED-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   ADD CKS-REFUND-AMOUNT TO CRED-BALANCE
                   EXEC SQL
                       UPDATE THING.CUSTCRED
                           SET CREDITAMT = :CRED-BALANCE
                       WHERE CUSTID = :CRED-CUSTOMER-ID
                   END-EXEC
               WHEN SQLCODE EQUAL 100
                   MOVE CKS-REFUND-AMOUNT TO CRED-BALANCE
                   EXEC SQL
                       INSERT INTO THING.CUSTCRED
                           ( CUSTID, CREDITAMT )
                       VALUES ( :CRED-CUSTOMER-ID,
                                :CRED-BALANCE )
                   END-EXEC
           END-EVALUATE
           IF SQLCODE NOT EQUAL ZERO
               MOVE SQLCODE TO WS-SQLCODE-Display
               STRING "Unexpected SQLCODE " DELIMITED BY SIZE
                       WS-SQLCODE-Display DELIMITED BY SIZE
                       " re-crediting customer " DELIMITED BY SIZE
                       CRED-CUSTOMER-ID DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       2500-FIND-CHECK-ENTRY.
           MOVE SPACE TO WS-Check-Found
           IF WS-Check-Count GREATER ZERO
               SET WS-Check-Idx TO 1
               SEARCH WS-Check-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Chk-Customer-ID(WS-Check-Idx)
                           EQUAL WS-Match-Customer-ID
                        AND WS-Chk-Refund-Date(WS-Check-Idx)
                           EQUAL WS-Match-Refund-Date
                        AND WS-Chk-Refund-Amount(WS-Check-Idx)
                           EQUAL WS-Match-Amount
                       SET CHECK-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       2900-WRITE-REGISTER-LINE.
           WRITE CHK-RPT-LINE
           IF NOT CHKREG-OK
               STRING "Unexpected CHKREG file status on write "
                   DELIMITED BY SIZE
                   CHKREG-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       3000-Housekeeping.
           PERFORM 3050-WRITE-CHECK-LEDGER
           PERFORM 3100-WRITE-CREDIT-ADJUSTMENT
           EXEC SQL
               COMMIT
           END-EXEC
           MOVE SPACES TO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Pending-Added TO WS-Count-Formatted
           MOVE WS-Pending-Added-Total TO WS-Amount-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING "REFUNDS TAKEN ON:         " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Issued-Count TO WS-Count-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING "CHECKS ISSUED:            " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Cashed-Count TO WS-Count-Formatted
           MOVE WS-Cashed-Total TO WS-Amount-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING "CHECKS CASHED:            " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Recredit-Count TO WS-Count-Formatted
           MOVE WS-Recredit-Total TO WS-Amount-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING "VOID/STALE RE-CREDITED:   " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Status-Repeated TO WS-Count-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING "STATUSES ALREADY ON FILE: " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Reject-Count TO WS-Count-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING "STATUSES REJECTED:        " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           MOVE WS-Outstanding-Count TO WS-Count-Formatted
           MOVE WS-Outstanding-Total TO WS-Amount-Formatted
           MOVE SPACES TO CHK-RPT-LINE
           STRING "REFUNDS STILL UNCASHED:   " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO CHK-RPT-LINE
           PERFORM 2900-WRITE-REGISTER-LINE
           Close CHECK-REGISTER
           PERFORM 3200-WRITE-RUN-STATISTICS
           .
       3050-WRITE-CHECK-LEDGER.
           OPEN OUTPUT CHECK-LEDGER-OUT
           IF NOT REFCHKOT-OK
               STRING "Unexpected REFCHKOT file status on open "
                   DELIMITED BY SIZE
                   REFCHKOT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                   UNTIL WS-Check-Idx GREATER WS-Check-Count
               PERFORM 3060-WRITE-CHECK-REC
           END-PERFORM
           Close CHECK-LEDGER-OUT
           .
       3060-WRITE-CHECK-REC.
      *    Closed refunds past the retention cutoff drop off here.
           IF WS-Chk-Closed(WS-Check-Idx)
                   AND WS-Chk-Status-Date(WS-Check-Idx)
                       LESS WS-Retention-Cutoff
               ADD 1 TO WS-Purged-Count
           ELSE
               IF WS-Chk-Outstanding(WS-Check-Idx)
                   ADD 1 TO WS-Outstanding-Count
                   ADD WS-Chk-Refund-Amount(WS-Check-Idx)
                     TO WS-Outstanding-Total
               END-IF
               MOVE WS-Chk-Customer-ID(WS-Check-Idx)
                 TO RCK-OUT-CUSTOMER-ID
               MOVE WS-Chk-Refund-Date(WS-Check-Idx)
                 TO RCK-OUT-REFUND-DATE
               MOVE WS-Chk-Refund-Amount(WS-Check-Idx)
                 TO RCK-OUT-REFUND-AMOUNT
               MOVE WS-Chk-Check-Number(WS-Check-Idx)
                 TO RCK-OUT-CHECK-NUMBER
               MOVE WS-Chk-Status(WS-Check-Idx)
                 TO RCK-OUT-STATUS
               MOVE WS-Chk-Issue-Date(WS-Check-Idx)
                 TO RCK-OUT-ISSUE-DATE
               MOVE WS-Chk-Status-Date(WS-Check-Idx)
                 TO RCK-OUT-STATUS-DATE
               MOVE WS-Chk-Escheat-Year(WS-Check-Idx)
                 TO RCK-OUT-ESCHEAT-YEAR
               WRITE RCK-OUT-REC
               IF NOT REFCHKOT-OK
                   STRING "Unexpected REFCHKOT file status on write "
                       DELIMITED BY SIZE
                       REFCHKOT-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
           END-IF
           .
       3100-WRITE-CREDIT-ADJUSTMENT.
      *    Without this record the next PMTRECON would see the
      *    credit total rise with no matching AMTPAID movement.
           IF WS-Recredit-Total NOT EQUAL ZERO
               OPEN EXTEND CREDIT-ADJUSTMENTS
               IF CREDADJ-NOTFOUND
                   OPEN OUTPUT CREDIT-ADJUSTMENTS
               END-IF
               IF NOT CREDADJ-OK
                   STRING "Unexpected CREDADJ status on open "
                       DELIMITED BY SIZE
                       CREDADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               COMPUTE CRADJ-REFUND-CASH = ZERO - WS-Recredit-Total
               WRITE CRADJ-REC
               IF NOT CREDADJ-OK
                   STRING "Unexpected CREDADJ status on write "
                       DELIMITED BY SIZE
                       CREDADJ-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               CLOSE CREDIT-ADJUSTMENTS
           END-IF
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
           MOVE 'PMTCHKST' TO RS-PROGRAM
           MOVE WS-Business-Date  TO RS-BUSINESS-DATE
           MOVE WS-Status-Read    TO RS-RECORDS-READ
           MOVE WS-Status-Applied TO RS-RECORDS-GOOD
           MOVE WS-Reject-Count   TO RS-RECORDS-REJECTED
           MOVE WS-Recredit-Total TO RS-AMOUNT-TOTAL
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
