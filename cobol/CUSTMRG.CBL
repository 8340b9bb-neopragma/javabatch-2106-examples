       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMRG.
      *****************************************************************
      * Second half of a CUSTMNT customer merge.  CUSTMNT moves the
      * database side -- invoices, CUSTCRED, the merge redirect --
      * and logs each merge it applied on MRGLOG.  This run moves
      * the file-based stores the same way, from the losing ID to
      * the survivor:
      *   PAYHIST   re-keyed in place, a write under the survivor
      *             and then a delete of the old key; a record the
      *             survivor already has under the same key is left
      *             where it is and listed
      *   suspense  SUSPIN copied to SUSPOUT with the ID replaced
      *   plans     PLANIN copied to PLANOUT the same way
      *   dunning   DUNHSTIN copied to DUNHSTOT; where both had a
      *             notice level the higher (later on a tie) stands,
      *             since PMTDUN keeps one level per customer
      *   disputes  DSPIN copied to DSPOUT with the ID replaced, so
      *             the DSPMNT register follows the invoices
      *   unapplied UCAIN copied to UCAOUT; both the customer the
      *             cash arrived under and any customer it was
      *             resolved to are replaced
      * The job stream rolls the five copies forward.  MRGFRPT
      * proves every store: what was read is what was written, with
      * the records and cash that moved.  A store that does not
      * prove sets RC 8 and the copies are not rolled; a PAYHIST
      * record that could not move sets RC 4.  An empty merge log
      * copies the files through unchanged.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-LOG
               ASSIGN TO "MRGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRGLOG-STATUS.
           SELECT PAYMENT-HISTORY
               ASSIGN TO "PAYHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PH-KEY
               FILE STATUS IS PAYHIST-STATUS.
           SELECT SUSPENSE-IN
               ASSIGN TO "SUSPIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSPIN-STATUS.
           SELECT SUSPENSE-OUT
               ASSIGN TO "SUSPOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSPOUT-STATUS.
           SELECT PLANS-IN
               ASSIGN TO "PLANIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLANIN-STATUS.
           SELECT PLANS-OUT
               ASSIGN TO "PLANOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLANOUT-STATUS.
           SELECT DUNNING-HISTORY-IN
               ASSIGN TO "DUNHSTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DUNHSTIN-STATUS.
           SELECT DUNNING-HISTORY-OUT
               ASSIGN TO "DUNHSTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DUNHSTOT-STATUS.
           SELECT DISPUTES-IN
               ASSIGN TO "DSPIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DSPIN-STATUS.
           SELECT DISPUTES-OUT
               ASSIGN TO "DSPOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DSPOUT-STATUS.
           SELECT UNAPPLIED-CASH-IN
               ASSIGN TO "UCAIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UCAIN-STATUS.
           SELECT UNAPPLIED-CASH-OUT
               ASSIGN TO "UCAOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UCAOUT-STATUS.
           SELECT MERGE-FILE-REPORT
               ASSIGN TO "MRGFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRGFRPT-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO "PAYCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAYCTL-STATUS.
           SELECT RUN-STATISTICS
               ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNSTATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The merges CUSTMNT applied this run.
       FD  MERGE-LOG
           DATA RECORD IS MRGLOG-REC.
       01  MRGLOG-REC.
           05  MLOG-LOSING-ID        PIC X(17).
           05  MLOG-SURVIVOR-ID      PIC X(17).
           05  MLOG-MERGE-DATE       PIC X(08).
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
           05  PH-ERROR-CODE            PIC X.
           05  PH-RUN-DATE              PIC X(08).
           05  PH-TRACE-NUMBER          PIC X(20).
       FD  SUSPENSE-IN
           Recording Mode F
           Data Record SUSP-IN-REC.
       01  SUSP-IN-REC.
           05  SUSP-IN-CUSTOMER-ID      PIC X(17).
           05  SUSP-IN-INVOICE-NUMBER   PIC X(13).
           05  SUSP-IN-DATE-DUE         PIC X(08).
           05  SUSP-IN-DATE-PAID        PIC X(08).
           05  SUSP-IN-AMOUNT-PAID      PIC 9(16)V9(02).
           05  SUSP-IN-TAX-PAID         PIC 9(07)V9(02).
           05  SUSP-IN-ORIG-CURRENCY    PIC X(03).
           05  SUSP-IN-ORIG-AMOUNT      PIC 9(16)V9(02).
           05  SUSP-IN-EXCH-RATE        PIC 9(03)V9(06).
           05  SUSP-IN-NIGHTS-HELD      PIC 9(03).
           05  SUSP-IN-TRACE-NUMBER     PIC X(20).
       FD  SUSPENSE-OUT
           Recording Mode F
           Data Record SUSP-OUT-REC.
       01  SUSP-OUT-REC                 PIC X(126).
       FD  PLANS-IN
           Recording Mode F
           Data Record PLAN-REC.
       01  PLAN-REC.
           05  PLAN-CUSTOMER-ID      PIC X(17).
           05  PLAN-INVOICE-NUMBER   PIC X(13).
           05  PLAN-SCHED-DATE       PIC 9(08).
           05  PLAN-SCHED-AMOUNT     PIC 9(13)V9(02).
       FD  PLANS-OUT
           Recording Mode F
           Data Record PLAN-OUT-REC.
       01  PLAN-OUT-REC                 PIC X(53).
       FD  DUNNING-HISTORY-IN
           Recording Mode F
           Data Record DH-IN-REC.
       01  DH-IN-REC.
           05  DH-IN-CUSTOMER-ID     PIC X(17).
           05  DH-IN-LEVEL           PIC 9(01).
           05  DH-IN-LEVEL-DATE      PIC 9(08).
       FD  DUNNING-HISTORY-OUT
           Recording Mode F
           Data Record DH-OUT-REC.
       01  DH-OUT-REC.
           05  DH-OUT-CUSTOMER-ID    PIC X(17).
           05  DH-OUT-LEVEL          PIC 9(01).
           05  DH-OUT-LEVEL-DATE     PIC 9(08).
      * The DSPMNT dispute register.
       FD  DISPUTES-IN
           Recording Mode F
           Data Record DSP-IN-REC.
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
       FD  DISPUTES-OUT
           Recording Mode F
           Data Record DSP-OUT-REC.
       01  DSP-OUT-REC                  PIC X(127).
      * The unapplied-cash ledger (see UCAINTK).
       FD  UNAPPLIED-CASH-IN
           Recording Mode F
           Data Record UCA-IN-REC.
       01  UCA-IN-REC.
           05  UCA-IN-ITEM-NUMBER    PIC 9(09).
           05  UCA-IN-SOURCE         PIC X.
           05  UCA-IN-REJECT-CODE    PIC X.
           05  UCA-IN-CUSTOMER-ID    PIC X(17).
           05  UCA-IN-INVOICE-NUMBER PIC X(13).
           05  UCA-IN-DATE-PAID      PIC X(08).
           05  UCA-IN-AMOUNT         PIC 9(16)V9(02).
           05  UCA-IN-TAX-PAID       PIC 9(07)V9(02).
           05  UCA-IN-TRACE-NUMBER   PIC X(20).
           05  UCA-IN-INTAKE-DATE    PIC 9(08).
           05  UCA-IN-STATUS         PIC X.
           05  UCA-IN-RESOLVE-DATE   PIC 9(08).
           05  UCA-IN-RESOLVE-CUSTOMER PIC X(17).
           05  UCA-IN-RESOLVE-INVOICE PIC X(13).
           05  UCA-IN-NOTE           PIC X(40).
       FD  UNAPPLIED-CASH-OUT
           Recording Mode F
           Data Record UCA-OUT-REC.
       01  UCA-OUT-REC                  PIC X(183).
       FD  MERGE-FILE-REPORT
           DATA RECORD IS MRGFRPT-LINE.
       01  MRGFRPT-LINE                PIC X(132).
       FD  PROCESS-CONTROL
           DATA RECORD IS CTL-REC.
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
       01  FILLER.
           05  MRGLOG-STATUS         PIC XX.
               88  MRGLOG-OK         VALUE '00'.
               88  MRGLOG-EOF        VALUE '10'.
               88  MRGLOG-NOTFOUND   VALUE '35'.
           05  PAYHIST-STATUS        PIC XX.
               88  PAYHIST-OK        VALUE '00'.
               88  PAYHIST-EOF       VALUE '10'.
               88  PAYHIST-DUPKEY    VALUE '22'.
               88  PAYHIST-NOREC     VALUE '23'.
               88  PAYHIST-NOTFOUND  VALUE '35'.
           05  SUSPIN-STATUS         PIC XX.
               88  SUSPIN-OK         VALUE '00'.
               88  SUSPIN-EOF        VALUE '10'.
               88  SUSPIN-NOTFOUND   VALUE '35'.
           05  SUSPOUT-STATUS        PIC XX.
               88  SUSPOUT-OK        VALUE '00'.
           05  PLANIN-STATUS         PIC XX.
               88  PLANIN-OK         VALUE '00'.
               88  PLANIN-EOF        VALUE '10'.
               88  PLANIN-NOTFOUND   VALUE '35'.
           05  PLANOUT-STATUS        PIC XX.
               88  PLANOUT-OK        VALUE '00'.
           05  DUNHSTIN-STATUS       PIC XX.
               88  DUNHSTIN-OK       VALUE '00'.
               88  DUNHSTIN-EOF      VALUE '10'.
               88  DUNHSTIN-NOTFOUND VALUE '35'.
           05  DUNHSTOT-STATUS       PIC XX.
               88  DUNHSTOT-OK       VALUE '00'.
           05  DSPIN-STATUS          PIC XX.
               88  DSPIN-OK          VALUE '00'.
               88  DSPIN-EOF         VALUE '10'.
               88  DSPIN-NOTFOUND    VALUE '35'.
           05  DSPOUT-STATUS         PIC XX.
               88  DSPOUT-OK         VALUE '00'.
           05  UCAIN-STATUS          PIC XX.
               88  UCAIN-OK          VALUE '00'.
               88  UCAIN-EOF         VALUE '10'.
               88  UCAIN-NOTFOUND    VALUE '35'.
           05  UCAOUT-STATUS         PIC XX.
               88  UCAOUT-OK         VALUE '00'.
           05  MRGFRPT-STATUS        PIC XX.
               88  MRGFRPT-OK        VALUE '00'.
           05  PAYCTL-STATUS         PIC XX.
               88  PAYCTL-OK         VALUE '00'.
               88  PAYCTL-NOTFOUND   VALUE '35'.
           05  RUNSTATS-STATUS       PIC XX.
               88  RUNSTATS-OK       VALUE '00'.
               88  RUNSTATS-NOTFOUND VALUE '35'.
           05  WS-ERROR-MESSAGE   PIC X(50).
       01  WS-BUSINESS-DATE-CONTROL.
           05  WS-BUSINESS-DATE      PIC 9(08) VALUE 0.
       01  WS-Merge-Table.
           05  WS-Merge-Count        PIC 9(04) VALUE 0.
           05  WS-Merge-Entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-Merge-Count
                   INDEXED BY WS-Merge-Idx.
               10  WS-Merge-Losing-ID    PIC X(17).
               10  WS-Merge-Survivor-ID  PIC X(17).
       01  WS-Merge-Lookup.
           05  WS-Lookup-ID          PIC X(17).
           05  WS-Lookup-Survivor-ID PIC X(17).
           05  WS-Lookup-Found       PIC X VALUE SPACE.
               88  LOOKUP-MERGED         VALUE 'Y'.
      * PAYHIST re-key work.
       01  WS-History-Control.
           05  WS-History-Save       PIC X(95).
           05  WS-History-Done       PIC X VALUE SPACE.
               88  HISTORY-DONE          VALUE 'Y'.
           05  WS-Hist-Moved-Count   PIC 9(09) VALUE 0.
           05  WS-Hist-Moved-Cash    PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Hist-Kept-Count    PIC 9(09) VALUE 0.
           05  WS-Hist-Kept-Cash     PIC S9(15)V99 COMP-3 VALUE 0.
      * Copy totals for the sequential stores.
       01  WS-Copy-Totals.
           05  WS-Susp-Read-Count    PIC 9(09) VALUE 0.
           05  WS-Susp-Read-Cash     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Susp-Moved-Count   PIC 9(09) VALUE 0.
           05  WS-Susp-Moved-Cash    PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Susp-Written-Count PIC 9(09) VALUE 0.
           05  WS-Susp-Written-Cash  PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Plan-Read-Count    PIC 9(09) VALUE 0.
           05  WS-Plan-Read-Cash     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Plan-Moved-Count   PIC 9(09) VALUE 0.
           05  WS-Plan-Moved-Cash    PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Plan-Written-Count PIC 9(09) VALUE 0.
           05  WS-Plan-Written-Cash  PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Dun-Read-Count     PIC 9(09) VALUE 0.
           05  WS-Dun-Moved-Count    PIC 9(09) VALUE 0.
           05  WS-Dun-Dropped-Count  PIC 9(09) VALUE 0.
           05  WS-Dun-Written-Count  PIC 9(09) VALUE 0.
           05  WS-Dsp-Read-Count     PIC 9(09) VALUE 0.
           05  WS-Dsp-Read-Cash      PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Dsp-Moved-Count    PIC 9(09) VALUE 0.
           05  WS-Dsp-Moved-Cash     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Dsp-Written-Count  PIC 9(09) VALUE 0.
           05  WS-Dsp-Written-Cash   PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Uca-Read-Count     PIC 9(09) VALUE 0.
           05  WS-Uca-Read-Cash      PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Uca-Moved-Count    PIC 9(09) VALUE 0.
           05  WS-Uca-Moved-Cash     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Uca-Written-Count  PIC 9(09) VALUE 0.
           05  WS-Uca-Written-Cash   PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-Uca-Item-Moved     PIC X VALUE SPACE.
               88  UCA-ITEM-MOVED        VALUE 'Y'.
      * Dunning history is consolidated in storage: PMTDUN carries
      * one level per customer, so a merged customer keeps one.
       01  WS-Dunning-Table.
           05  WS-Dun-Count          PIC 9(05) VALUE 0.
           05  WS-Dun-Entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-Dun-Count
                   INDEXED BY WS-Dun-Idx WS-Dun-Other-Idx.
               10  WS-Dun-Customer-ID    PIC X(17).
               10  WS-Dun-Level          PIC 9(01).
               10  WS-Dun-Level-Date     PIC 9(08).
               10  WS-Dun-State          PIC X(01).
                   88  DUN-ENTRY-MOVED       VALUE 'M'.
                   88  DUN-ENTRY-DROPPED     VALUE 'D'.
       01  WS-Proof-Control.
           05  WS-Proof-Broken       PIC X VALUE SPACE.
               88  PROOF-BROKEN          VALUE 'Y'.
       01  WS-Print-Work.
           05  WS-Count-Formatted    PIC ZZZ,ZZZ,ZZ9.
           05  WS-Amount-Formatted   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Print-Label        PIC X(10).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-MOVE-PAYMENT-HISTORY
           PERFORM 4000-MOVE-SUSPENSE
           PERFORM 5000-MOVE-PAYMENT-PLANS
           PERFORM 6000-MOVE-DUNNING-HISTORY
           PERFORM 7000-MOVE-DISPUTES
           PERFORM 8100-MOVE-UNAPPLIED-CASH
           PERFORM 8000-HOUSEKEEPING
           GOBACK
           .
       1000-INITIALIZE.
           OPEN OUTPUT MERGE-FILE-REPORT
           IF NOT MRGFRPT-OK
               STRING "Unexpected MRGFRPT file status on open "
                   DELIMITED BY SIZE
                   MRGFRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           PERFORM 1200-READ-PROCESS-CONTROL
           MOVE SPACES TO MRGFRPT-LINE
           STRING "CUSTMRG CUSTOMER MERGE - FILE STORES  RUN DATE "
                   DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE SPACES TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           PERFORM 2000-LOAD-MERGE-LOG
           .
       1200-READ-PROCESS-CONTROL.
           OPEN INPUT PROCESS-CONTROL
           EVALUATE TRUE
               WHEN PAYCTL-OK
                   READ PROCESS-CONTROL
                   IF PAYCTL-OK
                       IF CTL-BUSINESS-DATE GREATER ZERO
                           MOVE CTL-BUSINESS-DATE
                             TO WS-BUSINESS-DATE
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
       1950-WRITE-REPORT-LINE.
           WRITE MRGFRPT-LINE
           IF NOT MRGFRPT-OK
               STRING "Unexpected MRGFRPT file status on write "
                   DELIMITED BY SIZE
                   MRGFRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       2000-LOAD-MERGE-LOG.
      *    Every merge must be carried -- a merge left out would
      *    strand its history under an ID that no longer exists.
           OPEN INPUT MERGE-LOG
           EVALUATE TRUE
               WHEN MRGLOG-OK
                   READ MERGE-LOG
                   PERFORM WITH TEST BEFORE
                           UNTIL MRGLOG-EOF
                       PERFORM 2100-TAKE-MERGE
                       READ MERGE-LOG
                   END-PERFORM
                   CLOSE MERGE-LOG
               WHEN MRGLOG-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected MRGLOG file status on open "
                       DELIMITED BY SIZE
                       MRGLOG-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF WS-Merge-Count EQUAL ZERO
               MOVE "NO MERGES THIS RUN - FILES COPIED THROUGH"
                 TO MRGFRPT-LINE
               PERFORM 1950-WRITE-REPORT-LINE
               MOVE SPACES TO MRGFRPT-LINE
               PERFORM 1950-WRITE-REPORT-LINE
           END-IF
           .
       2100-TAKE-MERGE.
           IF WS-Merge-Count NOT LESS THAN 500
               MOVE "More than 500 merges on the merge log"
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Merge-Count
           SET WS-Merge-Idx TO WS-Merge-Count
           MOVE MLOG-LOSING-ID   TO WS-Merge-Losing-ID(WS-Merge-Idx)
           MOVE MLOG-SURVIVOR-ID
             TO WS-Merge-Survivor-ID(WS-Merge-Idx)
           MOVE SPACES TO MRGFRPT-LINE
           STRING "MERGE " DELIMITED BY SIZE
                   MLOG-LOSING-ID DELIMITED BY SIZE
                   " INTO " DELIMITED BY SIZE
                   MLOG-SURVIVOR-ID DELIMITED BY SIZE
                   "  MERGED " DELIMITED BY SIZE
                   MLOG-MERGE-DATE DELIMITED BY SIZE
             INTO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           .
       2900-FIND-MERGE.
      *    Is WS-Lookup-ID a customer merged away this run?
           MOVE SPACE TO WS-Lookup-Found
           IF WS-Merge-Count GREATER ZERO
               SET WS-Merge-Idx TO 1
               SEARCH WS-Merge-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Merge-Losing-ID(WS-Merge-Idx)
                           EQUAL WS-Lookup-ID
                       SET LOOKUP-MERGED TO TRUE
                       MOVE WS-Merge-Survivor-ID(WS-Merge-Idx)
                         TO WS-Lookup-Survivor-ID
               END-SEARCH
           END-IF
           .

       3000-MOVE-PAYMENT-HISTORY.
      *    The keyed master is only opened when there is something
      *    to move; it is updated in place, never copied.
           IF WS-Merge-Count GREATER ZERO
               OPEN I-O PAYMENT-HISTORY
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
               PERFORM VARYING WS-Merge-Idx FROM 1 BY 1
                       UNTIL WS-Merge-Idx GREATER WS-Merge-Count
                   PERFORM 3100-MOVE-CUSTOMER-HISTORY
               END-PERFORM
               CLOSE PAYMENT-HISTORY
           END-IF
           MOVE SPACES TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "PAYMENT HISTORY (PAYHIST)" TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "MOVED" TO WS-Print-Label
           MOVE WS-Hist-Moved-Count TO WS-Count-Formatted
           MOVE WS-Hist-Moved-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "NOT MOVED" TO WS-Print-Label
           MOVE WS-Hist-Kept-Count TO WS-Count-Formatted
           MOVE WS-Hist-Kept-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           .
       3100-MOVE-CUSTOMER-HISTORY.
      *    All of one customer's history sits together under the
      *    leading customer ID of the key.
           MOVE LOW-VALUES TO PH-KEY
           MOVE WS-Merge-Losing-ID(WS-Merge-Idx) TO PH-CUSTOMER-ID
           MOVE SPACE TO WS-History-Done
           START PAYMENT-HISTORY KEY NOT LESS THAN PH-KEY
           PERFORM 3110-CHECK-HISTORY-START
           IF NOT HISTORY-DONE
               PERFORM 3120-READ-NEXT-HISTORY
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL HISTORY-DONE
               PERFORM 3130-REKEY-HISTORY-REC
      *        The write and delete lose the read position; pick up
      *        again just past the record that was handled.
               MOVE WS-History-Save TO PH-REC
               START PAYMENT-HISTORY KEY GREATER THAN PH-KEY
               PERFORM 3110-CHECK-HISTORY-START
               IF NOT HISTORY-DONE
                   PERFORM 3120-READ-NEXT-HISTORY
               END-IF
           END-PERFORM
           .
       3110-CHECK-HISTORY-START.
           EVALUATE TRUE
               WHEN PAYHIST-OK
                   CONTINUE
               WHEN PAYHIST-NOREC
                   SET HISTORY-DONE TO TRUE
               WHEN OTHER
                   STRING "Unexpected PAYHIST file status on start "
                       DELIMITED BY SIZE
                       PAYHIST-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       3120-READ-NEXT-HISTORY.
           READ PAYMENT-HISTORY NEXT
           EVALUATE TRUE
               WHEN PAYHIST-OK
                   IF PH-CUSTOMER-ID NOT EQUAL
                           WS-Merge-Losing-ID(WS-Merge-Idx)
                       SET HISTORY-DONE TO TRUE
                   END-IF
               WHEN PAYHIST-EOF
                   SET HISTORY-DONE TO TRUE
               WHEN OTHER
                   STRING "Unexpected PAYHIST file status on read "
                       DELIMITED BY SIZE
                       PAYHIST-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       3130-REKEY-HISTORY-REC.
      *    The record goes in under the survivor before the old key
      *    is deleted, so nothing is ever out of the file.
           MOVE PH-REC TO WS-History-Save
           MOVE WS-Merge-Survivor-ID(WS-Merge-Idx) TO PH-CUSTOMER-ID
           WRITE PH-REC
           EVALUATE TRUE
               WHEN PAYHIST-OK
                   MOVE WS-History-Save TO PH-REC
                   DELETE PAYMENT-HISTORY RECORD
                   IF NOT PAYHIST-OK
                       STRING "Unexpected PAYHIST status on delete "
                           DELIMITED BY SIZE
                           PAYHIST-STATUS
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
                   ADD 1 TO WS-Hist-Moved-Count
                   ADD PH-AMOUNT TO WS-Hist-Moved-Cash
               WHEN PAYHIST-DUPKEY
                   MOVE WS-History-Save TO PH-REC
                   ADD 1 TO WS-Hist-Kept-Count
                   ADD PH-AMOUNT TO WS-Hist-Kept-Cash
                   MOVE SPACES TO MRGFRPT-LINE
                   STRING "  NOT MOVED - SURVIVOR HAS SAME KEY: "
                           DELIMITED BY SIZE
                           PH-CUSTOMER-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PH-INVOICE-NUMBER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PH-DATE-PAID DELIMITED BY SIZE
                     INTO MRGFRPT-LINE
                   PERFORM 1950-WRITE-REPORT-LINE
               WHEN OTHER
                   STRING "Unexpected PAYHIST file status on write "
                       DELIMITED BY SIZE
                       PAYHIST-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .

       4000-MOVE-SUSPENSE.
      *    An absent suspense file just means nothing is held; the
      *    replacement is still written so the roll always has one.
           OPEN INPUT SUSPENSE-IN
           EVALUATE TRUE
               WHEN SUSPIN-OK
                   CONTINUE
               WHEN SUSPIN-NOTFOUND
                   SET SUSPIN-EOF TO TRUE
               WHEN OTHER
                   STRING "Unexpected SUSPIN file status on open "
                       DELIMITED BY SIZE
                       SUSPIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN OUTPUT SUSPENSE-OUT
           IF NOT SUSPOUT-OK
               STRING "Unexpected SUSPOUT file status on open "
                   DELIMITED BY SIZE
                   SUSPOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF NOT SUSPIN-EOF
               PERFORM 4100-READ-SUSPENSE
               PERFORM WITH TEST BEFORE
                       UNTIL SUSPIN-EOF
                   PERFORM 4200-COPY-SUSPENSE-REC
                   PERFORM 4100-READ-SUSPENSE
               END-PERFORM
               CLOSE SUSPENSE-IN
           END-IF
           CLOSE SUSPENSE-OUT
           MOVE SPACES TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "SUSPENSE (SUSPIN/SUSPOUT)" TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "READ" TO WS-Print-Label
           MOVE WS-Susp-Read-Count TO WS-Count-Formatted
           MOVE WS-Susp-Read-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "MOVED" TO WS-Print-Label
           MOVE WS-Susp-Moved-Count TO WS-Count-Formatted
           MOVE WS-Susp-Moved-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "WRITTEN" TO WS-Print-Label
           MOVE WS-Susp-Written-Count TO WS-Count-Formatted
           MOVE WS-Susp-Written-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-Susp-Written-Count NOT EQUAL WS-Susp-Read-Count
            OR WS-Susp-Written-Cash NOT EQUAL WS-Susp-Read-Cash
               PERFORM 8300-WRITE-PROOF-BROKEN
           END-IF
           .
       4100-READ-SUSPENSE.
           READ SUSPENSE-IN
           EVALUATE TRUE
               WHEN SUSPIN-OK
                   ADD 1 TO WS-Susp-Read-Count
                   ADD SUSP-IN-AMOUNT-PAID TO WS-Susp-Read-Cash
               WHEN SUSPIN-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected SUSPIN file status on read "
                       DELIMITED BY SIZE
                       SUSPIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       4200-COPY-SUSPENSE-REC.
           MOVE SUSP-IN-CUSTOMER-ID TO WS-Lookup-ID
           PERFORM 2900-FIND-MERGE
           IF LOOKUP-MERGED
               MOVE WS-Lookup-Survivor-ID TO SUSP-IN-CUSTOMER-ID
               ADD 1 TO WS-Susp-Moved-Count
               ADD SUSP-IN-AMOUNT-PAID TO WS-Susp-Moved-Cash
           END-IF
           MOVE SUSP-IN-REC TO SUSP-OUT-REC
           WRITE SUSP-OUT-REC
           IF NOT SUSPOUT-OK
               STRING "Unexpected SUSPOUT file status on write "
                   DELIMITED BY SIZE
                   SUSPOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Susp-Written-Count
           ADD SUSP-IN-AMOUNT-PAID TO WS-Susp-Written-Cash
           .

       5000-MOVE-PAYMENT-PLANS.
      *    An absent plan file just means nobody is on a plan.
           OPEN INPUT PLANS-IN
           EVALUATE TRUE
               WHEN PLANIN-OK
                   CONTINUE
               WHEN PLANIN-NOTFOUND
                   SET PLANIN-EOF TO TRUE
               WHEN OTHER
                   STRING "Unexpected PLANIN file status on open "
                       DELIMITED BY SIZE
                       PLANIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN OUTPUT PLANS-OUT
           IF NOT PLANOUT-OK
               STRING "Unexpected PLANOUT file status on open "
                   DELIMITED BY SIZE
                   PLANOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF NOT PLANIN-EOF
               PERFORM 5100-READ-PLAN
               PERFORM WITH TEST BEFORE
                       UNTIL PLANIN-EOF
                   PERFORM 5200-COPY-PLAN-REC
                   PERFORM 5100-READ-PLAN
               END-PERFORM
               CLOSE PLANS-IN
           END-IF
           CLOSE PLANS-OUT
           MOVE SPACES TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "PAYMENT PLANS (PLANIN/PLANOUT)" TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "READ" TO WS-Print-Label
           MOVE WS-Plan-Read-Count TO WS-Count-Formatted
           MOVE WS-Plan-Read-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "MOVED" TO WS-Print-Label
           MOVE WS-Plan-Moved-Count TO WS-Count-Formatted
           MOVE WS-Plan-Moved-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "WRITTEN" TO WS-Print-Label
           MOVE WS-Plan-Written-Count TO WS-Count-Formatted
           MOVE WS-Plan-Written-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-Plan-Written-Count NOT EQUAL WS-Plan-Read-Count
            OR WS-Plan-Written-Cash NOT EQUAL WS-Plan-Read-Cash
               PERFORM 8300-WRITE-PROOF-BROKEN
           END-IF
           .
       5100-READ-PLAN.
           READ PLANS-IN
           EVALUATE TRUE
               WHEN PLANIN-OK
                   ADD 1 TO WS-Plan-Read-Count
                   ADD PLAN-SCHED-AMOUNT TO WS-Plan-Read-Cash
               WHEN PLANIN-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected PLANIN file status on read "
                       DELIMITED BY SIZE
                       PLANIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       5200-COPY-PLAN-REC.
           MOVE PLAN-CUSTOMER-ID TO WS-Lookup-ID
           PERFORM 2900-FIND-MERGE
           IF LOOKUP-MERGED
               MOVE WS-Lookup-Survivor-ID TO PLAN-CUSTOMER-ID
               ADD 1 TO WS-Plan-Moved-Count
               ADD PLAN-SCHED-AMOUNT TO WS-Plan-Moved-Cash
           END-IF
           MOVE PLAN-REC TO PLAN-OUT-REC
           WRITE PLAN-OUT-REC
           IF NOT PLANOUT-OK
               STRING "Unexpected PLANOUT file status on write "
                   DELIMITED BY SIZE
                   PLANOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Plan-Written-Count
           ADD PLAN-SCHED-AMOUNT TO WS-Plan-Written-Cash
           .

       6000-MOVE-DUNNING-HISTORY.
           PERFORM 6100-LOAD-DUNNING-HISTORY
           PERFORM VARYING WS-Dun-Idx FROM 1 BY 1
                   UNTIL WS-Dun-Idx GREATER WS-Dun-Count
               IF DUN-ENTRY-MOVED(WS-Dun-Idx)
                   PERFORM 6200-CONSOLIDATE-DUNNING-LEVEL
               END-IF
           END-PERFORM
           PERFORM 6300-WRITE-DUNNING-HISTORY
           MOVE SPACES TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "DUNNING HISTORY (DUNHSTIN/DUNHSTOT)" TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE ZERO TO WS-Amount-Formatted
           MOVE "READ" TO WS-Print-Label
           MOVE WS-Dun-Read-Count TO WS-Count-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "MOVED" TO WS-Print-Label
           MOVE WS-Dun-Moved-Count TO WS-Count-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "COMBINED" TO WS-Print-Label
           MOVE WS-Dun-Dropped-Count TO WS-Count-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "WRITTEN" TO WS-Print-Label
           MOVE WS-Dun-Written-Count TO WS-Count-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-Dun-Written-Count + WS-Dun-Dropped-Count
                   NOT EQUAL WS-Dun-Read-Count
               PERFORM 8300-WRITE-PROOF-BROKEN
           END-IF
           .
       6100-LOAD-DUNNING-HISTORY.
      *    Absent the first time the escalation cycle has not yet
      *    run; the replacement is written empty.
           OPEN INPUT DUNNING-HISTORY-IN
           EVALUATE TRUE
               WHEN DUNHSTIN-OK
                   READ DUNNING-HISTORY-IN
                   PERFORM WITH TEST BEFORE
                           UNTIL DUNHSTIN-EOF
                       PERFORM 6110-TAKE-DUNNING-ENTRY
                       READ DUNNING-HISTORY-IN
                   END-PERFORM
                   CLOSE DUNNING-HISTORY-IN
               WHEN DUNHSTIN-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected DUNHSTIN file status on open "
                       DELIMITED BY SIZE
                       DUNHSTIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       6110-TAKE-DUNNING-ENTRY.
           IF WS-Dun-Count NOT LESS THAN 20000
               MOVE "Dunning history exceeds 20000 customers"
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Dun-Read-Count
           ADD 1 TO WS-Dun-Count
           SET WS-Dun-Idx TO WS-Dun-Count
           MOVE DH-IN-CUSTOMER-ID TO WS-Dun-Customer-ID(WS-Dun-Idx)
           MOVE DH-IN-LEVEL       TO WS-Dun-Level(WS-Dun-Idx)
           MOVE DH-IN-LEVEL-DATE  TO WS-Dun-Level-Date(WS-Dun-Idx)
           MOVE SPACE             TO WS-Dun-State(WS-Dun-Idx)
           MOVE DH-IN-CUSTOMER-ID TO WS-Lookup-ID
           PERFORM 2900-FIND-MERGE
           IF LOOKUP-MERGED
               MOVE WS-Lookup-Survivor-ID
                 TO WS-Dun-Customer-ID(WS-Dun-Idx)
               SET DUN-ENTRY-MOVED(WS-Dun-Idx) TO TRUE
               ADD 1 TO WS-Dun-Moved-Count
           END-IF
           .
       6200-CONSOLIDATE-DUNNING-LEVEL.
      *    A moved entry meeting another one for the survivor keeps
      *    the customer at the further-escalated level -- merging
      *    must never reset a collection notice back a step.
           PERFORM VARYING WS-Dun-Other-Idx FROM 1 BY 1
                   UNTIL WS-Dun-Other-Idx GREATER WS-Dun-Count
                      OR DUN-ENTRY-DROPPED(WS-Dun-Idx)
               IF WS-Dun-Other-Idx NOT EQUAL WS-Dun-Idx
                   AND NOT DUN-ENTRY-DROPPED(WS-Dun-Other-Idx)
                   AND WS-Dun-Customer-ID(WS-Dun-Other-Idx)
                       EQUAL WS-Dun-Customer-ID(WS-Dun-Idx)
                   IF WS-Dun-Level(WS-Dun-Idx)
                           GREATER WS-Dun-Level(WS-Dun-Other-Idx)
                    OR (WS-Dun-Level(WS-Dun-Idx)
                           EQUAL WS-Dun-Level(WS-Dun-Other-Idx)
                       AND WS-Dun-Level-Date(WS-Dun-Idx)
                           GREATER WS-Dun-Level-Date(WS-Dun-Other-Idx))
                       SET DUN-ENTRY-DROPPED(WS-Dun-Other-Idx)
                         TO TRUE
                   ELSE
                       SET DUN-ENTRY-DROPPED(WS-Dun-Idx) TO TRUE
                   END-IF
                   ADD 1 TO WS-Dun-Dropped-Count
               END-IF
           END-PERFORM
           .
       6300-WRITE-DUNNING-HISTORY.
           OPEN OUTPUT DUNNING-HISTORY-OUT
           IF NOT DUNHSTOT-OK
               STRING "Unexpected DUNHSTOT file status on open "
                   DELIMITED BY SIZE
                   DUNHSTOT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM VARYING WS-Dun-Idx FROM 1 BY 1
                   UNTIL WS-Dun-Idx GREATER WS-Dun-Count
               IF NOT DUN-ENTRY-DROPPED(WS-Dun-Idx)
                   PERFORM 6310-WRITE-DUNNING-ENTRY
               END-IF
           END-PERFORM
           CLOSE DUNNING-HISTORY-OUT
           .
       6310-WRITE-DUNNING-ENTRY.
           MOVE WS-Dun-Customer-ID(WS-Dun-Idx) TO DH-OUT-CUSTOMER-ID
           MOVE WS-Dun-Level(WS-Dun-Idx)       TO DH-OUT-LEVEL
           MOVE WS-Dun-Level-Date(WS-Dun-Idx)  TO DH-OUT-LEVEL-DATE
           WRITE DH-OUT-REC
           IF NOT DUNHSTOT-OK
               STRING "Unexpected DUNHSTOT file status on write "
                   DELIMITED BY SIZE
                   DUNHSTOT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Dun-Written-Count
           .

       7000-MOVE-DISPUTES.
      *    An absent dispute register just means none was ever
      *    opened.  A dispute follows its invoice to the survivor,
      *    resolved ones included, so DSPMNT and CUSTINQ find the
      *    whole story under the one customer.
           OPEN INPUT DISPUTES-IN
           EVALUATE TRUE
               WHEN DSPIN-OK
                   CONTINUE
               WHEN DSPIN-NOTFOUND
                   SET DSPIN-EOF TO TRUE
               WHEN OTHER
                   STRING "Unexpected DSPIN file status on open "
                       DELIMITED BY SIZE
                       DSPIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN OUTPUT DISPUTES-OUT
           IF NOT DSPOUT-OK
               STRING "Unexpected DSPOUT file status on open "
                   DELIMITED BY SIZE
                   DSPOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF NOT DSPIN-EOF
               PERFORM 7100-READ-DISPUTE
               PERFORM WITH TEST BEFORE
                       UNTIL DSPIN-EOF
                   PERFORM 7200-COPY-DISPUTE-REC
                   PERFORM 7100-READ-DISPUTE
               END-PERFORM
               CLOSE DISPUTES-IN
           END-IF
           CLOSE DISPUTES-OUT
           MOVE SPACES TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "INVOICE DISPUTES (DSPIN/DSPOUT)" TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "READ" TO WS-Print-Label
           MOVE WS-Dsp-Read-Count TO WS-Count-Formatted
           MOVE WS-Dsp-Read-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "MOVED" TO WS-Print-Label
           MOVE WS-Dsp-Moved-Count TO WS-Count-Formatted
           MOVE WS-Dsp-Moved-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "WRITTEN" TO WS-Print-Label
           MOVE WS-Dsp-Written-Count TO WS-Count-Formatted
           MOVE WS-Dsp-Written-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-Dsp-Written-Count NOT EQUAL WS-Dsp-Read-Count
            OR WS-Dsp-Written-Cash NOT EQUAL WS-Dsp-Read-Cash
               PERFORM 8300-WRITE-PROOF-BROKEN
           END-IF
           .
       7100-READ-DISPUTE.
           READ DISPUTES-IN
           EVALUATE TRUE
               WHEN DSPIN-OK
                   ADD 1 TO WS-Dsp-Read-Count
                   ADD DSP-IN-DISPUTED-AMT TO WS-Dsp-Read-Cash
               WHEN DSPIN-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected DSPIN file status on read "
                       DELIMITED BY SIZE
                       DSPIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       7200-COPY-DISPUTE-REC.
           MOVE DSP-IN-CUSTOMER-ID TO WS-Lookup-ID
           PERFORM 2900-FIND-MERGE
           IF LOOKUP-MERGED
               MOVE WS-Lookup-Survivor-ID TO DSP-IN-CUSTOMER-ID
               ADD 1 TO WS-Dsp-Moved-Count
               ADD DSP-IN-DISPUTED-AMT TO WS-Dsp-Moved-Cash
           END-IF
           MOVE DSP-IN-REC TO DSP-OUT-REC
           WRITE DSP-OUT-REC
           IF NOT DSPOUT-OK
               STRING "Unexpected DSPOUT file status on write "
                   DELIMITED BY SIZE
                   DSPOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Dsp-Written-Count
           ADD DSP-IN-DISPUTED-AMT TO WS-Dsp-Written-Cash
           .

       8000-HOUSEKEEPING.
           MOVE SPACES TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN PROOF-BROKEN
                   MOVE "MERGE FILE RUN DID NOT PROVE - NOT ROLLED"
                     TO MRGFRPT-LINE
               WHEN WS-Hist-Kept-Count GREATER ZERO
                   MOVE "MERGE FILE RUN PROVED - SOME HISTORY NOT MOVED"
                     TO MRGFRPT-LINE
               WHEN OTHER
                   MOVE "MERGE FILE RUN PROVED - COUNTS AND CASH TIE"
                     TO MRGFRPT-LINE
           END-EVALUATE
           PERFORM 1950-WRITE-REPORT-LINE
           CLOSE MERGE-FILE-REPORT
           PERFORM 8600-WRITE-RUN-STATISTICS
           EVALUATE TRUE
               WHEN PROOF-BROKEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Hist-Kept-Count GREATER ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       8100-MOVE-UNAPPLIED-CASH.
      *    An absent ledger just means no cash has gone unapplied.
      *    Open and resolved items alike follow the customer, so the
      *    UCAMNT desk and UCAAGE see them under the survivor.
           OPEN INPUT UNAPPLIED-CASH-IN
           EVALUATE TRUE
               WHEN UCAIN-OK
                   CONTINUE
               WHEN UCAIN-NOTFOUND
                   SET UCAIN-EOF TO TRUE
               WHEN OTHER
                   STRING "Unexpected UCAIN file status on open "
                       DELIMITED BY SIZE
                       UCAIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN OUTPUT UNAPPLIED-CASH-OUT
           IF NOT UCAOUT-OK
               STRING "Unexpected UCAOUT file status on open "
                   DELIMITED BY SIZE
                   UCAOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF NOT UCAIN-EOF
               PERFORM 8110-READ-UNAPPLIED-CASH
               PERFORM WITH TEST BEFORE
                       UNTIL UCAIN-EOF
                   PERFORM 8120-COPY-UNAPPLIED-CASH-REC
                   PERFORM 8110-READ-UNAPPLIED-CASH
               END-PERFORM
               CLOSE UNAPPLIED-CASH-IN
           END-IF
           CLOSE UNAPPLIED-CASH-OUT
           MOVE SPACES TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "UNAPPLIED CASH (UCAIN/UCAOUT)" TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE "READ" TO WS-Print-Label
           MOVE WS-Uca-Read-Count TO WS-Count-Formatted
           MOVE WS-Uca-Read-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "MOVED" TO WS-Print-Label
           MOVE WS-Uca-Moved-Count TO WS-Count-Formatted
           MOVE WS-Uca-Moved-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "WRITTEN" TO WS-Print-Label
           MOVE WS-Uca-Written-Count TO WS-Count-Formatted
           MOVE WS-Uca-Written-Cash  TO WS-Amount-Formatted
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-Uca-Written-Count NOT EQUAL WS-Uca-Read-Count
            OR WS-Uca-Written-Cash NOT EQUAL WS-Uca-Read-Cash
               PERFORM 8300-WRITE-PROOF-BROKEN
           END-IF
           .
       8110-READ-UNAPPLIED-CASH.
           READ UNAPPLIED-CASH-IN
           EVALUATE TRUE
               WHEN UCAIN-OK
                   ADD 1 TO WS-Uca-Read-Count
                   ADD UCA-IN-AMOUNT TO WS-Uca-Read-Cash
               WHEN UCAIN-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected UCAIN file status on read "
                       DELIMITED BY SIZE
                       UCAIN-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       8120-COPY-UNAPPLIED-CASH-REC.
      *    An item counts as moved once, whichever of its two
      *    customers was merged away.
           MOVE SPACE TO WS-Uca-Item-Moved
           MOVE UCA-IN-CUSTOMER-ID TO WS-Lookup-ID
           PERFORM 2900-FIND-MERGE
           IF LOOKUP-MERGED
               MOVE WS-Lookup-Survivor-ID TO UCA-IN-CUSTOMER-ID
               SET UCA-ITEM-MOVED TO TRUE
           END-IF
           IF UCA-IN-RESOLVE-CUSTOMER NOT EQUAL SPACES
               MOVE UCA-IN-RESOLVE-CUSTOMER TO WS-Lookup-ID
               PERFORM 2900-FIND-MERGE
               IF LOOKUP-MERGED
                   MOVE WS-Lookup-Survivor-ID
                     TO UCA-IN-RESOLVE-CUSTOMER
                   SET UCA-ITEM-MOVED TO TRUE
               END-IF
           END-IF
           IF UCA-ITEM-MOVED
               ADD 1 TO WS-Uca-Moved-Count
               ADD UCA-IN-AMOUNT TO WS-Uca-Moved-Cash
           END-IF
           MOVE UCA-IN-REC TO UCA-OUT-REC
           WRITE UCA-OUT-REC
           IF NOT UCAOUT-OK
               STRING "Unexpected UCAOUT file status on write "
                   DELIMITED BY SIZE
                   UCAOUT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Uca-Written-Count
           ADD UCA-IN-AMOUNT TO WS-Uca-Written-Cash
           .
       8200-WRITE-TOTAL-LINE.
           MOVE SPACES TO MRGFRPT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-Print-Label DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
             INTO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           .
       8300-WRITE-PROOF-BROKEN.
           SET PROOF-BROKEN TO TRUE
           MOVE "  *** COPY DOES NOT PROVE ***" TO MRGFRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           .
       8600-WRITE-RUN-STATISTICS.
           OPEN EXTEND RUN-STATISTICS
           IF RUNSTATS-NOTFOUND
               OPEN OUTPUT RUN-STATISTICS
           END-IF
           IF NOT RUNSTATS-OK
               STRING "Unexpected RUNSTATS status on open "
                   DELIMITED BY SIZE
                   RUNSTATS-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE 'CUSTMRG ' TO RS-PROGRAM
           MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
           MOVE WS-Merge-Count TO RS-RECORDS-READ
           COMPUTE RS-RECORDS-GOOD =
               WS-Hist-Moved-Count + WS-Susp-Moved-Count
                 + WS-Plan-Moved-Count + WS-Dun-Moved-Count
                 + WS-Dsp-Moved-Count + WS-Uca-Moved-Count
           END-COMPUTE
           MOVE WS-Hist-Kept-Count TO RS-RECORDS-REJECTED
           MOVE WS-Hist-Moved-Cash TO RS-AMOUNT-TOTAL
           MOVE ZERO TO RS-WARNING-COUNT
           EVALUATE TRUE
               WHEN PROOF-BROKEN
                   MOVE 8 TO RS-RETURN-CODE
               WHEN WS-Hist-Kept-Count GREATER ZERO
                   MOVE 4 TO RS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RS-RETURN-CODE
           END-EVALUATE
           WRITE RS-REC
           IF NOT RUNSTATS-OK
               STRING "Unexpected RUNSTATS status on write "
                   DELIMITED BY SIZE
                   RUNSTATS-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           CLOSE RUN-STATISTICS
           .
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
