      * CUSTCRED credit balance, the customer's PAYHIST payment
      * activity with dispositions, anything currently held for them
      * in the suspense file, and their latest dunning escalation
      * level from the dunning history, and every invoice the
      * customer has an open dispute on.  One run, one report, one
      * phone call.
      *****************************************************************
       ENVIRONMENT DIVISION.
               ASSIGN TO 'DUNHSTIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DUNHSTIN-STATUS.
           SELECT DISPUTE-FILE
               ASSIGN TO 'DISPUTE'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DISPUTE-STATUS.
           SELECT DOSSIER-REPORT
               ASSIGN TO 'DOSRPT'
               ORGANIZATION LINE SEQUENTIAL
           05  DH-IN-CUSTOMER-ID     PIC X(17).
           05  DH-IN-LEVEL           PIC 9(01).
           05  DH-IN-LEVEL-DATE      PIC 9(08).
       FD  DISPUTE-FILE
           Recording Mode F
           Data Record DSP-REC.
      *    The invoice dispute register DSPMNT maintains.
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
       FD  DOSSIER-REPORT
           Recording Mode F
           Data Record DOSRPT-LINE.
               88  DUNHSTIN-OK           VALUE '00'.
               88  DUNHSTIN-EOF          VALUE '10'.
               88  DUNHSTIN-NOTFOUND     VALUE '35'.
           05  DISPUTE-STATUS        PIC X(02).
               88  DISPUTE-OK            VALUE '00'.
               88  DISPUTE-EOF           VALUE '10'.
               88  DISPUTE-NOTFOUND      VALUE '35'.
           05  DOSRPT-STATUS         PIC X(02).
               88  DOSRPT-OK             VALUE '00'.
       01  WS-Inquiry-Control.
           05  WS-Level-Text         PIC X(20).
           05  WS-Dun-Found          PIC X Value space.
               88  DUN-ENTRY-FOUND       Value 'Y'.
           05  WS-Dispute-Count      PIC 9(09) VALUE 0.
       01  WS-Print-Work.
           05  WS-Amount-Formatted   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-Amount-Formatted-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
           PERFORM 2400-REPORT-PAYMENT-HISTORY
           PERFORM 2500-REPORT-SUSPENSE
           PERFORM 2600-REPORT-DUNNING-LEVEL
           PERFORM 2700-REPORT-OPEN-DISPUTES
           .
       2100-REPORT-CUSTOMER-TERMS.
           EXEC SQL
             INTO DOSRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           .
       2700-REPORT-OPEN-DISPUTES.
           PERFORM 8100-WRITE-BLANK-LINE
           MOVE "OPEN DISPUTES" TO DOSRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT DISPUTE-FILE
           EVALUATE TRUE
               WHEN DISPUTE-OK
                   READ DISPUTE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL DISPUTE-EOF
                       IF DSP-CUSTOMER-ID EQUAL DOS-CUSTOMER-ID
                               AND DSP-OPEN
                           PERFORM 2750-PRINT-DISPUTE-LINE
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
           IF WS-Dispute-Count EQUAL ZERO
               MOVE "  NO OPEN DISPUTES" TO DOSRPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       2750-PRINT-DISPUTE-LINE.
           ADD 1 TO WS-Dispute-Count
           MOVE DSP-DISPUTED-AMT TO WS-Amount-Formatted
           MOVE SPACES TO DOSRPT-LINE
           STRING "  " DELIMITED BY SIZE
                   DSP-INVOICE-NUMBER DELIMITED BY SIZE
                   "  REASON " DELIMITED BY SIZE
                   DSP-REASON-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Amount-Formatted DELIMITED BY SIZE
                   "  OPENED " DELIMITED BY SIZE
                   DSP-OPEN-DATE DELIMITED BY SIZE
                   "  LAST WORKED " DELIMITED BY SIZE
                   DSP-UPDATE-DATE DELIMITED BY SIZE
             INTO DOSRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF DSP-NOTE NOT EQUAL SPACES
               MOVE SPACES TO DOSRPT-LINE
               STRING "      " DELIMITED BY SIZE
                       DSP-NOTE DELIMITED BY SIZE
                 INTO DOSRPT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           .
       8000-WRITE-REPORT-LINE.
           WRITE DOSRPT-LINE
           IF NOT DOSRPT-OK
