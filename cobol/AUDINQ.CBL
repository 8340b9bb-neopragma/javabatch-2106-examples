      * PARM, lists every before/after image PMTPROG has written for
      * that invoice, in the order the changes were applied, so a
      * billing dispute can be reconstructed without guessing
      * backwards from the nightly summaries.  Credit and debit
      * memos posted by PMTADJ show with the AMTDUE change they made,
      * and an invoice moved by a CUSTMNT customer merge shows the
      * customer it came from.  Money the collection agency
      * collected, posted by PMTCOLL, shows as a collection.  An
      * early-payment discount PMTPROG allowed shows with the AMTDUE
      * it took off.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  AUD-ACTION-AUTOMATCH  VALUE 'M'.
               88  AUD-ACTION-WRITEOFF   VALUE 'W'.
               88  AUD-ACTION-RECOVERY   VALUE 'R'.
               88  AUD-ACTION-ADJUSTMENT VALUE 'A'.
               88  AUD-ACTION-MERGE      VALUE 'G'.
               88  AUD-ACTION-COLLECTION VALUE 'C'.
               88  AUD-ACTION-DISCOUNT   VALUE 'D'.
           05  AUD-DRIVING-PAYMENT.
               10  AUD-PMT-INVOICE       PIC X(13).
               10  AUD-PMT-DATE-PAID     PIC X(08).
      *    A customer merge ('G', CUSTMNT) names the customer the
      *    invoice was moved from instead of a driving payment.
           05  AUD-MERGE-SOURCE REDEFINES AUD-DRIVING-PAYMENT.
               10  AUD-MERGED-FROM-ID    PIC X(17).
               10  FILLER                PIC X(04).
           05  AUD-OLD-LASTPAY       PIC X(08).
           05  AUD-NEW-LASTPAY       PIC X(08).
           05  AUD-OLD-DUEDATE       PIC X(08).
           05  AUD-OLD-AMTPAID       PIC S9(13)V99 COMP-3.
           05  AUD-NEW-AMTPAID       PIC S9(13)V99 COMP-3.
           05  AUD-OLD-TAXPAID       PIC S9(11)V99 COMP-3.
      *    A memo ('A') never touches TAXPAID; PMTADJ carries the
      *    AMTDUE before and after in that pair instead, and so does
      *    PMTPROG for a discount ('D').
           05  AUD-OLD-AMTDUE REDEFINES AUD-OLD-TAXPAID
                                     PIC S9(11)V99 COMP-3.
           05  AUD-NEW-TAXPAID       PIC S9(11)V99 COMP-3.
           05  AUD-NEW-AMTDUE REDEFINES AUD-NEW-TAXPAID
                                     PIC S9(11)V99 COMP-3.
           05  AUD-OLD-STATUS        PIC X.
           05  AUD-NEW-STATUS        PIC X.
       FD  AUDIT-ARCHIVE
                   MOVE "WRITE-OFF" TO WS-Action-Text
               WHEN AUD-ACTION-RECOVERY
                   MOVE "RECOVERY" TO WS-Action-Text
               WHEN AUD-ACTION-ADJUSTMENT
                   MOVE "MEMO ADJ" TO WS-Action-Text
               WHEN AUD-ACTION-MERGE
                   MOVE "MERGE" TO WS-Action-Text
               WHEN AUD-ACTION-COLLECTION
                   MOVE "COLLECTION" TO WS-Action-Text
               WHEN AUD-ACTION-DISCOUNT
                   MOVE "DISCOUNT" TO WS-Action-Text
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-Action-Text
           END-EVALUATE
           MOVE SPACES TO AUDRPT-LINE
           IF AUD-ACTION-MERGE
               STRING "RUN " DELIMITED BY SIZE
                       AUD-RUN-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Action-Text DELIMITED BY SIZE
                       "  CUSTOMER " DELIMITED BY SIZE
                       AUD-CUSTOMER-ID DELIMITED BY SIZE
                       "  MERGED FROM " DELIMITED BY SIZE
                       AUD-MERGED-FROM-ID DELIMITED BY SIZE
                 INTO AUDRPT-LINE
           ELSE
               STRING "RUN " DELIMITED BY SIZE
                       AUD-RUN-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-Action-Text DELIMITED BY SIZE
                       "  CUSTOMER " DELIMITED BY SIZE
                       AUD-CUSTOMER-ID DELIMITED BY SIZE
                       "  DRIVING PMT " DELIMITED BY SIZE
                       AUD-PMT-INVOICE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AUD-PMT-DATE-PAID DELIMITED BY SIZE
                 INTO AUDRPT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE AUD-OLD-AMTPAID TO WS-Old-Amount-Fmt
           MOVE AUD-NEW-AMTPAID TO WS-New-Amount-Fmt
                   WS-New-Amount-Fmt DELIMITED BY SIZE
             INTO AUDRPT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF AUD-ACTION-ADJUSTMENT OR AUD-ACTION-DISCOUNT
               MOVE AUD-OLD-AMTDUE TO WS-Old-Amount-Fmt
               MOVE AUD-NEW-AMTDUE TO WS-New-Amount-Fmt
               MOVE SPACES TO AUDRPT-LINE
               STRING "  AMTDUE  " DELIMITED BY SIZE
                       WS-Old-Amount-Fmt DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-New-Amount-Fmt DELIMITED BY SIZE
                 INTO AUDRPT-LINE
           ELSE
               MOVE AUD-OLD-TAXPAID TO WS-Old-Tax-Fmt
               MOVE AUD-NEW-TAXPAID TO WS-New-Tax-Fmt
               MOVE SPACES TO AUDRPT-LINE
               STRING "  TAXPAID " DELIMITED BY SIZE
                       WS-Old-Tax-Fmt DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-New-Tax-Fmt DELIMITED BY SIZE
                 INTO AUDRPT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO AUDRPT-LINE
           STRING "  LASTPAY " DELIMITED BY SIZE
