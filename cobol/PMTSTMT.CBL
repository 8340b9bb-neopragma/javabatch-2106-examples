      * nightly cycle accumulates), finance charges raised in the
      * month, and the closing balance, with the customer name in
      * the heading and page breaks for long statements.  Output
      * carries ANSI carriage control ('1' = new page).  The first
      * page carries the customer's billing address from
      * THING.CUSTADDR under the name; a customer with none on file
      * is flagged on the delivery register.
      *
      * PARM: the statement month as YYYYMM.
      *
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

           EXEC SQL
               DECLARE STMCUST CURSOR FOR
                   SELECT CUSTID, CUSTNAME
       01  CREDIT-INFO.
           05  WS-Credit-Balance     PIC S9(13)V99 COMP-3 VALUE 0.

       01  STATEMENT-ADDRESS-INFO.
           05  SADR-LINE-1           PIC X(40).
           05  SADR-LINE-2           PIC X(40).
           05  SADR-CITY             PIC X(30).
           05  SADR-STATE            PIC X(02).
           05  SADR-ZIP              PIC X(10).

      * Other working storage fields

       01  WS-File-Status.
           05  WS-Print-Amount       PIC S9(15)V99 COMP-3 Value 0.
           05  WS-Elec-Count         PIC 9(09) VALUE 0.
           05  WS-Elec-Amount        PIC S9(15)V99 COMP-3 Value 0.
       01  WS-Address-Control.
           05  WS-Address-Found      PIC X Value space.
               88  BILLING-ADDRESS-FOUND Value 'Y'.
           05  WS-No-Address-Count   PIC 9(09) VALUE 0.
           05  WS-Address-Lines      PIC 9(01) VALUE 0.
       01  WS-Invoice-Section-Table.
           05  WS-Stmt-Inv-Count     PIC 9(04) VALUE 0.
           05  WS-Stmt-Inv-Entry OCCURS 1 TO 500 TIMES
               MOVE ZERO TO WS-Credit-Balance
           END-IF
           .
       2460-GATHER-BILLING-ADDRESS.
           MOVE SPACE TO WS-Address-Found
           EXEC SQL
               SELECT LINE1, LINE2, CITY, STATE, ZIP
                   INTO :SADR-LINE-1, :SADR-LINE-2, :SADR-CITY,
                        :SADR-STATE, :SADR-ZIP
               FROM THING.CUSTADDR
               WHERE CUSTID = :STMT-CUSTOMER-ID
               AND ADDRTYPE = 'B'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   SET BILLING-ADDRESS-FOUND TO TRUE
               WHEN SQLCODE EQUAL 100
                   ADD 1 TO WS-No-Address-Count
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
       2500-PRINT-STATEMENT.
           ADD 1 TO WS-Statement-Count
           COMPUTE WS-Balance-Forward =
               WS-Closing-Balance
                   + WS-Month-Payments - WS-Month-Charges
           END-COMPUTE
           PERFORM 2460-GATHER-BILLING-ADDRESS
           IF ELECTRONIC-DELIVERY
               PERFORM 2700-WRITE-ESTMT-EXTRACT
               ADD 1 TO WS-Elec-Count
                   STMT-CUSTOMER-NAME(1:100) DELIMITED BY SIZE
             INTO STMT-LINE
           PERFORM 2650-WRITE-STATEMENT-LINE
           MOVE ZERO TO WS-Address-Lines
           IF WS-Page-Number EQUAL 1
                   AND BILLING-ADDRESS-FOUND
               PERFORM 2560-PRINT-BILLING-ADDRESS
           END-IF
           MOVE SPACES TO STMT-LINE
           PERFORM 2650-WRITE-STATEMENT-LINE
           COMPUTE WS-Line-Count = 4 + WS-Address-Lines
           .
       2560-PRINT-BILLING-ADDRESS.
      *    Set under the name where the envelope window falls.
           MOVE SPACES TO STMT-LINE
           MOVE SADR-LINE-1 TO STMT-LINE(20:40)
           PERFORM 2650-WRITE-STATEMENT-LINE
           ADD 1 TO WS-Address-Lines
           IF SADR-LINE-2 NOT EQUAL SPACES
               MOVE SPACES TO STMT-LINE
               MOVE SADR-LINE-2 TO STMT-LINE(20:40)
               PERFORM 2650-WRITE-STATEMENT-LINE
               ADD 1 TO WS-Address-Lines
           END-IF
           MOVE SPACES TO STMT-LINE
           STRING SADR-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   SADR-STATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SADR-ZIP DELIMITED BY SIZE
             INTO STMT-LINE(20:)
           PERFORM 2650-WRITE-STATEMENT-LINE
           ADD 1 TO WS-Address-Lines
           .
       2600-PRINT-DETAIL-LINE.
           IF WS-Line-Count NOT LESS WS-Lines-Per-Page
                       WS-Amount-Formatted DELIMITED BY SIZE
                 INTO DLV-RPT-LINE
           END-IF
           IF NOT BILLING-ADDRESS-FOUND
               MOVE "NO BILLING ADDRESS ON FILE"
                 TO DLV-RPT-LINE(54:)
           END-IF
           PERFORM 2950-WRITE-REGISTER-LINE
           .
       2950-WRITE-REGISTER-LINE.
                 TO DLV-RPT-LINE
               PERFORM 2950-WRITE-REGISTER-LINE
           END-IF
           MOVE WS-No-Address-Count TO WS-Count-Formatted
           MOVE SPACES TO DLV-RPT-LINE
           STRING "NO BILLING ADDRESS:    " DELIMITED BY SIZE
                   WS-Count-Formatted DELIMITED BY SIZE
             INTO DLV-RPT-LINE
           PERFORM 2950-WRITE-REGISTER-LINE
           Close SORTED-SUMMARY
           Close CUSTOMER-STATEMENTS
           Close ELECTRONIC-STATEMENTS
