       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBREC.
      *****************************************************************
      * Payroll bureau return register reconciliation.  PAYXTR sends
      * the bureau the interface file (PAYBUR) of active employees;
      * the bureau returns its payroll register of who it actually
      * paid and at what rate.  Each register detail is matched by
      * employee against the interface file we sent and against the
      * employee master, and the exceptions are reported:
      *   - paid but not on the employee master,
      *   - paid but terminated on the master,
      *   - paid but never sent to the bureau,
      *   - paid more than once on the register,
      *   - paid at a rate other than the master's pay rate,
      *   - sent to the bureau but not paid.
      * The register must answer the interface file on PAYBUR (same
      * business date on both headers) and each file's trailer count
      * must agree with its details, or the run aborts with RC 16.
      * Ends with return code zero only when everything matched; any
      * exception ends with RC 8, the same way PMTBANK does, so the
      * payroll is not released until the exceptions are cleared.
      * Employees are shown by employee number, with the SSN masked
      * to its last four digits.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-REGISTER
               ASSIGN TO "PAYBURR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAYBURR-STATUS.
           SELECT PAYROLL-INTERFACE
               ASSIGN TO "PAYBUR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAYBUR-STATUS.
           SELECT EMPL-MASTER
               ASSIGN TO "EMPLMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMPL-NUMBER OF EMPL-MASTER-REC
               ALTERNATE RECORD KEY IS EMPL-SSN OF EMPL-MASTER-REC
               FILE STATUS IS EMPL-MASTER-STATUS.
           SELECT RECON-REPORT
               ASSIGN TO "BURRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BURRPT-STATUS.
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
      * The bureau's payroll register as returned: 'H' header with
      * the pay date and the business date of the interface file it
      * answers, one 'D' detail per employee paid, and a 'T' trailer
      * with the detail count and total gross paid.
       FD  BUREAU-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC.
           05  REG-RECORD-TYPE       PIC X(01).
               88  REG-HEADER            VALUE 'H'.
               88  REG-DETAIL            VALUE 'D'.
               88  REG-TRAILER           VALUE 'T'.
           05  REG-DATA              PIC X(113).
       01  REGISTER-HEADER-REC.
           05  REG-HDR-TYPE          PIC X(01).
           05  REG-HDR-PAY-DATE      PIC X(08).
           05  REG-HDR-BUSINESS-DATE PIC X(08).
           05  FILLER                PIC X(97).
       01  REGISTER-DETAIL-REC.
           05  REG-DTL-TYPE          PIC X(01).
           05  REG-DTL-SSN           PIC X(09).
           05  REG-DTL-NAME          PIC X(80).
           05  REG-DTL-DEPARTMENT    PIC X(04).
           05  REG-DTL-RATE-PAID     PIC 9(07)V9(02).
           05  REG-DTL-GROSS-PAID    PIC 9(09)V9(02).
       01  REGISTER-TRAILER-REC.
           05  REG-TRL-TYPE          PIC X(01).
           05  REG-TRL-RECORD-COUNT  PIC 9(09).
           05  REG-TRL-TOTAL-GROSS   PIC 9(11)V9(02).
           05  FILLER                PIC X(91).
      * The interface file as PAYXTR wrote it.
       FD  PAYROLL-INTERFACE
           DATA RECORD IS BUREAU-REC.
       01  BUREAU-REC.
           05  BUR-RECORD-TYPE       PIC X(01).
               88  BUR-HEADER            VALUE 'H'.
               88  BUR-DETAIL            VALUE 'D'.
               88  BUR-TRAILER           VALUE 'T'.
           05  BUR-DATA              PIC X(112).
       01  BUREAU-HEADER-REC.
           05  BUR-HDR-TYPE          PIC X(01).
           05  BUR-HDR-BUSINESS-DATE PIC X(08).
           05  FILLER                PIC X(104).
       01  BUREAU-DETAIL-REC.
           05  BUR-DTL-TYPE          PIC X(01).
           05  BUR-DTL-SSN           PIC X(09).
           05  BUR-DTL-NAME          PIC X(80).
           05  BUR-DTL-DEPARTMENT    PIC X(04).
           05  BUR-DTL-PAY-GRADE     PIC X(04).
           05  BUR-DTL-PAY-RATE      PIC 9(07)V9(02).
           05  BUR-DTL-COST-CENTER   PIC X(06).
       01  BUREAU-TRAILER-REC.
           05  BUR-TRL-TYPE          PIC X(01).
           05  BUR-TRL-RECORD-COUNT  PIC 9(09).
           05  BUR-TRL-TOTAL-RATE    PIC 9(11)V9(02).
           05  FILLER                PIC X(90).
       FD  EMPL-MASTER
           DATA RECORD IS EMPL-MASTER-REC.
       01  EMPL-MASTER-REC.
           COPY EMPLREC.
           05  EMPL-ACTIVE-STATUS    PIC X(01).
               88  EMPL-ACTIVE           VALUE 'A'.
               88  EMPL-TERMINATED       VALUE 'T'.
           05  EMPL-TERM-DATE        PIC X(08).
           05  EMPL-NUMBER           PIC 9(07).
       FD  RECON-REPORT
           DATA RECORD IS BUR-RPT-LINE.
       01  BUR-RPT-LINE              PIC X(132).
      * Run controls operations maintain (business date, etc.)
       FD  PROCESS-CONTROL
           DATA RECORD IS CTL-REC.
       01  CTL-REC.
           05  CTL-BUSINESS-DATE        PIC 9(08).
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  RUN-STATISTICS
           DATA RECORD IS RS-REC.
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
           05  PAYBURR-STATUS     PIC XX.
               88  PAYBURR-OK        VALUE '00'.
               88  PAYBURR-EOF       VALUE '10'.
               88  PAYBURR-NOTFOUND  VALUE '35'.
           05  PAYBUR-STATUS      PIC XX.
               88  PAYBUR-OK         VALUE '00'.
               88  PAYBUR-EOF        VALUE '10'.
               88  PAYBUR-NOTFOUND   VALUE '35'.
           05  EMPL-MASTER-STATUS PIC XX.
               88  EMPL-MASTER-OK        VALUE '00'.
               88  EMPL-MASTER-NOREC     VALUE '23'.
               88  EMPL-MASTER-NOTFOUND  VALUE '35'.
           05  BURRPT-STATUS      PIC XX.
               88  BURRPT-OK         VALUE '00'.
           05  PAYCTL-STATUS      PIC XX.
               88  PAYCTL-OK         VALUE '00'.
               88  PAYCTL-NOTFOUND   VALUE '35'.
           05  RUNSTATS-STATUS    PIC XX.
               88  RUNSTATS-OK       VALUE '00'.
               88  RUNSTATS-NOTFOUND VALUE '35'.
           05  WS-ERROR-MESSAGE   PIC X(60).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  FILLER                PIC X(13).
       01  WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
      *    One entry per employee on the interface file we sent,
      *    flagged as the register pays them.
       01  WS-SENT-TABLE.
           05  WS-SENT-COUNT         PIC 9(05) VALUE 0.
           05  WS-SENT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SENT-COUNT
                   INDEXED BY WS-SENT-IDX.
               10  WS-SENT-SSN           PIC X(09).
               10  WS-SENT-NAME          PIC X(80).
               10  WS-SENT-DEPARTMENT    PIC X(04).
               10  WS-SENT-PAY-RATE      PIC S9(07)V99 COMP-3.
               10  WS-SENT-PAID          PIC X(01).
                   88  SENT-EMPLOYEE-PAID    VALUE 'Y'.
       01  WS-RECON-CONTROL.
           05  WS-SENT-DATE          PIC X(08) VALUE SPACES.
           05  WS-SENT-TRAILER-COUNT PIC 9(09) VALUE 0.
           05  WS-SENT-TRAILER-SEEN  PIC X(01) VALUE SPACE.
               88  SENT-TRAILER-FOUND    VALUE 'Y'.
           05  WS-REG-PAY-DATE       PIC X(08) VALUE SPACES.
           05  WS-REG-DATE           PIC X(08) VALUE SPACES.
           05  WS-REG-TRAILER-COUNT  PIC 9(09) VALUE 0.
           05  WS-REG-TRAILER-SEEN   PIC X(01) VALUE SPACE.
               88  REG-TRAILER-FOUND     VALUE 'Y'.
           05  WS-SENT-FOUND         PIC X(01).
               88  SENT-ENTRY-FOUND      VALUE 'Y'.
           05  WS-MASTER-FOUND       PIC X(01).
               88  MASTER-REC-FOUND      VALUE 'Y'.
           05  WS-EXCEPTION-TEXT     PIC X(30).
           05  WS-EXCEPTION-DETAIL   PIC X(40).
       01  WS-RECON-TOTALS.
           05  WS-PAID-COUNT         PIC 9(09) VALUE 0.
           05  WS-PAID-GROSS         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-MATCHED-COUNT      PIC 9(09) VALUE 0.
           05  WS-NOT-ON-MASTER-COUNT PIC 9(09) VALUE 0.
           05  WS-TERMINATED-COUNT   PIC 9(09) VALUE 0.
           05  WS-NOT-SENT-COUNT     PIC 9(09) VALUE 0.
           05  WS-DUPLICATE-COUNT    PIC 9(09) VALUE 0.
           05  WS-RATE-COUNT         PIC 9(09) VALUE 0.
           05  WS-NOT-PAID-COUNT     PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT    PIC 9(09) VALUE 0.
       01  WS-PRINT-WORK.
           05  WS-COUNT-FORMATTED    PIC ZZZ,ZZZ,ZZ9.
           05  WS-COUNT-FORMATTED-2  PIC ZZZ,ZZZ,ZZ9.
           05  WS-RATE-FORMATTED     PIC Z,ZZZ,ZZ9.99.
           05  WS-RATE-FORMATTED-2   PIC Z,ZZZ,ZZ9.99.
           05  WS-AMOUNT-FORMATTED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-REPORT-SSN         PIC X(09).
           05  WS-REPORT-EMPL-NUMBER PIC X(07).
           05  WS-MASKED-SSN.
               10  FILLER            PIC X(05) VALUE '*****'.
               10  WS-MASKED-SSN-LAST4 PIC X(04).
           05  WS-REPORT-NAME        PIC X(30).
           05  WS-REPORT-DEPARTMENT  PIC X(04).
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 5000-PROCESS
           PERFORM 6000-REPORT-UNPAID
           PERFORM 8000-HOUSEKEEPING
           GOBACK
           .
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           PERFORM 1050-READ-PROCESS-CONTROL
           PERFORM 1100-LOAD-INTERFACE-SENT
           OPEN INPUT EMPL-MASTER
           EVALUATE TRUE
               WHEN EMPL-MASTER-OK
                   CONTINUE
               WHEN EMPL-MASTER-NOTFOUND
                   MOVE 'Employee master not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected master file status on open "
                       DELIMITED BY SIZE
                       EMPL-MASTER-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN INPUT BUREAU-REGISTER
           EVALUATE TRUE
               WHEN PAYBURR-OK
                   CONTINUE
               WHEN PAYBURR-NOTFOUND
                   MOVE 'Bureau return register not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected register file status on open "
                       DELIMITED BY SIZE
                       PAYBURR-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           PERFORM 1200-READ-REGISTER-HEADER
           OPEN OUTPUT RECON-REPORT
           IF NOT BURRPT-OK
               STRING "Unexpected report file status on open "
                   DELIMITED BY SIZE
                   BURRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           PERFORM 1900-WRITE-REPORT-HEADINGS
           .
       1050-READ-PROCESS-CONTROL.
      *    The report is dated with the business date operations key
      *    on PAYCTL; an absent control file keeps the machine date.
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
       1100-LOAD-INTERFACE-SENT.
      *    The interface file is a required input -- without it every
      *    employee paid would show as never sent.  Its trailer count
      *    must agree with the details, the same control total the
      *    bureau checks on receipt.
           OPEN INPUT PAYROLL-INTERFACE
           EVALUATE TRUE
               WHEN PAYBUR-OK
                   CONTINUE
               WHEN PAYBUR-NOTFOUND
                   MOVE 'Payroll interface file not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected interface file status on open "
                       DELIMITED BY SIZE
                       PAYBUR-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           PERFORM 1150-READ-INTERFACE
           PERFORM WITH TEST BEFORE
                   UNTIL PAYBUR-EOF
               EVALUATE TRUE
                   WHEN BUR-HEADER
                       MOVE BUR-HDR-BUSINESS-DATE TO WS-SENT-DATE
                   WHEN BUR-DETAIL
                       IF WS-SENT-COUNT NOT LESS THAN 20000
                           MOVE 'Interface file exceeds 20000 employees'
                             TO WS-ERROR-MESSAGE
                           PERFORM 9999-ABORT
                       END-IF
                       ADD 1 TO WS-SENT-COUNT
                       SET WS-SENT-IDX TO WS-SENT-COUNT
                       MOVE BUR-DTL-SSN
                         TO WS-SENT-SSN(WS-SENT-IDX)
                       MOVE BUR-DTL-NAME
                         TO WS-SENT-NAME(WS-SENT-IDX)
                       MOVE BUR-DTL-DEPARTMENT
                         TO WS-SENT-DEPARTMENT(WS-SENT-IDX)
                       MOVE BUR-DTL-PAY-RATE
                         TO WS-SENT-PAY-RATE(WS-SENT-IDX)
                       MOVE SPACE
                         TO WS-SENT-PAID(WS-SENT-IDX)
                   WHEN BUR-TRAILER
                       MOVE BUR-TRL-RECORD-COUNT
                         TO WS-SENT-TRAILER-COUNT
                       SET SENT-TRAILER-FOUND TO TRUE
                   WHEN OTHER
                       STRING "Unknown interface record type "
                           DELIMITED BY SIZE
                           BUR-RECORD-TYPE
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
               END-EVALUATE
               PERFORM 1150-READ-INTERFACE
           END-PERFORM
           CLOSE PAYROLL-INTERFACE
           IF NOT SENT-TRAILER-FOUND
               MOVE 'Interface file has no trailer' TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF WS-SENT-TRAILER-COUNT NOT EQUAL WS-SENT-COUNT
               MOVE 'Interface trailer count does not match details'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1150-READ-INTERFACE.
           READ PAYROLL-INTERFACE
           EVALUATE TRUE
               WHEN PAYBUR-OK
                   CONTINUE
               WHEN PAYBUR-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected interface file status on read "
                       DELIMITED BY SIZE
                       PAYBUR-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1200-READ-REGISTER-HEADER.
      *    The register must answer the interface file we hold: a
      *    register for another pay period would report the whole
      *    payroll as exceptions.
           PERFORM 5150-READ-REGISTER
           IF PAYBURR-EOF OR NOT REG-HEADER
               MOVE 'Bureau register has no header' TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE REG-HDR-PAY-DATE TO WS-REG-PAY-DATE
           MOVE REG-HDR-BUSINESS-DATE TO WS-REG-DATE
           IF WS-REG-DATE NOT EQUAL WS-SENT-DATE
               STRING "Register is for interface of " DELIMITED BY SIZE
                   WS-REG-DATE DELIMITED BY SIZE
                   ", PAYBUR is " DELIMITED BY SIZE
                   WS-SENT-DATE DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO BUR-RPT-LINE
           STRING "PAYBREC BUREAU RETURN REGISTER RECONCILIATION"
                   DELIMITED BY SIZE
                   "  RUN DATE " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   "  PAY DATE " DELIMITED BY SIZE
                   WS-REG-PAY-DATE DELIMITED BY SIZE
                   "  INTERFACE OF " DELIMITED BY SIZE
                   WS-SENT-DATE DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO BUR-RPT-LINE
           STRING "EMPL NO  SSN        " DELIMITED BY SIZE
                   "NAME                            DEPT  "
                   DELIMITED BY SIZE
                   "EXCEPTION                       DETAIL"
                   DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           .
       5000-PROCESS.
           PERFORM 5150-READ-REGISTER
           PERFORM WITH TEST BEFORE
                   UNTIL PAYBURR-EOF
               EVALUATE TRUE
                   WHEN REG-DETAIL
                       PERFORM 5200-MATCH-PAID-EMPLOYEE
                   WHEN REG-TRAILER
                       MOVE REG-TRL-RECORD-COUNT
                         TO WS-REG-TRAILER-COUNT
                       SET REG-TRAILER-FOUND TO TRUE
                   WHEN OTHER
                       STRING "Unknown register record type "
                           DELIMITED BY SIZE
                           REG-RECORD-TYPE
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
               END-EVALUATE
               PERFORM 5150-READ-REGISTER
           END-PERFORM
           IF NOT REG-TRAILER-FOUND
               MOVE 'Bureau register has no trailer' TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF WS-REG-TRAILER-COUNT NOT EQUAL WS-PAID-COUNT
               MOVE 'Register trailer count does not match details'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       5150-READ-REGISTER.
           READ BUREAU-REGISTER
           EVALUATE TRUE
               WHEN PAYBURR-OK
                   CONTINUE
               WHEN PAYBURR-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected register file status on read "
                       DELIMITED BY SIZE
                       PAYBURR-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       5200-MATCH-PAID-EMPLOYEE.
      *    One register detail can raise more than one exception --
      *    a terminated employee who was also never sent is both.
           ADD 1 TO WS-PAID-COUNT
           ADD REG-DTL-GROSS-PAID TO WS-PAID-GROSS
           MOVE REG-DTL-SSN TO WS-REPORT-SSN
           MOVE REG-DTL-NAME TO WS-REPORT-NAME
           MOVE REG-DTL-DEPARTMENT TO WS-REPORT-DEPARTMENT
           PERFORM 5300-READ-EMPL-MASTER
           IF NOT MASTER-REC-FOUND
               MOVE 'PAID - NOT ON EMPLOYEE MASTER'
                 TO WS-EXCEPTION-TEXT
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               PERFORM 5900-WRITE-EXCEPTION
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           ELSE
               IF NOT EMPL-ACTIVE
                   MOVE 'PAID - TERMINATED ON MASTER'
                     TO WS-EXCEPTION-TEXT
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING "TERMINATED " DELIMITED BY SIZE
                       EMPL-TERM-DATE DELIMITED BY SIZE
                     INTO WS-EXCEPTION-DETAIL
                   PERFORM 5900-WRITE-EXCEPTION
                   ADD 1 TO WS-TERMINATED-COUNT
               END-IF
               IF REG-DTL-RATE-PAID NOT EQUAL EMPL-PAY-RATE
                   MOVE 'PAID AT WRONG RATE' TO WS-EXCEPTION-TEXT
                   MOVE REG-DTL-RATE-PAID TO WS-RATE-FORMATTED
                   MOVE EMPL-PAY-RATE TO WS-RATE-FORMATTED-2
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING "PAID " DELIMITED BY SIZE
                       WS-RATE-FORMATTED DELIMITED BY SIZE
                       "  MASTER " DELIMITED BY SIZE
                       WS-RATE-FORMATTED-2 DELIMITED BY SIZE
                     INTO WS-EXCEPTION-DETAIL
                   PERFORM 5900-WRITE-EXCEPTION
                   ADD 1 TO WS-RATE-COUNT
               END-IF
           END-IF
           PERFORM 5400-FIND-SENT-EMPLOYEE
           EVALUATE TRUE
               WHEN NOT SENT-ENTRY-FOUND
                   MOVE 'PAID - NOT SENT TO BUREAU'
                     TO WS-EXCEPTION-TEXT
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   PERFORM 5900-WRITE-EXCEPTION
                   ADD 1 TO WS-NOT-SENT-COUNT
               WHEN SENT-EMPLOYEE-PAID(WS-SENT-IDX)
                   MOVE 'PAID MORE THAN ONCE' TO WS-EXCEPTION-TEXT
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   PERFORM 5900-WRITE-EXCEPTION
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN OTHER
                   SET SENT-EMPLOYEE-PAID(WS-SENT-IDX) TO TRUE
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE
           .
       5300-READ-EMPL-MASTER.
      *    The bureau knows employees only by SSN, so the master is
      *    read on its SSN alternate key for the employee number.
           MOVE SPACE TO WS-MASTER-FOUND
           MOVE SPACES TO WS-REPORT-EMPL-NUMBER
           MOVE WS-REPORT-SSN TO EMPL-SSN OF EMPL-MASTER-REC
           READ EMPL-MASTER
               KEY IS EMPL-SSN OF EMPL-MASTER-REC
           EVALUATE TRUE
               WHEN EMPL-MASTER-OK
                   SET MASTER-REC-FOUND TO TRUE
                   MOVE EMPL-NUMBER TO WS-REPORT-EMPL-NUMBER
               WHEN EMPL-MASTER-NOREC
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected master file status on read "
                       DELIMITED BY SIZE
                       EMPL-MASTER-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       5400-FIND-SENT-EMPLOYEE.
           MOVE SPACE TO WS-SENT-FOUND
           IF WS-SENT-COUNT GREATER ZERO
               SET WS-SENT-IDX TO 1
               SEARCH WS-SENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SENT-SSN(WS-SENT-IDX) EQUAL REG-DTL-SSN
                       SET SENT-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       5900-WRITE-EXCEPTION.
      *    Callers set the employee (WS-REPORT-...) and the exception
      *    text and detail before performing this.
           MOVE WS-REPORT-SSN(6:4) TO WS-MASKED-SSN-LAST4
           MOVE SPACES TO BUR-RPT-LINE
           STRING WS-REPORT-EMPL-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MASKED-SSN DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-REPORT-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-REPORT-DEPARTMENT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXCEPTION-DETAIL DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           .
       6000-REPORT-UNPAID.
      *    Everyone we sent should have been paid; the ones the
      *    register never mentioned are the other side of the match.
           IF WS-SENT-COUNT GREATER ZERO
               PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                       UNTIL WS-SENT-IDX GREATER WS-SENT-COUNT
                   IF NOT SENT-EMPLOYEE-PAID(WS-SENT-IDX)
                       MOVE WS-SENT-SSN(WS-SENT-IDX)
                         TO WS-REPORT-SSN
                       MOVE WS-SENT-NAME(WS-SENT-IDX)
                         TO WS-REPORT-NAME
                       MOVE WS-SENT-DEPARTMENT(WS-SENT-IDX)
                         TO WS-REPORT-DEPARTMENT
                       PERFORM 5300-READ-EMPL-MASTER
                       MOVE 'SENT - NOT PAID' TO WS-EXCEPTION-TEXT
                       MOVE WS-SENT-PAY-RATE(WS-SENT-IDX)
                         TO WS-RATE-FORMATTED
                       MOVE SPACES TO WS-EXCEPTION-DETAIL
                       STRING "SENT AT " DELIMITED BY SIZE
                           WS-RATE-FORMATTED DELIMITED BY SIZE
                         INTO WS-EXCEPTION-DETAIL
                       PERFORM 5900-WRITE-EXCEPTION
                       ADD 1 TO WS-NOT-PAID-COUNT
                   END-IF
               END-PERFORM
           END-IF
           .
       2950-WRITE-REPORT-LINE.
           WRITE BUR-RPT-LINE
           IF NOT BURRPT-OK
               STRING "Unexpected report file status on write "
                   DELIMITED BY SIZE
                   BURRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       7000-WRITE-SUMMARY.
           MOVE SPACES TO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-SENT-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-PAID-COUNT TO WS-COUNT-FORMATTED-2
           MOVE WS-PAID-GROSS TO WS-AMOUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           STRING "EMPLOYEES SENT " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
                   "  PAID " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED-2 DELIMITED BY SIZE
                   "  GROSS PAID " DELIMITED BY SIZE
                   WS-AMOUNT-FORMATTED DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-MATCHED-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           STRING "PAID AS SENT                " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           STRING "PAID - NOT ON MASTER        " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-TERMINATED-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           STRING "PAID - TERMINATED ON MASTER " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-NOT-SENT-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           STRING "PAID - NOT SENT TO BUREAU   " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           STRING "PAID MORE THAN ONCE         " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-RATE-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           STRING "PAID AT WRONG RATE          " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-NOT-PAID-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           STRING "SENT - NOT PAID             " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO BUR-RPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO BUR-RPT-LINE
           IF WS-EXCEPTION-COUNT EQUAL ZERO
               MOVE "ALL EMPLOYEES PAID AS SENT" TO BUR-RPT-LINE
           ELSE
               STRING "EXCEPTIONS THIS RUN: " DELIMITED BY SIZE
                       WS-COUNT-FORMATTED DELIMITED BY SIZE
                       "  *** CLEAR BEFORE RELEASING PAYROLL ***"
                       DELIMITED BY SIZE
                 INTO BUR-RPT-LINE
           END-IF
           PERFORM 2950-WRITE-REPORT-LINE
           .
       7100-WRITE-RUN-STATISTICS.
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
           MOVE 'PAYBREC' TO RS-PROGRAM
           MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE
           MOVE WS-PAID-COUNT TO RS-RECORDS-READ
           MOVE WS-MATCHED-COUNT TO RS-RECORDS-GOOD
           MOVE WS-EXCEPTION-COUNT TO RS-RECORDS-REJECTED
           MOVE WS-PAID-GROSS TO RS-AMOUNT-TOTAL
           MOVE ZERO TO RS-WARNING-COUNT
           IF WS-EXCEPTION-COUNT GREATER ZERO
               MOVE 8 TO RS-RETURN-CODE
           ELSE
               MOVE ZERO TO RS-RETURN-CODE
           END-IF
           WRITE RS-REC
           IF NOT RUNSTATS-OK
               STRING "Unexpected RUNSTATS file status on write "
                   DELIMITED BY SIZE
                   RUNSTATS-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           CLOSE RUN-STATISTICS
           .
       8000-HOUSEKEEPING.
           PERFORM 7000-WRITE-SUMMARY
           CLOSE BUREAU-REGISTER
           CLOSE EMPL-MASTER
           CLOSE RECON-REPORT
           PERFORM 7100-WRITE-RUN-STATISTICS
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "Bureau register exceptions: " WS-COUNT-FORMATTED
           IF WS-EXCEPTION-COUNT GREATER ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
