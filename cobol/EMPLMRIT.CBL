       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLMRIT.
      *****************************************************************
      * Annual merit increase from HR's increase rules.  Every
      * active employee on the employee master gets the percentage
      * HR set for the employee's pay grade and department, capped
      * at the maximum of the grade's band on the (revised) pay-
      * grade table and never left below its minimum.  The raises
      * are generated as future-dated change transactions in the
      * EMPLIN layout, appended to the pending-transactions file
      * LOADEMPL parks future-dated work on, so each one applies --
      * and is validated against the bands then in force -- the
      * night the effective date arrives.
      *
      * A budget report by department always prints first:
      * headcount, current and proposed payroll, the increase and
      * its percentage, and the employees capped at the band
      * maximum, lifted to the band minimum, or given no rule.  An
      * exception list follows naming every employee capped,
      * lifted, or left out.  Transactions are written only when
      * the PARM says GENERATE, so HR can approve the budget from a
      * report-only run first.
      *
      * MERITRUL: one H record (effective date, description), then
      * R records (grade, department, percent with three decimals).
      * A blank grade or department on a rule matches any; the most
      * specific rule wins -- grade and department, then grade,
      * then department, then the blank/blank default.  An employee
      * no rule matches gets no increase.
      *
      * An employee who already has a transaction waiting on the
      * pending file is left out and listed, since the merit
      * transaction carries the whole master record and would undo
      * the waiting change when it matured; HR keys that raise by
      * hand.
      *
      * PARM: GENERATE to write the transactions; anything else
      * (or no PARM) prints the budget only.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPL-MASTER
               ASSIGN TO "EMPLMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS EMPL-NUMBER OF EMPL-MASTER-REC
               FILE STATUS IS EMPL-MASTER-STATUS.
           SELECT PAY-GRADE-TABLE
               ASSIGN TO "PAYGRADE"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS PAYGRADE-STATUS.
           SELECT DEPT-MASTER
               ASSIGN TO "DEPTMSTR"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS DEPTMSTR-STATUS.
           SELECT MERIT-RULES
               ASSIGN TO "MERITRUL"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS MERITRUL-STATUS.
           SELECT EMPL-PENDING
               ASSIGN TO "EMPLPEND"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS EMPLPEND-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO "PAYCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAYCTL-STATUS.
           SELECT MERIT-REPORT
               ASSIGN TO "MERITRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MERITRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPL-MASTER
           DATA RECORD IS EMPL-MASTER-REC.
       01  EMPL-MASTER-REC.
           COPY EMPLREC.
           05  EMPL-ACTIVE-STATUS    PIC X(01).
               88  EMPL-ACTIVE           VALUE 'A'.
               88  EMPL-TERMINATED       VALUE 'T'.
           05  EMPL-TERM-DATE        PIC X(08).
           05  EMPL-NUMBER           PIC 9(07).
      * Salary bands by pay grade, maintained by HR.  When the bands
      * are revised along with the merit, this is the revised table.
       FD  PAY-GRADE-TABLE
           DATA RECORD IS PAY-GRADE-REC.
       01  PAY-GRADE-REC.
           05  PG-GRADE              PIC X(04).
           05  PG-MIN-RATE           PIC 9(07)V9(02).
           05  PG-MAX-RATE           PIC 9(07)V9(02).
      * Department master: code, name, cost center, active flag,
      * budgeted headcount and salary.
       FD  DEPT-MASTER
           DATA RECORD IS DEPT-REC.
       01  DEPT-REC.
           05  DEPT-CODE             PIC X(04).
           05  DEPT-NAME             PIC X(30).
           05  DEPT-COST-CENTER      PIC X(06).
           05  DEPT-ACTIVE-FLAG      PIC X(01).
           05  DEPT-BUDGET-HEADCOUNT PIC 9(05).
           05  DEPT-BUDGET-SALARY    PIC 9(11)V9(02).
      * HR's increase rules for this merit.
       FD  MERIT-RULES
           DATA RECORD IS MERIT-RULE-REC.
       01  MERIT-RULE-REC.
           05  MR-REC-TYPE           PIC X(01).
               88  MR-HEADER             VALUE 'H'.
               88  MR-RULE               VALUE 'R'.
           05  MR-HEADER-DATA.
               10  MR-EFFECTIVE-DATE     PIC X(08).
               10  MR-DESCRIPTION        PIC X(30).
           05  MR-RULE-DATA REDEFINES MR-HEADER-DATA.
               10  MR-GRADE              PIC X(04).
               10  MR-DEPARTMENT         PIC X(04).
               10  MR-PERCENT            PIC 9(02)V9(03).
               10  FILLER                PIC X(25).
      * LOADEMPL's pending-transactions file, in the EMPLIN layout:
      * read for the employees who already have work waiting, then
      * extended with the merit transactions.
       FD  EMPL-PENDING
           DATA RECORD IS EMPL-PEND-REC.
       01  EMPL-PEND-REC.
           05  EMPL-PEND-TRAN-CODE   PIC X(01).
           05  EMPL-PEND-EFF-DATE    PIC X(08).
           COPY EMPLREC.
           05  EMPL-PEND-OVERRIDE    PIC X(08).
      * Run controls operations maintain (business date, etc.)
       FD  PROCESS-CONTROL
           DATA RECORD IS CTL-REC.
       01  CTL-REC.
           05  CTL-BUSINESS-DATE        PIC 9(08).
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  MERIT-REPORT
           DATA RECORD IS MERIT-RPT-LINE.
       01  MERIT-RPT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILLER.
           05  EMPL-MASTER-STATUS PIC XX.
               88  EMPL-MASTER-OK        VALUE '00'.
               88  EMPL-MASTER-EOF       VALUE '10'.
               88  EMPL-MASTER-NOTFOUND  VALUE '35'.
           05  PAYGRADE-STATUS    PIC XX.
               88  PAYGRADE-OK       VALUE '00'.
               88  PAYGRADE-EOF      VALUE '10'.
               88  PAYGRADE-NOTFOUND VALUE '35'.
           05  DEPTMSTR-STATUS    PIC XX.
               88  DEPTMSTR-OK       VALUE '00'.
               88  DEPTMSTR-EOF      VALUE '10'.
               88  DEPTMSTR-NOTFOUND VALUE '35'.
           05  MERITRUL-STATUS    PIC XX.
               88  MERITRUL-OK       VALUE '00'.
               88  MERITRUL-EOF      VALUE '10'.
               88  MERITRUL-NOTFOUND VALUE '35'.
           05  EMPLPEND-STATUS    PIC XX.
               88  EMPLPEND-OK       VALUE '00'.
               88  EMPLPEND-EOF      VALUE '10'.
               88  EMPLPEND-NOTFOUND VALUE '35'.
           05  PAYCTL-STATUS      PIC XX.
               88  PAYCTL-OK         VALUE '00'.
               88  PAYCTL-NOTFOUND   VALUE '35'.
           05  MERITRPT-STATUS    PIC XX.
               88  MERITRPT-OK       VALUE '00'.
           05  WS-ERROR-MESSAGE   PIC X(50).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  FILLER                PIC X(13).
       01  WS-MERIT-CONTROL.
           05  WS-BUSINESS-DATE      PIC 9(08) VALUE 0.
           05  WS-EFFECTIVE-DATE     PIC X(08) VALUE SPACES.
           05  WS-MERIT-DESCRIPTION  PIC X(30) VALUE SPACES.
           05  WS-RUN-MODE           PIC X(08) VALUE SPACES.
               88  GENERATE-MODE         VALUE 'GENERATE'.
           05  WS-HEADER-SEEN        PIC X VALUE SPACE.
               88  HEADER-SEEN           VALUE 'Y'.
           05  WS-PASS               PIC X VALUE SPACE.
               88  BUDGET-PASS           VALUE 'B'.
               88  GENERATE-PASS         VALUE 'G'.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT         PIC 9(03) VALUE 0.
           05  WS-RULE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY WS-RULE-IDX.
               10  WS-RULE-GRADE         PIC X(04).
               10  WS-RULE-DEPT          PIC X(04).
               10  WS-RULE-PERCENT       PIC 9(02)V9(03).
       01  WS-RULE-MATCH.
           05  WS-MATCH-RANK         PIC 9(01).
           05  WS-BEST-RANK          PIC 9(01).
           05  WS-BEST-PERCENT       PIC 9(02)V9(03).
       01  WS-GRADE-TABLE.
           05  WS-GRADE-COUNT        PIC 9(03) VALUE 0.
           05  WS-GRADE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-GRADE-COUNT
                   INDEXED BY WS-GRADE-IDX.
               10  WS-GRADE-CODE         PIC X(04).
               10  WS-GRADE-MIN-RATE     PIC S9(07)V99 COMP-3.
               10  WS-GRADE-MAX-RATE     PIC S9(07)V99 COMP-3.
           05  WS-GRADE-FOUND        PIC X VALUE SPACE.
               88  GRADE-FOUND           VALUE 'Y'.
      *    One budget line per department: the master's departments
      *    in DEPTMSTR order, then any code the master carries that
      *    the department master does not.
       01  WS-DEPARTMENT-TABLE.
           05  WS-DEPT-COUNT         PIC 9(03) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 1 TO 250 TIMES
                   DEPENDING ON WS-DEPT-COUNT
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE          PIC X(04).
               10  WS-DEPT-NAME          PIC X(30).
               10  WS-DEPT-HEADCOUNT     PIC 9(07).
               10  WS-DEPT-CURRENT       PIC S9(11)V99 COMP-3.
               10  WS-DEPT-PROPOSED      PIC S9(11)V99 COMP-3.
               10  WS-DEPT-CAPPED        PIC 9(07).
               10  WS-DEPT-LIFTED        PIC 9(07).
               10  WS-DEPT-NO-RULE       PIC 9(07).
               10  WS-DEPT-LEFT-OUT      PIC 9(07).
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT         PIC 9(05) VALUE 0.
           05  WS-PEND-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-PEND-COUNT
                   INDEXED BY WS-PEND-IDX.
               10  WS-PEND-SSN           PIC X(09).
           05  WS-PEND-FOUND         PIC X VALUE SPACE.
               88  PENDING-FOUND         VALUE 'Y'.
      *    The outcome for the employee in hand.
       01  WS-EMPLOYEE-MERIT.
           05  WS-CURRENT-RATE       PIC S9(07)V99 COMP-3.
           05  WS-NEW-RATE           PIC S9(07)V99 COMP-3.
           05  WS-OUTCOME            PIC X(01).
               88  OUTCOME-RAISED        VALUE 'R'.
               88  OUTCOME-CAPPED        VALUE 'C'.
               88  OUTCOME-ABOVE-MAX     VALUE 'M'.
               88  OUTCOME-LIFTED        VALUE 'L'.
               88  OUTCOME-NO-RULE       VALUE 'N'.
               88  OUTCOME-NO-GRADE      VALUE 'G'.
               88  OUTCOME-PENDING       VALUE 'P'.
               88  OUTCOME-AT-BAND-MAX   VALUES 'C' 'M'.
               88  OUTCOME-LEFT-OUT      VALUES 'G' 'P'.
               88  OUTCOME-LISTED        VALUES 'C' 'M' 'L' 'G' 'P'.
       01  WS-COMPANY-TOTALS.
           05  WS-TOT-HEADCOUNT      PIC 9(07) VALUE 0.
           05  WS-TOT-CURRENT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-PROPOSED       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-CAPPED         PIC 9(07) VALUE 0.
           05  WS-TOT-LIFTED         PIC 9(07) VALUE 0.
           05  WS-TOT-NO-RULE        PIC 9(07) VALUE 0.
           05  WS-TOT-LEFT-OUT       PIC 9(07) VALUE 0.
           05  WS-INACTIVE-COUNT     PIC 9(07) VALUE 0.
           05  WS-TRAN-COUNT         PIC 9(07) VALUE 0.
       01  WS-PRINT-WORK.
           05  WS-LINE-HEADCOUNT     PIC 9(07).
           05  WS-LINE-CURRENT       PIC S9(11)V99 COMP-3.
           05  WS-LINE-PROPOSED      PIC S9(11)V99 COMP-3.
           05  WS-LINE-INCREASE      PIC S9(11)V99 COMP-3.
           05  WS-LINE-PERCENT       PIC S9(03)V99 COMP-3.
           05  WS-LINE-CAPPED        PIC 9(07).
           05  WS-LINE-LIFTED        PIC 9(07).
           05  WS-LINE-NO-RULE       PIC 9(07).
           05  WS-COUNT-FORMATTED    PIC ZZZ,ZZ9.
           05  WS-CAPPED-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-LIFTED-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-NO-RULE-FORMATTED  PIC ZZZ,ZZ9.
           05  WS-CURRENT-FORMATTED  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-PROPOSED-FORMATTED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-INCREASE-FORMATTED PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PERCENT-FORMATTED  PIC ZZ9.99-.
           05  WS-RATE-FORMATTED     PIC Z,ZZZ,ZZ9.99.
           05  WS-NEW-RATE-FORMATTED PIC Z,ZZZ,ZZ9.99.
           05  WS-RULE-PCT-FORMATTED PIC Z9.999.
           05  WS-EXCEPTION-TEXT     PIC X(40).
       LINKAGE SECTION.
       01  PARM-MERIT-REQUEST.
           05  PARM-MERIT-MODE       PIC X(08).
       PROCEDURE DIVISION USING PARM-MERIT-REQUEST.
           PERFORM 1000-INITIALIZE
           PERFORM 5000-BUDGET-PASS
           PERFORM 6000-WRITE-BUDGET-REPORT
           PERFORM 7000-EXCEPTION-PASS
           PERFORM 8000-HOUSEKEEPING
           GOBACK
           .
       1000-INITIALIZE.
           MOVE PARM-MERIT-MODE TO WS-RUN-MODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           PERFORM 1050-READ-PROCESS-CONTROL
           PERFORM 1100-LOAD-MERIT-RULES
           PERFORM 1200-LOAD-PAY-GRADE-TABLE
           PERFORM 1300-LOAD-DEPT-MASTER
           PERFORM 1400-LOAD-PENDING-SSNS
           OPEN OUTPUT MERIT-REPORT
           IF NOT MERITRPT-OK
               STRING "Unexpected report file status on open "
                   DELIMITED BY SIZE
                   MERITRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1050-READ-PROCESS-CONTROL.
      *    The effective date is checked against the business date
      *    operations key on PAYCTL; an absent control file keeps
      *    the machine date.
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
       1100-LOAD-MERIT-RULES.
      *    The rules are the whole point of the run, so anything
      *    wrong with them stops it before a line is printed.
           OPEN INPUT MERIT-RULES
           EVALUATE TRUE
               WHEN MERITRUL-OK
                   CONTINUE
               WHEN MERITRUL-NOTFOUND
                   MOVE 'Merit rules file not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected merit rules status on open "
                       DELIMITED BY SIZE
                       MERITRUL-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           READ MERIT-RULES
           PERFORM WITH TEST BEFORE
                   UNTIL MERITRUL-EOF
               EVALUATE TRUE
                   WHEN MR-HEADER AND NOT HEADER-SEEN
                       SET HEADER-SEEN TO TRUE
                       MOVE MR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                       MOVE MR-DESCRIPTION TO WS-MERIT-DESCRIPTION
                   WHEN MR-HEADER
                       MOVE 'Merit rules carry more than one header'
                         TO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   WHEN MR-RULE
                       PERFORM 1150-ADD-MERIT-RULE
                   WHEN OTHER
                       MOVE 'Merit rule record type not H or R'
                         TO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
               END-EVALUATE
               READ MERIT-RULES
           END-PERFORM
           CLOSE MERIT-RULES
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'Merit rules have no H header record'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN WS-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'Merit effective date is not numeric'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN WS-EFFECTIVE-DATE NOT GREATER WS-BUSINESS-DATE
                   MOVE 'Merit effective date is not in the future'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN WS-RULE-COUNT EQUAL ZERO
                   MOVE 'Merit rules file has no R rule records'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       1150-ADD-MERIT-RULE.
           IF MR-PERCENT NOT NUMERIC
               MOVE 'Merit rule percent is not numeric'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF WS-RULE-COUNT GREATER ZERO
               SET WS-RULE-IDX TO 1
               SEARCH WS-RULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RULE-GRADE(WS-RULE-IDX) EQUAL MR-GRADE
                           AND WS-RULE-DEPT(WS-RULE-IDX)
                               EQUAL MR-DEPARTMENT
                       MOVE 'Merit rules repeat a grade/department'
                         TO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
               END-SEARCH
           END-IF
           IF WS-RULE-COUNT NOT LESS THAN 500
               MOVE 'More than 500 merit rules'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-RULE-COUNT
           SET WS-RULE-IDX TO WS-RULE-COUNT
           MOVE MR-GRADE      TO WS-RULE-GRADE(WS-RULE-IDX)
           MOVE MR-DEPARTMENT TO WS-RULE-DEPT(WS-RULE-IDX)
           MOVE MR-PERCENT    TO WS-RULE-PERCENT(WS-RULE-IDX)
           .
       1200-LOAD-PAY-GRADE-TABLE.
      *    The cap is the band maximum, so like LOADEMPL this run
      *    will not go ahead without the table.
           OPEN INPUT PAY-GRADE-TABLE
           EVALUATE TRUE
               WHEN PAYGRADE-OK
                   READ PAY-GRADE-TABLE
                   PERFORM WITH TEST BEFORE
                           UNTIL PAYGRADE-EOF
                       IF WS-GRADE-COUNT LESS THAN 100
                           ADD 1 TO WS-GRADE-COUNT
                           SET WS-GRADE-IDX TO WS-GRADE-COUNT
                           MOVE PG-GRADE
                             TO WS-GRADE-CODE(WS-GRADE-IDX)
                           MOVE PG-MIN-RATE
                             TO WS-GRADE-MIN-RATE(WS-GRADE-IDX)
                           MOVE PG-MAX-RATE
                             TO WS-GRADE-MAX-RATE(WS-GRADE-IDX)
                       END-IF
                       READ PAY-GRADE-TABLE
                   END-PERFORM
                   CLOSE PAY-GRADE-TABLE
               WHEN PAYGRADE-NOTFOUND
                   MOVE 'Pay grade table file not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected grade table status on open "
                       DELIMITED BY SIZE
                       PAYGRADE-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF WS-GRADE-COUNT EQUAL ZERO
               MOVE 'Pay grade table is empty'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       1300-LOAD-DEPT-MASTER.
      *    Names and budget-line order.  An absent file just means
      *    the budget shows bare codes in the order the master
      *    presents them.
           OPEN INPUT DEPT-MASTER
           EVALUATE TRUE
               WHEN DEPTMSTR-OK
                   READ DEPT-MASTER
                   PERFORM WITH TEST BEFORE
                           UNTIL DEPTMSTR-EOF
                       IF WS-DEPT-COUNT LESS THAN 200
                           ADD 1 TO WS-DEPT-COUNT
                           SET WS-DEPT-IDX TO WS-DEPT-COUNT
                           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
                           MOVE DEPT-CODE
                             TO WS-DEPT-CODE(WS-DEPT-IDX)
                           MOVE DEPT-NAME
                             TO WS-DEPT-NAME(WS-DEPT-IDX)
                       END-IF
                       READ DEPT-MASTER
                   END-PERFORM
                   CLOSE DEPT-MASTER
               WHEN DEPTMSTR-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected dept master status on open "
                       DELIMITED BY SIZE
                       DEPTMSTR-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1400-LOAD-PENDING-SSNS.
      *    Every employee with a transaction already parked.  The
      *    file does not exist until LOADEMPL's first run, so its
      *    absence means nothing is waiting.
           OPEN INPUT EMPL-PENDING
           EVALUATE TRUE
               WHEN EMPLPEND-OK
                   READ EMPL-PENDING
                   PERFORM WITH TEST BEFORE
                           UNTIL EMPLPEND-EOF
                       IF WS-PEND-COUNT NOT LESS THAN 20000
                           MOVE 'More than 20000 pending transactions'
                             TO WS-ERROR-MESSAGE
                           PERFORM 9999-ABORT
                       END-IF
                       ADD 1 TO WS-PEND-COUNT
                       SET WS-PEND-IDX TO WS-PEND-COUNT
                       MOVE EMPL-SSN IN EMPL-PEND-REC
                         TO WS-PEND-SSN(WS-PEND-IDX)
                       READ EMPL-PENDING
                   END-PERFORM
                   CLOSE EMPL-PENDING
               WHEN EMPLPEND-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected pending file status on open "
                       DELIMITED BY SIZE
                       EMPLPEND-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1500-OPEN-EMPL-MASTER.
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
           .
       5000-BUDGET-PASS.
      *    First pass: the budget figures, nothing written yet.
           SET BUDGET-PASS TO TRUE
           PERFORM 1500-OPEN-EMPL-MASTER
           PERFORM 5150-READ-EMPL-MASTER
           PERFORM WITH TEST BEFORE
                   UNTIL EMPL-MASTER-EOF
               IF EMPL-ACTIVE
                   PERFORM 5200-COMPUTE-MERIT
                   PERFORM 5400-ACCUMULATE-BUDGET
               ELSE
                   ADD 1 TO WS-INACTIVE-COUNT
               END-IF
               PERFORM 5150-READ-EMPL-MASTER
           END-PERFORM
           CLOSE EMPL-MASTER
           .
       5150-READ-EMPL-MASTER.
           READ EMPL-MASTER
           EVALUATE TRUE
               WHEN EMPL-MASTER-OK
                   CONTINUE
               WHEN EMPL-MASTER-EOF
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
       5200-COMPUTE-MERIT.
      *    Both passes come through here, so the transactions the
      *    second pass writes are exactly the ones budgeted.
           MOVE EMPL-PAY-RATE IN EMPL-MASTER-REC TO WS-CURRENT-RATE
           MOVE WS-CURRENT-RATE TO WS-NEW-RATE
           PERFORM 5210-FIND-PENDING
           PERFORM 5220-FIND-RULE
           PERFORM 5230-FIND-GRADE
           EVALUATE TRUE
               WHEN PENDING-FOUND
                   SET OUTCOME-PENDING TO TRUE
               WHEN WS-BEST-RANK EQUAL ZERO
                   SET OUTCOME-NO-RULE TO TRUE
               WHEN NOT GRADE-FOUND
                   SET OUTCOME-NO-GRADE TO TRUE
               WHEN WS-CURRENT-RATE NOT LESS THAN
                       WS-GRADE-MAX-RATE(WS-GRADE-IDX)
                   SET OUTCOME-ABOVE-MAX TO TRUE
               WHEN OTHER
                   COMPUTE WS-NEW-RATE ROUNDED =
                       WS-CURRENT-RATE
                     + WS-CURRENT-RATE * WS-BEST-PERCENT / 100
                   END-COMPUTE
                   EVALUATE TRUE
                       WHEN WS-NEW-RATE GREATER
                               WS-GRADE-MAX-RATE(WS-GRADE-IDX)
                           MOVE WS-GRADE-MAX-RATE(WS-GRADE-IDX)
                             TO WS-NEW-RATE
                           SET OUTCOME-CAPPED TO TRUE
                       WHEN WS-NEW-RATE LESS THAN
                               WS-GRADE-MIN-RATE(WS-GRADE-IDX)
                           MOVE WS-GRADE-MIN-RATE(WS-GRADE-IDX)
                             TO WS-NEW-RATE
                           SET OUTCOME-LIFTED TO TRUE
                       WHEN OTHER
                           SET OUTCOME-RAISED TO TRUE
                   END-EVALUATE
           END-EVALUATE
           .
       5210-FIND-PENDING.
           MOVE SPACE TO WS-PEND-FOUND
           IF WS-PEND-COUNT GREATER ZERO
               SET WS-PEND-IDX TO 1
               SEARCH WS-PEND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PEND-SSN(WS-PEND-IDX) EQUAL
                           EMPL-SSN IN EMPL-MASTER-REC
                       SET PENDING-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       5220-FIND-RULE.
      *    Rank 4 grade and department, 3 grade only, 2 department
      *    only, 1 the blank/blank default; zero is no rule.
           MOVE ZERO TO WS-BEST-RANK
           MOVE ZERO TO WS-BEST-PERCENT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX GREATER WS-RULE-COUNT
               MOVE ZERO TO WS-MATCH-RANK
               EVALUATE TRUE
                   WHEN WS-RULE-GRADE(WS-RULE-IDX) EQUAL
                           EMPL-PAY-GRADE IN EMPL-MASTER-REC
                           AND WS-RULE-DEPT(WS-RULE-IDX) EQUAL
                           EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
                       MOVE 4 TO WS-MATCH-RANK
                   WHEN WS-RULE-GRADE(WS-RULE-IDX) EQUAL
                           EMPL-PAY-GRADE IN EMPL-MASTER-REC
                           AND WS-RULE-DEPT(WS-RULE-IDX) EQUAL SPACES
                       MOVE 3 TO WS-MATCH-RANK
                   WHEN WS-RULE-GRADE(WS-RULE-IDX) EQUAL SPACES
                           AND WS-RULE-DEPT(WS-RULE-IDX) EQUAL
                           EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
                       MOVE 2 TO WS-MATCH-RANK
                   WHEN WS-RULE-GRADE(WS-RULE-IDX) EQUAL SPACES
                           AND WS-RULE-DEPT(WS-RULE-IDX) EQUAL SPACES
                       MOVE 1 TO WS-MATCH-RANK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-MATCH-RANK GREATER WS-BEST-RANK
                   MOVE WS-MATCH-RANK TO WS-BEST-RANK
                   MOVE WS-RULE-PERCENT(WS-RULE-IDX)
                     TO WS-BEST-PERCENT
               END-IF
           END-PERFORM
           .
       5230-FIND-GRADE.
           MOVE SPACE TO WS-GRADE-FOUND
           SET WS-GRADE-IDX TO 1
           SEARCH WS-GRADE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GRADE-CODE(WS-GRADE-IDX) EQUAL
                       EMPL-PAY-GRADE IN EMPL-MASTER-REC
                   SET GRADE-FOUND TO TRUE
           END-SEARCH
           .
       5400-ACCUMULATE-BUDGET.
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   PERFORM 5450-ADD-UNLISTED-DEPT
               WHEN WS-DEPT-CODE(WS-DEPT-IDX) EQUAL
                       EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-DEPT-HEADCOUNT(WS-DEPT-IDX)
                    WS-TOT-HEADCOUNT
           ADD WS-CURRENT-RATE TO WS-DEPT-CURRENT(WS-DEPT-IDX)
                                  WS-TOT-CURRENT
           ADD WS-NEW-RATE TO WS-DEPT-PROPOSED(WS-DEPT-IDX)
                              WS-TOT-PROPOSED
           EVALUATE TRUE
               WHEN OUTCOME-AT-BAND-MAX
                   ADD 1 TO WS-DEPT-CAPPED(WS-DEPT-IDX)
                            WS-TOT-CAPPED
               WHEN OUTCOME-LIFTED
                   ADD 1 TO WS-DEPT-LIFTED(WS-DEPT-IDX)
                            WS-TOT-LIFTED
               WHEN OUTCOME-NO-RULE
                   ADD 1 TO WS-DEPT-NO-RULE(WS-DEPT-IDX)
                            WS-TOT-NO-RULE
               WHEN OUTCOME-LEFT-OUT
                   ADD 1 TO WS-DEPT-LEFT-OUT(WS-DEPT-IDX)
                            WS-TOT-LEFT-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       5450-ADD-UNLISTED-DEPT.
           IF WS-DEPT-COUNT NOT LESS THAN 250
               MOVE 'More than 250 departments on the master'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           SET WS-DEPT-IDX TO WS-DEPT-COUNT
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
           MOVE EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
             TO WS-DEPT-CODE(WS-DEPT-IDX)
           MOVE '(NOT ON DEPARTMENT MASTER)'
             TO WS-DEPT-NAME(WS-DEPT-IDX)
           .
       6000-WRITE-BUDGET-REPORT.
           MOVE "MERIT INCREASE BUDGET BY DEPARTMENT" TO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "EFFECTIVE " DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MERIT-DESCRIPTION DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           IF GENERATE-MODE
               MOVE "TRANSACTIONS ARE GENERATED BY THIS RUN"
                 TO MERIT-RPT-LINE
           ELSE
               MOVE "BUDGET ONLY - NO TRANSACTIONS GENERATED"
                 TO MERIT-RPT-LINE
           END-IF
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           PERFORM 6050-WRITE-RULE-LINE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX GREATER WS-RULE-COUNT
           MOVE SPACES TO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "DEPT NAME                          "
                   DELIMITED BY SIZE
                   "HEADCOUNT   CURRENT PAYROLL  PROPOSED PAYROLL"
                   DELIMITED BY SIZE
                   "          INCREASE    PCT   CAPPED  AT MIN"
                   DELIMITED BY SIZE
                   " NO RULE" DELIMITED BY SIZE
             INTO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX GREATER WS-DEPT-COUNT
               IF WS-DEPT-HEADCOUNT(WS-DEPT-IDX) GREATER ZERO
                   MOVE WS-DEPT-HEADCOUNT(WS-DEPT-IDX)
                     TO WS-LINE-HEADCOUNT
                   MOVE WS-DEPT-CURRENT(WS-DEPT-IDX)
                     TO WS-LINE-CURRENT
                   MOVE WS-DEPT-PROPOSED(WS-DEPT-IDX)
                     TO WS-LINE-PROPOSED
                   MOVE WS-DEPT-CAPPED(WS-DEPT-IDX) TO WS-LINE-CAPPED
                   MOVE WS-DEPT-LIFTED(WS-DEPT-IDX) TO WS-LINE-LIFTED
                   MOVE WS-DEPT-NO-RULE(WS-DEPT-IDX)
                     TO WS-LINE-NO-RULE
                   PERFORM 6100-FORMAT-BUDGET-FIGURES
                   MOVE SPACES TO MERIT-RPT-LINE
                   STRING WS-DEPT-CODE(WS-DEPT-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-DEPT-NAME(WS-DEPT-IDX)
                           DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-COUNT-FORMATTED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CURRENT-FORMATTED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PROPOSED-FORMATTED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-INCREASE-FORMATTED DELIMITED BY SIZE
                           WS-PERCENT-FORMATTED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CAPPED-FORMATTED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-LIFTED-FORMATTED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-NO-RULE-FORMATTED DELIMITED BY SIZE
                     INTO MERIT-RPT-LINE
                   PERFORM 6950-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-HEADCOUNT TO WS-LINE-HEADCOUNT
           MOVE WS-TOT-CURRENT   TO WS-LINE-CURRENT
           MOVE WS-TOT-PROPOSED  TO WS-LINE-PROPOSED
           MOVE WS-TOT-CAPPED    TO WS-LINE-CAPPED
           MOVE WS-TOT-LIFTED    TO WS-LINE-LIFTED
           MOVE WS-TOT-NO-RULE   TO WS-LINE-NO-RULE
           PERFORM 6100-FORMAT-BUDGET-FIGURES
           MOVE SPACES TO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "COMPANY TOTAL                        "
                   DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CURRENT-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PROPOSED-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-INCREASE-FORMATTED DELIMITED BY SIZE
                   WS-PERCENT-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CAPPED-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIFTED-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NO-RULE-FORMATTED DELIMITED BY SIZE
             INTO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE WS-TOT-LEFT-OUT TO WS-COUNT-FORMATTED
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "ACTIVE EMPLOYEES LEFT OUT (SEE EXCEPTIONS)  "
                   DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "TERMINATED EMPLOYEES ON FILE (EXCLUDED)     "
                   DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           .
       6050-WRITE-RULE-LINE.
           MOVE WS-RULE-PERCENT(WS-RULE-IDX) TO WS-RULE-PCT-FORMATTED
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "RULE  GRADE " DELIMITED BY SIZE
                   WS-RULE-GRADE(WS-RULE-IDX) DELIMITED BY SIZE
                   "  DEPT " DELIMITED BY SIZE
                   WS-RULE-DEPT(WS-RULE-IDX) DELIMITED BY SIZE
                   "  INCREASE " DELIMITED BY SIZE
                   WS-RULE-PCT-FORMATTED DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
             INTO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           .
       6100-FORMAT-BUDGET-FIGURES.
           COMPUTE WS-LINE-INCREASE =
               WS-LINE-PROPOSED - WS-LINE-CURRENT
           END-COMPUTE
           IF WS-LINE-CURRENT GREATER ZERO
               COMPUTE WS-LINE-PERCENT ROUNDED =
                   WS-LINE-INCREASE * 100 / WS-LINE-CURRENT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-LINE-PERCENT
           END-IF
           MOVE WS-LINE-HEADCOUNT TO WS-COUNT-FORMATTED
           MOVE WS-LINE-CURRENT   TO WS-CURRENT-FORMATTED
           MOVE WS-LINE-PROPOSED  TO WS-PROPOSED-FORMATTED
           MOVE WS-LINE-INCREASE  TO WS-INCREASE-FORMATTED
           MOVE WS-LINE-PERCENT   TO WS-PERCENT-FORMATTED
           MOVE WS-LINE-CAPPED    TO WS-CAPPED-FORMATTED
           MOVE WS-LINE-LIFTED    TO WS-LIFTED-FORMATTED
           MOVE WS-LINE-NO-RULE   TO WS-NO-RULE-FORMATTED
           .
       7000-EXCEPTION-PASS.
      *    Second pass: the same computation again, now listing each
      *    employee capped, lifted, or left out and, in GENERATE
      *    mode, writing the transactions.
           SET GENERATE-PASS TO TRUE
           IF GENERATE-MODE
               PERFORM 7050-OPEN-PENDING-EXTEND
           END-IF
           MOVE SPACES TO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE "EXCEPTIONS" TO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           PERFORM 1500-OPEN-EMPL-MASTER
           PERFORM 5150-READ-EMPL-MASTER
           PERFORM WITH TEST BEFORE
                   UNTIL EMPL-MASTER-EOF
               IF EMPL-ACTIVE
                   PERFORM 5200-COMPUTE-MERIT
                   IF OUTCOME-LISTED
                       PERFORM 7200-WRITE-EXCEPTION-LINE
                   END-IF
                   IF GENERATE-MODE
                           AND WS-NEW-RATE GREATER WS-CURRENT-RATE
                       PERFORM 7300-WRITE-MERIT-TRAN
                   END-IF
               END-IF
               PERFORM 5150-READ-EMPL-MASTER
           END-PERFORM
           CLOSE EMPL-MASTER
           IF GENERATE-MODE
               CLOSE EMPL-PENDING
           END-IF
           MOVE WS-TRAN-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "CHANGE TRANSACTIONS GENERATED " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
                   "  EFFECTIVE " DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
             INTO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           .
       7050-OPEN-PENDING-EXTEND.
           OPEN EXTEND EMPL-PENDING
           IF EMPLPEND-NOTFOUND
               OPEN OUTPUT EMPL-PENDING
           END-IF
           IF NOT EMPLPEND-OK
               STRING "Unexpected pending file status on open "
                   DELIMITED BY SIZE
                   EMPLPEND-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       7200-WRITE-EXCEPTION-LINE.
           EVALUATE TRUE
               WHEN OUTCOME-CAPPED
                   MOVE "CAPPED AT BAND MAXIMUM"
                     TO WS-EXCEPTION-TEXT
               WHEN OUTCOME-ABOVE-MAX
                   MOVE "AT/ABOVE BAND MAXIMUM - NO INCREASE"
                     TO WS-EXCEPTION-TEXT
               WHEN OUTCOME-LIFTED
                   MOVE "LIFTED TO BAND MINIMUM"
                     TO WS-EXCEPTION-TEXT
               WHEN OUTCOME-NO-GRADE
                   MOVE "GRADE NOT ON PAY GRADE TABLE - LEFT OUT"
                     TO WS-EXCEPTION-TEXT
               WHEN OUTCOME-PENDING
                   MOVE "PENDING TRANSACTION ON FILE - LEFT OUT"
                     TO WS-EXCEPTION-TEXT
           END-EVALUATE
           MOVE WS-CURRENT-RATE TO WS-RATE-FORMATTED
           MOVE WS-NEW-RATE TO WS-NEW-RATE-FORMATTED
           MOVE SPACES TO MERIT-RPT-LINE
           STRING EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMPL-PAY-GRADE IN EMPL-MASTER-REC
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMPL-NAME IN EMPL-MASTER-REC(1:40)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RATE-FORMATTED DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-NEW-RATE-FORMATTED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT DELIMITED BY SIZE
             INTO MERIT-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           .
       7300-WRITE-MERIT-TRAN.
      *    A change transaction carrying the master record with the
      *    new rate, dated for the effective date; LOADEMPL parks it
      *    until then.
           MOVE 'C' TO EMPL-PEND-TRAN-CODE
           MOVE WS-EFFECTIVE-DATE TO EMPL-PEND-EFF-DATE
           MOVE EMPL-NAME IN EMPL-MASTER-REC
             TO EMPL-NAME IN EMPL-PEND-REC
           MOVE EMPL-HIRE-DATE-YYYYMMDD IN EMPL-MASTER-REC
             TO EMPL-HIRE-DATE-YYYYMMDD IN EMPL-PEND-REC
           MOVE EMPL-SSN IN EMPL-MASTER-REC
             TO EMPL-SSN IN EMPL-PEND-REC
           MOVE WS-NEW-RATE
             TO EMPL-PAY-RATE IN EMPL-PEND-REC
           MOVE EMPL-PAY-GRADE IN EMPL-MASTER-REC
             TO EMPL-PAY-GRADE IN EMPL-PEND-REC
           MOVE EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
             TO EMPL-DEPARTMENT-CODE IN EMPL-PEND-REC
           MOVE SPACES TO EMPL-PEND-OVERRIDE
           WRITE EMPL-PEND-REC
           IF NOT EMPLPEND-OK
               STRING "Unexpected pending file status on write "
                   DELIMITED BY SIZE
                   EMPLPEND-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           .
       6950-WRITE-REPORT-LINE.
           WRITE MERIT-RPT-LINE
           IF NOT MERITRPT-OK
               STRING "Unexpected report file status on write "
                   DELIMITED BY SIZE
                   MERITRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       8000-HOUSEKEEPING.
           CLOSE MERIT-REPORT
           .
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
