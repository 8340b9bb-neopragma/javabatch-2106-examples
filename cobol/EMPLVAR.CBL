       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLVAR.
      *****************************************************************
      * Monthly headcount and salary budget variance by department.
      * Each department on the department master is compared with
      * the active employees the employee master carries for it:
      * budgeted against actual headcount, and the salary budget
      * against the total of the active employees' pay rates, with
      * both variances and the share of the salary budget in use.
      * A department over either budget is flagged, as is one with
      * staff but no budget; a department code on the employee
      * master that the department master does not carry is listed
      * after the others.  Company totals close the report.
      * Runnable as its own job (EMPLVAR) at the start of each
      * month.
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
           SELECT DEPT-MASTER
               ASSIGN TO "DEPTMSTR"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS DEPTMSTR-STATUS.
           SELECT PROCESS-CONTROL
               ASSIGN TO "PAYCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PAYCTL-STATUS.
           SELECT VARIANCE-REPORT
               ASSIGN TO "EMPLVAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EMPLVAR-STATUS.
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
      * Run controls operations maintain (business date, etc.)
       FD  PROCESS-CONTROL
           DATA RECORD IS CTL-REC.
       01  CTL-REC.
           05  CTL-BUSINESS-DATE        PIC 9(08).
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       FD  VARIANCE-REPORT
           DATA RECORD IS VAR-RPT-LINE.
       01  VAR-RPT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILLER.
           05  EMPL-MASTER-STATUS PIC XX.
               88  EMPL-MASTER-OK        VALUE '00'.
               88  EMPL-MASTER-EOF       VALUE '10'.
               88  EMPL-MASTER-NOTFOUND  VALUE '35'.
           05  DEPTMSTR-STATUS    PIC XX.
               88  DEPTMSTR-OK       VALUE '00'.
               88  DEPTMSTR-EOF      VALUE '10'.
               88  DEPTMSTR-NOTFOUND VALUE '35'.
           05  PAYCTL-STATUS      PIC XX.
               88  PAYCTL-OK         VALUE '00'.
               88  PAYCTL-NOTFOUND   VALUE '35'.
           05  EMPLVAR-STATUS     PIC XX.
               88  EMPLVAR-OK        VALUE '00'.
           05  WS-ERROR-MESSAGE   PIC X(50).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  FILLER                PIC X(13).
       01  WS-BUSINESS-DATE          PIC 9(08) VALUE 0.
      *    The department master's departments in file order, then
      *    any code found only on the employee master.
       01  WS-DEPARTMENT-TABLE.
           05  WS-DEPT-COUNT         PIC 9(03) VALUE 0.
           05  WS-DEPT-LISTED-COUNT  PIC 9(03) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 1 TO 250 TIMES
                   DEPENDING ON WS-DEPT-COUNT
                   INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE          PIC X(04).
               10  WS-DEPT-NAME          PIC X(30).
               10  WS-DEPT-BUDGET-HC     PIC 9(05).
               10  WS-DEPT-BUDGET-SALARY PIC S9(11)V99 COMP-3.
               10  WS-DEPT-ACTUAL-HC     PIC 9(05).
               10  WS-DEPT-ACTUAL-PAY    PIC S9(11)V99 COMP-3.
       01  WS-VARIANCE-CONTROL.
           05  WS-INACTIVE-COUNT     PIC 9(07) VALUE 0.
           05  WS-FLAGGED-COUNT      PIC 9(05) VALUE 0.
           05  WS-FLAG-TEXT          PIC X(10).
           05  WS-TOT-BUDGET-HC      PIC 9(07) VALUE 0.
           05  WS-TOT-BUDGET-SALARY  PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-ACTUAL-HC      PIC 9(07) VALUE 0.
           05  WS-TOT-ACTUAL-PAY     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PRINT-WORK.
           05  WS-LINE-BUDGET-HC     PIC 9(07).
           05  WS-LINE-ACTUAL-HC     PIC 9(07).
           05  WS-LINE-HC-VARIANCE   PIC S9(07).
           05  WS-LINE-BUDGET-SALARY PIC S9(13)V99 COMP-3.
           05  WS-LINE-ACTUAL-PAY    PIC S9(13)V99 COMP-3.
           05  WS-LINE-PAY-VARIANCE  PIC S9(13)V99 COMP-3.
           05  WS-LINE-PERCENT       PIC S9(04)V9 COMP-3.
           05  WS-BUDGET-HC-FORMATTED PIC ZZ,ZZ9.
           05  WS-ACTUAL-HC-FORMATTED PIC ZZ,ZZ9.
           05  WS-HC-VAR-FORMATTED   PIC ZZ,ZZ9-.
           05  WS-BUDGET-FORMATTED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ACTUAL-FORMATTED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-PAY-VAR-FORMATTED  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PERCENT-FORMATTED  PIC ZZZ9.9.
           05  WS-PERCENT-TEXT REDEFINES WS-PERCENT-FORMATTED
                                     PIC X(06).
           05  WS-COUNT-FORMATTED    PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 5000-PROCESS
           PERFORM 6000-WRITE-VARIANCE-REPORT
           PERFORM 8000-HOUSEKEEPING
           GOBACK
           .
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           PERFORM 1050-READ-PROCESS-CONTROL
           PERFORM 1100-LOAD-DEPT-MASTER
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
           OPEN OUTPUT VARIANCE-REPORT
           IF NOT EMPLVAR-OK
               STRING "Unexpected report file status on open "
                   DELIMITED BY SIZE
                   EMPLVAR-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
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
       1100-LOAD-DEPT-MASTER.
      *    The budgets live on the department master, so unlike the
      *    headcount analysis this report will not run without it.
      *    A blank budget field reads as zero.
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
                           IF DEPT-BUDGET-HEADCOUNT NUMERIC
                               MOVE DEPT-BUDGET-HEADCOUNT
                                 TO WS-DEPT-BUDGET-HC(WS-DEPT-IDX)
                           END-IF
                           IF DEPT-BUDGET-SALARY NUMERIC
                               MOVE DEPT-BUDGET-SALARY
                                 TO WS-DEPT-BUDGET-SALARY(WS-DEPT-IDX)
                           END-IF
                       END-IF
                       READ DEPT-MASTER
                   END-PERFORM
                   CLOSE DEPT-MASTER
               WHEN DEPTMSTR-NOTFOUND
                   MOVE 'Department master file not found'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   STRING "Unexpected dept master status on open "
                       DELIMITED BY SIZE
                       DEPTMSTR-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           IF WS-DEPT-COUNT EQUAL ZERO
               MOVE 'Department master is empty'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE WS-DEPT-COUNT TO WS-DEPT-LISTED-COUNT
           .
       5000-PROCESS.
           PERFORM 5150-READ-EMPL-MASTER
           PERFORM WITH TEST BEFORE
                   UNTIL EMPL-MASTER-EOF
               IF EMPL-ACTIVE
                   PERFORM 5200-ACCUMULATE-EMPLOYEE
               ELSE
                   ADD 1 TO WS-INACTIVE-COUNT
               END-IF
               PERFORM 5150-READ-EMPL-MASTER
           END-PERFORM
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
       5200-ACCUMULATE-EMPLOYEE.
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   PERFORM 5250-ADD-UNLISTED-DEPT
               WHEN WS-DEPT-CODE(WS-DEPT-IDX) EQUAL
                       EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-DEPT-ACTUAL-HC(WS-DEPT-IDX)
           ADD EMPL-PAY-RATE IN EMPL-MASTER-REC
             TO WS-DEPT-ACTUAL-PAY(WS-DEPT-IDX)
           .
       5250-ADD-UNLISTED-DEPT.
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
       6000-WRITE-VARIANCE-REPORT.
           MOVE SPACES TO VAR-RPT-LINE
           STRING "DEPARTMENT HEADCOUNT AND SALARY BUDGET VARIANCE"
                   DELIMITED BY SIZE
                   "  AS OF " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO VAR-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO VAR-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO VAR-RPT-LINE
           STRING "DEPT NAME                           "
                   DELIMITED BY SIZE
                   "BUDGET ACTUAL HC VAR      SALARY BUDGET"
                   DELIMITED BY SIZE
                   "        ACTUAL PAY      PAY VARIANCE     PCT  FLAG"
                   DELIMITED BY SIZE
             INTO VAR-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX GREATER WS-DEPT-COUNT
               IF WS-DEPT-IDX EQUAL WS-DEPT-LISTED-COUNT + 1
                   MOVE SPACES TO VAR-RPT-LINE
                   PERFORM 6950-WRITE-REPORT-LINE
                   MOVE "DEPARTMENTS ON THE EMPLOYEE MASTER ONLY"
                     TO VAR-RPT-LINE
                   PERFORM 6950-WRITE-REPORT-LINE
               END-IF
               PERFORM 6100-WRITE-DEPT-LINE
           END-PERFORM
           MOVE WS-TOT-BUDGET-HC     TO WS-LINE-BUDGET-HC
           MOVE WS-TOT-ACTUAL-HC     TO WS-LINE-ACTUAL-HC
           MOVE WS-TOT-BUDGET-SALARY TO WS-LINE-BUDGET-SALARY
           MOVE WS-TOT-ACTUAL-PAY    TO WS-LINE-ACTUAL-PAY
           PERFORM 6200-FORMAT-VARIANCE
           MOVE SPACES TO VAR-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE SPACES TO VAR-RPT-LINE
           STRING "COMPANY TOTAL                       "
                   DELIMITED BY SIZE
                   WS-BUDGET-HC-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTUAL-HC-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HC-VAR-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BUDGET-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTUAL-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PAY-VAR-FORMATTED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PERCENT-TEXT DELIMITED BY SIZE
             INTO VAR-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO VAR-RPT-LINE
           STRING "DEPARTMENTS FLAGGED                 "
                   DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO VAR-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-FORMATTED
           MOVE SPACES TO VAR-RPT-LINE
           STRING "TERMINATED EMPLOYEES ON FILE (EXCLUDED) "
                   DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO VAR-RPT-LINE
           PERFORM 6950-WRITE-REPORT-LINE
           .
       6100-WRITE-DEPT-LINE.
      *    A department with neither a budget nor staff is left off.
           IF WS-DEPT-BUDGET-HC(WS-DEPT-IDX) EQUAL ZERO
                   AND WS-DEPT-BUDGET-SALARY(WS-DEPT-IDX) EQUAL ZERO
                   AND WS-DEPT-ACTUAL-HC(WS-DEPT-IDX) EQUAL ZERO
               CONTINUE
           ELSE
               MOVE WS-DEPT-BUDGET-HC(WS-DEPT-IDX)
                 TO WS-LINE-BUDGET-HC
               MOVE WS-DEPT-ACTUAL-HC(WS-DEPT-IDX)
                 TO WS-LINE-ACTUAL-HC
               MOVE WS-DEPT-BUDGET-SALARY(WS-DEPT-IDX)
                 TO WS-LINE-BUDGET-SALARY
               MOVE WS-DEPT-ACTUAL-PAY(WS-DEPT-IDX)
                 TO WS-LINE-ACTUAL-PAY
               PERFORM 6200-FORMAT-VARIANCE
               ADD WS-LINE-BUDGET-HC     TO WS-TOT-BUDGET-HC
               ADD WS-LINE-ACTUAL-HC     TO WS-TOT-ACTUAL-HC
               ADD WS-LINE-BUDGET-SALARY TO WS-TOT-BUDGET-SALARY
               ADD WS-LINE-ACTUAL-PAY    TO WS-TOT-ACTUAL-PAY
               EVALUATE TRUE
                   WHEN WS-LINE-BUDGET-HC EQUAL ZERO
                           AND WS-LINE-BUDGET-SALARY EQUAL ZERO
                       MOVE "NO BUDGET" TO WS-FLAG-TEXT
                   WHEN WS-LINE-HC-VARIANCE GREATER ZERO
                           AND WS-LINE-PAY-VARIANCE GREATER ZERO
                       MOVE "OVER BOTH" TO WS-FLAG-TEXT
                   WHEN WS-LINE-HC-VARIANCE GREATER ZERO
                       MOVE "OVER HC" TO WS-FLAG-TEXT
                   WHEN WS-LINE-PAY-VARIANCE GREATER ZERO
                       MOVE "OVER PAY" TO WS-FLAG-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-FLAG-TEXT
               END-EVALUATE
               IF WS-FLAG-TEXT NOT EQUAL SPACES
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               MOVE SPACES TO VAR-RPT-LINE
               STRING WS-DEPT-CODE(WS-DEPT-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BUDGET-HC-FORMATTED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ACTUAL-HC-FORMATTED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HC-VAR-FORMATTED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BUDGET-FORMATTED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ACTUAL-FORMATTED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PAY-VAR-FORMATTED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PERCENT-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-FLAG-TEXT DELIMITED BY SIZE
                 INTO VAR-RPT-LINE
               PERFORM 6950-WRITE-REPORT-LINE
           END-IF
           .
       6200-FORMAT-VARIANCE.
      *    Variances are actual less budget, so a positive figure is
      *    over budget.  The percentage is the share of the salary
      *    budget in use, blank where there is no salary budget.
           COMPUTE WS-LINE-HC-VARIANCE =
               WS-LINE-ACTUAL-HC - WS-LINE-BUDGET-HC
           END-COMPUTE
           COMPUTE WS-LINE-PAY-VARIANCE =
               WS-LINE-ACTUAL-PAY - WS-LINE-BUDGET-SALARY
           END-COMPUTE
           MOVE WS-LINE-BUDGET-HC     TO WS-BUDGET-HC-FORMATTED
           MOVE WS-LINE-ACTUAL-HC     TO WS-ACTUAL-HC-FORMATTED
           MOVE WS-LINE-HC-VARIANCE   TO WS-HC-VAR-FORMATTED
           MOVE WS-LINE-BUDGET-SALARY TO WS-BUDGET-FORMATTED
           MOVE WS-LINE-ACTUAL-PAY    TO WS-ACTUAL-FORMATTED
           MOVE WS-LINE-PAY-VARIANCE  TO WS-PAY-VAR-FORMATTED
           IF WS-LINE-BUDGET-SALARY GREATER ZERO
               COMPUTE WS-LINE-PERCENT ROUNDED =
                   WS-LINE-ACTUAL-PAY * 100 / WS-LINE-BUDGET-SALARY
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-PERCENT
               END-COMPUTE
               MOVE WS-LINE-PERCENT TO WS-PERCENT-FORMATTED
           ELSE
               MOVE SPACES TO WS-PERCENT-TEXT
           END-IF
           .
       6950-WRITE-REPORT-LINE.
           WRITE VAR-RPT-LINE
           IF NOT EMPLVAR-OK
               STRING "Unexpected report file status on write "
                   DELIMITED BY SIZE
                   EMPLVAR-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       8000-HOUSEKEEPING.
           CLOSE EMPL-MASTER
           CLOSE VARIANCE-REPORT
           .
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
