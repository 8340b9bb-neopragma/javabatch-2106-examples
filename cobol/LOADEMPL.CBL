               ASSIGN TO "EMPLMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMPL-NUMBER OF EMPL-MASTER-REC
               ALTERNATE RECORD KEY IS EMPL-SSN OF EMPL-MASTER-REC
               FILE STATUS IS EMPL-MASTER-STATUS.
           SELECT CYCLE-LEDGER
               ASSIGN TO "CYCLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CYCLEDG-STATUS.
           SELECT RERUN-OVERRIDE
               ASSIGN TO "CYCRERUN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CYCRERUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Raw employee data that has not been validated.  Every record
      * leads with its maintenance transaction: A = add, C = change,
      * T = terminate (effective date used for terminations).  The
      * override code trails the record: an add or transfer that
      * would take a department over its budgeted headcount loads
      * only when it carries one, and every one used is reported.
       FD  EMPL-IN
           DATA RECORD IS EMPL-IN-REC.
       01  EMPL-IN-REC.
               88  EMPL-TRAN-VALID       VALUES 'A', 'C', 'T'.
           05  EMPL-TRAN-EFF-DATE    PIC X(08).
           COPY EMPLREC.
           05  EMPL-TRAN-OVERRIDE    PIC X(08).
      * Employee records that have been validated
       FD  EMPL-VALIDATED
           DATA RECORD IS EMPL-VALIDATED-REC.
           05  EMPL-VALD-TRAN-CODE   PIC X(01).
           05  EMPL-VALD-EFF-DATE    PIC X(08).
           COPY EMPLREC.
           05  EMPL-VALD-OVERRIDE    PIC X(08).
      * Employee records with validation errors
       FD  EMPL-ERRORS
           DATA RECORD IS EMPL-ERRORS-REC.
           05  EMPL-ERR-TRAN-CODE    PIC X(01).
           05  EMPL-ERR-EFF-DATE     PIC X(08).
           COPY EMPLREC.
           05  EMPL-ERR-OVERRIDE     PIC X(08).
           05  EMPL-ERROR-COUNT      PIC 9(01).
           05  EMPL-ERROR-MESSAGE    PIC X(50) OCCURS 5 TIMES.
      * Records carrying a TEST-SSN, kept out of EMPL-VALIDATED
           05  EMPL-TEST-TRAN-CODE   PIC X(01).
           05  EMPL-TEST-EFF-DATE    PIC X(08).
           COPY EMPLREC.
           05  EMPL-TEST-OVERRIDE    PIC X(08).
      * Transactions whose effective date has not arrived yet, in
      * the EMPL-IN-REC layout.  EMPLPNDI is the prior night's
      * EMPLPNDO, rolled forward by the job stream the way the
      * matures.
       FD  EMPL-PENDING-IN
           DATA RECORD IS EMPL-PEND-IN-REC.
       01  EMPL-PEND-IN-REC            PIC X(127).
       FD  EMPL-PENDING-OUT
           DATA RECORD IS EMPL-PEND-OUT-REC.
       01  EMPL-PEND-OUT-REC           PIC X(127).
      * Run-control / audit report
       FD  LOADEMPL-REPORT
           DATA RECORD IS EMPLRPT-LINE.
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
      * Persistent employee master, keyed by the employee number
      * assigned here when the employee is added, with the SSN as an
      * alternate key for the transactions HR sends.  A termination
      * keeps the record but marks it inactive with the date, so an
      * accidental resend of an old file can no longer silently
      * regress or resurrect anyone.
               88  EMPL-ACTIVE           VALUE 'A'.
               88  EMPL-TERMINATED       VALUE 'T'.
           05  EMPL-TERM-DATE        PIC X(08).
           05  EMPL-NUMBER           PIC 9(07).
      * Salary bands by pay grade, maintained by HR
       FD  PAY-GRADE-TABLE
           DATA RECORD IS PAY-GRADE-REC.
           05  PG-MIN-RATE           PIC 9(07)V9(02).
           05  PG-MAX-RATE           PIC 9(07)V9(02).
      * Department master, maintained like the pay-grade table:
      * code, name, cost center, whether the department still
      * accepts new employees, and its budgeted headcount and
      * salary (a zero or blank headcount budget is not controlled).
       FD  DEPT-MASTER
           DATA RECORD IS DEPT-REC.
       01  DEPT-REC.
           05  DEPT-NAME             PIC X(30).
           05  DEPT-COST-CENTER      PIC X(06).
           05  DEPT-ACTIVE-FLAG      PIC X(01).
           05  DEPT-BUDGET-HEADCOUNT PIC 9(05).
           05  DEPT-BUDGET-SALARY    PIC 9(11)V9(02).
      * Permanent before/after audit of every master change
       FD  EMPL-AUDIT-TRAIL
           DATA RECORD IS EMPL-AUDIT-REC.
       01  EMPL-AUDIT-REC.
           05  EA-TRAN-CODE          PIC X(01).
           05  EA-SSN                PIC X(09).
           05  EA-EMPL-NUMBER        PIC 9(07).
           05  EA-RUN-DATE           PIC X(08).
           05  EA-BEFORE-IMAGE       PIC X(126).
           05  EA-AFTER-IMAGE        PIC X(126).
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
       01  FILLER.
           05  EMPL-IN-STATUS        PIC XX.
               88  PAYCTL-NOTFOUND   VALUE '35'.
           05  EMPL-MASTER-STATUS PIC XX.
               88  EMPL-MASTER-OK        VALUE '00'.
               88  EMPL-MASTER-EOF       VALUE '10'.
               88  EMPL-MASTER-NOTFOUND  VALUE '35'.
               88  EMPL-MASTER-DUPLICATE VALUE '22'.
               88  EMPL-MASTER-NOREC     VALUE '23'.
           05  EMPAUDT-STATUS     PIC XX.
               88  EMPAUDT-OK        VALUE '00'.
               88  EMPAUDT-NOTFOUND  VALUE '35'.
           05  CYCLEDG-STATUS        PIC X(02).
               88  CYCLEDG-OK            VALUE '00'.
               88  CYCLEDG-EOF           VALUE '10'.
               88  CYCLEDG-NOTFOUND      VALUE '35'.
           05  CYCRERUN-STATUS       PIC X(02).
               88  CYCRERUN-OK           VALUE '00'.
               88  CYCRERUN-EOF          VALUE '10'.
               88  CYCRERUN-NOTFOUND     VALUE '35'.
           05  WS-COUNTERS.
               10  WS-VALID-COUNT        PIC S9(5) COMP-3.
               10  WS-ERROR-COUNT        PIC S9(5) COMP-3.
               10  WS-HELD-COUNT         PIC S9(5) COMP-3.
               10  WS-RELEASED-COUNT     PIC S9(5) COMP-3.
               10  WS-STILL-PENDING-COUNT PIC S9(5) COMP-3.
               10  WS-OVERRIDE-COUNT     PIC S9(5) COMP-3.
               10  WS-TOTAL-PAY-RATE     PIC S9(11)V99 COMP-3.
           05  WS-COUNT-FORMATTED PIC ZZ,ZZ9.
           05  WS-ERROR-MESSAGE   PIC X(50).
       01  WS-Master-Lookup.
           05  WS-Master-Exists      PIC X VALUE SPACE.
               88  MASTER-REC-EXISTS     VALUE 'Y'.
           05  WS-Before-Image       PIC X(126).
           05  WS-Last-Empl-Number   PIC 9(07) VALUE 0.
      *    Only the last four digits of an SSN leave this program on
      *    the validated, test and error files.
       01  WS-SSN-Masking.
           05  WS-Masked-SSN.
               10  FILLER              PIC X(05) VALUE '*****'.
               10  WS-Masked-SSN-Last4 PIC X(04).
       01  WS-Pay-Grade-Validation.
           05  WS-Grade-Count          PIC 9(03) VALUE 0.
           05  WS-Grade-Entry OCCURS 1 TO 100 TIMES
               10  WS-Dept-Cost-Center     PIC X(06).
               10  WS-Dept-Active          PIC X(01).
                   88  WS-DEPT-IS-ACTIVE       VALUE 'A'.
               10  WS-Dept-Budget-Headcount PIC 9(05).
               10  WS-Dept-Headcount       PIC 9(05).
           05  WS-Dept-Found           PIC X VALUE SPACE.
               88  DEPT-FOUND              VALUE 'Y'.
           05  WS-Dept-Search-Code     PIC X(04).
       01  WS-Position-Control.
           05  WS-Position-Move        PIC X VALUE SPACE.
               88  POSITION-INTO-DEPT      VALUE 'Y'.
           05  WS-Position-Override    PIC X VALUE SPACE.
               88  HEADCOUNT-OVERRIDDEN    VALUE 'Y'.
           05  WS-Headcount-Formatted  PIC ZZ,ZZ9.
           05  WS-Budget-Formatted     PIC ZZ,ZZ9.
       01  WS-Cycle-Ledger-Control.
           05  WS-Step-Program       PIC X(08) VALUE 'LOADEMPL'.
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
           05  WS-Cycle-Number       PIC 9(02) VALUE 1.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 5000-PROCESS
           GOBACK
           .
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           PERFORM 1200-READ-PROCESS-CONTROL
           PERFORM 1250-CHECK-CYCLE-LEDGER
           OPEN INPUT EMPL-IN
           EVALUATE TRUE
               WHEN EMPL-IN-OK
           PERFORM 1050-LOAD-PAY-GRADE-TABLE
           PERFORM 1060-LOAD-DEPT-MASTER
           PERFORM 1100-OPEN-EMPL-MASTER
           PERFORM 1170-COUNT-DEPT-HEADCOUNT
           PERFORM 1150-OPEN-EMPL-AUDIT-TRAIL
           PERFORM 1160-OPEN-PENDING-FILES

           INITIALIZE WS-COUNTERS
           PERFORM 1900-WRITE-REPORT-HEADING
           .
       1200-READ-PROCESS-CONTROL.
                           MOVE CTL-BUSINESS-DATE
                             TO WS-CURRENT-DATE
                       END-IF
                       IF CTL-CYCLE-NUMBER GREATER ZERO
                           MOVE CTL-CYCLE-NUMBER TO WS-Cycle-Number
                       END-IF
                   END-IF
                   CLOSE PROCESS-CONTROL
               WHEN PAYCTL-NOTFOUND
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1250-CHECK-CYCLE-LEDGER.
      *    A resubmitted night must not run a step again that has
      *    already completed for this business date and cycle.  The
      *    ledger is read only when the job allocates CYCLEDG; a job
      *    that does not keep one runs unguarded.
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
                           AND CLG-BUSINESS-DATE EQUAL WS-CURRENT-DATE
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
               CLOSE CYCLE-LEDGER
           END-IF
           IF STEP-ALREADY-COMPLETED
               PERFORM 1251-CHECK-RERUN-OVERRIDE
               IF NOT RERUN-AUTHORIZED
                   PERFORM 1252-REFUSE-COMPLETED-STEP
               END-IF
           END-IF
           .
       1251-CHECK-RERUN-OVERRIDE.
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
                                   WS-CURRENT-DATE
                               AND (RRN-CYCLE-NUMBER EQUAL ZERO
                                 OR RRN-CYCLE-NUMBER EQUAL
                                    WS-Cycle-Number)
                           SET RERUN-AUTHORIZED TO TRUE
                           MOVE RRN-OPERATOR TO WS-Step-Operator
                       END-IF
                       READ RERUN-OVERRIDE
                   END-PERFORM
                   CLOSE RERUN-OVERRIDE
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
               DISPLAY WS-Step-Program " " WS-Step-Key
                   " already completed for business date "
                   WS-CURRENT-DATE " cycle " WS-Cycle-Number
                   " - rerun authorized by " WS-Step-Operator
           END-IF
           .
       1252-REFUSE-COMPLETED-STEP.
      *    The step ends without doing anything.  A step whose first
      *    run ended clean ends RC 2, so the steps after it still
      *    run while the rolls of its output files are bypassed; a
      *    step that ended above RC 4 ends with that code again, so
      *    whatever it held is still held.
           DISPLAY WS-Step-Program " " WS-Step-Key
               " already completed for business date "
               WS-CURRENT-DATE " cycle " WS-Cycle-Number
               " with return code " WS-Step-Prior-RC
               " - not run again without a CYCRERUN override"
           MOVE 'S' TO WS-Step-Status
           IF WS-Step-Prior-RC GREATER 4
               MOVE WS-Step-Prior-RC TO WS-Step-Return-Code
           ELSE
               MOVE 2 TO WS-Step-Return-Code
           END-IF
           PERFORM 8910-WRITE-CYCLE-LEDGER-REC
           MOVE WS-Step-Return-Code TO RETURN-CODE
           GOBACK
           .
       1050-LOAD-PAY-GRADE-TABLE.
      *    HR maintains the salary band for every valid grade.  The
      *    table is a required control -- running without it would
                             TO WS-Dept-Cost-Center(WS-Dept-Idx)
                           MOVE DEPT-ACTIVE-FLAG
                             TO WS-Dept-Active(WS-Dept-Idx)
                           IF DEPT-BUDGET-HEADCOUNT NUMERIC
                               MOVE DEPT-BUDGET-HEADCOUNT
                                 TO WS-Dept-Budget-Headcount
                                    (WS-Dept-Idx)
                           ELSE
                               MOVE ZERO
                                 TO WS-Dept-Budget-Headcount
                                    (WS-Dept-Idx)
                           END-IF
                           MOVE ZERO TO WS-Dept-Headcount(WS-Dept-Idx)
                       END-IF
                       READ DEPT-MASTER
                   END-PERFORM
               PERFORM 9999-ABORT
           END-IF
           .
       1170-COUNT-DEPT-HEADCOUNT.
      *    Position control starts from the master's active
      *    headcount per department and follows every add, transfer
      *    and termination applied tonight.  The same pass finds the
      *    highest employee number issued so far; tonight's adds are
      *    numbered on from it.
           MOVE ZERO TO EMPL-NUMBER IN EMPL-MASTER-REC
           START EMPL-MASTER
               KEY IS NOT LESS THAN EMPL-NUMBER IN EMPL-MASTER-REC
           END-START
           EVALUATE TRUE
               WHEN EMPL-MASTER-OK
                   PERFORM 1175-READ-NEXT-EMPL-MASTER
               WHEN EMPL-MASTER-NOREC
                   SET EMPL-MASTER-EOF TO TRUE
               WHEN OTHER
                   STRING "Unexpected master status on start "
                       DELIMITED BY SIZE
                       EMPL-MASTER-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           PERFORM WITH TEST BEFORE
                   UNTIL EMPL-MASTER-EOF
               IF EMPL-NUMBER IN EMPL-MASTER-REC
                       GREATER WS-Last-Empl-Number
                   MOVE EMPL-NUMBER IN EMPL-MASTER-REC
                     TO WS-Last-Empl-Number
               END-IF
               IF EMPL-ACTIVE
                   MOVE EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
                     TO WS-Dept-Search-Code
                   PERFORM 5246-FIND-DEPARTMENT
                   IF DEPT-FOUND
                       ADD 1 TO WS-Dept-Headcount(WS-Dept-Idx)
                   END-IF
               END-IF
               PERFORM 1175-READ-NEXT-EMPL-MASTER
           END-PERFORM
           .
       1175-READ-NEXT-EMPL-MASTER.
           READ EMPL-MASTER NEXT RECORD
           EVALUATE TRUE
               WHEN EMPL-MASTER-OK
                   CONTINUE
               WHEN EMPL-MASTER-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected master status on read next "
                       DELIMITED BY SIZE
                       EMPL-MASTER-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       1150-OPEN-EMPL-AUDIT-TRAIL.
           OPEN EXTEND EMPL-AUDIT-TRAIL
           IF EMPAUDT-NOTFOUND
           PERFORM 5230-VALIDATE-DUPLICATE-SSN
           PERFORM 5240-VALIDATE-COMPENSATION
           PERFORM 5245-VALIDATE-TRAN-VS-MASTER
           PERFORM 5247-VALIDATE-POSITION-CONTROL
           EVALUATE TRUE
               WHEN WS-Error-Tally GREATER ZERO
                   PERFORM 5600-WRITE-ERROR-REC
               MOVE EMPL-SSN IN EMPL-IN-REC
                 TO EMPL-SSN IN EMPL-MASTER-REC
               READ EMPL-MASTER
                   KEY IS EMPL-SSN IN EMPL-MASTER-REC
               EVALUATE TRUE
                   WHEN EMPL-MASTER-OK
                       SET MASTER-REC-EXISTS TO TRUE
      *    The code must be on the department master; a department
      *    closed to new staff (inactive) still carries its existing
      *    employees, so only adds are rejected against it.
           MOVE EMPL-DEPARTMENT-CODE IN EMPL-IN-REC
             TO WS-Dept-Search-Code
           PERFORM 5246-FIND-DEPARTMENT
           EVALUATE TRUE
               WHEN NOT DEPT-FOUND
                   MOVE "Department code not on department master"
           END-EVALUATE
           .

       5246-FIND-DEPARTMENT.
           MOVE SPACE TO WS-Dept-Found
           SET WS-Dept-Idx TO 1
           SEARCH WS-Dept-Entry
               AT END
                   CONTINUE
               WHEN WS-Dept-Code(WS-Dept-Idx) EQUAL
                       WS-Dept-Search-Code
                   SET DEPT-FOUND TO TRUE
           END-SEARCH
           .

       5247-VALIDATE-POSITION-CONTROL.
      *    An add, or a change that moves an active employee into
      *    another department, takes a position in the department it
      *    names.  When the department is already at its budgeted
      *    headcount the transaction is refused unless it carries an
      *    override code; 5452-ADJUST-DEPT-HEADCOUNT reports the
      *    override once the transaction is applied.  The master
      *    record 5245-VALIDATE-TRAN-VS-MASTER read is still in the
      *    record area here.
           MOVE SPACE TO WS-Position-Move
           MOVE SPACE TO WS-Position-Override
           IF TEST-SSN IN EMPL-IN-REC
                   OR NOT EMPL-TRAN-VALID
                   OR WS-Error-Tally GREATER ZERO
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN EMPL-TRAN-ADD
                       SET POSITION-INTO-DEPT TO TRUE
                   WHEN EMPL-TRAN-CHANGE
                           AND EMPL-ACTIVE
                           AND EMPL-DEPARTMENT-CODE IN EMPL-IN-REC
                               NOT EQUAL EMPL-DEPARTMENT-CODE
                                   IN EMPL-MASTER-REC
                       SET POSITION-INTO-DEPT TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF POSITION-INTO-DEPT
               MOVE EMPL-DEPARTMENT-CODE IN EMPL-IN-REC
                 TO WS-Dept-Search-Code
               PERFORM 5246-FIND-DEPARTMENT
               IF WS-Dept-Budget-Headcount(WS-Dept-Idx) GREATER ZERO
                       AND WS-Dept-Headcount(WS-Dept-Idx)
                           NOT LESS THAN
                           WS-Dept-Budget-Headcount(WS-Dept-Idx)
                   IF EMPL-TRAN-OVERRIDE EQUAL SPACES
                       MOVE "Department is at its budgeted headcount"
                           TO WS-ERROR-MESSAGE
                       PERFORM 5250-RECORD-ERROR
                   ELSE
                       SET HEADCOUNT-OVERRIDDEN TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       5242-VALIDATE-PAY-GRADE-BAND.
      *    The grade must be in HR's table and the pay rate inside
      *    the band it defines -- out-of-band rates are exactly the
           END-IF
           .

       5260-MASK-SSN.
           MOVE EMPL-SSN IN EMPL-IN-REC(6:4) TO WS-Masked-SSN-Last4
           .

       5400-WRITE-VALIDATED-REC.
           MOVE EMPL-IN-REC TO EMPL-VALIDATED-REC
           PERFORM 5260-MASK-SSN
           MOVE WS-Masked-SSN TO EMPL-SSN IN EMPL-VALIDATED-REC
           WRITE EMPL-VALIDATED-REC
           IF NOT EMPL-VALD-OK
               STRING "Unexpected validated file status on write "
                   DELIMITED BY SIZE
      *    5245-VALIDATE-TRAN-VS-MASTER has already read the master
      *    and saved the before image, so by here an add is known
      *    new and a change or termination is known present.
           PERFORM 5452-ADJUST-DEPT-HEADCOUNT
           EVALUATE TRUE
               WHEN EMPL-TRAN-ADD
                   PERFORM 5460-ADD-EMPL-MASTER
           END-EVALUATE
           .

       5452-ADJUST-DEPT-HEADCOUNT.
      *    Runs before the master is updated, so the record area
      *    still holds the employee's department and status as they
      *    were.
           IF EMPL-TRAN-TERMINATE
                   OR (POSITION-INTO-DEPT AND EMPL-TRAN-CHANGE)
               IF EMPL-ACTIVE
                   MOVE EMPL-DEPARTMENT-CODE IN EMPL-MASTER-REC
                     TO WS-Dept-Search-Code
                   PERFORM 5246-FIND-DEPARTMENT
                   IF DEPT-FOUND
                       AND WS-Dept-Headcount(WS-Dept-Idx) GREATER ZERO
                       SUBTRACT 1 FROM WS-Dept-Headcount(WS-Dept-Idx)
                   END-IF
               END-IF
           END-IF
           IF POSITION-INTO-DEPT
               MOVE EMPL-DEPARTMENT-CODE IN EMPL-IN-REC
                 TO WS-Dept-Search-Code
               PERFORM 5246-FIND-DEPARTMENT
               ADD 1 TO WS-Dept-Headcount(WS-Dept-Idx)
               IF HEADCOUNT-OVERRIDDEN
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE WS-Dept-Headcount(WS-Dept-Idx)
                     TO WS-Headcount-Formatted
                   MOVE WS-Dept-Budget-Headcount(WS-Dept-Idx)
                     TO WS-Budget-Formatted
                   MOVE SPACES TO EMPLRPT-LINE
                   STRING "HEADCOUNT OVERRIDE " DELIMITED BY SIZE
                           EMPL-TRAN-OVERRIDE DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           EMPL-DEPARTMENT-CODE IN EMPL-IN-REC
                           DELIMITED BY SIZE
                           " NOW " DELIMITED BY SIZE
                           WS-Headcount-Formatted DELIMITED BY SIZE
                           " AGAINST BUDGET " DELIMITED BY SIZE
                           WS-Budget-Formatted DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           EMPL-NAME IN EMPL-IN-REC DELIMITED BY SIZE
                     INTO EMPLRPT-LINE
                   PERFORM 1950-WRITE-REPORT-LINE
               END-IF
           END-IF
           .

       5455-MOVE-INPUT-TO-MASTER.
           MOVE EMPL-NAME IN EMPL-IN-REC
             TO EMPL-NAME IN EMPL-MASTER-REC
           PERFORM 5455-MOVE-INPUT-TO-MASTER
           SET EMPL-ACTIVE TO TRUE
           MOVE SPACES TO EMPL-TERM-DATE
           IF WS-Last-Empl-Number EQUAL 9999999
               MOVE 'Employee numbers exhausted' TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-Last-Empl-Number
           MOVE WS-Last-Empl-Number TO EMPL-NUMBER IN EMPL-MASTER-REC
           WRITE EMPL-MASTER-REC
               INVALID KEY
                   STRING "Unexpected duplicate adding master SSN "
       5490-WRITE-EMPL-AUDIT.
           MOVE EMPL-TRAN-CODE TO EA-TRAN-CODE
           MOVE EMPL-SSN IN EMPL-IN-REC TO EA-SSN
           MOVE EMPL-NUMBER IN EMPL-MASTER-REC TO EA-EMPL-NUMBER
           MOVE WS-CURRENT-DATE TO EA-RUN-DATE
           MOVE WS-Before-Image TO EA-BEFORE-IMAGE
           MOVE EMPL-MASTER-REC TO EA-AFTER-IMAGE
           MOVE SPACES TO EMPLRPT-LINE
           EVALUATE TRUE
               WHEN EMPL-TRAN-ADD
                   STRING "ADDED: EMPLOYEE " DELIMITED BY SIZE
                           EMPL-NUMBER IN EMPL-MASTER-REC
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMPL-NAME IN EMPL-IN-REC
                           DELIMITED BY SIZE
                     INTO EMPLRPT-LINE
               WHEN EMPL-TRAN-CHANGE
                   STRING "CHANGED: EMPLOYEE " DELIMITED BY SIZE
                           EMPL-NUMBER IN EMPL-MASTER-REC
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMPL-NAME IN EMPL-IN-REC
                           DELIMITED BY SIZE
                     INTO EMPLRPT-LINE
               WHEN EMPL-TRAN-TERMINATE
                   STRING "TERMINATED: EMPLOYEE " DELIMITED BY SIZE
                           EMPL-NUMBER IN EMPL-MASTER-REC
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMPL-NAME IN EMPL-IN-REC
                           DELIMITED BY SIZE
                           " EFFECTIVE " DELIMITED BY SIZE
           .

       5500-WRITE-TEST-SSN-REC.
           MOVE EMPL-IN-REC TO EMPL-TEST-SSN-REC
           PERFORM 5260-MASK-SSN
           MOVE WS-Masked-SSN TO EMPL-SSN IN EMPL-TEST-SSN-REC
           WRITE EMPL-TEST-SSN-REC
           IF NOT EMPL-TEST-SSN-OK
               STRING "Unexpected test-SSN file status on write "
                   DELIMITED BY SIZE

       5600-WRITE-ERROR-REC.
           MOVE EMPL-IN-REC TO EMPL-ERRORS-REC
           PERFORM 5260-MASK-SSN
           MOVE WS-Masked-SSN TO EMPL-SSN IN EMPL-ERRORS-REC
           MOVE WS-Error-Tally TO EMPL-ERROR-COUNT
           SET WS-Error-Idx TO 1
           PERFORM WS-Error-Tally TIMES
           MOVE WS-TEST-SSN-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "Test-SSN records: " WS-COUNT-FORMATTED
           PERFORM 8600-WRITE-RUN-STATISTICS
           PERFORM 8900-RECORD-CYCLE-LEDGER
           .
       8600-WRITE-RUN-STATISTICS.
           OPEN EXTEND RUN-STATISTICS
           MOVE WS-VALID-COUNT TO RS-RECORDS-GOOD
           MOVE WS-ERROR-COUNT TO RS-RECORDS-REJECTED
           MOVE WS-TOTAL-PAY-RATE TO RS-AMOUNT-TOTAL
           MOVE WS-OVERRIDE-COUNT TO RS-WARNING-COUNT
           MOVE ZERO TO RS-RETURN-CODE
           WRITE RS-REC
           IF NOT RUNSTATS-OK
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO EMPLRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE

           MOVE SPACES TO EMPLRPT-LINE
           MOVE WS-OVERRIDE-COUNT TO WS-COUNT-FORMATTED
           STRING "Headcount budget overrides: " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO EMPLRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           .
       8900-RECORD-CYCLE-LEDGER.
           IF LEDGER-IN-USE
               IF RERUN-AUTHORIZED
                   MOVE 'O' TO WS-Step-Status
               ELSE
                   MOVE 'C' TO WS-Step-Status
               END-IF
               MOVE RETURN-CODE TO WS-Step-Return-Code
               PERFORM 8910-WRITE-CYCLE-LEDGER-REC
           END-IF
           .
       8910-WRITE-CYCLE-LEDGER-REC.
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
           MOVE WS-CURRENT-DATE     TO CLG-BUSINESS-DATE
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
           CLOSE CYCLE-LEDGER
           .
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
