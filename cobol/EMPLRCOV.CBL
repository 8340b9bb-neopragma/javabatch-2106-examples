      *       record in key order and report every mismatch; ends
      *       RC 8 when the two disagree.
      *
      * Either mode can be limited to one employee by following the
      * mode and date (blank for verify) with 'E' + the employee
      * number or 'S' + the SSN -- e.g. 'R20260901E0001234' or
      * 'V        S123456789' -- so one damaged record can be rolled
      * forward or checked without touching the rest.
      *
      * The run-control report (RCOVRPT) shows what was applied or
      * compared either way, identifying employees by number with
      * the SSN masked to its last four digits.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "EMPLMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMPL-NUMBER OF EMPL-MASTER-REC
               ALTERNATE RECORD KEY IS EMPL-SSN OF EMPL-MASTER-REC
               FILE STATUS IS EMPL-MASTER-STATUS.
           SELECT EMPL-CHECK
               ASSIGN TO "EMPLCHK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMPL-CHK-NUMBER OF EMPL-CHECK-REC
               ALTERNATE RECORD KEY IS EMPL-SSN OF EMPL-CHECK-REC
               FILE STATUS IS EMPL-CHECK-STATUS.
           SELECT RECOVERY-REPORT
               ASSIGN TO "RCOVRPT"
       01  EMPL-AUDIT-REC.
           05  EA-TRAN-CODE          PIC X(01).
           05  EA-SSN                PIC X(09).
           05  EA-EMPL-NUMBER        PIC 9(07).
           05  EA-RUN-DATE           PIC X(08).
           05  EA-BEFORE-IMAGE       PIC X(126).
           05  EA-AFTER-IMAGE        PIC X(126).
       FD  EMPL-MASTER
           DATA RECORD IS EMPL-MASTER-REC.
       01  EMPL-MASTER-REC.
           COPY EMPLREC.
           05  EMPL-ACTIVE-STATUS    PIC X(01).
           05  EMPL-TERM-DATE        PIC X(08).
           05  EMPL-NUMBER           PIC 9(07).
      * The live master the verify mode compares the rebuilt one to.
       FD  EMPL-CHECK
           DATA RECORD IS EMPL-CHECK-REC.
           COPY EMPLREC.
           05  EMPL-CHK-ACTIVE-STATUS PIC X(01).
           05  EMPL-CHK-TERM-DATE    PIC X(08).
           05  EMPL-CHK-NUMBER       PIC 9(07).
       FD  RECOVERY-REPORT
           DATA RECORD IS RCOVRPT-LINE.
       01  RCOVRPT-LINE                PIC X(132).
               88  EMPL-MASTER-EOF       VALUE '10'.
               88  EMPL-MASTER-NOTFOUND  VALUE '35'.
               88  EMPL-MASTER-DUPLICATE VALUE '22'.
               88  EMPL-MASTER-NOREC     VALUE '23'.
           05  EMPL-CHECK-STATUS  PIC XX.
               88  EMPL-CHECK-OK         VALUE '00'.
               88  EMPL-CHECK-EOF        VALUE '10'.
               88  EMPL-CHECK-NOTFOUND   VALUE '35'.
               88  EMPL-CHECK-NOREC      VALUE '23'.
           05  RCOVRPT-STATUS     PIC XX.
               88  RCOVRPT-OK        VALUE '00'.
           05  WS-ERROR-MESSAGE   PIC X(50).
               88  RECOVERY-MODE         VALUE 'R'.
               88  VERIFY-MODE           VALUE 'V'.
           05  WS-RECOVER-TO-DATE    PIC X(08).
       01  WS-SELECT-CONTROL.
           05  WS-SELECT-TYPE        PIC X(01).
               88  SELECT-BY-SSN         VALUE 'S'.
               88  SELECT-BY-EMPL-NUMBER VALUE 'E'.
               88  SELECT-ONE-EMPLOYEE   VALUE 'S' 'E'.
           05  WS-SELECT-SSN         PIC X(09).
           05  WS-SELECT-EMPL-NUMBER PIC 9(07).
           05  WS-MASTER-FOUND       PIC X(01).
               88  SELECTED-ON-MASTER    VALUE 'Y'.
           05  WS-CHECK-FOUND        PIC X(01).
               88  SELECTED-ON-CHECK     VALUE 'Y'.
       01  WS-RECOVERY-COUNTERS.
           05  WS-IMAGES-READ        PIC 9(09) VALUE 0.
           05  WS-IMAGES-APPLIED     PIC 9(09) VALUE 0.
           05  WS-IMAGES-ADDED       PIC 9(09) VALUE 0.
           05  WS-IMAGES-REPLACED    PIC 9(09) VALUE 0.
           05  WS-IMAGES-SKIPPED     PIC 9(09) VALUE 0.
           05  WS-IMAGES-NOT-SELECTED PIC 9(09) VALUE 0.
       01  WS-VERIFY-CONTROL.
           05  WS-MASTER-KEY         PIC X(07).
           05  WS-CHECK-KEY          PIC X(07).
           05  WS-RECORDS-COMPARED   PIC 9(09) VALUE 0.
           05  WS-MISMATCH-COUNT     PIC 9(09) VALUE 0.
       01  WS-PRINT-WORK.
           05  WS-COUNT-FORMATTED    PIC ZZZ,ZZZ,ZZ9.
           05  WS-MASKED-SSN.
               10  FILLER            PIC X(05) VALUE '*****'.
               10  WS-MASKED-SSN-LAST4 PIC X(04).
       LINKAGE SECTION.
       01  PARM-RECOVERY-REQUEST.
           05  PARM-RUN-MODE         PIC X(01).
           05  PARM-RECOVER-TO-DATE  PIC X(08).
           05  PARM-SELECT-TYPE      PIC X(01).
           05  PARM-SELECT-VALUE     PIC X(09).
       PROCEDURE DIVISION USING PARM-RECOVERY-REQUEST.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE PARM-SELECT-TYPE TO WS-SELECT-TYPE
           EVALUATE TRUE
               WHEN SELECT-BY-SSN
                   MOVE PARM-SELECT-VALUE TO WS-SELECT-SSN
                   MOVE WS-SELECT-SSN(6:4) TO WS-MASKED-SSN-LAST4
               WHEN SELECT-BY-EMPL-NUMBER
                   IF PARM-SELECT-VALUE(1:7) NOT NUMERIC
                       MOVE "Employee number must be 7 digits"
                         TO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
                   MOVE PARM-SELECT-VALUE(1:7)
                     TO WS-SELECT-EMPL-NUMBER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           OPEN OUTPUT RECOVERY-REPORT
           IF NOT RCOVRPT-OK
               STRING "Unexpected report file status on open "
           END-IF
           PERFORM 1950-WRITE-REPORT-LINE
           MOVE SPACES TO RCOVRPT-LINE
           EVALUATE TRUE
               WHEN SELECT-BY-SSN
                   STRING "LIMITED TO THE EMPLOYEE WITH SSN "
                           DELIMITED BY SIZE
                           WS-MASKED-SSN DELIMITED BY SIZE
                     INTO RCOVRPT-LINE
                   PERFORM 1950-WRITE-REPORT-LINE
               WHEN SELECT-BY-EMPL-NUMBER
                   STRING "LIMITED TO EMPLOYEE " DELIMITED BY SIZE
                           WS-SELECT-EMPL-NUMBER DELIMITED BY SIZE
                     INTO RCOVRPT-LINE
                   PERFORM 1950-WRITE-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO RCOVRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           .
       1950-WRITE-REPORT-LINE.
           .
       5200-APPLY-ONE-IMAGE.
      *    Images are on the trail in the order LOADEMPL applied
      *    them, so replaying them in file order leaves each employee at
      *    its latest state as of the cutoff -- the newest image
      *    simply overwrites the earlier ones.
           EVALUATE TRUE
               WHEN SELECT-BY-SSN
                       AND EA-SSN NOT EQUAL WS-SELECT-SSN
                   ADD 1 TO WS-IMAGES-NOT-SELECTED
               WHEN SELECT-BY-EMPL-NUMBER
                       AND EA-EMPL-NUMBER NOT EQUAL
                           WS-SELECT-EMPL-NUMBER
                   ADD 1 TO WS-IMAGES-NOT-SELECTED
               WHEN EA-RUN-DATE GREATER WS-RECOVER-TO-DATE
                   ADD 1 TO WS-IMAGES-SKIPPED
               WHEN OTHER
                   PERFORM 5250-WRITE-ONE-IMAGE
           END-EVALUATE
           .
       5250-WRITE-ONE-IMAGE.
           MOVE EA-AFTER-IMAGE TO EMPL-MASTER-REC
           WRITE EMPL-MASTER-REC
               INVALID KEY
                   PERFORM 5300-REPLACE-MASTER-REC
               NOT INVALID KEY
                   IF EMPL-MASTER-OK
                       ADD 1 TO WS-IMAGES-ADDED
                   ELSE
                       STRING "Unexpected master status on write "
                           DELIMITED BY SIZE
                           EMPL-MASTER-STATUS
                           DELIMITED BY SIZE
                         INTO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
           END-WRITE
           ADD 1 TO WS-IMAGES-APPLIED
           .
       5300-REPLACE-MASTER-REC.
           REWRITE EMPL-MASTER-REC
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO RCOVRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           IF SELECT-ONE-EMPLOYEE
               MOVE SPACES TO RCOVRPT-LINE
               MOVE WS-IMAGES-NOT-SELECTED TO WS-COUNT-FORMATTED
               STRING "Images for other employees (skipped): "
                       DELIMITED BY SIZE
                       WS-COUNT-FORMATTED DELIMITED BY SIZE
                 INTO RCOVRPT-LINE
               PERFORM 1950-WRITE-REPORT-LINE
           END-IF
           .
       6000-VERIFY-MASTERS.
           OPEN INPUT EMPL-MASTER
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF SELECT-ONE-EMPLOYEE
               PERFORM 6600-VERIFY-ONE-EMPLOYEE
           ELSE
               PERFORM 6050-VERIFY-ALL-EMPLOYEES
           END-IF
           CLOSE EMPL-MASTER
           CLOSE EMPL-CHECK
           PERFORM 6800-WRITE-VERIFY-SUMMARY
           .
       6050-VERIFY-ALL-EMPLOYEES.
           PERFORM 6100-READ-MASTER-SIDE
           PERFORM 6200-READ-CHECK-SIDE
      *    Both clusters are read in employee number order; the
      *    lower key is the side with a record the other is missing.
           PERFORM WITH TEST BEFORE
                   UNTIL WS-MASTER-KEY EQUAL HIGH-VALUES
                     AND WS-CHECK-KEY EQUAL HIGH-VALUES
                       PERFORM 6200-READ-CHECK-SIDE
               END-EVALUATE
           END-PERFORM
           .
       6100-READ-MASTER-SIDE.
           READ EMPL-MASTER NEXT
           EVALUATE TRUE
               WHEN EMPL-MASTER-OK
                   MOVE EMPL-NUMBER OF EMPL-MASTER-REC
                     TO WS-MASTER-KEY
               WHEN EMPL-MASTER-EOF
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
           END-EVALUATE
           .
       6200-READ-CHECK-SIDE.
           READ EMPL-CHECK NEXT
           EVALUATE TRUE
               WHEN EMPL-CHECK-OK
                   MOVE EMPL-CHK-NUMBER OF EMPL-CHECK-REC
                     TO WS-CHECK-KEY
               WHEN EMPL-CHECK-EOF
                   MOVE HIGH-VALUES TO WS-CHECK-KEY
           .
       6300-REPORT-MASTER-ONLY.
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE EMPL-SSN OF EMPL-MASTER-REC(6:4)
             TO WS-MASKED-SSN-LAST4
           MOVE SPACES TO RCOVRPT-LINE
           STRING "MISMATCH EMPLOYEE " DELIMITED BY SIZE
                   WS-MASTER-KEY DELIMITED BY SIZE
                   " SSN " DELIMITED BY SIZE
                   WS-MASKED-SSN DELIMITED BY SIZE
                   " - ON REBUILT MASTER ONLY" DELIMITED BY SIZE
             INTO RCOVRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           .
       6400-REPORT-CHECK-ONLY.
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE EMPL-SSN OF EMPL-CHECK-REC(6:4)
             TO WS-MASKED-SSN-LAST4
           MOVE SPACES TO RCOVRPT-LINE
           STRING "MISMATCH EMPLOYEE " DELIMITED BY SIZE
                   WS-CHECK-KEY DELIMITED BY SIZE
                   " SSN " DELIMITED BY SIZE
                   WS-MASKED-SSN DELIMITED BY SIZE
                   " - ON LIVE MASTER ONLY" DELIMITED BY SIZE
             INTO RCOVRPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           ADD 1 TO WS-RECORDS-COMPARED
           IF EMPL-MASTER-REC NOT EQUAL EMPL-CHECK-REC
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE EMPL-SSN OF EMPL-MASTER-REC(6:4)
                 TO WS-MASKED-SSN-LAST4
               MOVE SPACES TO RCOVRPT-LINE
               STRING "MISMATCH EMPLOYEE " DELIMITED BY SIZE
                       WS-MASTER-KEY DELIMITED BY SIZE
                       " SSN " DELIMITED BY SIZE
                       WS-MASKED-SSN DELIMITED BY SIZE
                       " - RECORD CONTENT DIFFERS" DELIMITED BY SIZE
                 INTO RCOVRPT-LINE
               PERFORM 1950-WRITE-REPORT-LINE
           END-IF
           .
       6600-VERIFY-ONE-EMPLOYEE.
      *    The selected employee is read from each cluster by the key
      *    given; a record on only one side, or different on the
      *    two, is reported the same way as in the full comparison.
           PERFORM 6610-READ-SELECTED-MASTER
           PERFORM 6620-READ-SELECTED-CHECK
           EVALUATE TRUE
               WHEN SELECTED-ON-MASTER AND SELECTED-ON-CHECK
                   MOVE EMPL-NUMBER OF EMPL-MASTER-REC
                     TO WS-MASTER-KEY
                   PERFORM 6500-COMPARE-MATCHED-PAIR
               WHEN SELECTED-ON-MASTER
                   MOVE EMPL-NUMBER OF EMPL-MASTER-REC
                     TO WS-MASTER-KEY
                   PERFORM 6300-REPORT-MASTER-ONLY
               WHEN SELECTED-ON-CHECK
                   MOVE EMPL-CHK-NUMBER OF EMPL-CHECK-REC
                     TO WS-CHECK-KEY
                   PERFORM 6400-REPORT-CHECK-ONLY
               WHEN OTHER
                   MOVE "SELECTED EMPLOYEE IS ON NEITHER MASTER"
                     TO RCOVRPT-LINE
                   PERFORM 1950-WRITE-REPORT-LINE
           END-EVALUATE
           .
       6610-READ-SELECTED-MASTER.
           MOVE SPACE TO WS-MASTER-FOUND
           IF SELECT-BY-SSN
               MOVE WS-SELECT-SSN TO EMPL-SSN OF EMPL-MASTER-REC
               READ EMPL-MASTER
                   KEY IS EMPL-SSN OF EMPL-MASTER-REC
           ELSE
               MOVE WS-SELECT-EMPL-NUMBER
                 TO EMPL-NUMBER OF EMPL-MASTER-REC
               READ EMPL-MASTER
           END-IF
           EVALUATE TRUE
               WHEN EMPL-MASTER-OK
                   SET SELECTED-ON-MASTER TO TRUE
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
       6620-READ-SELECTED-CHECK.
           MOVE SPACE TO WS-CHECK-FOUND
           IF SELECT-BY-SSN
               MOVE WS-SELECT-SSN TO EMPL-SSN OF EMPL-CHECK-REC
               READ EMPL-CHECK
                   KEY IS EMPL-SSN OF EMPL-CHECK-REC
           ELSE
               MOVE WS-SELECT-EMPL-NUMBER
                 TO EMPL-CHK-NUMBER OF EMPL-CHECK-REC
               READ EMPL-CHECK
           END-IF
           EVALUATE TRUE
               WHEN EMPL-CHECK-OK
                   SET SELECTED-ON-CHECK TO TRUE
               WHEN EMPL-CHECK-NOREC
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected check file status on read "
                       DELIMITED BY SIZE
                       EMPL-CHECK-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       6800-WRITE-VERIFY-SUMMARY.
           MOVE SPACES TO RCOVRPT-LINE
           MOVE WS-RECORDS-COMPARED TO WS-COUNT-FORMATTED
