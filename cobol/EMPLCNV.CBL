       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLCNV.
      *****************************************************************
      * One-time conversion of the employee master and its audit
      * trail to employee-number keying.  EMPLMSTR was keyed on SSN
      * with a 119-byte record; it is now keyed on a system-assigned
      * seven-digit employee number carried at the end of a 126-byte
      * record, with SSN as a unique alternate key, and every EMPAUDT
      * entry carries the employee number with 126-byte images.
      *
      * Input is the old cluster unloaded in SSN order (EMPLOLD) and
      * the old audit trail (EMPAOLD).  Employees are numbered from
      * 0000001 in SSN order onto the new flat master (EMPLNEW),
      * which is loaded into the redefined cluster afterwards; the
      * audit entries are rewritten in their original order onto
      * EMPANEW with each image carrying its employee's number.
      * LOADEMPL carries on numbering from the highest number on the
      * master.  An audit entry for an SSN not on the old master is
      * converted with employee number zero and listed on CNVRPT,
      * and the run ends RC 8 so it is looked at before cutover.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER
               ASSIGN TO "EMPLOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EMPLOLD-STATUS.
           SELECT NEW-MASTER
               ASSIGN TO "EMPLNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EMPLNEW-STATUS.
           SELECT OLD-AUDIT-TRAIL
               ASSIGN TO "EMPAOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EMPAOLD-STATUS.
           SELECT NEW-AUDIT-TRAIL
               ASSIGN TO "EMPANEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EMPANEW-STATUS.
           SELECT CONVERSION-REPORT
               ASSIGN TO "CNVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CNVRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Master record as it was keyed on SSN (119 bytes).
       FD  OLD-MASTER
           DATA RECORD IS OLD-MASTER-REC.
       01  OLD-MASTER-REC.
           COPY EMPLREC.
           05  EMPL-ACTIVE-STATUS    PIC X(01).
           05  EMPL-TERM-DATE        PIC X(08).
      * Master record keyed on employee number (126 bytes).
       FD  NEW-MASTER
           DATA RECORD IS NEW-MASTER-REC.
       01  NEW-MASTER-REC.
           05  NEW-MASTER-OLD-PART   PIC X(119).
           05  NEW-MASTER-NUMBER     PIC 9(07).
       FD  OLD-AUDIT-TRAIL
           DATA RECORD IS OLD-AUDIT-REC.
       01  OLD-AUDIT-REC.
           05  OA-TRAN-CODE          PIC X(01).
           05  OA-SSN                PIC X(09).
           05  OA-RUN-DATE           PIC X(08).
           05  OA-BEFORE-IMAGE       PIC X(119).
           05  OA-AFTER-IMAGE        PIC X(119).
       FD  NEW-AUDIT-TRAIL
           DATA RECORD IS EMPL-AUDIT-REC.
       01  EMPL-AUDIT-REC.
           05  EA-TRAN-CODE          PIC X(01).
           05  EA-SSN                PIC X(09).
           05  EA-EMPL-NUMBER        PIC 9(07).
           05  EA-RUN-DATE           PIC X(08).
           05  EA-BEFORE-IMAGE.
               10  EA-BEFORE-OLD-PART    PIC X(119).
               10  EA-BEFORE-NUMBER      PIC X(07).
           05  EA-AFTER-IMAGE.
               10  EA-AFTER-OLD-PART     PIC X(119).
               10  EA-AFTER-NUMBER       PIC X(07).
       FD  CONVERSION-REPORT
           DATA RECORD IS CNVRPT-LINE.
       01  CNVRPT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILLER.
           05  EMPLOLD-STATUS     PIC XX.
               88  EMPLOLD-OK        VALUE '00'.
               88  EMPLOLD-EOF       VALUE '10'.
           05  EMPLNEW-STATUS     PIC XX.
               88  EMPLNEW-OK        VALUE '00'.
           05  EMPAOLD-STATUS     PIC XX.
               88  EMPAOLD-OK        VALUE '00'.
               88  EMPAOLD-EOF       VALUE '10'.
               88  EMPAOLD-NOTFOUND  VALUE '35'.
           05  EMPANEW-STATUS     PIC XX.
               88  EMPANEW-OK        VALUE '00'.
           05  CNVRPT-STATUS      PIC XX.
               88  CNVRPT-OK         VALUE '00'.
           05  WS-ERROR-MESSAGE   PIC X(60).
      * Every converted employee's SSN and new number, in the SSN
      * order the old master was unloaded in, for the audit lookup.
       01  WS-NUMBER-TABLE.
           05  WS-NUMBER-COUNT       PIC 9(05) VALUE 0.
           05  WS-NUMBER-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-NUMBER-COUNT
                   ASCENDING KEY IS WS-NUMBER-SSN
                   INDEXED BY WS-NUMBER-IDX.
               10  WS-NUMBER-SSN         PIC X(09).
               10  WS-NUMBER-EMPL-NUMBER PIC 9(07).
       01  WS-CONVERSION-CONTROL.
           05  WS-LAST-EMPL-NUMBER   PIC 9(07) VALUE 0.
           05  WS-PRIOR-SSN          PIC X(09) VALUE LOW-VALUES.
           05  WS-LOOKUP-NUMBER      PIC 9(07).
           05  WS-NUMBER-FOUND       PIC X(01).
               88  NUMBER-ENTRY-FOUND    VALUE 'Y'.
       01  WS-CONVERSION-TOTALS.
           05  WS-MASTER-CONVERTED   PIC 9(09) VALUE 0.
           05  WS-AUDIT-CONVERTED    PIC 9(09) VALUE 0.
           05  WS-AUDIT-UNMATCHED    PIC 9(09) VALUE 0.
       01  WS-PRINT-WORK.
           05  WS-COUNT-FORMATTED    PIC ZZZ,ZZZ,ZZ9.
           05  WS-MASKED-SSN.
               10  FILLER            PIC X(05) VALUE '*****'.
               10  WS-MASKED-SSN-LAST4 PIC X(04).
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 5000-CONVERT-MASTER
           PERFORM 6000-CONVERT-AUDIT-TRAIL
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-HOUSEKEEPING
           GOBACK
           .
       1000-INITIALIZE.
           OPEN INPUT OLD-MASTER
           IF NOT EMPLOLD-OK
               STRING "Error opening old master. Status: "
                   DELIMITED BY SIZE
                   EMPLOLD-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT NEW-MASTER
           IF NOT EMPLNEW-OK
               STRING "Error opening new master. Status: "
                   DELIMITED BY SIZE
                   EMPLNEW-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
      *    A master that has never had a change applied has no audit
      *    trail yet; there is then nothing to convert on that side.
           OPEN INPUT OLD-AUDIT-TRAIL
           EVALUATE TRUE
               WHEN EMPAOLD-OK
                   CONTINUE
               WHEN EMPAOLD-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   STRING "Error opening old audit trail. Status: "
                       DELIMITED BY SIZE
                       EMPAOLD-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           OPEN OUTPUT NEW-AUDIT-TRAIL
           IF NOT EMPANEW-OK
               STRING "Error opening new audit trail. Status: "
                   DELIMITED BY SIZE
                   EMPANEW-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           OPEN OUTPUT CONVERSION-REPORT
           IF NOT CNVRPT-OK
               STRING "Error opening conversion report. Status: "
                   DELIMITED BY SIZE
                   CNVRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE "EMPLCNV EMPLOYEE NUMBER CONVERSION" TO CNVRPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO CNVRPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           .
       2950-WRITE-REPORT-LINE.
           WRITE CNVRPT-LINE
           IF NOT CNVRPT-OK
               STRING "Error writing conversion report. Status: "
                   DELIMITED BY SIZE
                   CNVRPT-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .
       5000-CONVERT-MASTER.
           PERFORM 5100-READ-OLD-MASTER
           PERFORM WITH TEST BEFORE
                   UNTIL EMPLOLD-EOF
               PERFORM 5200-NUMBER-EMPLOYEE
               PERFORM 5100-READ-OLD-MASTER
           END-PERFORM
           .
       5100-READ-OLD-MASTER.
           READ OLD-MASTER
           EVALUATE TRUE
               WHEN EMPLOLD-OK
                   CONTINUE
               WHEN EMPLOLD-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected old master status on read "
                       DELIMITED BY SIZE
                       EMPLOLD-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       5200-NUMBER-EMPLOYEE.
      *    The unload comes off the SSN-keyed cluster, so anything out
      *    of order means the wrong file was supplied.
           IF EMPL-SSN NOT GREATER WS-PRIOR-SSN
               MOVE "Old master is not in ascending SSN order"
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF WS-NUMBER-COUNT NOT LESS 50000
               MOVE "More than 50000 employees on the old master"
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE EMPL-SSN TO WS-PRIOR-SSN
           ADD 1 TO WS-LAST-EMPL-NUMBER
           ADD 1 TO WS-NUMBER-COUNT
           MOVE EMPL-SSN TO WS-NUMBER-SSN(WS-NUMBER-COUNT)
           MOVE WS-LAST-EMPL-NUMBER
             TO WS-NUMBER-EMPL-NUMBER(WS-NUMBER-COUNT)
           MOVE OLD-MASTER-REC TO NEW-MASTER-OLD-PART
           MOVE WS-LAST-EMPL-NUMBER TO NEW-MASTER-NUMBER
           WRITE NEW-MASTER-REC
           IF NOT EMPLNEW-OK
               STRING "Error writing new master. Status: "
                   DELIMITED BY SIZE
                   EMPLNEW-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-MASTER-CONVERTED
           .
       6000-CONVERT-AUDIT-TRAIL.
           IF EMPAOLD-OK
               PERFORM 6100-READ-OLD-AUDIT
               PERFORM WITH TEST BEFORE
                       UNTIL EMPAOLD-EOF
                   PERFORM 6200-CONVERT-AUDIT-ENTRY
                   PERFORM 6100-READ-OLD-AUDIT
               END-PERFORM
           END-IF
           .
       6100-READ-OLD-AUDIT.
           READ OLD-AUDIT-TRAIL
           EVALUATE TRUE
               WHEN EMPAOLD-OK
                   CONTINUE
               WHEN EMPAOLD-EOF
                   CONTINUE
               WHEN OTHER
                   STRING "Unexpected old audit status on read "
                       DELIMITED BY SIZE
                       EMPAOLD-STATUS
                       DELIMITED BY SIZE
                     INTO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           .
       6200-CONVERT-AUDIT-ENTRY.
           PERFORM 6300-FIND-EMPL-NUMBER
           MOVE OA-TRAN-CODE TO EA-TRAN-CODE
           MOVE OA-SSN TO EA-SSN
           MOVE WS-LOOKUP-NUMBER TO EA-EMPL-NUMBER
           MOVE OA-RUN-DATE TO EA-RUN-DATE
      *    An add has no before image and a blank image stays blank;
      *    every other image gets the number its master record has.
           IF OA-BEFORE-IMAGE EQUAL SPACES
               MOVE SPACES TO EA-BEFORE-IMAGE
           ELSE
               MOVE OA-BEFORE-IMAGE TO EA-BEFORE-OLD-PART
               MOVE WS-LOOKUP-NUMBER TO EA-BEFORE-NUMBER
           END-IF
           IF OA-AFTER-IMAGE EQUAL SPACES
               MOVE SPACES TO EA-AFTER-IMAGE
           ELSE
               MOVE OA-AFTER-IMAGE TO EA-AFTER-OLD-PART
               MOVE WS-LOOKUP-NUMBER TO EA-AFTER-NUMBER
           END-IF
           WRITE EMPL-AUDIT-REC
           IF NOT EMPANEW-OK
               STRING "Error writing new audit trail. Status: "
                   DELIMITED BY SIZE
                   EMPANEW-STATUS
                   DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-AUDIT-CONVERTED
           .
       6300-FIND-EMPL-NUMBER.
           MOVE SPACE TO WS-NUMBER-FOUND
           MOVE ZERO TO WS-LOOKUP-NUMBER
           IF WS-NUMBER-COUNT GREATER ZERO
               SEARCH ALL WS-NUMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NUMBER-SSN(WS-NUMBER-IDX) EQUAL OA-SSN
                       SET NUMBER-ENTRY-FOUND TO TRUE
                       MOVE WS-NUMBER-EMPL-NUMBER(WS-NUMBER-IDX)
                         TO WS-LOOKUP-NUMBER
               END-SEARCH
           END-IF
           IF NOT NUMBER-ENTRY-FOUND
               ADD 1 TO WS-AUDIT-UNMATCHED
               MOVE OA-SSN(6:4) TO WS-MASKED-SSN-LAST4
               MOVE SPACES TO CNVRPT-LINE
               STRING "AUDIT ENTRY FOR SSN " DELIMITED BY SIZE
                       WS-MASKED-SSN DELIMITED BY SIZE
                       " RUN " DELIMITED BY SIZE
                       OA-RUN-DATE DELIMITED BY SIZE
                       " - NOT ON MASTER, NUMBERED ZERO"
                       DELIMITED BY SIZE
                 INTO CNVRPT-LINE
               PERFORM 2950-WRITE-REPORT-LINE
           END-IF
           .
       7000-WRITE-SUMMARY.
           MOVE SPACES TO CNVRPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE WS-MASTER-CONVERTED TO WS-COUNT-FORMATTED
           STRING "Master records numbered: " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO CNVRPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO CNVRPT-LINE
           STRING "Highest employee number: " DELIMITED BY SIZE
                   WS-LAST-EMPL-NUMBER DELIMITED BY SIZE
             INTO CNVRPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO CNVRPT-LINE
           MOVE WS-AUDIT-CONVERTED TO WS-COUNT-FORMATTED
           STRING "Audit entries converted: " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO CNVRPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           MOVE SPACES TO CNVRPT-LINE
           MOVE WS-AUDIT-UNMATCHED TO WS-COUNT-FORMATTED
           STRING "Audit entries not on master: " DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
             INTO CNVRPT-LINE
           PERFORM 2950-WRITE-REPORT-LINE
           .
       8000-HOUSEKEEPING.
           CLOSE OLD-MASTER
           CLOSE NEW-MASTER
           IF EMPAOLD-EOF
               CLOSE OLD-AUDIT-TRAIL
           END-IF
           CLOSE NEW-AUDIT-TRAIL
           CLOSE CONVERSION-REPORT
           IF WS-AUDIT-UNMATCHED GREATER ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
