      * Employee audit-trail inquiry, in the mold of AUDINQ for
      * invoices.  LOADEMPL writes a before and after image of every
      * master change to EMPAUDT; this program decodes those images
      * field by field so HR no longer reads 126-byte blobs off a
      * file dump.  The PARM selects the entries to list:
      *   'E' + employee number   - every change to one employee
      *   'S' + 9-byte SSN        - the same, looked up by SSN
      *   'D' + YYYYMMDD YYYYMMDD - every change in a run-date range
      *   'T' + transaction code  - every add/change/termination
      * Each matching entry prints the before and after value of
      * name, hire date, pay rate, grade, department, status, and
      * termination date, flagging exactly which fields changed.
      * The SSN prints masked to its last four digits.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  EA-TRAN-CHANGE        VALUE 'C'.
               88  EA-TRAN-TERMINATE     VALUE 'T'.
           05  EA-SSN                PIC X(09).
           05  EA-EMPL-NUMBER        PIC 9(07).
           05  EA-RUN-DATE           PIC X(08).
           05  EA-BEFORE-IMAGE       PIC X(126).
           05  EA-AFTER-IMAGE        PIC X(126).
       FD  AUDIT-INQUIRY-REPORT
           DATA RECORD IS EARPT-LINE.
       01  EARPT-LINE                  PIC X(132).
           COPY EMPLREC.
           05  EMPL-ACTIVE-STATUS    PIC X(01).
           05  EMPL-TERM-DATE        PIC X(08).
           05  EMPL-NUMBER           PIC 9(07).
       01  WS-AFTER-REC.
           COPY EMPLREC.
           05  EMPL-ACTIVE-STATUS    PIC X(01).
           05  EMPL-TERM-DATE        PIC X(08).
           05  EMPL-NUMBER           PIC 9(07).
       01  WS-INQUIRY-CONTROL.
           05  WS-INQUIRY-TYPE       PIC X(01).
               88  SSN-INQUIRY           VALUE 'S'.
               88  EMPL-NUMBER-INQUIRY   VALUE 'E'.
               88  DATE-INQUIRY          VALUE 'D'.
               88  TRAN-INQUIRY          VALUE 'T'.
           05  WS-INQUIRY-SSN        PIC X(09).
           05  WS-INQUIRY-EMPL-NUMBER PIC 9(07).
           05  WS-INQUIRY-FROM-DATE  PIC X(08).
           05  WS-INQUIRY-THRU-DATE  PIC X(08).
           05  WS-INQUIRY-TRAN       PIC X(01).
       01  WS-PRINT-WORK.
           05  WS-OLD-RATE-FMT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-NEW-RATE-FMT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-MASKED-SSN.
               10  FILLER            PIC X(05) VALUE '*****'.
               10  WS-MASKED-SSN-LAST4 PIC X(04).
       LINKAGE SECTION.
       01  PARM-INQUIRY.
           05  PARM-INQUIRY-TYPE     PIC X(01).
           EVALUATE TRUE
               WHEN SSN-INQUIRY
                   MOVE PARM-INQUIRY-VALUE(1:9) TO WS-INQUIRY-SSN
               WHEN EMPL-NUMBER-INQUIRY
                   IF PARM-INQUIRY-VALUE(1:7) NOT NUMERIC
                       MOVE "Employee number must be 7 digits"
                         TO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
                   MOVE PARM-INQUIRY-VALUE(1:7)
                     TO WS-INQUIRY-EMPL-NUMBER
               WHEN DATE-INQUIRY
                   MOVE PARM-INQUIRY-VALUE(1:8)
                     TO WS-INQUIRY-FROM-DATE
               WHEN TRAN-INQUIRY
                   MOVE PARM-INQUIRY-VALUE(1:1) TO WS-INQUIRY-TRAN
               WHEN OTHER
                   MOVE "Parm must be E+empl, S+ssn, D+dates or T+code"
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
           END-EVALUATE
           MOVE SPACES TO EARPT-LINE
           EVALUATE TRUE
               WHEN SSN-INQUIRY
                   MOVE WS-INQUIRY-SSN(6:4) TO WS-MASKED-SSN-LAST4
                   STRING "EMPLOYEE CHANGE HISTORY FOR SSN "
                           DELIMITED BY SIZE
                           WS-MASKED-SSN DELIMITED BY SIZE
                     INTO EARPT-LINE
               WHEN EMPL-NUMBER-INQUIRY
                   STRING "EMPLOYEE CHANGE HISTORY FOR EMPLOYEE "
                           DELIMITED BY SIZE
                           WS-INQUIRY-EMPL-NUMBER DELIMITED BY SIZE
                     INTO EARPT-LINE
               WHEN DATE-INQUIRY
                   STRING "EMPLOYEE CHANGES FROM "
               WHEN SSN-INQUIRY
                       AND EA-SSN EQUAL WS-INQUIRY-SSN
                   PERFORM 5300-PRINT-AUDIT-ENTRY
               WHEN EMPL-NUMBER-INQUIRY
                       AND EA-EMPL-NUMBER EQUAL WS-INQUIRY-EMPL-NUMBER
                   PERFORM 5300-PRINT-AUDIT-ENTRY
               WHEN DATE-INQUIRY
                       AND EA-RUN-DATE NOT LESS WS-INQUIRY-FROM-DATE
                       AND EA-RUN-DATE NOT GREATER
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE EA-SSN(6:4) TO WS-MASKED-SSN-LAST4
           MOVE SPACES TO EARPT-LINE
           STRING "RUN " DELIMITED BY SIZE
                   EA-RUN-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   "  EMPLOYEE " DELIMITED BY SIZE
                   EA-EMPL-NUMBER DELIMITED BY SIZE
                   "  SSN " DELIMITED BY SIZE
                   WS-MASKED-SSN DELIMITED BY SIZE
             INTO EARPT-LINE
           PERFORM 1950-WRITE-REPORT-LINE
           PERFORM 5400-PRINT-NAME-LINE
