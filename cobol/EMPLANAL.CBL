               ASSIGN TO "EMPLMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS EMPL-NUMBER OF EMPL-MASTER-REC
               FILE STATUS IS EMPL-MASTER-STATUS.
           SELECT ANALYSIS-SORT-WORK
               ASSIGN TO "SRTANAL".
               88  EMPL-ACTIVE           VALUE 'A'.
               88  EMPL-TERMINATED       VALUE 'T'.
           05  EMPL-TERM-DATE        PIC X(08).
           05  EMPL-NUMBER           PIC 9(07).
       SD  ANALYSIS-SORT-WORK
           DATA RECORD IS SW-ANAL-REC.
       01  SW-ANAL-REC.
           05  SW-ANAL-DEPARTMENT    PIC X(04).
           05  SW-ANAL-PAY-GRADE     PIC X(04).
           05  SW-ANAL-PAY-RATE      PIC S9(07)V99 COMP-3.
      * Department master: code, name, cost center, active flag,
      * budgeted headcount and salary.
       FD  DEPT-MASTER
           DATA RECORD IS DEPT-REC.
       01  DEPT-REC.
           05  DEPT-NAME             PIC X(30).
           05  DEPT-COST-CENTER      PIC X(06).
           05  DEPT-ACTIVE-FLAG      PIC X(01).
           05  DEPT-BUDGET-HEADCOUNT PIC 9(05).
           05  DEPT-BUDGET-SALARY    PIC 9(11)V9(02).
       FD  ANALYSIS-REPORT
           DATA RECORD IS ANAL-RPT-LINE.
       01  ANAL-RPT-LINE             PIC X(132).
