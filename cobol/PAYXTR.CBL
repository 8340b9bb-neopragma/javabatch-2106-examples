               ASSIGN TO "EMPLMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS EMPL-NUMBER OF EMPL-MASTER-REC
               FILE STATUS IS EMPL-MASTER-STATUS.
           SELECT EXTRACT-SORT-WORK
               ASSIGN TO "SRTXTR".
               88  EMPL-ACTIVE           VALUE 'A'.
               88  EMPL-TERMINATED       VALUE 'T'.
           05  EMPL-TERM-DATE        PIC X(08).
           05  EMPL-NUMBER           PIC 9(07).
       SD  EXTRACT-SORT-WORK
           DATA RECORD IS SW-XTR-REC.
       01  SW-XTR-REC.
           05  BUR-TRL-RECORD-COUNT  PIC 9(09).
           05  BUR-TRL-TOTAL-RATE    PIC 9(11)V9(02).
           05  FILLER                PIC X(90).
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
       FD  BALANCING-REPORT
           DATA RECORD IS PAYXRPT-LINE.
       01  PAYXRPT-LINE              PIC X(132).
           05  CTL-SUSPENSE-MAX-NIGHTS  PIC 9(03).
           05  CTL-DUN-FINAL-DAYS       PIC 9(03).
           05  CTL-RETENTION-CUTOFF     PIC 9(08).
           05  CTL-CYCLE-NUMBER         PIC 9(02).
       WORKING-STORAGE SECTION.
       01  FILLER.
           05  EMPL-MASTER-STATUS PIC XX.
