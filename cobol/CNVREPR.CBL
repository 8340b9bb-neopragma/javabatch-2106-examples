           05  CNV-ERROR-MESSAGE        PIC X(50).
           05  CNV-REJECT-SEQ           PIC 9(05).
           05  CNV-REJECT-DATE          PIC 9(08).
           05  CNV-REJECT-CYCLE         PIC 9(02).
       FD  CARRY-FORWARD-IN
           Recording Mode F
           Data Record CARRY-IN-REC.
           05  CARRY-IN-MESSAGE         PIC X(50).
           05  CARRY-IN-SEQ             PIC 9(05).
           05  CARRY-IN-DATE            PIC 9(08).
           05  CARRY-IN-CYCLE           PIC 9(02).
           05  CARRY-IN-AGE             PIC 9(03).
       FD  CARRY-FORWARD-OUT
           Recording Mode F
           05  CARRY-OUT-MESSAGE        PIC X(50).
           05  CARRY-OUT-SEQ            PIC 9(05).
           05  CARRY-OUT-DATE           PIC 9(08).
           05  CARRY-OUT-CYCLE          PIC 9(02).
           05  CARRY-OUT-AGE            PIC 9(03).
       FD  CORRECTIONS-IN
           Recording Mode F
           Data Record FIX-REC.
      *    Operators key the reject's business date, cycle, and
      *    sequence number straight off the CNVERR/carry-forward
      *    listing -- together they are unique across days and
      *    across the day's lockbox cycles.
       01  FIX-REC.
           05  FIX-REJECT-DATE          PIC 9(08).
           05  FIX-REJECT-CYCLE         PIC 9(02).
           05  FIX-REJECT-SEQ           PIC 9(05).
           05  FIX-RAW-RECORD           PIC X(120).
       FD  EXCHANGE-RATES
                   INDEXED BY WS-Fix-Idx.
               10  WS-Fix-Seq            PIC 9(05).
               10  WS-Fix-Date           PIC 9(08).
               10  WS-Fix-Cycle          PIC 9(02).
               10  WS-Fix-Raw            PIC X(120).
               10  WS-Fix-Used           PIC X.
       01  WS-Exchange-Rate-Table.
           05  WS-Work-Message       PIC X(50).
           05  WS-Work-Seq           PIC 9(05).
           05  WS-Work-Date          PIC 9(08).
           05  WS-Work-Cycle         PIC 9(02).
           05  WS-Work-Age           PIC 9(03).
           05  WS-Field-Delimiter    PIC X.
           05  WS-Fix-Found          PIC X Value space.
                             TO WS-Fix-Seq(WS-Fix-Idx)
                           MOVE FIX-REJECT-DATE
                             TO WS-Fix-Date(WS-Fix-Idx)
                           MOVE FIX-REJECT-CYCLE
                             TO WS-Fix-Cycle(WS-Fix-Idx)
                           MOVE FIX-RAW-RECORD
                             TO WS-Fix-Raw(WS-Fix-Idx)
                           MOVE SPACE TO WS-Fix-Used(WS-Fix-Idx)
                       MOVE CNV-ERROR-MESSAGE TO WS-Work-Message
                       MOVE CNV-REJECT-SEQ    TO WS-Work-Seq
                       MOVE CNV-REJECT-DATE   TO WS-Work-Date
                       MOVE CNV-REJECT-CYCLE  TO WS-Work-Cycle
                       MOVE ZERO              TO WS-Work-Age
                       PERFORM 2300-REPAIR-ONE-REJECT
                       READ CONVERSION-ERRORS
                       MOVE CARRY-IN-MESSAGE    TO WS-Work-Message
                       MOVE CARRY-IN-SEQ        TO WS-Work-Seq
                       MOVE CARRY-IN-DATE       TO WS-Work-Date
                       MOVE CARRY-IN-CYCLE      TO WS-Work-Cycle
                       MOVE CARRY-IN-AGE        TO WS-Work-Age
                       PERFORM 2300-REPAIR-ONE-REJECT
                       READ CARRY-FORWARD-IN
                       CONTINUE
                   WHEN WS-Fix-Seq(WS-Fix-Idx) EQUAL WS-Work-Seq
                    AND WS-Fix-Date(WS-Fix-Idx) EQUAL WS-Work-Date
                    AND WS-Fix-Cycle(WS-Fix-Idx) EQUAL WS-Work-Cycle
                    AND WS-Fix-Used(WS-Fix-Idx) NOT EQUAL 'Y'
                       SET FIX-FOUND TO TRUE
                       MOVE 'Y' TO WS-Fix-Used(WS-Fix-Idx)
           MOVE WS-Work-Message TO CARRY-OUT-MESSAGE
           MOVE WS-Work-Seq     TO CARRY-OUT-SEQ
           MOVE WS-Work-Date    TO CARRY-OUT-DATE
           MOVE WS-Work-Cycle   TO CARRY-OUT-CYCLE
           COMPUTE CARRY-OUT-AGE = WS-Work-Age + 1
           END-COMPUTE
           WRITE CARRY-OUT-REC
           STRING "CARRIED FORWARD " DELIMITED BY SIZE
                   CARRY-OUT-DATE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CARRY-OUT-CYCLE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CARRY-OUT-SEQ DELIMITED BY SIZE
                   " AGE " DELIMITED BY SIZE
                   CARRY-OUT-AGE DELIMITED BY SIZE
           STRING "REPAIRED " DELIMITED BY SIZE
                   WS-Work-Date DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-Work-Cycle DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-Work-Seq DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   PMT-CUSTOMER-ID DELIMITED BY SIZE
