               03 JQ-STATUS PIC X(8).

       FD  CARD-SET-FILE.
           01 CARD-SET-RECORD PIC X(101).

       FD  CONTROL-CARDS-FILE.
           01 CONTROL-CARD-RECORD PIC X(101).

       FD  QUEUE-REPORT-FILE.
           01 QUEUE-REPORT-RECORD PIC X(132).
