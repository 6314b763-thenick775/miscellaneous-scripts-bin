               03 RH-IN-SET PIC 9(6).
               03 RH-DIVERGED PIC 9(6).
               03 RH-SAVED-ITER PIC 9(12).
      *        RUN ID, JULIA CONSTANT, EXPONENT, FRAME AND BAND -
      *        NOT USED HERE
               03 FILLER PIC X(49).

       FD  RUN-REPORT-FILE.
           01 RUN-REPORT-RECORD PIC X(132).
