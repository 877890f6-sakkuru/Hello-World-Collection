      ***************************************************************
      * HELLOBLO - cycle control-totals balancing report layout
      *            (DD/file HELLO.BALRPT).
      ***************************************************************
       01  HELLO-BLO-RECORD            PIC X(80).
