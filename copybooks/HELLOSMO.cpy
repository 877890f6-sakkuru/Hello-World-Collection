      ***************************************************************
      * HELLOSMO - HELLO_WORLD dry-run projected-outcome report
      *            layout (DD/file HELLO.SIMRPT).
      ***************************************************************
       01  HELLO-SMO-RECORD            PIC X(80).
