      ***************************************************************
      * HELLOSNO - reference-data snapshot report layout
      *            (DD/file HELLO.SNAPRPT).
      ***************************************************************
       01  HELLO-SNO-RECORD            PIC X(80).
