      ***************************************************************
      * HELLOCGO - calendar-generation proof listing layout
      *            (DD/file HELLO.CGNRPT).
      ***************************************************************
       01  HELLO-CGO-RECORD            PIC X(80).
