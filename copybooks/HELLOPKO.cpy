      ***************************************************************
      * HELLOPKO - downstream signal pickup report layout
      *            (DD/file HELLO.PICKRPT).
      ***************************************************************
       01  HELLO-PKO-RECORD            PIC X(80).
