      ***************************************************************
      * HELLOSCO - snapshot compare report layout
      *            (DD/file HELLO.SNAPCRPT).
      ***************************************************************
       01  HELLO-SCO-RECORD            PIC X(80).
