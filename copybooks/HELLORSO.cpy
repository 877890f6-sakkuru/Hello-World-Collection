      ***************************************************************
      * HELLORSO - snapshot restore report layout
      *            (DD/file HELLO.SNAPRRPT).
      ***************************************************************
       01  HELLO-RSO-RECORD            PIC X(80).
