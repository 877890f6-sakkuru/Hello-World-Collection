      ***************************************************************
      * HELLOEXO - open-exception aging report layout (DD/file
      *            HELLO.EXCAGING).
      ***************************************************************
       01  HELLO-EXO-RECORD            PIC X(80).
