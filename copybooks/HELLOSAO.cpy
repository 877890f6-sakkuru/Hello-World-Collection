      ***************************************************************
      * HELLOSAO - weekly security violations and access report
      *            layout (DD/file HELLO.SECRPT).
      ***************************************************************
       01  HELLO-SAO-RECORD            PIC X(80).
