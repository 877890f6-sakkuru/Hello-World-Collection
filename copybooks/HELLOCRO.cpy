      ***************************************************************
      * HELLOCRO - monthly SLA service-credit statement layout
      *            (DD/file HELLO.CRSTMT).
      ***************************************************************
       01  HELLO-CRO-RECORD            PIC X(80).
