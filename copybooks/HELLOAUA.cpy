      ***************************************************************
      * HELLOAUA - archived audit row (DD/file HELLO.AUDARCH),
      *            written by HELLOPUR. Same layout as a HELLOAUD
      *            row (101 bytes today), carried as one alphanumeric
      *            field with headroom; widen this if the live
      *            HELLOAUD record ever grows past it.
      ***************************************************************
       01  HELLO-AUDIT-ARCH-RECORD     PIC X(120).
