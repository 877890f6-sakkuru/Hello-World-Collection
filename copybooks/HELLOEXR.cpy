      ***************************************************************
      * HELLOEXR - archived closed exception (DD/file HELLO.EXCARCH),
      *            written by HELLOPUR. The HELLO.EXCEPT row (HELLOEXC
      *            layout, 91 bytes today) followed by its final
      *            HELLO.EXCSTAT row (HELLOEXS layout, 188 bytes
      *            today), each carried as one alphanumeric field
      *            with headroom. The exception half is blank when
      *            the status row had lost its exception.
      ***************************************************************
       01  HELLO-EXC-ARCH-RECORD.
           05  XR-EXCEPTION-ROW        PIC X(100).
           05  XR-STATUS-ROW           PIC X(200).
