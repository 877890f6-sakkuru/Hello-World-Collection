      ***************************************************************
      * HELLOCKP - restart checkpoint record (DD/file HELLO.CKPT).
      *            CK-SNAPSHOT-ID is the HELLO.SNAPDIR snapshot of
      *            the reference files in use when the checkpoint
      *            was taken (spaces on older rows).
      ***************************************************************
       01  HELLO-CKPT-RECORD.
           05  CK-SITE-CODE            PIC X(4).
           05  CK-SHIFT-CODE           PIC X(1).
           05  CK-COMPLETION-FLAG      PIC X(1).
               88  CK-RUN-COMPLETE             VALUE 'Y'.
           05  CK-SNAPSHOT-ID          PIC X(14).
