      ***************************************************************
      * HELLOEXS - exception work-status record (DD/file
      *            HELLO.EXCSTAT), one row per HELLO.EXCEPT row,
      *            carrying the identifying fields of that row plus
      *            who acknowledged it, who owns it, and who closed
      *            it with what resolution, each with a timestamp.
      *            Maintained online by HELLOEXM; HELLOEXA adds rows
      *            for new exceptions each night and flags the
      *            E-severity items it has escalated as still open
      *            after the next cycle. HELLO.EXCEPT itself is
      *            never rewritten -- a status row is matched to
      *            its exception on timestamp, program, site, and
      *            reason code.
      ***************************************************************
       01  HELLO-EXC-STATUS-RECORD.
           05  XS-TIMESTAMP            PIC X(21).
           05  XS-PROGRAM              PIC X(8).
           05  XS-SITE-CODE            PIC X(4).
           05  XS-RUN-DATE             PIC X(8).
           05  XS-SHIFT-CODE           PIC X(1).
           05  XS-SEVERITY             PIC X(1).
           05  XS-REASON-CODE          PIC X(8).
           05  XS-STATUS               PIC X(1).
               88  XS-STATUS-OPEN              VALUE 'O'.
               88  XS-STATUS-ACKNOWLEDGED      VALUE 'A'.
               88  XS-STATUS-CLOSED            VALUE 'C'.
           05  XS-ACK-USER-ID          PIC X(8).
           05  XS-ACK-TIMESTAMP        PIC X(21).
           05  XS-OWNER-ID             PIC X(8).
           05  XS-ASSIGN-USER-ID       PIC X(8).
           05  XS-ASSIGN-TIMESTAMP     PIC X(21).
           05  XS-CLOSE-USER-ID        PIC X(8).
           05  XS-CLOSE-TIMESTAMP      PIC X(21).
           05  XS-RESOLUTION           PIC X(40).
           05  XS-ESCALATED-FLAG       PIC X(1).
               88  XS-ESCALATED                VALUE 'Y'.
