      *            HELLO.SITES row), which is what HELLOSLA judges
      *            the SLA cut-off against. Spaces on rows written
      *            before the field existed.
      *            AU-SNAPSHOT-ID is the HELLO.SNAPDIR snapshot of
      *            the reference files the run used (spaces when no
      *            snapshot was taken for the cycle, and on rows
      *            written before the field existed).
      ***************************************************************
       01  HELLO-AUDIT-RECORD.
           05  AU-TIMESTAMP            PIC X(21).
           05  AU-END-TIMESTAMP        PIC X(21).
           05  AU-ELAPSED-SECONDS      PIC 9(6).
           05  AU-LOCAL-START-TIME     PIC X(6).
           05  AU-SNAPSHOT-ID          PIC X(14).
