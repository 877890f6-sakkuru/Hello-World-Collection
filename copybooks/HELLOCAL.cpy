      * HELLOCAL - processing-calendar reference record (DD/file
      *            HELLO.CALENDAR), one row per date per site since
      *            sites observe different holidays. Loaded and
      *            maintained by HELLOCLM, and the coming year's
      *            missing dates generated by HELLOCGN; read by
      *            HELLO_WORLD to validate the run date and by
      *            HELLORCN to scope the reconciliation.
      ***************************************************************
       01  HELLO-CAL-RECORD.
           05  CL-CAL-DATE             PIC X(8).
