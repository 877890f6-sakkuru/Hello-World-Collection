      *            existed still parse -- they read back as spaces
      *            there. Keep any future additions at the end for
      *            the same reason. Reported on by HELLOSHR.
      *            SH-EFFECTIVE-FROM is the date the approved
      *            change takes effect (spaces = on approval).
      ***************************************************************
       01  HELLO-SITE-HIST-RECORD.
           05  SH-TIMESTAMP            PIC X(21).
           05  SH-OLD-UTC-OFFSET       PIC X(5).
           05  SH-NEW-UTC-OFFSET       PIC X(5).
           05  SH-APPROVER-ID          PIC X(8).
           05  SH-EFFECTIVE-FROM       PIC X(8).
