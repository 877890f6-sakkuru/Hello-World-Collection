      ***************************************************************
      * HELLOCGP - calendar-generation parameters for HELLOCGN
      *            (DD/file HELLO.CGNPRM). CG-YEAR is the year to
      *            build (blank = next year). CG-MODE U writes the
      *            new HELLO.CALENDAR and HELLO.GRPHOL rows; any
      *            other value (or no record) prints the proof
      *            listing only, for sign-off before the update run.
      ***************************************************************
       01  HELLO-CGN-PARM-RECORD.
           05  CG-YEAR                 PIC X(4).
           05  CG-MODE                 PIC X(1).
               88  CG-MODE-UPDATE              VALUE 'U'.
