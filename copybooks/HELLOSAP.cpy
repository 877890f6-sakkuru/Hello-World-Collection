      ***************************************************************
      * HELLOSAP - week-ending parameter for the HELLOSAR weekly
      *            security violations and access report (DD/file
      *            HELLO.SECPRM). YYYYMMDD; the report covers the
      *            seven days ending on that date. Blank or missing
      *            = the week ending today.
      ***************************************************************
       01  HELLO-SAR-PARM-RECORD.
           05  SA-WEEK-END-DATE        PIC X(8).
