      * HELLOSHP - date-range parameters for the HELLOSHR site
      *            table change report (DD/file HELLO.HISTPRM).
      *            Blank from/to dates leave that end of the range
      *            open. A site code adds that site's greeting
      *            version timeline from HELLO.SITEVER, marking the
      *            version in force on RP-AS-OF-DATE (blank = today).
      ***************************************************************
       01  HELLO-HIST-PARM-RECORD.
           05  RP-FROM-DATE            PIC X(8).
           05  RP-TO-DATE              PIC X(8).
           05  RP-SITE-CODE            PIC X(4).
           05  RP-AS-OF-DATE           PIC X(8).
