      ***************************************************************
      * HELLOSEC - security-violation record (DD/file
      *            HELLO.SECVIOL), one row appended every time
      *            HELLOMNT, HELLOHLM, HELLOCLM, HELLOAPR, HELLOEXM,
      *            or HELLOSBA refuses an action because the user's
      *            HELLO.OPRAUTH rows do not grant it: who, when,
      *            which program, what was attempted, and the role
      *            and scope it needed. A user with no HELLO.OPRAUTH
      *            row at all is logged as action SIGN ON with no
      *            role. Reported weekly by HELLOSAR.
      ***************************************************************
       01  HELLO-SEC-VIOL-RECORD.
           05  VL-TIMESTAMP            PIC X(21).
           05  VL-USER-ID              PIC X(8).
           05  VL-PROGRAM              PIC X(8).
           05  VL-ACTION               PIC X(20).
           05  VL-ROLE-NEEDED          PIC X(1).
           05  VL-SCOPE-TYPE           PIC X(1).
           05  VL-SCOPE-CODE           PIC X(4).
