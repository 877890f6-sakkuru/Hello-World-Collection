      ***************************************************************
      * HELLORTA - site retirement archive record (DD/file
      *            HELLO.SITERET). When HELLOAPR applies an approved
      *            site delete it retires every row tied to that
      *            site code from HELLO.SLATGT, HELLO.CALENDAR,
      *            HELLO.SITEGRP, and HELLO.HOLDS: each row is
      *            appended here with the file it came from and the
      *            two user IDs of the delete, then removed from the
      *            live file. RA-ROW carries the original row image
      *            unchanged so a retirement can be put back by hand.
      ***************************************************************
       01  HELLO-RETIRE-ARCH-RECORD.
           05  RA-TIMESTAMP            PIC X(21).
           05  RA-SOURCE-FILE          PIC X(8).
               88  RA-FROM-SLATGT              VALUE 'SLATGT  '.
               88  RA-FROM-CALENDAR            VALUE 'CALENDAR'.
               88  RA-FROM-SITEGRP             VALUE 'SITEGRP '.
               88  RA-FROM-HOLDS               VALUE 'HOLDS   '.
           05  RA-SITE-CODE            PIC X(4).
           05  RA-USER-ID              PIC X(8).
           05  RA-APPROVER-ID          PIC X(8).
           05  RA-ROW                  PIC X(80).
