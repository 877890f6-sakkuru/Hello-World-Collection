      ***************************************************************
      * HELLOSUB - downstream signal subscriber registry record
      *            (DD/file HELLO.SUBSCR): one row per downstream
      *            job that waits on a HELLO.SIGNAL record. The
      *            signal type it watches (S cycle started, E cycle
      *            complete), the shifts it cares about (any of D,
      *            E, N; spaces = every shift), and the latest
      *            acceptable pickup: SB-PICKUP-DAYS days after the
      *            signal's run date at SB-PICKUP-TIME (HHMM, host
      *            clock, the same clock as SG-TIMESTAMP). The job
      *            posts its pickup to HELLO.SIGACK with HELLOACK;
      *            HELLOPKM and the HELLODSH dashboard judge the
      *            pickups against this registry. Maintained by hand.
      ***************************************************************
       01  HELLO-SUBSCRIBER-RECORD.
           05  SB-JOB-NAME             PIC X(8).
           05  SB-SIGNAL-TYPE          PIC X(1).
               88  SB-SIGNAL-VALID             VALUES 'S' 'E'.
           05  SB-SHIFTS               PIC X(3).
           05  SB-PICKUP-DAYS          PIC 9(1).
           05  SB-PICKUP-TIME          PIC X(4).
           05  SB-OWNER                PIC X(14).
