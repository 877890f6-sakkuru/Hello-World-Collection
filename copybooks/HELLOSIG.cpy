      *            stream and by external monitoring. The banner
      *            step drops the 'S' (cycle started) record; the
      *            HELLOEOC close-out step appends the matching 'E'
      *            (cycle complete) record at end of stream. The
      *            downstream jobs that wait on either record are
      *            registered on HELLO.SUBSCR (HELLOSUB) and post
      *            their pickup to HELLO.SIGACK (HELLOSAK).
      ***************************************************************
       01  HELLO-SIGNAL-RECORD.
           05  SG-RECORD-TYPE          PIC X(1).
