      ***************************************************************
      * HELLOSAK - downstream signal pickup acknowledgement record
      *            (DD/file HELLO.SIGACK), appended by HELLOACK when
      *            a subscribing job has acted on a HELLO.SIGNAL
      *            record: the job, the signal type, the run date
      *            and shift of the signal it consumed, and when.
      *            Rows are never rewritten.
      ***************************************************************
       01  HELLO-SIGNAL-ACK-RECORD.
           05  SK-JOB-NAME             PIC X(8).
           05  SK-SIGNAL-TYPE          PIC X(1).
           05  SK-RUN-DATE             PIC X(8).
           05  SK-SHIFT-CODE           PIC X(1).
           05  SK-TIMESTAMP            PIC X(21).
