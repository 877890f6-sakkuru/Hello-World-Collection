      ***************************************************************
      * HELLOAKP - HELLOACK control card (DD HELLOAKP, one member
      *            of HELLO.ACKPRM per subscribing job): the job
      *            name as registered on HELLO.SUBSCR and the signal
      *            type (S or E) it has just consumed.
      ***************************************************************
       01  HELLO-ACK-PARM-RECORD.
           05  AP-JOB-NAME             PIC X(8).
           05  AP-SIGNAL-TYPE          PIC X(1).
               88  AP-SIGNAL-VALID             VALUES 'S' 'E'.
