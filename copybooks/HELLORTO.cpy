      ***************************************************************
      * HELLORTO - site retirement cascade report layout
      *            (DD/file HELLO.RETRPT), written by HELLOAPR.
      ***************************************************************
       01  HELLO-RTO-RECORD            PIC X(80).
