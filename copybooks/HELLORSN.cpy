      ***************************************************************
      * HELLORSN - exception reason-code reference record (DD/file
      *            HELLO.REASONS): one row per stable reason code
      *            that can appear in EX-REASON-CODE on HELLO.EXCEPT,
      *            with its normal severity and a short description
      *            for reports. Maintained by hand alongside the
      *            reason-code list in the HELLOEXC copybook.
      ***************************************************************
       01  HELLO-REASON-RECORD.
           05  RN-REASON-CODE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  RN-SEVERITY             PIC X(1).
           05  FILLER                  PIC X(1).
           05  RN-TEXT                 PIC X(40).
