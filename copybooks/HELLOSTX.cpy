      *            HELLOSBA batch apply step with the same
      *            validation as the HELLOMNT online transaction.
      *            Language/offset/greeting are ignored on deletes.
      *            TX-EFFECTIVE-FROM (YYYYMMDD, blank = on approval)
      *            future-dates a change; it must be blank on adds
      *            and deletes.
      ***************************************************************
       01  HELLO-SITE-TXN-RECORD.
           05  TX-ACTION               PIC X(1).
           05  TX-LANGUAGE-CODE        PIC X(2).
           05  TX-UTC-OFFSET           PIC X(5).
           05  TX-GREETING-TEXT        PIC X(40).
           05  TX-EFFECTIVE-FROM       PIC X(8).
