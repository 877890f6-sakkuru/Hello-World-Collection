      ***************************************************************
      * HELLOCRP - SLA service-credit posting log (DD/file
      *            HELLO.CRPOST), one row appended by HELLOCRD for
      *            each month it has sent to finance on HELLO.CRFEED,
      *            with the feed's trailer totals. HELLOCRD refuses to
      *            write the feed again for a month already on this
      *            log, so a month can never be posted twice.
      ***************************************************************
       01  HELLO-CREDIT-POST-RECORD.
           05  PL-CREDIT-MONTH         PIC X(6).
           05  PL-TIMESTAMP            PIC X(21).
           05  PL-USER-ID              PIC X(8).
           05  PL-DETAIL-COUNT         PIC 9(7).
           05  PL-CREDIT-TOTAL         PIC 9(11)V99.
