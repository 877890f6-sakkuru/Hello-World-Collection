      ***************************************************************
      * HELLOCRR - per-site SLA service-credit terms (DD/file
      *            HELLO.CRRATE), one row per site: the credit owed
      *            for each late start (a run judged after the
      *            HELLO.SLATGT cut-off), the credit owed for each
      *            failed run over that shift's ST-ALLOWED-FAILURES,
      *            the most the site can be credited in one month
      *            (zero = no cap), and the ISO currency the amounts
      *            are in. Read by HELLOCRD at month-end.
      ***************************************************************
       01  HELLO-CREDIT-RATE-RECORD.
           05  CR-SITE-CODE            PIC X(4).
           05  CR-LATE-CREDIT          PIC 9(5)V99.
           05  CR-FAIL-CREDIT          PIC 9(5)V99.
           05  CR-MONTHLY-CAP          PIC 9(7)V99.
           05  CR-CURRENCY             PIC X(3).
