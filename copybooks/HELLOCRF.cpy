      ***************************************************************
      * HELLOCRF - SLA service-credit finance interface (DD/file
      *            HELLO.CRFEED), written by HELLOCRD for the finance
      *            ledger feed. Fixed 80-byte records: one header, one
      *            detail per site with credit terms, one trailer.
      *            The trailer carries the detail count and the sum
      *            of the detail credit amounts as control totals;
      *            the amount total is a hash across currencies, for
      *            balancing the feed only. Amounts are unsigned with
      *            two implied decimals.
      ***************************************************************
       01  HELLO-CRF-HEADER-RECORD.
           05  FH-RECORD-TYPE          PIC X(1).
               88  FH-HEADER                   VALUE 'H'.
           05  FH-INTERFACE-ID         PIC X(8).
           05  FH-CREDIT-MONTH         PIC X(6).
           05  FH-CREATED-TIMESTAMP    PIC X(14).
           05  FH-CREATED-BY           PIC X(8).
           05  FILLER                  PIC X(43).
       01  HELLO-CRF-DETAIL-RECORD.
           05  FI-RECORD-TYPE          PIC X(1).
               88  FI-DETAIL                   VALUE 'D'.
           05  FI-SITE-CODE            PIC X(4).
           05  FI-CREDIT-MONTH         PIC X(6).
           05  FI-CURRENCY             PIC X(3).
           05  FI-LATE-COUNT           PIC 9(5).
           05  FI-FAIL-OVER-COUNT      PIC 9(5).
           05  FI-GROSS-CREDIT         PIC 9(9)V99.
           05  FI-CREDIT-AMOUNT        PIC 9(9)V99.
           05  FI-CAP-APPLIED          PIC X(1).
           05  FILLER                  PIC X(33).
       01  HELLO-CRF-TRAILER-RECORD.
           05  FT-RECORD-TYPE          PIC X(1).
               88  FT-TRAILER                  VALUE 'T'.
           05  FT-CREDIT-MONTH         PIC X(6).
           05  FT-DETAIL-COUNT         PIC 9(7).
           05  FT-LATE-TOTAL           PIC 9(7).
           05  FT-FAIL-OVER-TOTAL      PIC 9(7).
           05  FT-CREDIT-TOTAL         PIC 9(11)V99.
           05  FILLER                  PIC X(39).
