      *            HELLO.SITEHIST with both user IDs). Nothing
      *            reaches the live site table without passing
      *            through this queue.
      *            PN-EFFECTIVE-FROM is the date a change takes
      *            effect (spaces = as soon as it is approved). A
      *            future date queues a new greeting version that
      *            HELLOAPR files on the HELLO.SITEVER timeline;
      *            adds and deletes always take effect on approval.
      *            It is APPENDED so queue rows written before it
      *            existed read back as spaces there.
      *            An approved delete stays on the queue as a
      *            retirement row (action R, carrying the approver
      *            in PN-APPROVER-ID, also appended) until HELLOAPR
      *            has cleared the site from its dependent files; a
      *            retirement cut short is finished by the next
      *            HELLOAPR run. Retirement rows are never reviewed.
      ***************************************************************
       01  HELLO-SITE-PEND-RECORD.
           05  PN-TIMESTAMP            PIC X(21).
               88  PN-ACTION-ADD               VALUE 'A'.
               88  PN-ACTION-CHANGE            VALUE 'C'.
               88  PN-ACTION-DELETE            VALUE 'D'.
               88  PN-ACTION-RETIRE            VALUE 'R'.
           05  PN-OLD-SITE-CODE        PIC X(4).
           05  PN-OLD-LANGUAGE-CODE    PIC X(2).
           05  PN-OLD-UTC-OFFSET       PIC X(5).
           05  PN-NEW-LANGUAGE-CODE    PIC X(2).
           05  PN-NEW-UTC-OFFSET       PIC X(5).
           05  PN-NEW-GREETING-TEXT    PIC X(40).
           05  PN-EFFECTIVE-FROM       PIC X(8).
           05  PN-APPROVER-ID          PIC X(8).
