      ***************************************************************
      * HELLOCTL - run control-totals ledger record (DD/file
      *            HELLO.CTLTOT). Every step of HELLOJOB appends one
      *            row per file it touched when it ends: the step
      *            (program job name), the HELLO.PARMS run date and
      *            shift it ran for, the DD of the file, and the
      *            records read, written, rejected, and skipped on
      *            it. All rows posted by one run of a step carry
      *            the same CT-TIMESTAMP. HELLOBAL balances the
      *            rows for the cycle at the end of the stream.
      *
      *            HELLO_WORLD (HELLOWLD) posts one set per cycle
      *            date it processes, with these meanings:
      *              HELLOSIT  read     sites in scope for the date
      *                        rejected sites not judged (calendar
      *                                 unavailable)
      *              HELLOHLD  read     hold rows in the table
      *                        skipped  sites held
      *              HELLOCAL  read     calendar rows read
      *                        skipped  sites on a non-business day
      *              HELLOOUT  written  banners
      *              HELLOCKP  written  checkpoints
      *                        skipped  sites already complete
      *                                 (restart skips)
      *              HELLOAUD  written  audit rows
      *                        rejected audit rows for a failed run
      *                                 that reached no site
      *              HELLOSIG  written  start signals
      *              HELLOEXC  written  exceptions posted
      *            The checking steps post what they read for the
      *            cycle: read is every row on the file, skipped the
      *            rows for some other run date, shift, or site.
      *            The HELLOSIG rows of HELLOWLD (start) and HELLOEOC
      *            (close) with a record written are also the lasting
      *            record of each cycle's signals, which the HELLOPKM
      *            pickup monitor reads once HELLO.SIGNAL has been
      *            re-created for a later cycle.
      ***************************************************************
       01  HELLO-CTL-TOTAL-RECORD.
           05  CT-TIMESTAMP            PIC X(21).
           05  CT-STEP-NAME            PIC X(8).
           05  CT-RUN-DATE             PIC X(8).
           05  CT-SHIFT-CODE           PIC X(1).
           05  CT-FILE-ID              PIC X(8).
           05  CT-READ-COUNT           PIC 9(7).
           05  CT-WRITTEN-COUNT        PIC 9(7).
           05  CT-REJECTED-COUNT       PIC 9(7).
           05  CT-SKIPPED-COUNT        PIC 9(7).
