      *            HELLO.GRPHOL), one row per group per holiday
      *            date, keyed once for the whole group instead of
      *            once per site in HELLO.CALENDAR. Maintained by
      *            HELLOCLM; the coming year's dates are generated
      *            from the HELLO.HOLRULE rules by HELLOCGN for any
      *            group with none keyed yet. The effective day
      *            type a site runs against is its own
      *            HELLO.CALENDAR row overlaid with its group's
      *            holidays: a group holiday makes the date a
      *            non-processing day even where the site row
      *            says B.
      ***************************************************************
       01  HELLO-GROUP-HOL-RECORD.
           05  GH-GROUP-CODE           PIC X(4).
