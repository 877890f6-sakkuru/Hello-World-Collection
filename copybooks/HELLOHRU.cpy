      ***************************************************************
      * HELLOHRU - holiday-rule record (DD/file HELLO.HOLRULE), one
      *            row per holiday per holiday group, read by
      *            HELLOCGN to build the coming year's HELLO.GRPHOL
      *            dates. HR-RULE-TYPE says how the date is found:
      *              F  fixed date      HR-MONTH and HR-DAY
      *              N  nth weekday     HR-NTH (1-4, or L for the
      *                                 last) HR-WEEKDAY (1=Monday
      *                                 .. 7=Sunday) in HR-MONTH
      *              E  Easter-relative HR-EASTER-OFFSET days from
      *                                 Easter Sunday (+001 Easter
      *                                 Monday, -002 Good Friday)
      *            HR-WEEKEND-RULE moves a date that falls on a
      *            Saturday or Sunday: M to the next weekday that is
      *            not already a holiday of the group (substitute
      *            Monday), N to the nearest weekday (Saturday to
      *            Friday, Sunday to Monday), blank to leave it.
      *            Fields a rule type does not use may be blank.
      ***************************************************************
       01  HELLO-HOL-RULE-RECORD.
           05  HR-GROUP-CODE           PIC X(4).
           05  HR-RULE-TYPE            PIC X(1).
               88  HR-RULE-FIXED               VALUE 'F'.
               88  HR-RULE-NTH-WEEKDAY         VALUE 'N'.
               88  HR-RULE-EASTER              VALUE 'E'.
           05  HR-MONTH                PIC 9(2).
           05  HR-DAY                  PIC 9(2).
           05  HR-NTH                  PIC X(1).
               88  HR-NTH-LAST                 VALUE 'L'.
               88  HR-NTH-VALID                VALUE '1' '2' '3'
                                                     '4' 'L'.
           05  HR-WEEKDAY              PIC 9(1).
           05  HR-EASTER-OFFSET        PIC S9(3)
                                       SIGN IS LEADING SEPARATE.
           05  HR-WEEKEND-RULE         PIC X(1).
               88  HR-WEEKEND-NONE             VALUE SPACE.
               88  HR-WEEKEND-NEXT-WEEKDAY     VALUE 'M'.
               88  HR-WEEKEND-NEAREST          VALUE 'N'.
               88  HR-WEEKEND-RULE-VALID       VALUE SPACE 'M' 'N'.
           05  HR-HOLIDAY-NAME         PIC X(30).
