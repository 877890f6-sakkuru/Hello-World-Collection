      ***************************************************************
      * HELLOSMP - dry-run control card for HELLO_WORLD (DD/file
      *            HELLO.SIMPRM). Laid out exactly as HELLO.PARMS
      *            (HELLOPRM), so the cycle's own card can be copied
      *            and given the dates to project: site code (or
      *            ALL), site name, first date, shift, and an
      *            optional last date. Unlike catch-up mode, every
      *            calendar date in the range is projected, business
      *            day or not. When this card is present the run
      *            writes nothing to HELLO.CKPT, HELLO.AUDIT,
      *            HELLO.SIGNAL, HELLO.EXCEPT, or HELLO.CTLTOT and
      *            prints the projected outcome on HELLO.SIMRPT.
      ***************************************************************
       01  HELLO-SIM-PARM-RECORD       PIC X(41).
