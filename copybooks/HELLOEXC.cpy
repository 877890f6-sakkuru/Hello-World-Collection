      ***************************************************************
      * HELLOEXC - structured exception record (DD/file
      *            HELLO.EXCEPT), appended by HELLO_WORLD, HELLORCN,
      *            HELLOEOC, HELLOEXA, HELLOBAL, and HELLOPKM
      *            alongside their SYSOUT messages so the operations
      *            console can poll failures the way downstream jobs
      *            poll HELLO.SIGNAL. One row per exception; the
      *            reason codes are stable so the monitor can map
      *            them to paging rules (the full list, with
      *            severities and texts, is kept in the HELLO.REASONS
      *            reference file). Rows are never rewritten -- who
      *            acknowledged, owns, and closed each one is kept
      *            on HELLO.EXCSTAT (HELLOEXS copybook).
      *
      * Reason codes in use:
      *   HWPARMIO  E  HELLO.PARMS unreadable
      *   RCCKPNSG  E  checkpoint(s) written but no signal
      *   RCSIGNCK  E  signal present but no checkpoint
      *   EONOSIG   E  no cycle-start signal at close-out
      *   EAOVRDUE  E  E-severity exception still open after the
      *                next cycle (HELLOEXA aging step)
      *   BLOUTBAL  E  cycle control totals out of balance
      *                (HELLOBAL balancing step)
      *   BLNOTOTS  W  stream step posted no control totals
      *   SPNOPICK  E  downstream subscriber did not acknowledge
      *                its signal by the deadline (HELLOPKM)
      *   SPLATEPK  W  downstream subscriber acknowledged its
      *                signal after the deadline (HELLOPKM)
      ***************************************************************
       01  HELLO-EXCEPTION-RECORD.
           05  EX-TIMESTAMP            PIC X(21).
