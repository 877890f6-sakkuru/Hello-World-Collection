      ***************************************************************
      * HELLOCKA - archived checkpoint row (DD/file HELLO.CKPARCH),
      *            written by HELLOPUR. Same layout as a HELLOCKP
      *            row (28 bytes today), carried as one alphanumeric
      *            field with headroom; widen this if the live
      *            HELLOCKP record ever grows past it.
      ***************************************************************
