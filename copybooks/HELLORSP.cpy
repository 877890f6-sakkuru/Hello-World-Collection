      ***************************************************************
      * HELLORSP - snapshot restore parameters (DD/file
      *            HELLO.SNAPRST), read by HELLOSNR and by the
      *            HELLOSNP safety-copy step that runs ahead of it.
      *            RS-SNAPSHOT-ID is required and must be a complete
      *            snapshot on HELLO.SNAPDIR. RS-FILE-ID names one
      *            file to put back (SITES, LANGS, CALENDAR,
      *            SITEGRP, GRPHOL, HOLDS, SLATGT, SITEVER) or is
      *            blank to restore the whole reference set. SITES
      *            and SITEVER always go back together.
      ***************************************************************
       01  HELLO-RESTORE-PARM-RECORD.
           05  RS-SNAPSHOT-ID          PIC X(14).
           05  RS-FILE-ID              PIC X(8).
