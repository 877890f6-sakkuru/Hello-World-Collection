      ***************************************************************
      * HELLOSCP - snapshot compare parameters for HELLOSNC
      *            (DD/file HELLO.SNAPCMP).
      *            SC-TO-ID blank means the latest snapshot on
      *            HELLO.SNAPDIR; SC-FROM-ID blank means the
      *            snapshot just before SC-TO-ID, so an all-blank
      *            record compares the two most recent snapshots.
      *            SC-FILE-ID names one file (SITES, LANGS,
      *            CALENDAR, SITEGRP, GRPHOL, HOLDS, SLATGT,
      *            SITEVER) or is blank for all of them.
      ***************************************************************
       01  HELLO-SNAP-CMP-PARM-RECORD.
           05  SC-FROM-ID              PIC X(14).
           05  SC-TO-ID                PIC X(14).
           05  SC-FILE-ID              PIC X(8).
