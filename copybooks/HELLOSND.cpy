      ***************************************************************
      * HELLOSND - snapshot directory record (DD/file
      *            HELLO.SNAPDIR). HELLOSNP appends one row after
      *            every snapshot it completes on HELLO.SNAPSHOT.
      *            SX-SNAPSHOT-ID is the host clock (YYYYMMDDHHMMSS)
      *            at the start of the snapshot; it is the ID
      *            HELLO_WORLD stamps on the cycle's HELLO.AUDIT and
      *            HELLO.CKPT rows. SX-SNAP-TYPE 'C' is the nightly
      *            snapshot taken by HELLOJOB ahead of the banner
      *            step; 'P' is the safety copy taken by HELLOSNR's
      *            job just before a restore, with the snapshot
      *            being restored in SX-RESTORE-OF-ID.
      *            SX-FILE-COUNT holds the rows copied per file, in
      *            the order SITES, LANGS, CALENDAR, SITEGRP,
      *            GRPHOL, HOLDS, SLATGT, SITEVER; HELLOSNR checks
      *            them before it restores anything.
      ***************************************************************
       01  HELLO-SNAP-DIR-RECORD.
           05  SX-SNAPSHOT-ID          PIC X(14).
           05  SX-TIMESTAMP            PIC X(21).
           05  SX-SNAP-TYPE            PIC X(1).
               88  SX-CYCLE-SNAP               VALUE 'C'.
               88  SX-PRE-RESTORE-SNAP         VALUE 'P'.
           05  SX-RUN-DATE             PIC X(8).
           05  SX-SHIFT-CODE           PIC X(1).
           05  SX-USER-ID              PIC X(8).
           05  SX-RESTORE-OF-ID        PIC X(14).
           05  SX-FILE-COUNT           PIC 9(6)  OCCURS 8 TIMES.
