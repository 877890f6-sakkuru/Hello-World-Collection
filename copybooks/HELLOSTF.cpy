      *            HELLO.SITES, delete/redefine it, and reload the
      *            rows (via HELLOSBA transactions or HELLOMNT)
      *            before the first run on this layout.
      *            SF-EFFECTIVE-FROM/-TO bound the version of the
      *            row now in force (spaces = open-ended). Every
      *            version, past and future-dated, is kept on the
      *            HELLO.SITEVER timeline (HELLOSVR); HELLOAPR
      *            rolls a future-dated version onto this row when
      *            its effective date arrives. NOTE: the dates grew
      *            the record from 51 to 67 bytes -- unload and
      *            reload HELLO.SITES as above before the first run
      *            on this layout.
      ***************************************************************
       01  HELLO-SITE-FILE-RECORD.
           05  SF-SITE-CODE            PIC X(4).
           05  SF-LANGUAGE-CODE        PIC X(2).
           05  SF-UTC-OFFSET           PIC X(5).
           05  SF-GREETING-TEXT        PIC X(40).
           05  SF-EFFECTIVE-FROM       PIC X(8).
           05  SF-EFFECTIVE-TO         PIC X(8).
