      ***************************************************************
      * HELLOSVR - site greeting version record (DD/file
      *            HELLO.SITEVER), the effective-dated timeline
      *            behind HELLO.SITES. One row per version of a
      *            site's language/offset/greeting, kept in site
      *            code then effective-from order. A version is in
      *            force from SV-EFFECTIVE-FROM through
      *            SV-EFFECTIVE-TO inclusive (spaces = open-ended).
      *            Maintained only by HELLOAPR as queued changes are
      *            approved; HELLO_WORLD resolves each cycle date's
      *            greeting from it, HELLOVPR rolls the version in
      *            force onto HELLO.SITES each night, HELLORDY
      *            checks the languages of the versions coming into
      *            force, and HELLOSHR prints a site's timeline.
      *            A site with no rows here runs on its HELLO.SITES
      *            row as before.
      ***************************************************************
       01  HELLO-SITE-VER-RECORD.
           05  SV-SITE-CODE            PIC X(4).
           05  SV-EFFECTIVE-FROM       PIC X(8).
           05  SV-EFFECTIVE-TO         PIC X(8).
           05  SV-LANGUAGE-CODE        PIC X(2).
           05  SV-UTC-OFFSET           PIC X(5).
           05  SV-GREETING-TEXT        PIC X(40).
           05  SV-USER-ID              PIC X(8).
           05  SV-APPROVER-ID          PIC X(8).
           05  SV-TIMESTAMP            PIC X(21).
