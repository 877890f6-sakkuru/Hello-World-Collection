      ***************************************************************
      * HELLOSNS - reference-data snapshot row (DD/file
      *            HELLO.SNAPSHOT). HELLOSNP copies every row of the
      *            reference files HELLO_WORLD reads -- HELLO.SITES,
      *            LANGS, CALENDAR, SITEGRP, GRPHOL, HOLDS, SLATGT,
      *            and the HELLO.SITEVER greeting timeline -- here
      *            just before the banner step, one row per source
      *            row, tagged with the snapshot ID and the file it
      *            came from. SS-ROW is the source row image
      *            unchanged so HELLOSNR can write it straight back.
      *            A snapshot only counts once its HELLO.SNAPDIR
      *            directory row (HELLOSND) has been written.
      ***************************************************************
       01  HELLO-SNAP-RECORD.
           05  SS-SNAPSHOT-ID          PIC X(14).
           05  SS-FILE-ID              PIC X(8).
               88  SS-FROM-SITES               VALUE 'SITES   '.
               88  SS-FROM-LANGS               VALUE 'LANGS   '.
               88  SS-FROM-CALENDAR            VALUE 'CALENDAR'.
               88  SS-FROM-SITEGRP             VALUE 'SITEGRP '.
               88  SS-FROM-GRPHOL              VALUE 'GRPHOL  '.
               88  SS-FROM-HOLDS               VALUE 'HOLDS   '.
               88  SS-FROM-SLATGT              VALUE 'SLATGT  '.
               88  SS-FROM-SITEVER             VALUE 'SITEVER '.
           05  SS-ROW                  PIC X(120).
