      *                resumed catch-up regenerates the 'S' record
      *                of every finished date instead of losing the
      *                ones the interrupted submission had written.
      *   2026-10-15  Greeting, language, and UTC offset now come
      *                from the HELLO.SITEVER version of the site in
      *                force on the cycle date being processed, so a
      *                future-dated greeting change starts on its
      *                effective date and a catch-up run banners each
      *                missed date with the version that applied on
      *                it. A site with no version on file still runs
      *                on its HELLO.SITES row. The report notes the
      *                version used.
      *   2026-10-15  The run now picks up the HELLO.SNAPDIR snapshot
      *                HELLOSNP took of the reference files for this
      *                cycle and carries its ID on every HELLO.AUDIT
      *                and HELLO.CKPT row it writes and on the
      *                report, so what the cycle ran against can be
      *                proved later.
      *   2026-10-15  Control totals for each cycle date (sites in
      *                scope, banners, held, non-business and
      *                restart skips, checkpoints, audit rows,
      *                signals, exceptions) are appended to the
      *                HELLO.CTLTOT ledger for the HELLOBAL
      *                balancing step.
      *   2026-10-15  Dry-run mode: a card on HELLO.SIMPRM (same
      *                layout as HELLO.PARMS) projects a date or
      *                date range and shift through the normal site,
      *                hold, calendar, version, and greeting logic
      *                and prints the projected outcome per site and
      *                date on HELLO.SIMRPT. A dry run writes nothing
      *                to HELLO.CKPT, HELLO.AUDIT, HELLO.SIGNAL,
      *                HELLO.EXCEPT, or HELLO.CTLTOT; the exceptions
      *                the real run would raise are listed instead.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO_WORLD.
           SELECT OPTIONAL HELLO-GRP-HOL-FILE ASSIGN TO "HELLOGRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRH-STATUS.
           SELECT OPTIONAL HELLO-SITE-VER-FILE ASSIGN TO "HELLOSVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL HELLO-SNAP-DIR-FILE ASSIGN TO "HELLOSND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SND-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL HELLO-SIM-PARM-FILE ASSIGN TO "HELLOSMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMP-STATUS.
           SELECT HELLO-SIM-RPT-FILE ASSIGN TO "HELLOSMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-PARM-FILE
       FD  HELLO-GRP-HOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRH.
       FD  HELLO-SITE-VER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSVR.
       FD  HELLO-SNAP-DIR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSND.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       FD  HELLO-SIM-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSMP.
       FD  HELLO-SIM-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSMO.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-RPT-STATUS               PIC XX              VALUE '00'.
       01  WS-HELD-SWITCH              PIC X               VALUE 'N'.
           88  WS-SITE-HELD                                VALUE 'Y'.
       01  WS-HELD-REASON              PIC X(30)   VALUE SPACES.
       01  WS-HELD-UNTIL-DATE          PIC X(8)    VALUE SPACES.
       01  WS-LANG-STATUS              PIC XX              VALUE '00'.
       01  WS-LANG-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-LANG-EOF                                 VALUE 'Y'.
               10  LT-LANGUAGE-CODE    PIC X(2).
               10  LT-DEFAULT-GREETING PIC X(40).
       01  WS-GREETING-SOURCE          PIC X(17)   VALUE SPACES.
       01  WS-VER-STATUS               PIC XX              VALUE '00'.
       01  WS-VER-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-VER-EOF                                  VALUE 'Y'.
       01  WS-VER-COUNT                PIC 9(4)            VALUE 0.
       01  HELLO-VER-TABLE.
           05  VT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-VER-COUNT.
               10  VT-SITE-CODE        PIC X(4).
               10  VT-EFFECTIVE-FROM   PIC X(8).
               10  VT-EFFECTIVE-TO     PIC X(8).
               10  VT-LANGUAGE-CODE    PIC X(2).
               10  VT-UTC-OFFSET       PIC X(5).
               10  VT-GREETING-TEXT    PIC X(40).
       01  WS-VT-IDX                   PIC 9(4)            VALUE 0.
       01  WS-VF-IDX                   PIC 9(4)            VALUE 0.
       01  WS-SITE-LANGUAGE-CODE       PIC X(2)    VALUE SPACES.
       01  WS-SITE-GREETING-TEXT       PIC X(40)   VALUE SPACES.
       01  WS-SITE-VERSION-FROM        PIC X(8)    VALUE SPACES.
       01  WS-SND-STATUS               PIC XX              VALUE '00'.
       01  WS-SND-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-SND-EOF                                  VALUE 'Y'.
       01  WS-SNAPSHOT-ID              PIC X(14)   VALUE SPACES.
       01  WS-RPT-SNAP-LINE            PIC X(80)   VALUE SPACES.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-SITES-IN-SCOPE    PIC 9(7).
           05  WS-CT-SITES-REJECTED    PIC 9(7).
           05  WS-CT-HELD              PIC 9(7).
           05  WS-CT-NON-BUSINESS      PIC 9(7).
           05  WS-CT-CAL-READ          PIC 9(7).
           05  WS-CT-CKPT-WRITTEN      PIC 9(7).
           05  WS-CT-AUDIT-WRITTEN     PIC 9(7).
           05  WS-CT-AUDIT-FAILED      PIC 9(7).
           05  WS-CT-SIGNALS           PIC 9(7).
           05  WS-CT-EXCEPTIONS        PIC 9(7).
       01  WS-RESTART-SWITCH           PIC X               VALUE 'N'.
           88  WS-RUN-ALREADY-COMPLETE                     VALUE 'Y'.
       01  WS-SITE-EOF-SWITCH          PIC X               VALUE 'N'.
       01  WS-RPT-JOB-LINE             PIC X(80)   VALUE SPACES.
       01  WS-RPT-SOURCE-LINE          PIC X(80)   VALUE SPACES.
       01  WS-RPT-TRAILER-LINE         PIC X(80)   VALUE SPACES.
       01  WS-SMP-STATUS               PIC XX              VALUE '00'.
       01  WS-SMO-STATUS               PIC XX              VALUE '00'.
       01  WS-SIM-SWITCH               PIC X               VALUE 'N'.
           88  WS-SIMULATION                               VALUE 'Y'.
       01  WS-SMO-OPEN-SWITCH          PIC X               VALUE 'N'.
           88  WS-SMO-OPEN                                 VALUE 'Y'.
       01  WS-SIM-DATE-NUM             PIC 9(8)    VALUE 0.
       01  WS-SIM-FIRST-DAY            PIC 9(7)    VALUE 0.
       01  WS-SIM-LAST-DAY             PIC 9(7)    VALUE 0.
       01  WS-SIM-DAY                  PIC 9(7)    VALUE 0.
       01  WS-SIM-DATE-TOTALS                              VALUE ZEROS.
           05  WS-SD-SITES             PIC 9(5).
           05  WS-SD-BANNER            PIC 9(5).
           05  WS-SD-HELD              PIC 9(5).
           05  WS-SD-NON-BUSINESS      PIC 9(5).
           05  WS-SD-ALREADY-RUN       PIC 9(5).
       01  WS-SIM-RUN-TOTALS                               VALUE ZEROS.
           05  WS-SR-SITES             PIC 9(5).
           05  WS-SR-BANNER            PIC 9(5).
           05  WS-SR-HELD              PIC 9(5).
           05  WS-SR-NON-BUSINESS      PIC 9(5).
           05  WS-SR-ALREADY-RUN       PIC 9(5).
       01  WS-SIM-COUNT-EDIT           PIC ZZZZ9.
       01  WS-SIM-RC-EDIT              PIC ZZ9.
       01  WS-SMO-LINE                 PIC X(80)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-SIM-PARM-RECORD
           IF NOT WS-SIMULATION
               PERFORM READ-PARM-RECORD
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           IF RETURN-CODE = 0
               IF NOT WS-SIMULATION
                   PERFORM FIND-CYCLE-SNAPSHOT
               END-IF
               PERFORM LOAD-LANG-TABLE
               PERFORM OPEN-SITE-FILE
           END-IF
           IF WS-SITE-OPEN
               PERFORM LOAD-HOLD-TABLE
               PERFORM LOAD-GROUP-TABLES
               PERFORM LOAD-VERSION-TABLE
               IF NOT HP-ALL-SITES
                   PERFORM READ-SITE-RECORD
               END-IF
               PERFORM VALIDATE-PARMS
               IF WS-PARMS-VALID
                   IF WS-SIMULATION AND WS-CATCHUP-MODE
                       PERFORM LIST-SIMULATION-DATES
                   ELSE
                       PERFORM BUILD-CYCLE-DATE-LIST
                   END-IF
               END-IF
               IF WS-PARMS-VALID AND WS-DATE-COUNT > 0
                   IF WS-SIMULATION
                       PERFORM OPEN-SIM-REPORT
                   ELSE
                       PERFORM OPEN-REPORT
                   END-IF
                   PERFORM PROCESS-ONE-CYCLE-DATE
                       VARYING WS-RD-IDX FROM 1 BY 1
                       UNTIL WS-RD-IDX > WS-DATE-COUNT
                   IF WS-SIMULATION
                       PERFORM CLOSE-SIM-REPORT
                   ELSE
                       PERFORM CLOSE-REPORT
                   END-IF
               END-IF
               CLOSE HELLO-SITE-FILE
           END-IF
               MOVE WS-START-TIMESTAMP TO WS-SITE-START-TIMESTAMP
               MOVE WS-END-TIMESTAMP TO WS-SITE-END-TIMESTAMP
               PERFORM WRITE-AUDIT-RECORD
               IF WS-AUDIT-COUNT > 0
                   ADD 1 TO WS-CT-AUDIT-FAILED
               END-IF
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           STOP RUN.

      *    A card on HELLO.SIMPRM makes this a dry run: the card
      *    stands in for HELLO.PARMS and nothing is written to the
      *    cycle's checkpoint, audit, signal, exception, or control
      *    total files. No HELLO.SIMPRM (the nightly stream) is a
      *    real run. A HELLO.SIMPRM that is there but unreadable
      *    stops the step as a dry run, never as a real one.
       READ-SIM-PARM-RECORD.
           OPEN INPUT HELLO-SIM-PARM-FILE
           IF WS-SMP-STATUS NOT = '05'
               SET WS-SIMULATION TO TRUE
               IF WS-SMP-STATUS = '00'
                   READ HELLO-SIM-PARM-FILE
               END-IF
               IF WS-SMP-STATUS NOT = '00'
                   DISPLAY 'HELLO_WORLD: *** ERROR *** unable to read '
                       'HELLO.SIMPRM, status=' WS-SMP-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO HELLO-PARM-RECORD
               ELSE
                   MOVE HELLO-SIM-PARM-RECORD TO HELLO-PARM-RECORD
                   DISPLAY 'HELLO_WORLD: dry run from HELLO.SIMPRM '
                       '-- no checkpoint, audit, signal, exception, '
                       'or control total rows are written'
               END-IF
           END-IF
           CLOSE HELLO-SIM-PARM-FILE.

       READ-PARM-RECORD.
           OPEN INPUT HELLO-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
           MOVE 'HELLO.PARMS UNREADABLE' TO WS-EXC-TEXT
           PERFORM WRITE-EXCEPTION-RECORD.

      *    The writers below are where a dry run stops short: the
      *    decision path runs in full, only the write is skipped (an
      *    exception is listed on HELLO.SIMRPT instead).
       WRITE-EXCEPTION-RECORD.
           IF WS-SIMULATION
               PERFORM WRITE-SIM-EXCEPTION
           ELSE
               PERFORM WRITE-EXCEPTION-ROW
           END-IF.

       WRITE-EXCEPTION-ROW.
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           MOVE WS-JOB-NAME        TO EX-PROGRAM
           MOVE WS-EXC-SITE-CODE   TO EX-SITE-CODE
           ELSE
               WRITE HELLO-EXCEPTION-RECORD
               CLOSE HELLO-EXC-FILE
               ADD 1 TO WS-CT-EXCEPTIONS
           END-IF.

      *    The snapshot for this cycle is the last nightly one on
      *    HELLO.SNAPDIR for the HELLO.PARMS run date and shift --
      *    HELLOSNP takes it just before this step.
       FIND-CYCLE-SNAPSHOT.
           OPEN INPUT HELLO-SNAP-DIR-FILE
           IF WS-SND-STATUS = '00'
               PERFORM UNTIL WS-SND-EOF
                   READ HELLO-SNAP-DIR-FILE
                       AT END
                           SET WS-SND-EOF TO TRUE
                       NOT AT END
                           IF SX-CYCLE-SNAP
                               AND SX-RUN-DATE = HP-RUN-DATE
                               AND SX-SHIFT-CODE = HP-SHIFT-CODE
                               MOVE SX-SNAPSHOT-ID TO WS-SNAPSHOT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SNAP-DIR-FILE
           IF WS-SNAPSHOT-ID = SPACES
               DISPLAY 'HELLO_WORLD: *** WARNING *** no HELLO.SNAPDIR '
                   'snapshot for ' HP-RUN-DATE '/' HP-SHIFT-CODE
                   ' -- audit rows carry no snapshot ID'
           END-IF.

       OPEN-SITE-FILE.

       PROCESS-ONE-CYCLE-DATE.
           MOVE RD-DATE(WS-RD-IDX) TO HP-RUN-DATE
           IF WS-CATCHUP-MODE AND NOT WS-SIMULATION
               DISPLAY 'HELLO_WORLD: catch-up -- processing cycle '
                   'date ' HP-RUN-DATE
               IF WS-RPT-OPEN
           IF WS-SITES-DONE > 0 OR WS-RESTART-SKIPS > 0
               PERFORM WRITE-SIGNAL
           END-IF
           ADD WS-SITES-DONE TO WS-TOTAL-SITES-DONE
           IF WS-SIMULATION
               PERFORM WRITE-SIM-DATE-TOTALS
           END-IF
      *    The last date's totals are posted by MAIN, after any
      *    run-level audit row.
           IF WS-RD-IDX < WS-DATE-COUNT
               PERFORM WRITE-CONTROL-TOTALS
           END-IF.

       LOAD-LANG-TABLE.
           OPEN INPUT HELLO-LANG-FILE

       PROCESS-ONE-SITE.
           MOVE SF-SITE-CODE TO WS-CURRENT-SITE-CODE
           PERFORM RESOLVE-SITE-VERSION
           IF HP-ALL-SITES
               MOVE SF-SITE-CODE TO WS-CURRENT-SITE-NAME
           ELSE
               MOVE HP-SITE-NAME TO WS-CURRENT-SITE-NAME
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-SITE-START-TIMESTAMP
           ADD 1 TO WS-CT-SITES-IN-SCOPE
           PERFORM CHECK-SITE-HOLD
           IF WS-SITE-HELD
               ADD 1 TO WS-CT-HELD
               PERFORM REPORT-HELD-SITE
           ELSE
               PERFORM CHECK-SITE-CALENDAR
                   PERFORM BANNER-ONE-SITE
               ELSE
                   IF WS-CAL-NON-BUSINESS
                       ADD 1 TO WS-CT-NON-BUSINESS
                       PERFORM REPORT-NON-BUSINESS-DAY
                   ELSE
                       ADD 1 TO WS-CT-SITES-REJECTED
                       IF WS-SIMULATION
                           PERFORM NOTE-SIM-CAL-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF
           CLOSE HELLO-GRP-HOL-FILE.

       LOAD-VERSION-TABLE.
           OPEN INPUT HELLO-SITE-VER-FILE
           IF WS-VER-STATUS = '00'
               PERFORM UNTIL WS-VER-EOF
                   READ HELLO-SITE-VER-FILE
                       AT END
                           SET WS-VER-EOF TO TRUE
                       NOT AT END
                           IF WS-VER-COUNT >= 2000
                               DISPLAY 'HELLO_WORLD: *** ERROR *** '
                                   'HELLO.SITEVER has more than 2000 '
                                   'rows -- extra rows ignored'
                               SET WS-VER-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-VER-COUNT
                               MOVE SV-SITE-CODE
                                   TO VT-SITE-CODE(WS-VER-COUNT)
                               MOVE SV-EFFECTIVE-FROM
                                   TO VT-EFFECTIVE-FROM(WS-VER-COUNT)
                               MOVE SV-EFFECTIVE-TO
                                   TO VT-EFFECTIVE-TO(WS-VER-COUNT)
                               MOVE SV-LANGUAGE-CODE
                                   TO VT-LANGUAGE-CODE(WS-VER-COUNT)
                               MOVE SV-UTC-OFFSET
                                   TO VT-UTC-OFFSET(WS-VER-COUNT)
                               MOVE SV-GREETING-TEXT
                                   TO VT-GREETING-TEXT(WS-VER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SITE-VER-FILE.

      *    Pick the site's attributes for the cycle date in
      *    HP-RUN-DATE: the HELLO.SITEVER version in force on that
      *    date, else the HELLO.SITES row as it stands.
       RESOLVE-SITE-VERSION.
           MOVE 0 TO WS-VF-IDX
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VER-COUNT
               IF VT-SITE-CODE(WS-VT-IDX) = WS-CURRENT-SITE-CODE
                   AND VT-EFFECTIVE-FROM(WS-VT-IDX) <= HP-RUN-DATE
                   AND (VT-EFFECTIVE-TO(WS-VT-IDX) = SPACES
                       OR VT-EFFECTIVE-TO(WS-VT-IDX) >= HP-RUN-DATE)
                   MOVE WS-VT-IDX TO WS-VF-IDX
               END-IF
           END-PERFORM
           IF WS-VF-IDX > 0
               MOVE VT-LANGUAGE-CODE(WS-VF-IDX)
                   TO WS-SITE-LANGUAGE-CODE
               MOVE VT-UTC-OFFSET(WS-VF-IDX)    TO WS-SITE-UTC-OFFSET
               MOVE VT-GREETING-TEXT(WS-VF-IDX)
                   TO WS-SITE-GREETING-TEXT
               MOVE VT-EFFECTIVE-FROM(WS-VF-IDX)
                   TO WS-SITE-VERSION-FROM
           ELSE
               MOVE SF-LANGUAGE-CODE TO WS-SITE-LANGUAGE-CODE
               MOVE SF-UTC-OFFSET    TO WS-SITE-UTC-OFFSET
               MOVE SF-GREETING-TEXT TO WS-SITE-GREETING-TEXT
               MOVE SPACES           TO WS-SITE-VERSION-FROM
           END-IF.

       CHECK-GROUP-HOLIDAY.
           MOVE 'N' TO WS-GRP-HOL-SWITCH
           MOVE SPACES TO WS-GH-GROUP-CODE
       CHECK-SITE-HOLD.
           MOVE 'N' TO WS-HELD-SWITCH
           MOVE SPACES TO WS-HELD-REASON
           MOVE SPACES TO WS-HELD-UNTIL-DATE
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HOLD-COUNT
                       OR WS-SITE-HELD
                       OR HP-RUN-DATE <= HL-UNTIL-DATE(WS-HL-IDX))
                   SET WS-SITE-HELD TO TRUE
                   MOVE HL-REASON(WS-HL-IDX) TO WS-HELD-REASON
                   MOVE HL-UNTIL-DATE(WS-HL-IDX) TO WS-HELD-UNTIL-DATE
               END-IF
           END-PERFORM.

       REPORT-HELD-SITE.
           IF WS-SIMULATION
               PERFORM NOTE-SIM-HELD
           END-IF
           DISPLAY 'HELLO_WORLD: site ' WS-CURRENT-SITE-CODE
               ' is on operator hold (' WS-HELD-REASON
               ') -- banner step skipped'
           END-IF.

       RESOLVE-GREETING.
           IF WS-SITE-GREETING-TEXT NOT = SPACES
               MOVE WS-SITE-GREETING-TEXT TO WS-CURRENT-GREETING
               MOVE 'SITE'            TO WS-GREETING-SOURCE
           ELSE
               SET LT-IDX TO 1
                       AT END
                           CONTINUE
                       WHEN LT-LANGUAGE-CODE(LT-IDX)
                               = WS-SITE-LANGUAGE-CODE
                           MOVE LT-DEFAULT-GREETING(LT-IDX)
                               TO WS-CURRENT-GREETING
                           MOVE 'LANGUAGE DEFAULT'
                   ' run date ' HP-RUN-DATE
                   ' already completed -- skipping banner step'
               ADD 1 TO WS-RESTART-SKIPS
               IF WS-SIMULATION
                   PERFORM NOTE-SIM-RESTART-SKIP
               END-IF
           ELSE
               PERFORM RESOLVE-GREETING
               PERFORM BUILD-BANNER
               DISPLAY WS-BANNER-LINE
               IF WS-SIMULATION
                   PERFORM NOTE-SIM-BANNER
               END-IF
               IF WS-RPT-OPEN
                   WRITE HELLO-RPT-RECORD FROM WS-BANNER-LINE
                   MOVE SPACES TO WS-RPT-SOURCE-LINE
                   STRING '  GREETING SOURCE: ' DELIMITED BY SIZE
                           WS-GREETING-SOURCE DELIMITED BY SIZE
                       INTO WS-RPT-SOURCE-LINE
                   IF WS-SITE-VERSION-FROM NOT = SPACES
                       AND WS-SITE-VERSION-FROM NOT = '00000000'
                       MOVE 'VERSION EFFECTIVE'
                           TO WS-RPT-SOURCE-LINE(38:17)
                       MOVE WS-SITE-VERSION-FROM
                           TO WS-RPT-SOURCE-LINE(56:8)
                   END-IF
                   WRITE HELLO-RPT-RECORD FROM WS-RPT-SOURCE-LINE
               END-IF
               PERFORM WRITE-CHECKPOINT
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-CAL-READ
                           IF CL-CAL-DATE >= HP-RUN-DATE
                               PERFORM NOTE-CALENDAR-ROW
                           END-IF
           END-IF.

       REPORT-NON-BUSINESS-DAY.
           IF WS-SIMULATION
               PERFORM NOTE-SIM-NON-BUSINESS
           END-IF
           DISPLAY 'HELLO_WORLD: run date ' HP-RUN-DATE
               ' is not a processing day for site '
               WS-CURRENT-SITE-CODE ' -- banner step skipped'
           CLOSE HELLO-CKPT-FILE.

       WRITE-CHECKPOINT.
           IF NOT WS-SIMULATION
               PERFORM WRITE-CHECKPOINT-ROW
           END-IF.

       WRITE-CHECKPOINT-ROW.
           MOVE WS-CURRENT-SITE-CODE TO CK-SITE-CODE
           MOVE HP-RUN-DATE TO CK-RUN-DATE
           MOVE HP-SHIFT-CODE TO CK-SHIFT-CODE
           SET CK-RUN-COMPLETE TO TRUE
           MOVE WS-SNAPSHOT-ID TO CK-SNAPSHOT-ID
           OPEN EXTEND HELLO-CKPT-FILE
           IF WS-CKPT-STATUS NOT = '00' AND WS-CKPT-STATUS NOT = '05'
               DISPLAY 'HELLO_WORLD: *** WARNING *** unable to open '
           ELSE
               WRITE HELLO-CKPT-RECORD
               CLOSE HELLO-CKPT-FILE
               ADD 1 TO WS-CT-CKPT-WRITTEN
           END-IF.

       COMPUTE-ELAPSED.
           END-IF.

       WRITE-SIGNAL.
           IF NOT WS-SIMULATION
               PERFORM WRITE-SIGNAL-ROW
           END-IF.

       WRITE-SIGNAL-ROW.
           SET SG-CYCLE-START TO TRUE
           MOVE WS-JOB-NAME        TO SG-JOB-NAME
           MOVE HP-RUN-DATE        TO SG-RUN-DATE
               WRITE HELLO-SIGNAL-RECORD
               CLOSE HELLO-SIGNAL-FILE
               SET WS-SIGNAL-WRITTEN TO TRUE
               ADD 1 TO WS-CT-SIGNALS
           END-IF.

       COMPUTE-LOCAL-START.
           MOVE WS-SITE-START-TIMESTAMP(13:2) TO WS-LST-SS.

       WRITE-AUDIT-RECORD.
           IF NOT WS-SIMULATION
               PERFORM WRITE-AUDIT-ROW
           END-IF.

       WRITE-AUDIT-ROW.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           PERFORM COMPUTE-ELAPSED
           PERFORM COMPUTE-LOCAL-START
           MOVE WS-SITE-END-TIMESTAMP TO AU-END-TIMESTAMP
           MOVE WS-ELAPSED-SECONDS TO AU-ELAPSED-SECONDS
           MOVE WS-LOCAL-START-TIME TO AU-LOCAL-START-TIME
           MOVE WS-SNAPSHOT-ID     TO AU-SNAPSHOT-ID
           OPEN EXTEND HELLO-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY 'HELLO_WORLD: *** WARNING *** unable to open '
               WRITE HELLO-AUDIT-RECORD
               CLOSE HELLO-AUDIT-FILE
               ADD 1 TO WS-AUDIT-COUNT
               ADD 1 TO WS-CT-AUDIT-WRITTEN
           END-IF.

      *    One HELLO.CTLTOT row per file for the cycle date in
      *    HP-RUN-DATE; the counts then start again for the next
      *    date of a catch-up run. Meanings are in HELLOCTL. A
      *    ledger that cannot be opened does not fail the banner
      *    step -- HELLOBAL reports the missing totals instead.
       WRITE-CONTROL-TOTALS.
           IF NOT WS-SIMULATION
               PERFORM WRITE-CONTROL-LEDGER
           END-IF.

       WRITE-CONTROL-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLO_WORLD: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOSIT' TO CT-FILE-ID
               MOVE WS-CT-SITES-IN-SCOPE TO CT-READ-COUNT
               MOVE WS-CT-SITES-REJECTED TO CT-REJECTED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOHLD' TO CT-FILE-ID
               MOVE WS-HOLD-COUNT TO CT-READ-COUNT
               MOVE WS-CT-HELD TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOCAL' TO CT-FILE-ID
               MOVE WS-CT-CAL-READ TO CT-READ-COUNT
               MOVE WS-CT-NON-BUSINESS TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOOUT' TO CT-FILE-ID
               MOVE WS-SITES-DONE TO CT-WRITTEN-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOCKP' TO CT-FILE-ID
               MOVE WS-CT-CKPT-WRITTEN TO CT-WRITTEN-COUNT
               MOVE WS-RESTART-SKIPS TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOAUD' TO CT-FILE-ID
               MOVE WS-CT-AUDIT-WRITTEN TO CT-WRITTEN-COUNT
               MOVE WS-CT-AUDIT-FAILED TO CT-REJECTED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSIG' TO CT-FILE-ID
               MOVE WS-CT-SIGNALS TO CT-WRITTEN-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOEXC' TO CT-FILE-ID
               MOVE WS-CT-EXCEPTIONS TO CT-WRITTEN-COUNT
               PERFORM WRITE-CONTROL-ROW
               CLOSE HELLO-CTL-FILE
           END-IF
           INITIALIZE WS-CTL-TOTALS.

       WRITE-CONTROL-ROW.
           MOVE WS-CTL-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-JOB-NAME      TO CT-STEP-NAME
           MOVE HP-RUN-DATE      TO CT-RUN-DATE
           MOVE HP-SHIFT-CODE    TO CT-SHIFT-CODE
           WRITE HELLO-CTL-TOTAL-RECORD
           MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
               CT-REJECTED-COUNT CT-SKIPPED-COUNT.

       BUILD-BANNER.
           MOVE SPACES TO WS-BANNER-LINE
           STRING FUNCTION TRIM(WS-CURRENT-GREETING) DELIMITED BY SIZE
               SET WS-RPT-OPEN TO TRUE
               WRITE HELLO-RPT-RECORD FROM WS-RPT-HEADER-LINE
               WRITE HELLO-RPT-RECORD FROM WS-RPT-JOB-LINE
               IF WS-SNAPSHOT-ID NOT = SPACES
                   STRING 'REFERENCE DATA SNAPSHOT: ' DELIMITED BY SIZE
                           WS-SNAPSHOT-ID DELIMITED BY SIZE
                       INTO WS-RPT-SNAP-LINE
                   WRITE HELLO-RPT-RECORD FROM WS-RPT-SNAP-LINE
               END-IF
           END-IF.

       CLOSE-REPORT.
               CLOSE HELLO-RPT-FILE
               MOVE 'N' TO WS-RPT-OPEN-SWITCH
           END-IF.

      *    A dry-run range covers every calendar date, not just the
      *    business days a catch-up would banner, so the days the
      *    cycle will skip show on the projection as well.
       LIST-SIMULATION-DATES.
           MOVE 0 TO WS-DATE-COUNT
           MOVE 0 TO WS-SIM-FIRST-DAY
           MOVE 0 TO WS-SIM-LAST-DAY
           IF HP-RUN-DATE IS NUMERIC
               AND WS-LAST-RUN-DATE IS NUMERIC
               MOVE HP-RUN-DATE TO WS-SIM-DATE-NUM
               COMPUTE WS-SIM-FIRST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-SIM-DATE-NUM)
               MOVE WS-LAST-RUN-DATE TO WS-SIM-DATE-NUM
               COMPUTE WS-SIM-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-SIM-DATE-NUM)
           END-IF
           IF WS-SIM-FIRST-DAY = 0 OR WS-SIM-LAST-DAY = 0
               DISPLAY 'HELLO_WORLD: *** ERROR *** dry-run dates '
                   HP-RUN-DATE ' to ' WS-LAST-RUN-DATE
                   ' in HELLO.SIMPRM are not valid YYYYMMDD dates'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM NOTE-SIMULATION-DATE
                   VARYING WS-SIM-DAY FROM WS-SIM-FIRST-DAY BY 1
                   UNTIL WS-SIM-DAY > WS-SIM-LAST-DAY
                       OR WS-DATE-COUNT >= 100
               IF WS-SIM-DAY <= WS-SIM-LAST-DAY
                   DISPLAY 'HELLO_WORLD: *** WARNING *** more than '
                       '100 dates in the dry-run range -- only the '
                       'first 100 are projected'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               DISPLAY 'HELLO_WORLD: dry run from ' HP-RUN-DATE
                   ' to ' WS-LAST-RUN-DATE ' -- ' WS-DATE-COUNT
                   ' date(s) to project'
           END-IF.

       NOTE-SIMULATION-DATE.
           ADD 1 TO WS-DATE-COUNT
           COMPUTE WS-SIM-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-SIM-DAY)
           MOVE WS-SIM-DATE-NUM TO RD-DATE(WS-DATE-COUNT).

       OPEN-SIM-REPORT.
           OPEN OUTPUT HELLO-SIM-RPT-FILE
           IF WS-SMO-STATUS NOT = '00'
               DISPLAY 'HELLO_WORLD: *** ERROR *** unable to open '
                   'HELLO.SIMRPT, status=' WS-SMO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-SMO-OPEN TO TRUE
               MOVE 'HELLO_WORLD DRY RUN -- PROJECTED CYCLE OUTCOME'
                   TO WS-SMO-LINE
               PERFORM WRITE-SIM-LINE
               MOVE SPACES TO WS-SMO-LINE
               STRING 'JOB: ' DELIMITED BY SIZE
                       WS-JOB-NAME         DELIMITED BY SIZE
                       '  RUN: '           DELIMITED BY SIZE
                       WS-START-TIMESTAMP  DELIMITED BY SIZE
                   INTO WS-SMO-LINE
               PERFORM WRITE-SIM-LINE
               MOVE SPACES TO WS-SMO-LINE
               STRING 'SITE ' DELIMITED BY SIZE
                       HP-SITE-CODE        DELIMITED BY SIZE
                       '  SHIFT '          DELIMITED BY SIZE
                       HP-SHIFT-CODE       DELIMITED BY SIZE
                       '  DATES '          DELIMITED BY SIZE
                       RD-DATE(1)          DELIMITED BY SIZE
                       ' TO '              DELIMITED BY SIZE
                       RD-DATE(WS-DATE-COUNT) DELIMITED BY SIZE
                   INTO WS-SMO-LINE
               PERFORM WRITE-SIM-LINE
               MOVE 'NOTHING WRITTEN TO HELLO.CKPT, AUDIT, SIGNAL, '
                   TO WS-SMO-LINE
               MOVE 'EXCEPT OR CTLTOT' TO WS-SMO-LINE(47:16)
               PERFORM WRITE-SIM-LINE
               MOVE SPACES TO WS-SMO-LINE
               PERFORM WRITE-SIM-LINE
               MOVE 'DATE'    TO WS-SMO-LINE(1:4)
               MOVE 'SH'      TO WS-SMO-LINE(10:2)
               MOVE 'SITE'    TO WS-SMO-LINE(13:4)
               MOVE 'OUTCOME' TO WS-SMO-LINE(18:7)
               MOVE 'PROJECTED GREETING / REASON'
                   TO WS-SMO-LINE(31:27)
               PERFORM WRITE-SIM-LINE
           END-IF.

       START-SIM-LINE.
           ADD 1 TO WS-SD-SITES
           MOVE SPACES TO WS-SMO-LINE
           MOVE HP-RUN-DATE          TO WS-SMO-LINE(1:8)
           MOVE HP-SHIFT-CODE        TO WS-SMO-LINE(10:1)
           MOVE WS-CURRENT-SITE-CODE TO WS-SMO-LINE(13:4).

       NOTE-SIM-BANNER.
           PERFORM START-SIM-LINE
           ADD 1 TO WS-SD-BANNER
           MOVE 'BANNER' TO WS-SMO-LINE(18:6)
           MOVE WS-CURRENT-GREETING TO WS-SMO-LINE(31:40)
           PERFORM WRITE-SIM-LINE
           MOVE SPACES TO WS-SMO-LINE
           MOVE 'SOURCE:' TO WS-SMO-LINE(31:7)
           MOVE WS-GREETING-SOURCE TO WS-SMO-LINE(39:17)
           IF WS-SITE-VERSION-FROM NOT = SPACES
               AND WS-SITE-VERSION-FROM NOT = '00000000'
               MOVE 'VERSION' TO WS-SMO-LINE(57:7)
               MOVE WS-SITE-VERSION-FROM TO WS-SMO-LINE(65:8)
           END-IF
           PERFORM WRITE-SIM-LINE.

       NOTE-SIM-RESTART-SKIP.
           PERFORM START-SIM-LINE
           ADD 1 TO WS-SD-ALREADY-RUN
           MOVE 'RESTART SKIP' TO WS-SMO-LINE(18:12)
           MOVE 'ALREADY COMPLETE ON HELLO.CKPT -- NO BANNER'
               TO WS-SMO-LINE(31:43)
           PERFORM WRITE-SIM-LINE.

       NOTE-SIM-HELD.
           PERFORM START-SIM-LINE
           ADD 1 TO WS-SD-HELD
           MOVE 'HELD' TO WS-SMO-LINE(18:4)
           MOVE WS-HELD-REASON TO WS-SMO-LINE(31:30)
           IF WS-HELD-UNTIL-DATE = SPACES
               MOVE 'UNTIL RELEASED' TO WS-SMO-LINE(62:14)
           ELSE
               MOVE 'UNTIL' TO WS-SMO-LINE(62:5)
               MOVE WS-HELD-UNTIL-DATE TO WS-SMO-LINE(68:8)
           END-IF
           PERFORM WRITE-SIM-LINE.

       NOTE-SIM-NON-BUSINESS.
           PERFORM START-SIM-LINE
           ADD 1 TO WS-SD-NON-BUSINESS
           MOVE 'NON-BUSINESS' TO WS-SMO-LINE(18:12)
           IF WS-NEXT-CYCLE-DATE = SPACES
               MOVE 'NO LATER PROCESSING DAY ON HELLO.CALENDAR'
                   TO WS-SMO-LINE(31:41)
           ELSE
               MOVE 'NEXT CYCLE DATE' TO WS-SMO-LINE(31:15)
               MOVE WS-NEXT-CYCLE-DATE TO WS-SMO-LINE(47:8)
           END-IF
           PERFORM WRITE-SIM-LINE.

       NOTE-SIM-CAL-ERROR.
           PERFORM START-SIM-LINE
           MOVE 'NOT CHECKED' TO WS-SMO-LINE(18:11)
           MOVE 'HELLO.CALENDAR UNAVAILABLE' TO WS-SMO-LINE(31:26)
           PERFORM WRITE-SIM-LINE.

       WRITE-SIM-EXCEPTION.
           MOVE SPACES TO WS-SMO-LINE
           MOVE HP-RUN-DATE        TO WS-SMO-LINE(1:8)
           MOVE HP-SHIFT-CODE      TO WS-SMO-LINE(10:1)
           MOVE WS-EXC-SITE-CODE   TO WS-SMO-LINE(13:4)
           MOVE 'EXCEPTION'        TO WS-SMO-LINE(18:9)
           MOVE WS-EXC-SEVERITY    TO WS-SMO-LINE(28:1)
           MOVE WS-EXC-REASON-CODE TO WS-SMO-LINE(31:8)
           MOVE WS-EXC-TEXT        TO WS-SMO-LINE(40:40)
           PERFORM WRITE-SIM-LINE.

       WRITE-SIM-DATE-TOTALS.
           MOVE SPACES TO WS-SMO-LINE
           MOVE HP-RUN-DATE TO WS-SMO-LINE(1:8)
           PERFORM FORMAT-SIM-TOTALS
           PERFORM WRITE-SIM-LINE
           MOVE SPACES TO WS-SMO-LINE
           PERFORM WRITE-SIM-LINE
           ADD WS-SD-SITES        TO WS-SR-SITES
           ADD WS-SD-BANNER       TO WS-SR-BANNER
           ADD WS-SD-HELD         TO WS-SR-HELD
           ADD WS-SD-NON-BUSINESS TO WS-SR-NON-BUSINESS
           ADD WS-SD-ALREADY-RUN  TO WS-SR-ALREADY-RUN
           INITIALIZE WS-SIM-DATE-TOTALS.

       FORMAT-SIM-TOTALS.
           MOVE 'TOTAL'   TO WS-SMO-LINE(10:5)
           MOVE 'SITES'   TO WS-SMO-LINE(18:5)
           MOVE WS-SD-SITES TO WS-SIM-COUNT-EDIT
           MOVE WS-SIM-COUNT-EDIT TO WS-SMO-LINE(24:5)
           MOVE 'BANNER'  TO WS-SMO-LINE(30:6)
           MOVE WS-SD-BANNER TO WS-SIM-COUNT-EDIT
           MOVE WS-SIM-COUNT-EDIT TO WS-SMO-LINE(37:5)
           MOVE 'HELD'    TO WS-SMO-LINE(43:4)
           MOVE WS-SD-HELD TO WS-SIM-COUNT-EDIT
           MOVE WS-SIM-COUNT-EDIT TO WS-SMO-LINE(48:5)
           MOVE 'NON-BUS' TO WS-SMO-LINE(54:7)
           MOVE WS-SD-NON-BUSINESS TO WS-SIM-COUNT-EDIT
           MOVE WS-SIM-COUNT-EDIT TO WS-SMO-LINE(62:5)
           MOVE 'RESTART' TO WS-SMO-LINE(68:7)
           MOVE WS-SD-ALREADY-RUN TO WS-SIM-COUNT-EDIT
           MOVE WS-SIM-COUNT-EDIT TO WS-SMO-LINE(76:5).

       WRITE-SIM-LINE.
           IF WS-SMO-OPEN
               WRITE HELLO-SMO-RECORD FROM WS-SMO-LINE
           END-IF.

      *    The step's RETURN-CODE is the one the real run would end
      *    with on the worst date in the range; it is printed here
      *    so the projection can be read without the job log.
       CLOSE-SIM-REPORT.
           IF WS-SMO-OPEN
               MOVE WS-SIM-RUN-TOTALS TO WS-SIM-DATE-TOTALS
               MOVE SPACES TO WS-SMO-LINE
               MOVE 'RANGE' TO WS-SMO-LINE(1:5)
               PERFORM FORMAT-SIM-TOTALS
               PERFORM WRITE-SIM-LINE
               MOVE RETURN-CODE TO WS-SIM-RC-EDIT
               MOVE SPACES TO WS-SMO-LINE
               STRING 'PROJECTED RETURN-CODE:' DELIMITED BY SIZE
                       WS-SIM-RC-EDIT DELIMITED BY SIZE
                   INTO WS-SMO-LINE
               PERFORM WRITE-SIM-LINE
               MOVE 'END OF REPORT' TO WS-SMO-LINE
               PERFORM WRITE-SIM-LINE
               CLOSE HELLO-SIM-RPT-FILE
               MOVE 'N' TO WS-SMO-OPEN-SWITCH
           END-IF.
