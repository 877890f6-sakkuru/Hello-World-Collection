      *                is now printed beside the keying operator;
      *                rows written before the control show it
      *                blank.
      *   2026-10-15  Each change line now shows the date it took
      *                effect. A site code in HELLO.HISTPRM adds the
      *                site's greeting version timeline from
      *                HELLO.SITEVER, with the version in force on
      *                the as-of date (default today) marked, so
      *                "what greeting did the site get on that
      *                date" is answered from the report.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSHR.
           SELECT OPTIONAL HELLO-SITE-HIST-FILE ASSIGN TO "HELLOSHY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL HELLO-SITE-VER-FILE ASSIGN TO "HELLOSVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT HELLO-SHO-FILE ASSIGN TO "HELLOSHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHO-STATUS.
       FD  HELLO-SITE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSHY.
       FD  HELLO-SITE-VER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSVR.
       FD  HELLO-SHO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSHO.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-HIST-STATUS              PIC XX              VALUE '00'.
       01  WS-SHO-STATUS               PIC XX              VALUE '00'.
       01  WS-VER-STATUS               PIC XX              VALUE '00'.
       01  WS-VER-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-VER-EOF                                  VALUE 'Y'.
       01  WS-TIMELINE-SITE-CODE       PIC X(4)    VALUE SPACES.
       01  WS-AS-OF-DATE               PIC X(8)    VALUE SPACES.
       01  WS-VERSION-COUNT            PIC 9(5)            VALUE 0.
       01  WS-IN-FORCE-SWITCH          PIC X               VALUE 'N'.
           88  WS-IN-FORCE-FOUND                           VALUE 'Y'.
       01  WS-IN-FORCE-FROM            PIC X(8)    VALUE SPACES.
       01  WS-IN-FORCE-GREETING        PIC X(40)   VALUE SPACES.
       01  WS-MARK                     PIC X(2)    VALUE SPACES.
       01  WS-SHOW-FROM                PIC X(8)    VALUE SPACES.
       01  WS-SHOW-TO                  PIC X(8)    VALUE SPACES.
       01  WS-SHOW-GREETING            PIC X(40)   VALUE SPACES.
       01  WS-HIST-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-HIST-EOF                                 VALUE 'Y'.
       01  WS-FROM-DATE                PIC X(8)    VALUE SPACES.
               ELSE
                   MOVE RP-FROM-DATE TO WS-FROM-DATE
                   MOVE RP-TO-DATE   TO WS-TO-DATE
                   MOVE RP-SITE-CODE TO WS-TIMELINE-SITE-CODE
                   MOVE RP-AS-OF-DATE TO WS-AS-OF-DATE
                   IF WS-AS-OF-DATE = SPACES
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-AS-OF-DATE
                   END-IF
                   IF WS-FROM-DATE = SPACES
                       MOVE '00000000' TO WS-FROM-DATE
                   END-IF
                       ' CHANGE(S) IN RANGE' DELIMITED BY SIZE
                   INTO WS-SHO-LINE
               WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE
               IF WS-TIMELINE-SITE-CODE NOT = SPACES
                   PERFORM WRITE-VERSION-TIMELINE
               END-IF
               MOVE 'END OF REPORT' TO WS-SHO-LINE
               WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE
               CLOSE HELLO-SHO-FILE
                   '  SITE ' DELIMITED BY SIZE
                   WS-SHOW-SITE-CODE DELIMITED BY SIZE
               INTO WS-SHO-LINE
           IF SH-EFFECTIVE-FROM NOT = SPACES
               MOVE '  EFF ' TO WS-SHO-LINE(54:6)
               MOVE SH-EFFECTIVE-FROM TO WS-SHO-LINE(60:8)
           END-IF
           WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE
           IF NOT SH-ACTION-ADD
               MOVE SPACES TO WS-SHO-LINE
                   INTO WS-SHO-LINE
               WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE
           END-IF.

       WRITE-VERSION-TIMELINE.
           MOVE SPACES TO WS-SHO-LINE
           WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE
           STRING 'GREETING VERSION TIMELINE FOR SITE '
                       DELIMITED BY SIZE
                   WS-TIMELINE-SITE-CODE DELIMITED BY SIZE
                   ' AS OF ' DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
               INTO WS-SHO-LINE
           WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE
           MOVE '   FROM     TO       LG UTCOF GREETING'
               TO WS-SHO-LINE
           WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE
           OPEN INPUT HELLO-SITE-VER-FILE
           IF WS-VER-STATUS = '00'
               PERFORM UNTIL WS-VER-EOF
                   READ HELLO-SITE-VER-FILE
                       AT END
                           SET WS-VER-EOF TO TRUE
                       NOT AT END
                           IF SV-SITE-CODE = WS-TIMELINE-SITE-CODE
                               PERFORM PRINT-ONE-VERSION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SITE-VER-FILE
           MOVE SPACES TO WS-SHO-LINE
           EVALUATE TRUE
               WHEN WS-VERSION-COUNT = 0
                   STRING 'NO VERSIONS ON HELLO.SITEVER -- SITE '
                           DELIMITED BY SIZE
                           'RUNS ON ITS HELLO.SITES ROW'
                           DELIMITED BY SIZE
                       INTO WS-SHO-LINE
               WHEN WS-IN-FORCE-FOUND
                   STRING 'IN FORCE ON ' DELIMITED BY SIZE
                           WS-AS-OF-DATE DELIMITED BY SIZE
                           ': ' DELIMITED BY SIZE
                           WS-IN-FORCE-GREETING DELIMITED BY SIZE
                       INTO WS-SHO-LINE
               WHEN OTHER
                   STRING 'NO VERSION IN FORCE ON ' DELIMITED BY SIZE
                           WS-AS-OF-DATE DELIMITED BY SIZE
                       INTO WS-SHO-LINE
           END-EVALUATE
           WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE.

       PRINT-ONE-VERSION.
           ADD 1 TO WS-VERSION-COUNT
           MOVE SPACES TO WS-MARK
           IF SV-GREETING-TEXT = SPACES
               MOVE '(LANGUAGE DEFAULT)' TO WS-SHOW-GREETING
           ELSE
               MOVE SV-GREETING-TEXT TO WS-SHOW-GREETING
           END-IF
           IF SV-EFFECTIVE-FROM <= WS-AS-OF-DATE
               AND (SV-EFFECTIVE-TO = SPACES
                   OR SV-EFFECTIVE-TO >= WS-AS-OF-DATE)
               MOVE '=>' TO WS-MARK
               SET WS-IN-FORCE-FOUND TO TRUE
               MOVE WS-SHOW-GREETING TO WS-IN-FORCE-GREETING
           END-IF
           IF SV-EFFECTIVE-FROM = '00000000'
               MOVE 'ORIGINAL' TO WS-SHOW-FROM
           ELSE
               MOVE SV-EFFECTIVE-FROM TO WS-SHOW-FROM
           END-IF
           IF SV-EFFECTIVE-TO = SPACES
               MOVE 'OPEN' TO WS-SHOW-TO
           ELSE
               MOVE SV-EFFECTIVE-TO TO WS-SHOW-TO
           END-IF
           MOVE SPACES TO WS-SHO-LINE
           STRING WS-MARK DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SHOW-FROM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SHOW-TO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SV-LANGUAGE-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SV-UTC-OFFSET DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SHOW-GREETING DELIMITED BY SIZE
               INTO WS-SHO-LINE
           WRITE HELLO-SHO-RECORD FROM WS-SHO-LINE.
