      * at 6pm instead of 2am. Cross-checks the control files as a
      * set for the run date in HELLO.PARMS: every HELLO.SITES
      * language code must be on HELLO.LANGS (instead of silently
      * falling to the corporate default), as must that of every
      * HELLO.SITEVER version in force within the coverage window,
      * every HELLO.SLATGT target must point at a site still on
      * file (instead of showing NO RUNS forever), every site must
      * have HELLO.CALENDAR coverage for the next N days (N from
      * HELLO.READYPRM), and HELLO.PARMS itself must be readable
      * and sane. Prints a readiness report and fails loud
      * (RETURN-CODE 16) on any hard error so the stream is held.
      ***************************************************************
      * Modification history
      *   2026-09-02  Initial version.
      *   2026-10-15  The rows read on each control file, the rows
      *                failing a check, and the calendar rows outside
      *                the coverage window are appended to the
      *                HELLO.CTLTOT ledger for the HELLOBAL
      *                balancing step.
      *   2026-10-15  Every HELLO.SITEVER version in force at any
      *                point in the coverage window is checked
      *                against HELLO.LANGS as well, so a future-
      *                dated greeting version with a bad language
      *                code is caught before its date arrives.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLORDY.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SF-SITE-CODE
               FILE STATUS IS WS-SITE-STATUS.
           SELECT OPTIONAL HELLO-SITE-VER-FILE ASSIGN TO "HELLOSVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL HELLO-LANG-FILE ASSIGN TO "HELLOLNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANG-STATUS.
           SELECT HELLO-RDO-FILE ASSIGN TO "HELLORDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDO-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-READY-PARM-FILE
       FD  HELLO-SITE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSTF.
       FD  HELLO-SITE-VER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSVR.
       FD  HELLO-LANG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOLNG.
       FD  HELLO-RDO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLORDO.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       WORKING-STORAGE SECTION.
       01  WS-RDY-PARM-STATUS          PIC XX              VALUE '00'.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-LANG-STATUS              PIC XX              VALUE '00'.
       01  WS-VER-STATUS               PIC XX              VALUE '00'.
       01  WS-TARGET-STATUS            PIC XX              VALUE '00'.
       01  WS-CAL-STATUS               PIC XX              VALUE '00'.
       01  WS-RDO-STATUS               PIC XX              VALUE '00'.
           88  WS-SITE-EOF                                 VALUE 'Y'.
       01  WS-LANG-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-LANG-EOF                                 VALUE 'Y'.
       01  WS-VER-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-VER-EOF                                  VALUE 'Y'.
       01  WS-TARGET-EOF-SWITCH        PIC X               VALUE 'N'.
           88  WS-TARGET-EOF                               VALUE 'Y'.
       01  WS-CAL-EOF-SWITCH           PIC X               VALUE 'N'.
               10  RS-CAL-COUNT        PIC 9(3).
       01  WS-RS-IDX                   PIC 9(3)            VALUE 0.
       01  WS-LOOKUP-SITE-CODE         PIC X(4)    VALUE SPACES.
       01  WS-LOOKUP-LANGUAGE-CODE     PIC X(2)    VALUE SPACES.
       01  WS-WINDOW-END-DATE          PIC X(8)    VALUE SPACES.
       01  WS-RUN-DATE-INT             PIC 9(8)            VALUE 0.
       01  WS-WINDOW-END-INT           PIC 9(8)            VALUE 0.
       01  WS-ROW-DATE-INT             PIC 9(8)            VALUE 0.
       01  WS-COVER-EDIT               PIC ZZ9.
       01  WS-COUNT-EDIT               PIC ZZ9.
       01  WS-RDO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-ROW-ERRORS-BEFORE        PIC 9(3)            VALUE 0.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'HELLORDY'.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-PARM-READ         PIC 9(7).
           05  WS-CT-PARM-REJECTED     PIC 9(7).
           05  WS-CT-LANG-READ         PIC 9(7).
           05  WS-CT-SITE-READ         PIC 9(7).
           05  WS-CT-SITE-REJECTED     PIC 9(7).
           05  WS-CT-TARGET-READ       PIC 9(7).
           05  WS-CT-TARGET-REJECTED   PIC 9(7).
           05  WS-CT-CAL-READ          PIC 9(7).
           05  WS-CT-CAL-REJECTED      PIC 9(7).
           05  WS-CT-CAL-SKIPPED       PIC 9(7).
           05  WS-CT-VER-READ          PIC 9(7).
           05  WS-CT-VER-REJECTED      PIC 9(7).
           05  WS-CT-VER-SKIPPED       PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-READY-REPORT
               PERFORM CHECK-PARM-FILE
               PERFORM LOAD-LANG-TABLE
               PERFORM CHECK-SITE-FILE
               IF WS-PARM-READ-OK AND WS-COVER-DAYS > 0
                   PERFORM CHECK-VERSION-FILE
               END-IF
               PERFORM CHECK-TARGET-FILE
               IF WS-PARM-READ-OK AND WS-COVER-DAYS > 0
                   PERFORM CHECK-CALENDAR-COVERAGE
               END-IF
               PERFORM WRITE-READY-VERDICT
           END-IF
           IF NOT WS-PARM-READ-OK
               MOVE SPACES TO HELLO-PARM-RECORD
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           STOP RUN.

       OPEN-READY-REPORT.
                   PERFORM NOTE-READY-ERROR
               ELSE
                   SET WS-PARM-READ-OK TO TRUE
                   MOVE 1 TO WS-CT-PARM-READ
                   MOVE WS-ERROR-COUNT TO WS-ROW-ERRORS-BEFORE
                   PERFORM CHECK-PARM-CONTENT
                   IF WS-ERROR-COUNT > WS-ROW-ERRORS-BEFORE
                       MOVE 1 TO WS-CT-PARM-REJECTED
                   END-IF
               END-IF
               CLOSE HELLO-PARM-FILE
           END-IF.
                       AT END
                           SET WS-LANG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-LANG-READ
                           IF WS-LANG-COUNT < 100
                               ADD 1 TO WS-LANG-COUNT
                               MOVE LG-LANGUAGE-CODE
                       AT END
                           SET WS-SITE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-SITE-READ
                           PERFORM CHECK-ONE-SITE-ROW
                   END-READ
               END-PERFORM
               ADD 1 TO WS-SITE-COUNT
               MOVE SF-SITE-CODE TO RS-SITE-CODE(WS-SITE-COUNT)
               MOVE 0 TO RS-CAL-COUNT(WS-SITE-COUNT)
               MOVE WS-ERROR-COUNT TO WS-ROW-ERRORS-BEFORE
               PERFORM CHECK-SITE-LANGUAGE
               PERFORM CHECK-SITE-OFFSET
               IF WS-ERROR-COUNT > WS-ROW-ERRORS-BEFORE
                   ADD 1 TO WS-CT-SITE-REJECTED
               END-IF
           END-IF.

       CHECK-SITE-LANGUAGE.
           MOVE SF-LANGUAGE-CODE TO WS-LOOKUP-LANGUAGE-CODE
           PERFORM FIND-LANGUAGE-CODE
           IF NOT WS-LT-FOUND
               MOVE SPACES TO WS-RDO-LINE
               STRING 'ERROR: SITE ' DELIMITED BY SIZE
               PERFORM NOTE-READY-ERROR
           END-IF.

       FIND-LANGUAGE-CODE.
           MOVE 'N' TO WS-LT-FOUND-SWITCH
           IF WS-LANG-COUNT > 0
               SET LT-IDX TO 1
               SEARCH LT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LT-LANGUAGE-CODE(LT-IDX)
                           = WS-LOOKUP-LANGUAGE-CODE
                       SET WS-LT-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *    HELLO.SITES holds only the version in force today; a
      *    version that starts (or is still running) later in the
      *    coverage window must name a language on HELLO.LANGS too.
       CHECK-VERSION-FILE.
           IF WS-RUN-DATE-INT > 0
               COMPUTE WS-ROW-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + WS-COVER-DAYS - 1)
               MOVE WS-ROW-DATE-NUM TO WS-WINDOW-END-DATE
               OPEN INPUT HELLO-SITE-VER-FILE
               IF WS-VER-STATUS = '00'
                   PERFORM UNTIL WS-VER-EOF
                       READ HELLO-SITE-VER-FILE
                           AT END
                               SET WS-VER-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CT-VER-READ
                               PERFORM CHECK-ONE-VERSION-ROW
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HELLO-SITE-VER-FILE
           END-IF.

       CHECK-ONE-VERSION-ROW.
           IF SV-EFFECTIVE-FROM <= WS-WINDOW-END-DATE
               AND (SV-EFFECTIVE-TO = SPACES
                   OR SV-EFFECTIVE-TO >= HP-RUN-DATE)
               MOVE SV-LANGUAGE-CODE TO WS-LOOKUP-LANGUAGE-CODE
               PERFORM FIND-LANGUAGE-CODE
               IF NOT WS-LT-FOUND
                   MOVE SPACES TO WS-RDO-LINE
                   STRING 'ERROR: SITE ' DELIMITED BY SIZE
                           SV-SITE-CODE DELIMITED BY SIZE
                           ' VERSION FROM ' DELIMITED BY SIZE
                           SV-EFFECTIVE-FROM DELIMITED BY SIZE
                           ' LANGUAGE ' DELIMITED BY SIZE
                           SV-LANGUAGE-CODE DELIMITED BY SIZE
                           ' NOT ON HELLO.LANGS' DELIMITED BY SIZE
                       INTO WS-RDO-LINE
                   PERFORM NOTE-READY-ERROR
                   ADD 1 TO WS-CT-VER-REJECTED
               END-IF
           ELSE
               ADD 1 TO WS-CT-VER-SKIPPED
           END-IF.

       CHECK-SITE-OFFSET.
           IF SF-UTC-OFFSET = SPACES
               CONTINUE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-TARGET-READ
                           PERFORM CHECK-ONE-TARGET-ROW
                   END-READ
               END-PERFORM
                           DELIMITED BY SIZE
                   INTO WS-RDO-LINE
               PERFORM NOTE-READY-ERROR
               ADD 1 TO WS-CT-TARGET-REJECTED
           END-IF.

       CHECK-CALENDAR-COVERAGE.
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-CAL-READ
                           PERFORM TALLY-ONE-CAL-ROW
                   END-READ
               END-PERFORM
                           ADD 1 TO RS-CAL-COUNT(WS-RS-IDX)
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-CT-CAL-SKIPPED
               END-IF
           ELSE
               ADD 1 TO WS-CT-CAL-REJECTED
           END-IF.

       JUDGE-CALENDAR-COVERAGE.
           MOVE 'END OF REPORT' TO WS-RDO-LINE
           WRITE HELLO-RDO-RECORD FROM WS-RDO-LINE
           CLOSE HELLO-RDO-FILE.

      *    One HELLO.CTLTOT row per file this step read or wrote,
      *    for the HELLOBAL balancing step. A ledger that cannot
      *    be opened does not fail the step -- HELLOBAL reports
      *    the missing totals instead.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLORDY: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOPRM' TO CT-FILE-ID
               MOVE WS-CT-PARM-READ TO CT-READ-COUNT
               MOVE WS-CT-PARM-REJECTED TO CT-REJECTED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOLNG' TO CT-FILE-ID
               MOVE WS-CT-LANG-READ TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSIT' TO CT-FILE-ID
               MOVE WS-CT-SITE-READ TO CT-READ-COUNT
               MOVE WS-CT-SITE-REJECTED TO CT-REJECTED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSVR' TO CT-FILE-ID
               MOVE WS-CT-VER-READ TO CT-READ-COUNT
               MOVE WS-CT-VER-REJECTED TO CT-REJECTED-COUNT
               MOVE WS-CT-VER-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSLT' TO CT-FILE-ID
               MOVE WS-CT-TARGET-READ TO CT-READ-COUNT
               MOVE WS-CT-TARGET-REJECTED TO CT-REJECTED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOCAL' TO CT-FILE-ID
               MOVE WS-CT-CAL-READ TO CT-READ-COUNT
               MOVE WS-CT-CAL-REJECTED TO CT-REJECTED-COUNT
               MOVE WS-CT-CAL-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               CLOSE HELLO-CTL-FILE
           END-IF.

       WRITE-CONTROL-ROW.
           MOVE WS-CTL-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-JOB-NAME TO CT-STEP-NAME
           MOVE HP-RUN-DATE TO CT-RUN-DATE
           MOVE HP-SHIFT-CODE TO CT-SHIFT-CODE
           WRITE HELLO-CTL-TOTAL-RECORD
           MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
               CT-REJECTED-COUNT CT-SKIPPED-COUNT.
