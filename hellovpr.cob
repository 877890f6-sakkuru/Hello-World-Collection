      * HELLOVPR - nightly greeting version promotion, run by HELLOJOB
      * ahead of the readiness check. Rolls every site whose
      * HELLO.SITEVER version in force has changed since the last
      * run (a future-dated version whose date has now arrived)
      * onto its HELLO.SITES row, so the site table carries the
      * version in force whether or not anyone has opened the
      * HELLOAPR review since. HELLOAPR does the same roll-forward
      * each time it is used. HELLO.SITEVER itself is not changed.
      * Fails loud (RETURN-CODE 16) if the site table cannot be
      * opened or a row cannot be rewritten, so the stream is held
      * instead of greeting from a stale site row.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOVPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-PARM-FILE ASSIGN TO "HELLOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HELLO-SITE-FILE ASSIGN TO "HELLOSIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SITE-CODE
               FILE STATUS IS WS-SITE-STATUS.
           SELECT OPTIONAL HELLO-SITE-VER-FILE ASSIGN TO "HELLOSVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOPRM.
       FD  HELLO-SITE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSTF.
       FD  HELLO-SITE-VER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSVR.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-VER-STATUS               PIC XX              VALUE '00'.
       01  WS-VER-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-VER-EOF                                  VALUE 'Y'.
       01  WS-VER-OVERFLOW-SWITCH      PIC X               VALUE 'N'.
           88  WS-VER-OVERFLOW                             VALUE 'Y'.
       01  WS-PARM-READ-SWITCH         PIC X               VALUE 'N'.
           88  WS-PARM-READ-OK                             VALUE 'Y'.
       01  WS-SITE-FOUND-SWITCH        PIC X               VALUE 'N'.
           88  WS-SITE-FOUND                               VALUE 'Y'.
       01  WS-SITE-SYNCED-SWITCH       PIC X               VALUE 'N'.
           88  WS-SITE-SYNCED                              VALUE 'Y'.
       01  WS-VER-COUNT                PIC 9(4)            VALUE 0.
       01  HELLO-VER-TABLE.
           05  VT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-VER-COUNT.
               10  VT-KEY.
                   15  VT-SITE-CODE    PIC X(4).
                   15  VT-EFFECTIVE-FROM
                                       PIC X(8).
               10  VT-EFFECTIVE-TO     PIC X(8).
               10  VT-LANGUAGE-CODE    PIC X(2).
               10  VT-UTC-OFFSET       PIC X(5).
               10  VT-GREETING-TEXT    PIC X(40).
               10  VT-USER-ID          PIC X(8).
               10  VT-APPROVER-ID      PIC X(8).
               10  VT-TIMESTAMP        PIC X(21).
       01  WS-VT-IDX                   PIC 9(4)            VALUE 0.
       01  WS-VT-SCAN                  PIC 9(4)            VALUE 0.
       01  WS-VF-IDX                   PIC 9(4)            VALUE 0.
       01  WS-NEW-SITE-CODE            PIC X(4)    VALUE SPACES.
       01  WS-PREV-SITE-CODE           PIC X(4)    VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8)    VALUE SPACES.
       01  WS-PROMOTED-COUNT           PIC 9(4)            VALUE 0.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'HELLOVPR'.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-VER-READ          PIC 9(7).
           05  WS-CT-SITE-READ         PIC 9(7).
           05  WS-CT-SITE-WRITTEN      PIC 9(7).
           05  WS-CT-SITE-REJECTED     PIC 9(7).
           05  WS-CT-SITE-SKIPPED      PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM READ-RUN-PARMS
           PERFORM LOAD-VERSION-TABLE
           IF WS-VER-OVERFLOW
               DISPLAY 'HELLOVPR: *** ERROR *** HELLO.SITEVER '
                   'has more than 2000 rows -- nothing promoted; '
                   'archive old versions first'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-VER-COUNT = 0
                   DISPLAY 'HELLOVPR: HELLO.SITEVER is empty -- '
                       'no versions to promote.'
               ELSE
                   PERFORM PROMOTE-DUE-VERSIONS
               END-IF
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           STOP RUN.

      *    HELLO.PARMS only keys the control totals to the cycle;
      *    the versions are promoted for today, as HELLOAPR does.
       READ-RUN-PARMS.
           OPEN INPUT HELLO-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ HELLO-PARM-FILE
               IF WS-PARM-STATUS = '00'
                   SET WS-PARM-READ-OK TO TRUE
               END-IF
               CLOSE HELLO-PARM-FILE
           END-IF
           IF NOT WS-PARM-READ-OK
               DISPLAY 'HELLOVPR: *** WARNING *** HELLO.PARMS '
                   'unreadable -- control totals posted without a '
                   'run date'
               MOVE SPACES TO HELLO-PARM-RECORD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-VERSION-TABLE.
           OPEN INPUT HELLO-SITE-VER-FILE
           IF WS-VER-STATUS = '00'
               PERFORM UNTIL WS-VER-EOF
                   READ HELLO-SITE-VER-FILE
                       AT END
                           SET WS-VER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-VER-READ
                           IF WS-VER-COUNT >= 2000
                               SET WS-VER-OVERFLOW TO TRUE
                               SET WS-VER-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-VER-COUNT
                               MOVE HELLO-SITE-VER-RECORD
                                   TO VT-ENTRY(WS-VER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SITE-VER-FILE.

      *    Roll every site whose in-force version has changed since
      *    the last run onto its HELLO.SITES row. A version for a
      *    site no longer on file is left alone.
       PROMOTE-DUE-VERSIONS.
           OPEN I-O HELLO-SITE-FILE
           IF WS-SITE-STATUS NOT = '00'
               DISPLAY 'HELLOVPR: *** ERROR *** unable to open '
                   'HELLO.SITES, status=' WS-SITE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PREV-SITE-CODE
               PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                       UNTIL WS-VT-IDX > WS-VER-COUNT
                   IF VT-SITE-CODE(WS-VT-IDX) NOT = WS-PREV-SITE-CODE
                       MOVE VT-SITE-CODE(WS-VT-IDX)
                           TO WS-PREV-SITE-CODE
                       MOVE VT-SITE-CODE(WS-VT-IDX) TO SF-SITE-CODE
                       PERFORM READ-SITE-BY-CODE
                       IF WS-SITE-FOUND
                           ADD 1 TO WS-CT-SITE-READ
                           PERFORM SYNC-SITE-ROW
                           IF WS-SITE-SYNCED
                               ADD 1 TO WS-PROMOTED-COUNT
                               DISPLAY 'HELLOVPR: version effective '
                                   SF-EFFECTIVE-FROM ' now in force '
                                   'for site ' SF-SITE-CODE
                                   ' -- HELLO.SITES updated'
                           END-IF
                       ELSE
                           ADD 1 TO WS-CT-SITE-SKIPPED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HELLO-SITE-FILE
               DISPLAY 'HELLOVPR: ' WS-PROMOTED-COUNT ' site(s) '
                   'rolled onto a newly effective version.'
           END-IF.

       READ-SITE-BY-CODE.
           MOVE 'N' TO WS-SITE-FOUND-SWITCH
           READ HELLO-SITE-FILE
           IF WS-SITE-STATUS = '00'
               SET WS-SITE-FOUND TO TRUE
           END-IF.

      *    Bring the HELLO.SITES row just read into line with the
      *    version in force today, rewriting it only if it differs.
       SYNC-SITE-ROW.
           MOVE 'N' TO WS-SITE-SYNCED-SWITCH
           MOVE SF-SITE-CODE TO WS-NEW-SITE-CODE
           PERFORM FIND-VERSION-IN-FORCE
           IF WS-VF-IDX > 0
               IF SF-LANGUAGE-CODE  NOT = VT-LANGUAGE-CODE(WS-VF-IDX)
                   OR SF-UTC-OFFSET NOT = VT-UTC-OFFSET(WS-VF-IDX)
                   OR SF-GREETING-TEXT
                       NOT = VT-GREETING-TEXT(WS-VF-IDX)
                   OR SF-EFFECTIVE-FROM
                       NOT = VT-EFFECTIVE-FROM(WS-VF-IDX)
                   OR SF-EFFECTIVE-TO
                       NOT = VT-EFFECTIVE-TO(WS-VF-IDX)
                   MOVE VT-LANGUAGE-CODE(WS-VF-IDX)
                       TO SF-LANGUAGE-CODE
                   MOVE VT-UTC-OFFSET(WS-VF-IDX)    TO SF-UTC-OFFSET
                   MOVE VT-GREETING-TEXT(WS-VF-IDX)
                       TO SF-GREETING-TEXT
                   MOVE VT-EFFECTIVE-FROM(WS-VF-IDX)
                       TO SF-EFFECTIVE-FROM
                   MOVE VT-EFFECTIVE-TO(WS-VF-IDX)
                       TO SF-EFFECTIVE-TO
                   REWRITE HELLO-SITE-FILE-RECORD
                   IF WS-SITE-STATUS NOT = '00'
                       DISPLAY 'HELLOVPR: *** ERROR *** unable to '
                           'rewrite site ' SF-SITE-CODE ', status='
                           WS-SITE-STATUS
                       ADD 1 TO WS-CT-SITE-REJECTED
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-CT-SITE-WRITTEN
                       SET WS-SITE-SYNCED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Version of site WS-NEW-SITE-CODE in force today, if any.
       FIND-VERSION-IN-FORCE.
           MOVE 0 TO WS-VF-IDX
           PERFORM VARYING WS-VT-SCAN FROM 1 BY 1
                   UNTIL WS-VT-SCAN > WS-VER-COUNT
               IF VT-SITE-CODE(WS-VT-SCAN) = WS-NEW-SITE-CODE
                   AND VT-EFFECTIVE-FROM(WS-VT-SCAN) <= WS-TODAY-DATE
                   AND (VT-EFFECTIVE-TO(WS-VT-SCAN) = SPACES
                       OR VT-EFFECTIVE-TO(WS-VT-SCAN)
                           >= WS-TODAY-DATE)
                   MOVE WS-VT-SCAN TO WS-VF-IDX
               END-IF
           END-PERFORM.

      *    One HELLO.CTLTOT row per file this step read or wrote,
      *    for the HELLOBAL balancing step. A ledger that cannot
      *    be opened does not fail the step -- HELLOBAL reports
      *    the missing totals instead.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLOVPR: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOSVR' TO CT-FILE-ID
               MOVE WS-CT-VER-READ TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSIT' TO CT-FILE-ID
               MOVE WS-CT-SITE-READ TO CT-READ-COUNT
               MOVE WS-CT-SITE-WRITTEN TO CT-WRITTEN-COUNT
               MOVE WS-CT-SITE-REJECTED TO CT-REJECTED-COUNT
               MOVE WS-CT-SITE-SKIPPED TO CT-SKIPPED-COUNT
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
