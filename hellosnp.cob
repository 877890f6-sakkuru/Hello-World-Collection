      * HELLOSNP - point-in-time snapshot of the reference files the
      * HELLO_WORLD banner step reads, taken by HELLOJOB just ahead
      * of RUNSTEP. Copies every row of HELLO.SITES, HELLO.LANGS,
      * HELLO.CALENDAR, HELLO.SITEGRP, HELLO.GRPHOL, HELLO.HOLDS,
      * HELLO.SLATGT, and the HELLO.SITEVER greeting timeline to
      * HELLO.SNAPSHOT under one snapshot ID, then appends the
      * HELLO.SNAPDIR directory row that makes the snapshot
      * complete. HELLO_WORLD stamps that ID on the cycle's
      * HELLO.AUDIT and HELLO.CKPT rows, so what the cycle ran
      * against can be proved after the files have been maintained
      * again. HELLOSNC compares two snapshots; HELLOSNR puts one
      * back as the live files, and its job runs this program first
      * (with HELLO.SNAPRST present) to keep a pre-restore copy.
      * A file that is not on disk is recorded with zero rows; an
      * unreadable HELLO.SITES or a failed write to the snapshot
      * files fails the step (RETURN-CODE 16) and holds RUNSTEP.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      *   2026-10-15  Rows read from each reference file and rows
      *                written to HELLO.SNAPSHOT and HELLO.SNAPDIR
      *                are appended to the HELLO.CTLTOT ledger for the
      *                HELLOBAL balancing step (cycle snapshots only).
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSNP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELLO-PARM-FILE ASSIGN TO "HELLOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL HELLO-RESTORE-PARM-FILE ASSIGN TO "HELLORSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.
           SELECT HELLO-SITE-FILE ASSIGN TO "HELLOSIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SF-SITE-CODE
               FILE STATUS IS WS-SITE-STATUS.
           SELECT OPTIONAL HELLO-LANG-FILE ASSIGN TO "HELLOLNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANG-STATUS.
           SELECT OPTIONAL HELLO-CAL-FILE ASSIGN TO "HELLOCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL HELLO-GRP-ASSIGN-FILE ASSIGN TO "HELLOGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRA-STATUS.
           SELECT OPTIONAL HELLO-GRP-HOL-FILE ASSIGN TO "HELLOGRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRH-STATUS.
           SELECT OPTIONAL HELLO-HOLD-FILE ASSIGN TO "HELLOHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OPTIONAL HELLO-SLA-TARGET-FILE ASSIGN TO "HELLOSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT OPTIONAL HELLO-SITE-VER-FILE ASSIGN TO "HELLOSVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL HELLO-SNAP-FILE ASSIGN TO "HELLOSNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT OPTIONAL HELLO-SNAP-DIR-FILE ASSIGN TO "HELLOSND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SND-STATUS.
           SELECT HELLO-SNO-FILE ASSIGN TO "HELLOSNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNO-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOPRM.
       FD  HELLO-RESTORE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLORSP.
       FD  HELLO-SITE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSTF.
       FD  HELLO-LANG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOLNG.
       FD  HELLO-CAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCAL.
       FD  HELLO-GRP-ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRA.
       FD  HELLO-GRP-HOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRH.
       FD  HELLO-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOHLD.
       FD  HELLO-SLA-TARGET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSLT.
       FD  HELLO-SITE-VER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSVR.
       FD  HELLO-SNAP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSNS.
       FD  HELLO-SNAP-DIR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSND.
       FD  HELLO-SNO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSNO.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-RSP-STATUS               PIC XX              VALUE '00'.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-LANG-STATUS              PIC XX              VALUE '00'.
       01  WS-CAL-STATUS               PIC XX              VALUE '00'.
       01  WS-GRA-STATUS               PIC XX              VALUE '00'.
       01  WS-GRH-STATUS               PIC XX              VALUE '00'.
       01  WS-HOLD-STATUS              PIC XX              VALUE '00'.
       01  WS-TARGET-STATUS            PIC XX              VALUE '00'.
       01  WS-VER-STATUS               PIC XX              VALUE '00'.
       01  WS-SNAP-STATUS              PIC XX              VALUE '00'.
       01  WS-SND-STATUS               PIC XX              VALUE '00'.
       01  WS-SNO-STATUS               PIC XX              VALUE '00'.
       01  WS-IN-STATUS                PIC XX              VALUE '00'.
       01  WS-EOF-SWITCH               PIC X               VALUE 'N'.
           88  WS-IN-EOF                                   VALUE 'Y'.
       01  WS-SNAP-OPEN-SWITCH         PIC X               VALUE 'N'.
           88  WS-SNAP-OPEN                                VALUE 'Y'.
       01  WS-SNAP-OK-SWITCH           PIC X               VALUE 'Y'.
           88  WS-SNAP-OK                                  VALUE 'Y'.
       01  WS-SNAPSHOT-ID              PIC X(14)   VALUE SPACES.
       01  WS-SNAP-TIMESTAMP           PIC X(21).
       01  WS-SNAP-TYPE                PIC X(1)    VALUE 'C'.
           88  WS-PRE-RESTORE-SNAP                 VALUE 'P'.
       01  WS-RESTORE-OF-ID            PIC X(14)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8)    VALUE SPACES.
       01  WS-SHIFT-CODE               PIC X(1)    VALUE SPACES.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-FILE-IDX                 PIC 9(1)            VALUE 0.
       01  WS-SNAP-FILE-ID             PIC X(8)    VALUE SPACES.
       01  WS-SNAP-DSN                 PIC X(14)   VALUE SPACES.
       01  HELLO-SNAP-COUNT-TABLE.
           05  FC-ENTRY OCCURS 8 TIMES.
               10  FC-ROW-COUNT        PIC 9(6).
               10  FC-READ-COUNT       PIC 9(6).
       01  WS-TOTAL-ROWS               PIC 9(7)            VALUE 0.
       01  WS-COUNT-EDIT               PIC ZZZZZ9.
       01  WS-TOTAL-EDIT               PIC ZZZZZZ9.
       01  WS-SNO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'HELLOSNP'.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-DIR-WRITTEN       PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-SNAP-REPORT
           IF RETURN-CODE = 0
               PERFORM START-SNAPSHOT
               PERFORM OPEN-SNAP-STORE
           END-IF
           IF WS-SNAP-OPEN
               PERFORM COPY-SITE-FILE
               PERFORM COPY-LANG-FILE
               PERFORM COPY-CAL-FILE
               PERFORM COPY-GRP-ASSIGN-FILE
               PERFORM COPY-GRP-HOL-FILE
               PERFORM COPY-HOLD-FILE
               PERFORM COPY-SLA-TARGET-FILE
               PERFORM COPY-SITE-VER-FILE
               CLOSE HELLO-SNAP-FILE
               IF WS-SNAP-OK
                   PERFORM WRITE-DIRECTORY-ROW
               END-IF
           END-IF
           PERFORM WRITE-SNAP-SUMMARY
      *    A pre-restore copy is not part of the cycle's stream and
      *    posts no control totals.
           IF NOT WS-PRE-RESTORE-SNAP
               PERFORM WRITE-CONTROL-TOTALS
           END-IF
           STOP RUN.

       OPEN-SNAP-REPORT.
           OPEN OUTPUT HELLO-SNO-FILE
           IF WS-SNO-STATUS NOT = '00'
               DISPLAY 'HELLOSNP: *** ERROR *** unable to open '
                   'HELLO.SNAPRPT, status=' WS-SNO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'HELLO REFERENCE-DATA SNAPSHOT REPORT'
                   TO WS-SNO-LINE
               WRITE HELLO-SNO-RECORD FROM WS-SNO-LINE
           END-IF.

      *    The snapshot ID is the host clock at the start of the
      *    snapshot. HELLO.PARMS supplies the cycle it belongs to; a
      *    HELLO.SNAPRST record (present only in HELLOSNR's job)
      *    marks this as the safety copy taken before a restore.
       START-SNAPSHOT.
           MOVE FUNCTION CURRENT-DATE TO WS-SNAP-TIMESTAMP
           MOVE WS-SNAP-TIMESTAMP(1:14) TO WS-SNAPSHOT-ID
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           INITIALIZE HELLO-SNAP-COUNT-TABLE
           OPEN INPUT HELLO-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ HELLO-PARM-FILE
               IF WS-PARM-STATUS = '00'
                   MOVE HP-RUN-DATE   TO WS-RUN-DATE
                   MOVE HP-SHIFT-CODE TO WS-SHIFT-CODE
               END-IF
           END-IF
           CLOSE HELLO-PARM-FILE
           IF WS-RUN-DATE = SPACES
               DISPLAY 'HELLOSNP: *** WARNING *** HELLO.PARMS '
                   'unreadable -- snapshot not tied to a cycle date'
           END-IF
           OPEN INPUT HELLO-RESTORE-PARM-FILE
           IF WS-RSP-STATUS = '00'
               READ HELLO-RESTORE-PARM-FILE
               IF WS-RSP-STATUS = '00'
                   MOVE 'P' TO WS-SNAP-TYPE
                   MOVE RS-SNAPSHOT-ID TO WS-RESTORE-OF-ID
               END-IF
           END-IF
           CLOSE HELLO-RESTORE-PARM-FILE
           MOVE SPACES TO WS-SNO-LINE
           STRING 'SNAPSHOT ID: ' DELIMITED BY SIZE
                   WS-SNAPSHOT-ID DELIMITED BY SIZE
                   '  CYCLE: ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-SHIFT-CODE DELIMITED BY SIZE
                   '  TAKEN BY: ' DELIMITED BY SIZE
                   WS-USER-ID DELIMITED BY SIZE
               INTO WS-SNO-LINE
           WRITE HELLO-SNO-RECORD FROM WS-SNO-LINE
           IF WS-PRE-RESTORE-SNAP
               MOVE SPACES TO WS-SNO-LINE
               STRING 'PRE-RESTORE COPY -- LIVE FILES ABOUT TO BE '
                           DELIMITED BY SIZE
                       'RESTORED FROM ' DELIMITED BY SIZE
                       WS-RESTORE-OF-ID DELIMITED BY SIZE
                   INTO WS-SNO-LINE
               WRITE HELLO-SNO-RECORD FROM WS-SNO-LINE
           END-IF
           MOVE 'FILE     DATASET           ROWS' TO WS-SNO-LINE
           WRITE HELLO-SNO-RECORD FROM WS-SNO-LINE.

       OPEN-SNAP-STORE.
           OPEN EXTEND HELLO-SNAP-FILE
           IF WS-SNAP-STATUS NOT = '00' AND WS-SNAP-STATUS NOT = '05'
               DISPLAY 'HELLOSNP: *** ERROR *** unable to open '
                   'HELLO.SNAPSHOT, status=' WS-SNAP-STATUS
               MOVE 'N' TO WS-SNAP-OK-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-SNAP-OPEN TO TRUE
           END-IF.

       COPY-SITE-FILE.
           MOVE 1 TO WS-FILE-IDX
           MOVE 'SITES   ' TO WS-SNAP-FILE-ID
           MOVE 'HELLO.SITES' TO WS-SNAP-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HELLO-SITE-FILE
           MOVE WS-SITE-STATUS TO WS-IN-STATUS
           IF WS-SITE-STATUS NOT = '00'
               DISPLAY 'HELLOSNP: *** ERROR *** unable to open '
                   'HELLO.SITES, status=' WS-SITE-STATUS
               MOVE 'N' TO WS-SNAP-OK-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-IN-EOF OR NOT WS-SNAP-OK
                   READ HELLO-SITE-FILE
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-SITE-FILE-RECORD TO SS-ROW
                           PERFORM WRITE-SNAP-ROW
                   END-READ
               END-PERFORM
               CLOSE HELLO-SITE-FILE
           END-IF
           PERFORM WRITE-FILE-LINE.

       COPY-LANG-FILE.
           MOVE 2 TO WS-FILE-IDX
           MOVE 'LANGS   ' TO WS-SNAP-FILE-ID
           MOVE 'HELLO.LANGS' TO WS-SNAP-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HELLO-LANG-FILE
           MOVE WS-LANG-STATUS TO WS-IN-STATUS
           IF WS-LANG-STATUS = '00'
               PERFORM UNTIL WS-IN-EOF OR NOT WS-SNAP-OK
                   READ HELLO-LANG-FILE
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-LANG-RECORD TO SS-ROW
                           PERFORM WRITE-SNAP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-LANG-FILE
           PERFORM WRITE-FILE-LINE.

       COPY-CAL-FILE.
           MOVE 3 TO WS-FILE-IDX
           MOVE 'CALENDAR' TO WS-SNAP-FILE-ID
           MOVE 'HELLO.CALENDAR' TO WS-SNAP-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HELLO-CAL-FILE
           MOVE WS-CAL-STATUS TO WS-IN-STATUS
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-IN-EOF OR NOT WS-SNAP-OK
                   READ HELLO-CAL-FILE
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-CAL-RECORD TO SS-ROW
                           PERFORM WRITE-SNAP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-CAL-FILE
           PERFORM WRITE-FILE-LINE.

       COPY-GRP-ASSIGN-FILE.
           MOVE 4 TO WS-FILE-IDX
           MOVE 'SITEGRP ' TO WS-SNAP-FILE-ID
           MOVE 'HELLO.SITEGRP' TO WS-SNAP-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HELLO-GRP-ASSIGN-FILE
           MOVE WS-GRA-STATUS TO WS-IN-STATUS
           IF WS-GRA-STATUS = '00'
               PERFORM UNTIL WS-IN-EOF OR NOT WS-SNAP-OK
                   READ HELLO-GRP-ASSIGN-FILE
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-GROUP-ASSIGN-RECORD TO SS-ROW
                           PERFORM WRITE-SNAP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-GRP-ASSIGN-FILE
           PERFORM WRITE-FILE-LINE.

       COPY-GRP-HOL-FILE.
           MOVE 5 TO WS-FILE-IDX
           MOVE 'GRPHOL  ' TO WS-SNAP-FILE-ID
           MOVE 'HELLO.GRPHOL' TO WS-SNAP-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HELLO-GRP-HOL-FILE
           MOVE WS-GRH-STATUS TO WS-IN-STATUS
           IF WS-GRH-STATUS = '00'
               PERFORM UNTIL WS-IN-EOF OR NOT WS-SNAP-OK
                   READ HELLO-GRP-HOL-FILE
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-GROUP-HOL-RECORD TO SS-ROW
                           PERFORM WRITE-SNAP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-GRP-HOL-FILE
           PERFORM WRITE-FILE-LINE.

       COPY-HOLD-FILE.
           MOVE 6 TO WS-FILE-IDX
           MOVE 'HOLDS   ' TO WS-SNAP-FILE-ID
           MOVE 'HELLO.HOLDS' TO WS-SNAP-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HELLO-HOLD-FILE
           MOVE WS-HOLD-STATUS TO WS-IN-STATUS
           IF WS-HOLD-STATUS = '00'
               PERFORM UNTIL WS-IN-EOF OR NOT WS-SNAP-OK
                   READ HELLO-HOLD-FILE
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-HOLD-RECORD TO SS-ROW
                           PERFORM WRITE-SNAP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-HOLD-FILE
           PERFORM WRITE-FILE-LINE.

       COPY-SLA-TARGET-FILE.
           MOVE 7 TO WS-FILE-IDX
           MOVE 'SLATGT  ' TO WS-SNAP-FILE-ID
           MOVE 'HELLO.SLATGT' TO WS-SNAP-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HELLO-SLA-TARGET-FILE
           MOVE WS-TARGET-STATUS TO WS-IN-STATUS
           IF WS-TARGET-STATUS = '00'
               PERFORM UNTIL WS-IN-EOF OR NOT WS-SNAP-OK
                   READ HELLO-SLA-TARGET-FILE
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-SLA-TARGET-RECORD TO SS-ROW
                           PERFORM WRITE-SNAP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SLA-TARGET-FILE
           PERFORM WRITE-FILE-LINE.

       COPY-SITE-VER-FILE.
           MOVE 8 TO WS-FILE-IDX
           MOVE 'SITEVER ' TO WS-SNAP-FILE-ID
           MOVE 'HELLO.SITEVER' TO WS-SNAP-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HELLO-SITE-VER-FILE
           MOVE WS-VER-STATUS TO WS-IN-STATUS
           IF WS-VER-STATUS = '00'
               PERFORM UNTIL WS-IN-EOF OR NOT WS-SNAP-OK
                   READ HELLO-SITE-VER-FILE
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-SITE-VER-RECORD TO SS-ROW
                           PERFORM WRITE-SNAP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SITE-VER-FILE
           PERFORM WRITE-FILE-LINE.

       WRITE-SNAP-ROW.
           ADD 1 TO FC-READ-COUNT(WS-FILE-IDX)
           MOVE WS-SNAPSHOT-ID  TO SS-SNAPSHOT-ID
           MOVE WS-SNAP-FILE-ID TO SS-FILE-ID
           WRITE HELLO-SNAP-RECORD
           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY 'HELLOSNP: *** ERROR *** unable to write '
                   'HELLO.SNAPSHOT, status=' WS-SNAP-STATUS
               MOVE 'N' TO WS-SNAP-OK-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO FC-ROW-COUNT(WS-FILE-IDX)
               ADD 1 TO WS-TOTAL-ROWS
           END-IF.

       WRITE-FILE-LINE.
           MOVE FC-ROW-COUNT(WS-FILE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-SNO-LINE
           STRING WS-SNAP-FILE-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SNAP-DSN DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-SNO-LINE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-SNO-LINE(34:11)
           END-IF
           WRITE HELLO-SNO-RECORD FROM WS-SNO-LINE.

       WRITE-DIRECTORY-ROW.
           MOVE WS-SNAPSHOT-ID    TO SX-SNAPSHOT-ID
           MOVE WS-SNAP-TIMESTAMP TO SX-TIMESTAMP
           MOVE WS-SNAP-TYPE      TO SX-SNAP-TYPE
           MOVE WS-RUN-DATE       TO SX-RUN-DATE
           MOVE WS-SHIFT-CODE     TO SX-SHIFT-CODE
           MOVE WS-USER-ID        TO SX-USER-ID
           MOVE WS-RESTORE-OF-ID  TO SX-RESTORE-OF-ID
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 8
               MOVE FC-ROW-COUNT(WS-FILE-IDX)
                   TO SX-FILE-COUNT(WS-FILE-IDX)
           END-PERFORM
           OPEN EXTEND HELLO-SNAP-DIR-FILE
           IF WS-SND-STATUS NOT = '00' AND WS-SND-STATUS NOT = '05'
               DISPLAY 'HELLOSNP: *** ERROR *** unable to open '
                   'HELLO.SNAPDIR, status=' WS-SND-STATUS
               MOVE 'N' TO WS-SNAP-OK-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE HELLO-SNAP-DIR-RECORD
               IF WS-SND-STATUS NOT = '00'
                   DISPLAY 'HELLOSNP: *** ERROR *** unable to write '
                       'HELLO.SNAPDIR, status=' WS-SND-STATUS
                   MOVE 'N' TO WS-SNAP-OK-SWITCH
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO WS-CT-DIR-WRITTEN
               END-IF
               CLOSE HELLO-SNAP-DIR-FILE
           END-IF.

       WRITE-SNAP-SUMMARY.
           IF WS-SNO-STATUS = '00'
               MOVE WS-TOTAL-ROWS TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-SNO-LINE
               IF WS-SNAP-OK
                   STRING 'SNAPSHOT ' DELIMITED BY SIZE
                           WS-SNAPSHOT-ID DELIMITED BY SIZE
                           ' COMPLETE -- ' DELIMITED BY SIZE
                           WS-TOTAL-EDIT DELIMITED BY SIZE
                           ' ROW(S) COPIED' DELIMITED BY SIZE
                       INTO WS-SNO-LINE
               ELSE
                   STRING 'SNAPSHOT ' DELIMITED BY SIZE
                           WS-SNAPSHOT-ID DELIMITED BY SIZE
                           ' FAILED -- NOT RECORDED ON '
                               DELIMITED BY SIZE
                           'HELLO.SNAPDIR' DELIMITED BY SIZE
                       INTO WS-SNO-LINE
               END-IF
               WRITE HELLO-SNO-RECORD FROM WS-SNO-LINE
               MOVE 'END OF REPORT' TO WS-SNO-LINE
               WRITE HELLO-SNO-RECORD FROM WS-SNO-LINE
               CLOSE HELLO-SNO-FILE
           END-IF.

      *    One HELLO.CTLTOT row per file this step read or wrote,
      *    for the HELLOBAL balancing step. A ledger that cannot
      *    be opened does not fail the step -- HELLOBAL reports
      *    the missing totals instead.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLOSNP: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOSIT' TO CT-FILE-ID
               MOVE FC-READ-COUNT(1) TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOLNG' TO CT-FILE-ID
               MOVE FC-READ-COUNT(2) TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOCAL' TO CT-FILE-ID
               MOVE FC-READ-COUNT(3) TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOGRA' TO CT-FILE-ID
               MOVE FC-READ-COUNT(4) TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOGRH' TO CT-FILE-ID
               MOVE FC-READ-COUNT(5) TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOHLD' TO CT-FILE-ID
               MOVE FC-READ-COUNT(6) TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSLT' TO CT-FILE-ID
               MOVE FC-READ-COUNT(7) TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSVR' TO CT-FILE-ID
               MOVE FC-READ-COUNT(8) TO CT-READ-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSNS' TO CT-FILE-ID
               MOVE WS-TOTAL-ROWS TO CT-WRITTEN-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSND' TO CT-FILE-ID
               MOVE WS-CT-DIR-WRITTEN TO CT-WRITTEN-COUNT
               PERFORM WRITE-CONTROL-ROW
               CLOSE HELLO-CTL-FILE
           END-IF.

       WRITE-CONTROL-ROW.
           MOVE WS-CTL-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-JOB-NAME TO CT-STEP-NAME
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE WS-SHIFT-CODE TO CT-SHIFT-CODE
           WRITE HELLO-CTL-TOTAL-RECORD
           MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
               CT-REJECTED-COUNT CT-SKIPPED-COUNT.
