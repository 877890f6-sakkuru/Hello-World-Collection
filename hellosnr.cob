      * HELLOSNR - reference-data snapshot restore. Puts the
      * snapshot named in HELLO.SNAPRST back as the live HELLO.SITES,
      * HELLO.LANGS, HELLO.CALENDAR, HELLO.SITEGRP, HELLO.GRPHOL,
      * HELLO.HOLDS, HELLO.SLATGT, and HELLO.SITEVER files (or just
      * the one file named there), so a bad bulk load through
      * HELLOSBA can be rolled back before the next cycle instead
      * of re-keyed from memory. Runs in jcl/HELLOSNR.jcl right
      * after HELLOSNP has taken a pre-restore copy of the live
      * files, and refuses to run without one, so every restore
      * can itself be undone by restoring that copy. The snapshot's
      * rows are counted against HELLO.SNAPDIR before any live file
      * is opened; a damaged snapshot restores nothing. Each file
      * is then rewritten whole from the snapshot, and the restore
      * report lists the rows put back per file.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      *   2026-10-15  HELLO.SITES and HELLO.SITEVER are restored
      *                together: a card naming either one puts both
      *                back, since HELLO_WORLD takes the greeting
      *                from HELLO.SITEVER. A row the live file will
      *                not take is counted as rejected, not restored.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSNR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RESTORE-PARM-FILE ASSIGN TO "HELLORSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.
           SELECT OPTIONAL HELLO-SNAP-DIR-FILE ASSIGN TO "HELLOSND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SND-STATUS.
           SELECT OPTIONAL HELLO-SNAP-FILE ASSIGN TO "HELLOSNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
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
           SELECT HELLO-RSO-FILE ASSIGN TO "HELLORSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-RESTORE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLORSP.
       FD  HELLO-SNAP-DIR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSND.
       FD  HELLO-SNAP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSNS.
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
       FD  HELLO-RSO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLORSO.
       WORKING-STORAGE SECTION.
       01  WS-RSP-STATUS               PIC XX              VALUE '00'.
       01  WS-SND-STATUS               PIC XX              VALUE '00'.
       01  WS-SNAP-STATUS              PIC XX              VALUE '00'.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-LANG-STATUS              PIC XX              VALUE '00'.
       01  WS-CAL-STATUS               PIC XX              VALUE '00'.
       01  WS-GRA-STATUS               PIC XX              VALUE '00'.
       01  WS-GRH-STATUS               PIC XX              VALUE '00'.
       01  WS-HOLD-STATUS              PIC XX              VALUE '00'.
       01  WS-TARGET-STATUS            PIC XX              VALUE '00'.
       01  WS-VER-STATUS               PIC XX              VALUE '00'.
       01  WS-RSO-STATUS               PIC XX              VALUE '00'.
       01  WS-OPEN-STATUS              PIC XX              VALUE '00'.
       01  WS-WRITE-STATUS             PIC XX              VALUE '00'.
       01  WS-SND-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-SND-EOF                                  VALUE 'Y'.
       01  WS-SNAP-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-SNAP-EOF                                 VALUE 'Y'.
       01  WS-VALID-SWITCH             PIC X               VALUE 'Y'.
           88  WS-PARMS-VALID                              VALUE 'Y'.
       01  WS-SNAP-FOUND-SWITCH        PIC X               VALUE 'N'.
           88  WS-SNAP-FOUND                               VALUE 'Y'.
       01  WS-RESTORE-ID               PIC X(14)   VALUE SPACES.
       01  WS-RESTORE-FILE-ID          PIC X(8)    VALUE SPACES.
       01  WS-SNAP-TIMESTAMP           PIC X(21)   VALUE SPACES.
       01  WS-SNAP-RUN-DATE            PIC X(8)    VALUE SPACES.
       01  WS-SNAP-SHIFT-CODE          PIC X(1)    VALUE SPACES.
       01  WS-LAST-SNAPSHOT-ID         PIC X(14)   VALUE SPACES.
       01  WS-LAST-SNAP-TYPE           PIC X(1)    VALUE SPACES.
       01  WS-LAST-RESTORE-OF-ID       PIC X(14)   VALUE SPACES.
       01  WS-FILE-SEQ                 PIC 9(1)            VALUE 0.
       01  WS-FILE-ID                  PIC X(8)    VALUE SPACES.
       01  WS-FILE-DSN                 PIC X(14)   VALUE SPACES.
       01  HELLO-RESTORE-FILE-TABLE.
           05  RF-ENTRY OCCURS 8 TIMES.
               10  RF-SELECTED         PIC X(1).
                   88  RF-IS-SELECTED          VALUE 'Y'.
               10  RF-OPEN             PIC X(1).
                   88  RF-IS-OPEN              VALUE 'Y'.
               10  RF-DIR-COUNT        PIC 9(6).
               10  RF-SNAP-COUNT       PIC 9(6).
               10  RF-WRITTEN          PIC 9(6).
               10  RF-REJECTED         PIC 9(6).
               10  RF-OPEN-STATUS      PIC XX.
       01  WS-TOTAL-WRITTEN            PIC 9(7)            VALUE 0.
       01  WS-FILES-FAILED             PIC 9(1)            VALUE 0.
       01  WS-COUNT-EDIT               PIC ZZZZZ9.
       01  WS-COUNT-EDIT2              PIC ZZZZZ9.
       01  WS-TOTAL-EDIT               PIC ZZZZZZ9.
       01  WS-RSO-LINE                 PIC X(80)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-RESTORE-REPORT
           IF RETURN-CODE = 0
               PERFORM READ-RESTORE-PARMS
               IF WS-PARMS-VALID
                   PERFORM FIND-RESTORE-SNAPSHOT
               END-IF
               IF WS-PARMS-VALID
                   PERFORM VERIFY-SNAPSHOT-ROWS
               END-IF
               IF WS-PARMS-VALID
                   PERFORM OPEN-LIVE-FILES
                   PERFORM RESTORE-SNAPSHOT-ROWS
                   PERFORM CLOSE-LIVE-FILES
               END-IF
               PERFORM WRITE-RESTORE-SUMMARY
           END-IF
           STOP RUN.

       OPEN-RESTORE-REPORT.
           OPEN OUTPUT HELLO-RSO-FILE
           IF WS-RSO-STATUS NOT = '00'
               DISPLAY 'HELLOSNR: *** ERROR *** unable to open '
                   'HELLO.SNAPRRPT, status=' WS-RSO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'HELLO REFERENCE-DATA SNAPSHOT RESTORE REPORT'
                   TO WS-RSO-LINE
               WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
           END-IF.

       NOTE-RESTORE-ERROR.
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE 16 TO RETURN-CODE
           WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
           DISPLAY 'HELLOSNR: ' WS-RSO-LINE.

       READ-RESTORE-PARMS.
           INITIALIZE HELLO-RESTORE-FILE-TABLE
           OPEN INPUT HELLO-RESTORE-PARM-FILE
           IF WS-RSP-STATUS NOT = '00'
               MOVE 'ERROR: HELLO.SNAPRST UNREADABLE' TO WS-RSO-LINE
               PERFORM NOTE-RESTORE-ERROR
           ELSE
               READ HELLO-RESTORE-PARM-FILE
               IF WS-RSP-STATUS NOT = '00'
                   MOVE 'ERROR: HELLO.SNAPRST UNREADABLE'
                       TO WS-RSO-LINE
                   PERFORM NOTE-RESTORE-ERROR
               ELSE
                   MOVE RS-SNAPSHOT-ID TO WS-RESTORE-ID
                   MOVE RS-FILE-ID     TO WS-RESTORE-FILE-ID
               END-IF
               CLOSE HELLO-RESTORE-PARM-FILE
           END-IF
           IF WS-PARMS-VALID AND WS-RESTORE-ID = SPACES
               MOVE 'ERROR: NO SNAPSHOT ID IN HELLO.SNAPRST'
                   TO WS-RSO-LINE
               PERFORM NOTE-RESTORE-ERROR
           END-IF
           IF WS-PARMS-VALID
               IF WS-RESTORE-FILE-ID = SPACES
                   PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1
                           UNTIL WS-FILE-SEQ > 8
                       MOVE 'Y' TO RF-SELECTED(WS-FILE-SEQ)
                   END-PERFORM
               ELSE
                   MOVE WS-RESTORE-FILE-ID TO WS-FILE-ID
                   PERFORM FIND-FILE-SEQ
                   IF WS-FILE-SEQ = 0
                       MOVE SPACES TO WS-RSO-LINE
                       STRING 'ERROR: FILE ' DELIMITED BY SIZE
                               WS-RESTORE-FILE-ID DELIMITED BY SIZE
                               ' IN HELLO.SNAPRST IS NOT A SNAPSHOT '
                                   DELIMITED BY SIZE
                               'FILE' DELIMITED BY SIZE
                           INTO WS-RSO-LINE
                       PERFORM NOTE-RESTORE-ERROR
                   ELSE
                       MOVE 'Y' TO RF-SELECTED(WS-FILE-SEQ)
                   END-IF
               END-IF
           END-IF
      *    HELLO.SITES holds the greeting version in force and
      *    HELLO.SITEVER the timeline HELLO_WORLD resolves from;
      *    putting back one without the other would leave them
      *    disagreeing, so they always go back as a pair.
           IF WS-PARMS-VALID
               AND (RF-IS-SELECTED(1) OR RF-IS-SELECTED(8))
               AND NOT (RF-IS-SELECTED(1) AND RF-IS-SELECTED(8))
               MOVE 'Y' TO RF-SELECTED(1)
               MOVE 'Y' TO RF-SELECTED(8)
               MOVE 'SITES AND SITEVER ARE RESTORED TOGETHER'
                   TO WS-RSO-LINE
               WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
           END-IF.

      *    The snapshot must be complete on HELLO.SNAPDIR, and the
      *    last row there must be the pre-restore copy HELLOSNP
      *    took for this very restore.
       FIND-RESTORE-SNAPSHOT.
           OPEN INPUT HELLO-SNAP-DIR-FILE
           IF WS-SND-STATUS = '00'
               PERFORM UNTIL WS-SND-EOF
                   READ HELLO-SNAP-DIR-FILE
                       AT END
                           SET WS-SND-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-DIRECTORY-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SNAP-DIR-FILE
           IF NOT WS-SNAP-FOUND
               MOVE SPACES TO WS-RSO-LINE
               STRING 'ERROR: SNAPSHOT ' DELIMITED BY SIZE
                       WS-RESTORE-ID DELIMITED BY SIZE
                       ' IS NOT ON HELLO.SNAPDIR' DELIMITED BY SIZE
                   INTO WS-RSO-LINE
               PERFORM NOTE-RESTORE-ERROR
           ELSE
               MOVE SPACES TO WS-RSO-LINE
               STRING 'RESTORING SNAPSHOT: ' DELIMITED BY SIZE
                       WS-RESTORE-ID DELIMITED BY SIZE
                       '  CYCLE: ' DELIMITED BY SIZE
                       WS-SNAP-RUN-DATE DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WS-SNAP-SHIFT-CODE DELIMITED BY SIZE
                   INTO WS-RSO-LINE
               WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
               IF WS-LAST-SNAP-TYPE NOT = 'P'
                   OR WS-LAST-RESTORE-OF-ID NOT = WS-RESTORE-ID
                   MOVE SPACES TO WS-RSO-LINE
                   STRING 'ERROR: NO PRE-RESTORE COPY ON '
                               DELIMITED BY SIZE
                           'HELLO.SNAPDIR -- RUN THROUGH HELLOSNR JCL'
                               DELIMITED BY SIZE
                       INTO WS-RSO-LINE
                   PERFORM NOTE-RESTORE-ERROR
               ELSE
                   MOVE SPACES TO WS-RSO-LINE
                   STRING 'PRE-RESTORE COPY:   ' DELIMITED BY SIZE
                           WS-LAST-SNAPSHOT-ID DELIMITED BY SIZE
                           '  (RESTORE THIS TO UNDO)'
                               DELIMITED BY SIZE
                       INTO WS-RSO-LINE
                   WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
               END-IF
           END-IF.

       NOTE-DIRECTORY-ROW.
           IF SX-SNAPSHOT-ID = WS-RESTORE-ID
               SET WS-SNAP-FOUND TO TRUE
               MOVE SX-TIMESTAMP  TO WS-SNAP-TIMESTAMP
               MOVE SX-RUN-DATE   TO WS-SNAP-RUN-DATE
               MOVE SX-SHIFT-CODE TO WS-SNAP-SHIFT-CODE
               PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1
                       UNTIL WS-FILE-SEQ > 8
                   MOVE SX-FILE-COUNT(WS-FILE-SEQ)
                       TO RF-DIR-COUNT(WS-FILE-SEQ)
               END-PERFORM
           END-IF
           MOVE SX-SNAPSHOT-ID   TO WS-LAST-SNAPSHOT-ID
           MOVE SX-SNAP-TYPE     TO WS-LAST-SNAP-TYPE
           MOVE SX-RESTORE-OF-ID TO WS-LAST-RESTORE-OF-ID.

       FIND-FILE-SEQ.
           EVALUATE WS-FILE-ID
               WHEN 'SITES   ' MOVE 1 TO WS-FILE-SEQ
               WHEN 'LANGS   ' MOVE 2 TO WS-FILE-SEQ
               WHEN 'CALENDAR' MOVE 3 TO WS-FILE-SEQ
               WHEN 'SITEGRP ' MOVE 4 TO WS-FILE-SEQ
               WHEN 'GRPHOL  ' MOVE 5 TO WS-FILE-SEQ
               WHEN 'HOLDS   ' MOVE 6 TO WS-FILE-SEQ
               WHEN 'SLATGT  ' MOVE 7 TO WS-FILE-SEQ
               WHEN 'SITEVER ' MOVE 8 TO WS-FILE-SEQ
               WHEN OTHER      MOVE 0 TO WS-FILE-SEQ
           END-EVALUATE.

       FIND-FILE-ID.
           EVALUATE WS-FILE-SEQ
               WHEN 1
                   MOVE 'SITES   ' TO WS-FILE-ID
                   MOVE 'HELLO.SITES' TO WS-FILE-DSN
               WHEN 2
                   MOVE 'LANGS   ' TO WS-FILE-ID
                   MOVE 'HELLO.LANGS' TO WS-FILE-DSN
               WHEN 3
                   MOVE 'CALENDAR' TO WS-FILE-ID
                   MOVE 'HELLO.CALENDAR' TO WS-FILE-DSN
               WHEN 4
                   MOVE 'SITEGRP ' TO WS-FILE-ID
                   MOVE 'HELLO.SITEGRP' TO WS-FILE-DSN
               WHEN 5
                   MOVE 'GRPHOL  ' TO WS-FILE-ID
                   MOVE 'HELLO.GRPHOL' TO WS-FILE-DSN
               WHEN 6
                   MOVE 'HOLDS   ' TO WS-FILE-ID
                   MOVE 'HELLO.HOLDS' TO WS-FILE-DSN
               WHEN 7
                   MOVE 'SLATGT  ' TO WS-FILE-ID
                   MOVE 'HELLO.SLATGT' TO WS-FILE-DSN
               WHEN 8
                   MOVE 'SITEVER ' TO WS-FILE-ID
                   MOVE 'HELLO.SITEVER' TO WS-FILE-DSN
           END-EVALUATE.

      *    First pass: the snapshot's rows per file must match the
      *    counts on its directory row before anything is touched.
       VERIFY-SNAPSHOT-ROWS.
           OPEN INPUT HELLO-SNAP-FILE
           IF WS-SNAP-STATUS NOT = '00'
               MOVE SPACES TO WS-RSO-LINE
               STRING 'ERROR: HELLO.SNAPSHOT UNREADABLE, STATUS='
                           DELIMITED BY SIZE
                       WS-SNAP-STATUS DELIMITED BY SIZE
                   INTO WS-RSO-LINE
               PERFORM NOTE-RESTORE-ERROR
           ELSE
               PERFORM UNTIL WS-SNAP-EOF
                   READ HELLO-SNAP-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           IF SS-SNAPSHOT-ID = WS-RESTORE-ID
                               MOVE SS-FILE-ID TO WS-FILE-ID
                               PERFORM FIND-FILE-SEQ
                               IF WS-FILE-SEQ > 0
                                   ADD 1 TO RF-SNAP-COUNT(WS-FILE-SEQ)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELLO-SNAP-FILE
               PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1
                       UNTIL WS-FILE-SEQ > 8
                   IF RF-IS-SELECTED(WS-FILE-SEQ)
                       AND RF-SNAP-COUNT(WS-FILE-SEQ)
                           NOT = RF-DIR-COUNT(WS-FILE-SEQ)
                       PERFORM NOTE-COUNT-MISMATCH
                   END-IF
               END-PERFORM
           END-IF.

       NOTE-COUNT-MISMATCH.
           PERFORM FIND-FILE-ID
           MOVE RF-SNAP-COUNT(WS-FILE-SEQ) TO WS-COUNT-EDIT
           MOVE RF-DIR-COUNT(WS-FILE-SEQ)  TO WS-COUNT-EDIT2
           MOVE SPACES TO WS-RSO-LINE
           STRING 'ERROR: ' DELIMITED BY SIZE
                   WS-FILE-ID DELIMITED BY SPACE
                   ' HAS ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   ' SNAPSHOT ROWS, HELLO.SNAPDIR SAYS '
                       DELIMITED BY SIZE
                   WS-COUNT-EDIT2 DELIMITED BY SIZE
               INTO WS-RSO-LINE
           PERFORM NOTE-RESTORE-ERROR.

      *    A file that will not open is left exactly as it was and
      *    reported; the others are still restored in full.
       OPEN-LIVE-FILES.
           IF RF-IS-SELECTED(1)
               OPEN OUTPUT HELLO-SITE-FILE
               MOVE WS-SITE-STATUS TO WS-OPEN-STATUS
               MOVE 1 TO WS-FILE-SEQ
               PERFORM NOTE-LIVE-FILE-OPEN
           END-IF
           IF RF-IS-SELECTED(2)
               OPEN OUTPUT HELLO-LANG-FILE
               MOVE WS-LANG-STATUS TO WS-OPEN-STATUS
               MOVE 2 TO WS-FILE-SEQ
               PERFORM NOTE-LIVE-FILE-OPEN
           END-IF
           IF RF-IS-SELECTED(3)
               OPEN OUTPUT HELLO-CAL-FILE
               MOVE WS-CAL-STATUS TO WS-OPEN-STATUS
               MOVE 3 TO WS-FILE-SEQ
               PERFORM NOTE-LIVE-FILE-OPEN
           END-IF
           IF RF-IS-SELECTED(4)
               OPEN OUTPUT HELLO-GRP-ASSIGN-FILE
               MOVE WS-GRA-STATUS TO WS-OPEN-STATUS
               MOVE 4 TO WS-FILE-SEQ
               PERFORM NOTE-LIVE-FILE-OPEN
           END-IF
           IF RF-IS-SELECTED(5)
               OPEN OUTPUT HELLO-GRP-HOL-FILE
               MOVE WS-GRH-STATUS TO WS-OPEN-STATUS
               MOVE 5 TO WS-FILE-SEQ
               PERFORM NOTE-LIVE-FILE-OPEN
           END-IF
           IF RF-IS-SELECTED(6)
               OPEN OUTPUT HELLO-HOLD-FILE
               MOVE WS-HOLD-STATUS TO WS-OPEN-STATUS
               MOVE 6 TO WS-FILE-SEQ
               PERFORM NOTE-LIVE-FILE-OPEN
           END-IF
           IF RF-IS-SELECTED(7)
               OPEN OUTPUT HELLO-SLA-TARGET-FILE
               MOVE WS-TARGET-STATUS TO WS-OPEN-STATUS
               MOVE 7 TO WS-FILE-SEQ
               PERFORM NOTE-LIVE-FILE-OPEN
           END-IF
           IF RF-IS-SELECTED(8)
               OPEN OUTPUT HELLO-SITE-VER-FILE
               MOVE WS-VER-STATUS TO WS-OPEN-STATUS
               MOVE 8 TO WS-FILE-SEQ
               PERFORM NOTE-LIVE-FILE-OPEN
           END-IF.

       NOTE-LIVE-FILE-OPEN.
           MOVE WS-OPEN-STATUS TO RF-OPEN-STATUS(WS-FILE-SEQ)
           IF WS-OPEN-STATUS = '00' OR WS-OPEN-STATUS = '05'
               MOVE 'Y' TO RF-OPEN(WS-FILE-SEQ)
           ELSE
               PERFORM FIND-FILE-ID
               DISPLAY 'HELLOSNR: *** ERROR *** unable to open '
                   WS-FILE-DSN ' for output, status=' WS-OPEN-STATUS
               ADD 1 TO WS-FILES-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    Second pass: every row of the snapshot goes back to the
      *    live file it came from, in the order it was taken (key
      *    order for HELLO.SITES).
       RESTORE-SNAPSHOT-ROWS.
           MOVE 'N' TO WS-SNAP-EOF-SWITCH
           OPEN INPUT HELLO-SNAP-FILE
           IF WS-SNAP-STATUS = '00'
               PERFORM UNTIL WS-SNAP-EOF
                   READ HELLO-SNAP-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           IF SS-SNAPSHOT-ID = WS-RESTORE-ID
                               MOVE SS-FILE-ID TO WS-FILE-ID
                               PERFORM FIND-FILE-SEQ
                               PERFORM RESTORE-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SNAP-FILE.

       RESTORE-ONE-ROW.
           IF WS-FILE-SEQ > 0
               IF RF-IS-OPEN(WS-FILE-SEQ)
                   EVALUATE WS-FILE-SEQ
                       WHEN 1
                           MOVE SS-ROW TO HELLO-SITE-FILE-RECORD
                           WRITE HELLO-SITE-FILE-RECORD
                           MOVE WS-SITE-STATUS TO WS-WRITE-STATUS
                       WHEN 2
                           MOVE SS-ROW TO HELLO-LANG-RECORD
                           WRITE HELLO-LANG-RECORD
                           MOVE WS-LANG-STATUS TO WS-WRITE-STATUS
                       WHEN 3
                           MOVE SS-ROW TO HELLO-CAL-RECORD
                           WRITE HELLO-CAL-RECORD
                           MOVE WS-CAL-STATUS TO WS-WRITE-STATUS
                       WHEN 4
                           MOVE SS-ROW TO HELLO-GROUP-ASSIGN-RECORD
                           WRITE HELLO-GROUP-ASSIGN-RECORD
                           MOVE WS-GRA-STATUS TO WS-WRITE-STATUS
                       WHEN 5
                           MOVE SS-ROW TO HELLO-GROUP-HOL-RECORD
                           WRITE HELLO-GROUP-HOL-RECORD
                           MOVE WS-GRH-STATUS TO WS-WRITE-STATUS
                       WHEN 6
                           MOVE SS-ROW TO HELLO-HOLD-RECORD
                           WRITE HELLO-HOLD-RECORD
                           MOVE WS-HOLD-STATUS TO WS-WRITE-STATUS
                       WHEN 7
                           MOVE SS-ROW TO HELLO-SLA-TARGET-RECORD
                           WRITE HELLO-SLA-TARGET-RECORD
                           MOVE WS-TARGET-STATUS TO WS-WRITE-STATUS
                       WHEN 8
                           MOVE SS-ROW TO HELLO-SITE-VER-RECORD
                           WRITE HELLO-SITE-VER-RECORD
                           MOVE WS-VER-STATUS TO WS-WRITE-STATUS
                   END-EVALUATE
                   IF WS-WRITE-STATUS = '00'
                       ADD 1 TO RF-WRITTEN(WS-FILE-SEQ)
                   ELSE
                       ADD 1 TO RF-REJECTED(WS-FILE-SEQ)
                   END-IF
               END-IF
           END-IF.

       CLOSE-LIVE-FILES.
           IF RF-IS-OPEN(1)
               CLOSE HELLO-SITE-FILE
           END-IF
           IF RF-IS-OPEN(2)
               CLOSE HELLO-LANG-FILE
           END-IF
           IF RF-IS-OPEN(3)
               CLOSE HELLO-CAL-FILE
           END-IF
           IF RF-IS-OPEN(4)
               CLOSE HELLO-GRP-ASSIGN-FILE
           END-IF
           IF RF-IS-OPEN(5)
               CLOSE HELLO-GRP-HOL-FILE
           END-IF
           IF RF-IS-OPEN(6)
               CLOSE HELLO-HOLD-FILE
           END-IF
           IF RF-IS-OPEN(7)
               CLOSE HELLO-SLA-TARGET-FILE
           END-IF
           IF RF-IS-OPEN(8)
               CLOSE HELLO-SITE-VER-FILE
           END-IF.

       WRITE-RESTORE-SUMMARY.
           IF WS-PARMS-VALID
               MOVE 'FILE     DATASET           ROWS  RESULT'
                   TO WS-RSO-LINE
               WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
               PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1
                       UNTIL WS-FILE-SEQ > 8
                   IF RF-IS-SELECTED(WS-FILE-SEQ)
                       PERFORM WRITE-FILE-RESULT-LINE
                   END-IF
               END-PERFORM
               MOVE WS-TOTAL-WRITTEN TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-RSO-LINE
               IF RETURN-CODE = 0
                   STRING 'RESTORE COMPLETE -- ' DELIMITED BY SIZE
                           WS-TOTAL-EDIT DELIMITED BY SIZE
                           ' ROW(S) PUT BACK FROM ' DELIMITED BY SIZE
                           WS-RESTORE-ID DELIMITED BY SIZE
                       INTO WS-RSO-LINE
               ELSE
                   STRING 'RESTORE INCOMPLETE -- SEE RESULTS ABOVE'
                               DELIMITED BY SIZE
                       INTO WS-RSO-LINE
               END-IF
               WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
           ELSE
               MOVE 'NOTHING RESTORED -- LIVE FILES LEFT AS THEY WERE'
                   TO WS-RSO-LINE
               WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
           END-IF
           MOVE 'END OF REPORT' TO WS-RSO-LINE
           WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE
           CLOSE HELLO-RSO-FILE.

       WRITE-FILE-RESULT-LINE.
           PERFORM FIND-FILE-ID
           ADD RF-WRITTEN(WS-FILE-SEQ) TO WS-TOTAL-WRITTEN
           MOVE RF-WRITTEN(WS-FILE-SEQ) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RSO-LINE
           STRING WS-FILE-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FILE-DSN DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RSO-LINE
           EVALUATE TRUE
               WHEN NOT RF-IS-OPEN(WS-FILE-SEQ)
                   MOVE 'NOT RESTORED, OPEN STATUS '
                       TO WS-RSO-LINE(34:26)
                   MOVE RF-OPEN-STATUS(WS-FILE-SEQ)
                       TO WS-RSO-LINE(60:2)
               WHEN RF-REJECTED(WS-FILE-SEQ) > 0
                   MOVE RF-REJECTED(WS-FILE-SEQ) TO WS-COUNT-EDIT2
                   MOVE WS-COUNT-EDIT2 TO WS-RSO-LINE(34:6)
                   MOVE ' ROW(S) REJECTED' TO WS-RSO-LINE(40:16)
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'RESTORED' TO WS-RSO-LINE(34:8)
           END-EVALUATE
           WRITE HELLO-RSO-RECORD FROM WS-RSO-LINE.
