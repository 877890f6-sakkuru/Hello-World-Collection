      * HELLOSNC - reference-data snapshot compare report. Compares
      * two snapshots taken by HELLOSNP (any two on HELLO.SNAPDIR,
      * named in HELLO.SNAPCMP; by default the two most recent) and
      * lists, file by file, every row added, removed, or changed
      * between them, matched on each file's own key: site code
      * for HELLO.SITES and HELLO.HOLDS, language code for
      * HELLO.LANGS, date and site for HELLO.CALENDAR, site and
      * group for HELLO.SITEGRP, group and date for HELLO.GRPHOL,
      * site and shift for HELLO.SLATGT, site and effective-from
      * date for HELLO.SITEVER. Ends with a per-file count summary.
      * Used to show what changed in the reference data between a
      * good cycle and a bad one, and to check a snapshot before it
      * is restored with HELLOSNR.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSNC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELLO-CMP-PARM-FILE ASSIGN TO "HELLOSCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCP-STATUS.
           SELECT OPTIONAL HELLO-SNAP-DIR-FILE ASSIGN TO "HELLOSND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SND-STATUS.
           SELECT OPTIONAL HELLO-SNAP-FILE ASSIGN TO "HELLOSNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT HELLO-SCO-FILE ASSIGN TO "HELLOSCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCO-STATUS.
           SELECT HELLO-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-CMP-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSCP.
       FD  HELLO-SNAP-DIR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSND.
       FD  HELLO-SNAP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSNS.
       FD  HELLO-SCO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSCO.
       SD  HELLO-SORT-FILE.
       01  HELLO-SORT-RECORD.
           05  SR-FILE-SEQ             PIC 9(1).
           05  SR-ROW-KEY              PIC X(12).
           05  SR-SIDE                 PIC X(1).
               88  SR-FROM-SIDE                VALUE '1'.
               88  SR-TO-SIDE                  VALUE '2'.
           05  SR-ROW                  PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-SCP-STATUS               PIC XX              VALUE '00'.
       01  WS-SND-STATUS               PIC XX              VALUE '00'.
       01  WS-SNAP-STATUS              PIC XX              VALUE '00'.
       01  WS-SCO-STATUS               PIC XX              VALUE '00'.
       01  WS-SND-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-SND-EOF                                  VALUE 'Y'.
       01  WS-SNAP-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-SNAP-EOF                                 VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-SORT-EOF                                 VALUE 'Y'.
       01  WS-VALID-SWITCH             PIC X               VALUE 'Y'.
           88  WS-PARMS-VALID                              VALUE 'Y'.
       01  WS-FROM-ID                  PIC X(14)   VALUE SPACES.
       01  WS-TO-ID                    PIC X(14)   VALUE SPACES.
       01  WS-CMP-FILE-ID              PIC X(8)    VALUE SPACES.
       01  WS-CMP-FILE-SEQ             PIC 9(1)            VALUE 0.
       01  WS-FROM-IDX                 PIC 9(4)            VALUE 0.
       01  WS-TO-IDX                   PIC 9(4)            VALUE 0.
       01  WS-DIR-COUNT                PIC 9(4)            VALUE 0.
       01  HELLO-SNAP-DIR-TABLE.
           05  DT-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-DIR-COUNT.
               10  DT-SNAPSHOT-ID      PIC X(14).
               10  DT-TIMESTAMP        PIC X(21).
               10  DT-SNAP-TYPE        PIC X(1).
               10  DT-RUN-DATE         PIC X(8).
               10  DT-SHIFT-CODE       PIC X(1).
               10  DT-FILE-COUNT       PIC 9(6)  OCCURS 8 TIMES.
       01  WS-DT-IDX                   PIC 9(4)            VALUE 0.
       01  WS-DIR-SCAN                 PIC 9(5)            VALUE 0.
       01  WS-LOOKUP-ID                PIC X(14)   VALUE SPACES.
       01  WS-FILE-SEQ                 PIC 9(1)            VALUE 0.
       01  WS-KEY-LEN                  PIC 9(2)            VALUE 0.
       01  WS-FILE-ID                  PIC X(8)    VALUE SPACES.
       01  HELLO-CMP-COUNT-TABLE.
           05  CC-ENTRY OCCURS 8 TIMES.
               10  CC-FROM-ROWS        PIC 9(6).
               10  CC-TO-ROWS          PIC 9(6).
               10  CC-SAME             PIC 9(6).
               10  CC-ADDED            PIC 9(6).
               10  CC-REMOVED          PIC 9(6).
               10  CC-CHANGED          PIC 9(6).
       01  WS-CUR-FILE-SEQ             PIC 9(1)            VALUE 0.
       01  WS-CUR-KEY                  PIC X(12)   VALUE SPACES.
       01  WS-HEADED-FILE-SEQ          PIC 9(1)            VALUE 0.
       01  WS-GROUP-OPEN-SWITCH        PIC X               VALUE 'N'.
           88  WS-GROUP-OPEN                               VALUE 'Y'.
       01  WS-FROM-COUNT               PIC 9(4)            VALUE 0.
       01  WS-TO-COUNT                 PIC 9(4)            VALUE 0.
       01  WS-FROM-ROW                 PIC X(120)  VALUE SPACES.
       01  WS-TO-ROW                   PIC X(120)  VALUE SPACES.
       01  WS-PRINT-ROW                PIC X(120)  VALUE SPACES.
       01  WS-PRINT-TAG                PIC X(6)    VALUE SPACES.
       01  WS-CHANGE-TYPE              PIC X(8)    VALUE SPACES.
       01  WS-TOTAL-DIFFS              PIC 9(7)            VALUE 0.
       01  WS-EDIT-1                   PIC ZZZZZ9.
       01  WS-EDIT-2                   PIC ZZZZZ9.
       01  WS-EDIT-3                   PIC ZZZZZ9.
       01  WS-EDIT-4                   PIC ZZZZZ9.
       01  WS-EDIT-5                   PIC ZZZZZ9.
       01  WS-TOTAL-EDIT               PIC ZZZZZZ9.
       01  WS-SCO-LINE                 PIC X(80)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-COMPARE-REPORT
           IF RETURN-CODE = 0
               PERFORM READ-COMPARE-PARMS
               PERFORM LOAD-SNAP-DIRECTORY
               IF WS-PARMS-VALID
                   PERFORM RESOLVE-SNAPSHOT-IDS
               END-IF
               IF WS-PARMS-VALID
                   PERFORM WRITE-COMPARE-HEADER
                   INITIALIZE HELLO-CMP-COUNT-TABLE
                   SORT HELLO-SORT-FILE
                       ON ASCENDING KEY SR-FILE-SEQ SR-ROW-KEY
                                        SR-SIDE
                       INPUT PROCEDURE IS RELEASE-SNAP-ROWS
                       OUTPUT PROCEDURE IS COMPARE-SORTED-ROWS
                   PERFORM WRITE-COMPARE-SUMMARY
               END-IF
               PERFORM CLOSE-COMPARE-REPORT
           END-IF
           STOP RUN.

       OPEN-COMPARE-REPORT.
           OPEN OUTPUT HELLO-SCO-FILE
           IF WS-SCO-STATUS NOT = '00'
               DISPLAY 'HELLOSNC: *** ERROR *** unable to open '
                   'HELLO.SNAPCRPT, status=' WS-SCO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'HELLO REFERENCE-DATA SNAPSHOT COMPARE REPORT'
                   TO WS-SCO-LINE
               WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           END-IF.

       NOTE-COMPARE-ERROR.
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE 16 TO RETURN-CODE
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           DISPLAY 'HELLOSNC: ' WS-SCO-LINE.

      *    A missing or empty HELLO.SNAPCMP is the all-blank
      *    default: the two most recent snapshots, every file.
       READ-COMPARE-PARMS.
           OPEN INPUT HELLO-CMP-PARM-FILE
           IF WS-SCP-STATUS = '00'
               READ HELLO-CMP-PARM-FILE
               IF WS-SCP-STATUS = '00'
                   MOVE SC-FROM-ID TO WS-FROM-ID
                   MOVE SC-TO-ID   TO WS-TO-ID
                   MOVE SC-FILE-ID TO WS-CMP-FILE-ID
               END-IF
           END-IF
           CLOSE HELLO-CMP-PARM-FILE
           IF WS-CMP-FILE-ID NOT = SPACES
               MOVE WS-CMP-FILE-ID TO WS-FILE-ID
               PERFORM FIND-FILE-SEQ
               IF WS-FILE-SEQ = 0
                   MOVE SPACES TO WS-SCO-LINE
                   STRING 'ERROR: FILE ' DELIMITED BY SIZE
                           WS-CMP-FILE-ID DELIMITED BY SIZE
                           ' IN HELLO.SNAPCMP IS NOT A SNAPSHOT FILE'
                               DELIMITED BY SIZE
                       INTO WS-SCO-LINE
                   PERFORM NOTE-COMPARE-ERROR
               ELSE
                   MOVE WS-FILE-SEQ TO WS-CMP-FILE-SEQ
               END-IF
           END-IF.

       LOAD-SNAP-DIRECTORY.
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
           IF WS-DIR-COUNT = 0
               MOVE 'ERROR: NO SNAPSHOTS ON HELLO.SNAPDIR'
                   TO WS-SCO-LINE
               PERFORM NOTE-COMPARE-ERROR
           END-IF.

       NOTE-DIRECTORY-ROW.
           IF WS-DIR-COUNT >= 9999
               DISPLAY 'HELLOSNC: *** ERROR *** HELLO.SNAPDIR has '
                   'more than 9999 rows -- extra rows ignored'
               SET WS-SND-EOF TO TRUE
           ELSE
               ADD 1 TO WS-DIR-COUNT
               MOVE SX-SNAPSHOT-ID TO DT-SNAPSHOT-ID(WS-DIR-COUNT)
               MOVE SX-TIMESTAMP   TO DT-TIMESTAMP(WS-DIR-COUNT)
               MOVE SX-SNAP-TYPE   TO DT-SNAP-TYPE(WS-DIR-COUNT)
               MOVE SX-RUN-DATE    TO DT-RUN-DATE(WS-DIR-COUNT)
               MOVE SX-SHIFT-CODE  TO DT-SHIFT-CODE(WS-DIR-COUNT)
               PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1
                       UNTIL WS-FILE-SEQ > 8
                   MOVE SX-FILE-COUNT(WS-FILE-SEQ)
                       TO DT-FILE-COUNT(WS-DIR-COUNT, WS-FILE-SEQ)
               END-PERFORM
           END-IF.

      *    Blank TO-ID is the latest snapshot; blank FROM-ID is the
      *    one taken just before the TO snapshot.
       RESOLVE-SNAPSHOT-IDS.
           IF WS-TO-ID = SPACES
               MOVE WS-DIR-COUNT TO WS-TO-IDX
               MOVE DT-SNAPSHOT-ID(WS-TO-IDX) TO WS-TO-ID
           ELSE
               MOVE WS-TO-ID TO WS-LOOKUP-ID
               PERFORM FIND-DIRECTORY-ENTRY
               MOVE WS-DT-IDX TO WS-TO-IDX
           END-IF
           IF WS-TO-IDX = 0
               MOVE SPACES TO WS-SCO-LINE
               STRING 'ERROR: TO SNAPSHOT ' DELIMITED BY SIZE
                       WS-TO-ID DELIMITED BY SIZE
                       ' IS NOT ON HELLO.SNAPDIR' DELIMITED BY SIZE
                   INTO WS-SCO-LINE
               PERFORM NOTE-COMPARE-ERROR
           ELSE
               IF WS-FROM-ID = SPACES
                   IF WS-TO-IDX > 1
                       COMPUTE WS-FROM-IDX = WS-TO-IDX - 1
                       MOVE DT-SNAPSHOT-ID(WS-FROM-IDX) TO WS-FROM-ID
                   END-IF
               ELSE
                   MOVE WS-FROM-ID TO WS-LOOKUP-ID
                   PERFORM FIND-DIRECTORY-ENTRY
                   MOVE WS-DT-IDX TO WS-FROM-IDX
               END-IF
               IF WS-FROM-IDX = 0
                   MOVE SPACES TO WS-SCO-LINE
                   STRING 'ERROR: FROM SNAPSHOT ' DELIMITED BY SIZE
                           WS-FROM-ID DELIMITED BY SIZE
                           ' IS NOT ON HELLO.SNAPDIR'
                               DELIMITED BY SIZE
                       INTO WS-SCO-LINE
                   PERFORM NOTE-COMPARE-ERROR
               ELSE
                   IF WS-FROM-ID = WS-TO-ID
                       MOVE 'ERROR: FROM AND TO ARE THE SAME SNAPSHOT'
                           TO WS-SCO-LINE
                       PERFORM NOTE-COMPARE-ERROR
                   END-IF
               END-IF
           END-IF.

      *    The last row wins should an ID ever appear twice.
       FIND-DIRECTORY-ENTRY.
           MOVE 0 TO WS-DT-IDX
           PERFORM VARYING WS-DIR-SCAN FROM 1 BY 1
                   UNTIL WS-DIR-SCAN > WS-DIR-COUNT
               IF DT-SNAPSHOT-ID(WS-DIR-SCAN) = WS-LOOKUP-ID
                   MOVE WS-DIR-SCAN TO WS-DT-IDX
               END-IF
           END-PERFORM.

       WRITE-COMPARE-HEADER.
           MOVE WS-FROM-IDX TO WS-DT-IDX
           MOVE 'FROM' TO WS-PRINT-TAG
           PERFORM WRITE-SNAPSHOT-LINE
           MOVE WS-TO-IDX TO WS-DT-IDX
           MOVE 'TO' TO WS-PRINT-TAG
           PERFORM WRITE-SNAPSHOT-LINE
           IF WS-CMP-FILE-SEQ > 0
               MOVE SPACES TO WS-SCO-LINE
               STRING 'FILE COMPARED: ' DELIMITED BY SIZE
                       WS-CMP-FILE-ID DELIMITED BY SIZE
                   INTO WS-SCO-LINE
               WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           END-IF
           MOVE SPACES TO WS-SCO-LINE
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE.

       WRITE-SNAPSHOT-LINE.
           MOVE SPACES TO WS-SCO-LINE
           STRING WS-PRINT-TAG DELIMITED BY SPACE
                   ' SNAPSHOT: ' DELIMITED BY SIZE
                   DT-SNAPSHOT-ID(WS-DT-IDX) DELIMITED BY SIZE
                   '  CYCLE: ' DELIMITED BY SIZE
                   DT-RUN-DATE(WS-DT-IDX) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   DT-SHIFT-CODE(WS-DT-IDX) DELIMITED BY SIZE
               INTO WS-SCO-LINE
           IF DT-SNAP-TYPE(WS-DT-IDX) = 'P'
               MOVE '(PRE-RESTORE COPY)' TO WS-SCO-LINE(50:18)
           END-IF
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE.

       FIND-FILE-SEQ.
           EVALUATE WS-FILE-ID
               WHEN 'SITES   '
                   MOVE 1 TO WS-FILE-SEQ
                   MOVE 4 TO WS-KEY-LEN
               WHEN 'LANGS   '
                   MOVE 2 TO WS-FILE-SEQ
                   MOVE 2 TO WS-KEY-LEN
               WHEN 'CALENDAR'
                   MOVE 3 TO WS-FILE-SEQ
                   MOVE 12 TO WS-KEY-LEN
               WHEN 'SITEGRP '
                   MOVE 4 TO WS-FILE-SEQ
                   MOVE 8 TO WS-KEY-LEN
               WHEN 'GRPHOL  '
                   MOVE 5 TO WS-FILE-SEQ
                   MOVE 12 TO WS-KEY-LEN
               WHEN 'HOLDS   '
                   MOVE 6 TO WS-FILE-SEQ
                   MOVE 4 TO WS-KEY-LEN
               WHEN 'SLATGT  '
                   MOVE 7 TO WS-FILE-SEQ
                   MOVE 5 TO WS-KEY-LEN
               WHEN 'SITEVER '
                   MOVE 8 TO WS-FILE-SEQ
                   MOVE 12 TO WS-KEY-LEN
               WHEN OTHER
                   MOVE 0 TO WS-FILE-SEQ
                   MOVE 0 TO WS-KEY-LEN
           END-EVALUATE.

       FIND-FILE-ID.
           EVALUATE WS-FILE-SEQ
               WHEN 1 MOVE 'SITES   ' TO WS-FILE-ID
               WHEN 2 MOVE 'LANGS   ' TO WS-FILE-ID
               WHEN 3 MOVE 'CALENDAR' TO WS-FILE-ID
               WHEN 4 MOVE 'SITEGRP ' TO WS-FILE-ID
               WHEN 5 MOVE 'GRPHOL  ' TO WS-FILE-ID
               WHEN 6 MOVE 'HOLDS   ' TO WS-FILE-ID
               WHEN 7 MOVE 'SLATGT  ' TO WS-FILE-ID
               WHEN 8 MOVE 'SITEVER ' TO WS-FILE-ID
           END-EVALUATE.

      *    Input side of the sort: the rows of the two snapshots,
      *    tagged with the file's position and the row's own key.
       RELEASE-SNAP-ROWS.
           OPEN INPUT HELLO-SNAP-FILE
           IF WS-SNAP-STATUS NOT = '00'
               MOVE SPACES TO WS-SCO-LINE
               STRING 'ERROR: HELLO.SNAPSHOT UNREADABLE, STATUS='
                           DELIMITED BY SIZE
                       WS-SNAP-STATUS DELIMITED BY SIZE
                   INTO WS-SCO-LINE
               PERFORM NOTE-COMPARE-ERROR
           ELSE
               PERFORM UNTIL WS-SNAP-EOF
                   READ HELLO-SNAP-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-ONE-SNAP-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SNAP-FILE.

       RELEASE-ONE-SNAP-ROW.
           IF SS-SNAPSHOT-ID = WS-FROM-ID
               OR SS-SNAPSHOT-ID = WS-TO-ID
               MOVE SS-FILE-ID TO WS-FILE-ID
               PERFORM FIND-FILE-SEQ
               IF WS-FILE-SEQ > 0
                   AND (WS-CMP-FILE-SEQ = 0
                       OR WS-CMP-FILE-SEQ = WS-FILE-SEQ)
                   MOVE WS-FILE-SEQ TO SR-FILE-SEQ
                   MOVE SPACES TO SR-ROW-KEY
                   MOVE SS-ROW(1:WS-KEY-LEN)
                       TO SR-ROW-KEY(1:WS-KEY-LEN)
                   MOVE SS-ROW TO SR-ROW
                   IF SS-SNAPSHOT-ID = WS-FROM-ID
                       SET SR-FROM-SIDE TO TRUE
                       ADD 1 TO CC-FROM-ROWS(WS-FILE-SEQ)
                   ELSE
                       SET SR-TO-SIDE TO TRUE
                       ADD 1 TO CC-TO-ROWS(WS-FILE-SEQ)
                   END-IF
                   RELEASE HELLO-SORT-RECORD
               END-IF
           END-IF.

      *    Output side: rows come back in file, key, side order, so
      *    each key's FROM row (if any) is followed by its TO row.
       COMPARE-SORTED-ROWS.
           MOVE 'N' TO WS-GROUP-OPEN-SWITCH
           PERFORM UNTIL WS-SORT-EOF
               RETURN HELLO-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-SORTED-ROW
               END-RETURN
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM CLOSE-KEY-GROUP
           END-IF.

       NOTE-SORTED-ROW.
           IF WS-GROUP-OPEN
               IF SR-FILE-SEQ NOT = WS-CUR-FILE-SEQ
                   OR SR-ROW-KEY NOT = WS-CUR-KEY
                   PERFORM CLOSE-KEY-GROUP
               END-IF
           END-IF
           IF NOT WS-GROUP-OPEN
               SET WS-GROUP-OPEN TO TRUE
               MOVE SR-FILE-SEQ TO WS-CUR-FILE-SEQ
               MOVE SR-ROW-KEY TO WS-CUR-KEY
               MOVE 0 TO WS-FROM-COUNT
               MOVE 0 TO WS-TO-COUNT
               MOVE SPACES TO WS-FROM-ROW
               MOVE SPACES TO WS-TO-ROW
           END-IF
           IF SR-FROM-SIDE
               ADD 1 TO WS-FROM-COUNT
               MOVE SR-ROW TO WS-FROM-ROW
           ELSE
               ADD 1 TO WS-TO-COUNT
               MOVE SR-ROW TO WS-TO-ROW
           END-IF.

      *    One key is settled: on one side only, or on both with
      *    the same or a different row image.
       CLOSE-KEY-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN-SWITCH
           EVALUATE TRUE
               WHEN WS-FROM-COUNT = 0
                   ADD 1 TO CC-ADDED(WS-CUR-FILE-SEQ)
                   MOVE 'ADDED' TO WS-CHANGE-TYPE
                   PERFORM WRITE-CHANGE-LINE
                   MOVE 'NOW:' TO WS-PRINT-TAG
                   MOVE WS-TO-ROW TO WS-PRINT-ROW
                   PERFORM PRINT-ROW-IMAGE
               WHEN WS-TO-COUNT = 0
                   ADD 1 TO CC-REMOVED(WS-CUR-FILE-SEQ)
                   MOVE 'REMOVED' TO WS-CHANGE-TYPE
                   PERFORM WRITE-CHANGE-LINE
                   MOVE 'WAS:' TO WS-PRINT-TAG
                   MOVE WS-FROM-ROW TO WS-PRINT-ROW
                   PERFORM PRINT-ROW-IMAGE
               WHEN WS-FROM-COUNT = WS-TO-COUNT
                   AND WS-FROM-ROW = WS-TO-ROW
                   ADD 1 TO CC-SAME(WS-CUR-FILE-SEQ)
               WHEN OTHER
                   ADD 1 TO CC-CHANGED(WS-CUR-FILE-SEQ)
                   MOVE 'CHANGED' TO WS-CHANGE-TYPE
                   PERFORM WRITE-CHANGE-LINE
                   MOVE 'WAS:' TO WS-PRINT-TAG
                   MOVE WS-FROM-ROW TO WS-PRINT-ROW
                   PERFORM PRINT-ROW-IMAGE
                   MOVE 'NOW:' TO WS-PRINT-TAG
                   MOVE WS-TO-ROW TO WS-PRINT-ROW
                   PERFORM PRINT-ROW-IMAGE
           END-EVALUATE.

       WRITE-CHANGE-LINE.
           IF WS-CUR-FILE-SEQ NOT = WS-HEADED-FILE-SEQ
               MOVE WS-CUR-FILE-SEQ TO WS-HEADED-FILE-SEQ
               MOVE WS-CUR-FILE-SEQ TO WS-FILE-SEQ
               PERFORM FIND-FILE-ID
               MOVE SPACES TO WS-SCO-LINE
               STRING '--- ' DELIMITED BY SIZE
                       WS-FILE-ID DELIMITED BY SPACE
                       ' ---' DELIMITED BY SIZE
                   INTO WS-SCO-LINE
               WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           END-IF
           ADD 1 TO WS-TOTAL-DIFFS
           MOVE SPACES TO WS-SCO-LINE
           STRING WS-CHANGE-TYPE DELIMITED BY SIZE
                   ' KEY ' DELIMITED BY SIZE
                   WS-CUR-KEY DELIMITED BY SIZE
               INTO WS-SCO-LINE
           IF WS-FROM-COUNT > 1 OR WS-TO-COUNT > 1
               MOVE '(KEY REPEATS ON FILE)' TO WS-SCO-LINE(30:21)
           END-IF
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE.

      *    Row images run to 120 bytes: the first 70 on the tagged
      *    line, the rest (if any) on a continuation line.
       PRINT-ROW-IMAGE.
           MOVE SPACES TO WS-SCO-LINE
           MOVE WS-PRINT-TAG TO WS-SCO-LINE(4:6)
           MOVE WS-PRINT-ROW(1:70) TO WS-SCO-LINE(10:70)
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           IF WS-PRINT-ROW(71:50) NOT = SPACES
               MOVE SPACES TO WS-SCO-LINE
               MOVE WS-PRINT-ROW(71:50) TO WS-SCO-LINE(10:50)
               WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           END-IF.

       WRITE-COMPARE-SUMMARY.
           MOVE SPACES TO WS-SCO-LINE
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           MOVE SPACES TO WS-SCO-LINE
           MOVE 'FILE'      TO WS-SCO-LINE(1:4)
           MOVE 'FROM-ROWS' TO WS-SCO-LINE(11:9)
           MOVE 'TO-ROWS'   TO WS-SCO-LINE(21:7)
           MOVE 'SAME'      TO WS-SCO-LINE(31:4)
           MOVE 'ADDED'     TO WS-SCO-LINE(37:5)
           MOVE 'REMOVED'   TO WS-SCO-LINE(43:7)
           MOVE 'CHANGED'   TO WS-SCO-LINE(53:7)
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1
                   UNTIL WS-FILE-SEQ > 8
               IF WS-CMP-FILE-SEQ = 0
                   OR WS-CMP-FILE-SEQ = WS-FILE-SEQ
                   PERFORM WRITE-FILE-SUMMARY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SCO-LINE
           IF WS-TOTAL-DIFFS = 0
               MOVE 'NO DIFFERENCES BETWEEN THE TWO SNAPSHOTS'
                   TO WS-SCO-LINE
           ELSE
               MOVE WS-TOTAL-DIFFS TO WS-TOTAL-EDIT
               STRING WS-TOTAL-EDIT DELIMITED BY SIZE
                       ' KEY(S) ADDED, REMOVED, OR CHANGED'
                           DELIMITED BY SIZE
                   INTO WS-SCO-LINE
           END-IF
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE.

      *    The rows found for each snapshot must agree with the
      *    counts HELLOSNP recorded on HELLO.SNAPDIR.
       WRITE-FILE-SUMMARY-LINE.
           PERFORM FIND-FILE-ID
           MOVE CC-SAME(WS-FILE-SEQ)    TO WS-EDIT-3
           MOVE CC-ADDED(WS-FILE-SEQ)   TO WS-EDIT-4
           MOVE CC-REMOVED(WS-FILE-SEQ) TO WS-EDIT-5
           MOVE CC-FROM-ROWS(WS-FILE-SEQ) TO WS-EDIT-1
           MOVE CC-TO-ROWS(WS-FILE-SEQ)   TO WS-EDIT-2
           MOVE SPACES TO WS-SCO-LINE
           STRING WS-FILE-ID DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WS-EDIT-1 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-4 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-EDIT-5 DELIMITED BY SIZE
               INTO WS-SCO-LINE
           MOVE CC-CHANGED(WS-FILE-SEQ) TO WS-EDIT-1
           MOVE WS-EDIT-1 TO WS-SCO-LINE(54:6)
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           IF CC-FROM-ROWS(WS-FILE-SEQ)
                   NOT = DT-FILE-COUNT(WS-FROM-IDX, WS-FILE-SEQ)
               OR CC-TO-ROWS(WS-FILE-SEQ)
                   NOT = DT-FILE-COUNT(WS-TO-IDX, WS-FILE-SEQ)
               MOVE SPACES TO WS-SCO-LINE
               STRING '  WARNING: ' DELIMITED BY SIZE
                       WS-FILE-ID DELIMITED BY SPACE
                       ' ROWS ON HELLO.SNAPSHOT DO NOT MATCH '
                           DELIMITED BY SIZE
                       'HELLO.SNAPDIR' DELIMITED BY SIZE
                   INTO WS-SCO-LINE
               WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
               DISPLAY 'HELLOSNC: *** WARNING *** ' WS-SCO-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-COMPARE-REPORT.
           MOVE 'END OF REPORT' TO WS-SCO-LINE
           WRITE HELLO-SCO-RECORD FROM WS-SCO-LINE
           CLOSE HELLO-SCO-FILE.
