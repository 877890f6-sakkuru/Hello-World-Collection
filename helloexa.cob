      * HELLOEXA - nightly open-exception aging step. Reads every
      * row on the HELLO.EXCEPT feed together with its work status
      * on HELLO.EXCSTAT (kept online by HELLOEXM), and prints the
      * exceptions still open by reason code and age bucket, with
      * the reason descriptions from HELLO.REASONS. An E-severity
      * exception still open after the next cycle has run is
      * raised again as an exception of its own (EAOVRDUE) and
      * flagged on HELLO.EXCSTAT so it is raised only once -- so
      * nothing falls between shifts just because nobody picked
      * it up off the console.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      *   2026-10-15  The exception, status, and reason rows read,
      *                the status rows saved (and orphans dropped),
      *                and the EAOVRDUE items raised are appended to
      *                the HELLO.CTLTOT ledger for the HELLOBAL
      *                balancing step.
      *   2026-10-15  Only the items not closed on HELLO.EXCSTAT are
      *                loaded and aged; the closed status rows are
      *                held aside and written back unchanged. Closed
      *                items are rolled off to HELLO.EXCARCH by the
      *                HELLOHKP purge, so the table cannot fill.
      *   2026-10-15  A status row and an exception row are paired
      *                once only, so one closed row no longer closes
      *                every exception that shares its key.
      *   2026-10-15  Every exception row gets a timestamp of its
      *                own, so HELLO.EXCSTAT can tell apart the rows
      *                one run raises for the same site and reason.
      *   2026-10-15  An item is marked escalated only when its
      *                EAOVRDUE row was written; when HELLO.EXCEPT
      *                cannot be opened the run ends with return
      *                code 4 and the next run tries again.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOEXA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-PARM-FILE ASSIGN TO "HELLOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL HELLO-EXS-FILE ASSIGN TO "HELLOEXS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXS-STATUS.
           SELECT OPTIONAL HELLO-REASON-FILE ASSIGN TO "HELLORSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-STATUS.
           SELECT HELLO-EXO-FILE ASSIGN TO "HELLOEXO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXO-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOPRM.
       FD  HELLO-EXC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXC.
       FD  HELLO-EXS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXS.
       FD  HELLO-REASON-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLORSN.
       FD  HELLO-EXO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXO.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-EXC-STATUS               PIC XX              VALUE '00'.
       01  WS-EXS-STATUS               PIC XX              VALUE '00'.
       01  WS-RSN-STATUS               PIC XX              VALUE '00'.
       01  WS-EXO-STATUS               PIC XX              VALUE '00'.
       01  WS-EXC-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXC-EOF                                  VALUE 'Y'.
       01  WS-EXS-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXS-EOF                                  VALUE 'Y'.
       01  WS-RSN-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-RSN-EOF                                  VALUE 'Y'.
       01  WS-MATCH-FOUND-SWITCH       PIC X               VALUE 'N'.
           88  WS-MATCH-FOUND                              VALUE 'Y'.
       01  WS-CLOSED-FOUND-SWITCH      PIC X               VALUE 'N'.
           88  WS-CLOSED-FOUND                             VALUE 'Y'.
       01  WS-EXC-WRITTEN-SWITCH       PIC X               VALUE 'N'.
           88  WS-EXC-WRITTEN                              VALUE 'Y'.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'HELLOEXA'.
       01  WS-LAST-EXC-TIMESTAMP       PIC X(21)   VALUE SPACES.
       01  WS-EM-COUNT                 PIC 9(4)            VALUE 0.
       01  HELLO-EXC-WORK-TABLE.
           05  EM-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-EM-COUNT.
               10  EM-TIMESTAMP        PIC X(21).
               10  EM-PROGRAM          PIC X(8).
               10  EM-SITE-CODE        PIC X(4).
               10  EM-RUN-DATE         PIC X(8).
               10  EM-SHIFT-CODE       PIC X(1).
               10  EM-SEVERITY         PIC X(1).
               10  EM-REASON-CODE      PIC X(8).
               10  EM-TEXT             PIC X(40).
               10  EM-STATUS           PIC X(1).
               10  EM-ACK-USER-ID      PIC X(8).
               10  EM-ACK-TIMESTAMP    PIC X(21).
               10  EM-OWNER-ID         PIC X(8).
               10  EM-ASSIGN-USER-ID   PIC X(8).
               10  EM-ASSIGN-TIMESTAMP PIC X(21).
               10  EM-CLOSE-USER-ID    PIC X(8).
               10  EM-CLOSE-TIMESTAMP  PIC X(21).
               10  EM-RESOLUTION       PIC X(40).
               10  EM-ESCALATED-FLAG   PIC X(1).
               10  EM-RAISED-NOW       PIC X(1).
               10  EM-MATCHED-FLAG     PIC X(1).
                   88  EM-MATCHED              VALUE 'Y'.
      *    Closed HELLO.EXCSTAT rows, held as read and written back
      *    ahead of the open items on save.
       01  WS-CS-COUNT                 PIC 9(4)            VALUE 0.
       01  HELLO-CLOSED-STATUS-TABLE.
           05  CS-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-CS-COUNT.
               10  CS-ROW              PIC X(188).
               10  CS-ROW-KEY REDEFINES CS-ROW.
                   15  CS-TIMESTAMP    PIC X(21).
                   15  CS-PROGRAM      PIC X(8).
                   15  CS-SITE-CODE    PIC X(4).
                   15  FILLER          PIC X(10).
                   15  CS-REASON-CODE  PIC X(8).
                   15  FILLER          PIC X(137).
               10  CS-USED-FLAG        PIC X(1).
                   88  CS-USED                 VALUE 'Y'.
       01  WS-CS-IDX                   PIC 9(4)            VALUE 0.
       01  WS-LAST-CS-IDX              PIC 9(4)            VALUE 0.
       01  WS-CLOSED-SKIPPED           PIC 9(4)            VALUE 0.
       01  WS-RN-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-REASON-TABLE.
           05  RT-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-RN-COUNT.
               10  RT-REASON-CODE      PIC X(8).
               10  RT-TEXT             PIC X(40).
       01  WS-AG-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-AGING-TABLE.
           05  AG-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-AG-COUNT.
               10  AG-REASON-CODE      PIC X(8).
               10  AG-SEVERITY         PIC X(1).
               10  AG-BUCKET-COUNT     PIC 9(5) OCCURS 5 TIMES.
               10  AG-TOTAL            PIC 9(5).
       01  WS-ALL-BUCKETS                                  VALUE ZEROS.
           05  WS-ALL-BUCKET-COUNT     PIC 9(5) OCCURS 5 TIMES.
       01  WS-ALL-TOTAL                PIC 9(5)            VALUE 0.
       01  WS-WORK-IDX                 PIC 9(4).
       01  WS-MATCH-IDX                PIC 9(4)            VALUE 0.
       01  WS-LAST-MATCH-IDX           PIC 9(4)            VALUE 0.
       01  WS-SEARCH-START             PIC 9(5)            VALUE 0.
       01  WS-AG-IDX                   PIC 9(3)            VALUE 0.
       01  WS-RN-IDX                   PIC 9(3)            VALUE 0.
       01  WS-BUCKET-IDX               PIC 9(1)            VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(4)            VALUE 0.
       01  WS-ESCALATED-COUNT          PIC 9(4)            VALUE 0.
       01  WS-AS-OF-DATE               PIC 9(8)            VALUE 0.
       01  WS-AS-OF-INT                PIC 9(8)            VALUE 0.
       01  WS-ROW-DATE                 PIC X(8)    VALUE SPACES.
       01  WS-ROW-DATE-NUM             PIC 9(8)            VALUE 0.
       01  WS-ROW-INT                  PIC 9(8)            VALUE 0.
       01  WS-AGE-DAYS                 PIC 9(5)            VALUE 0.
       01  WS-CURRENT-SHIFT-RANK       PIC 9(1)            VALUE 0.
       01  WS-ROW-SHIFT-RANK           PIC 9(1)            VALUE 0.
       01  WS-RANK-SHIFT-CODE          PIC X(1)    VALUE SPACES.
       01  WS-RANK-RESULT              PIC 9(1)            VALUE 0.
       01  WS-EXC-SITE-CODE            PIC X(4)    VALUE SPACES.
       01  WS-EXC-TEXT                 PIC X(40)   VALUE SPACES.
       01  WS-EXO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-AGING-LINE.
           05  AL-REASON-CODE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  AL-SEVERITY             PIC X(1).
           05  FILLER                  PIC X(1).
           05  AL-TEXT                 PIC X(24).
           05  AL-BUCKET OCCURS 5 TIMES.
               10  FILLER              PIC X(1).
               10  AL-BUCKET-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(1).
           05  AL-TOTAL                PIC ZZZZ9.
           05  FILLER                  PIC X(9).
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-STATUS-READ       PIC 9(7).
           05  WS-CT-STATUS-WRITTEN    PIC 9(7).
           05  WS-CT-EXCEPTIONS        PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARM-RECORD
           IF RETURN-CODE = 0
               PERFORM LOAD-REASON-TABLE
               PERFORM LOAD-CLOSED-STATUS-ROWS
               PERFORM LOAD-EXCEPTION-TABLE
               PERFORM APPLY-STATUS-FILE
               PERFORM AGE-ONE-EXCEPTION
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-EM-COUNT
               PERFORM WRITE-AGING-REPORT
               IF RETURN-CODE < 16
                   PERFORM SAVE-STATUS-FILE
               END-IF
               IF WS-ESCALATED-COUNT > 0
                   DISPLAY 'HELLOEXA: ' WS-ESCALATED-COUNT
                       ' E-severity exception(s) still open after '
                       'the next cycle -- raised as EAOVRDUE'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           STOP RUN.

       READ-PARM-RECORD.
           OPEN INPUT HELLO-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'HELLOEXA: *** ERROR *** unable to open '
                   'HELLO.PARMS, status=' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ HELLO-PARM-FILE
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'HELLOEXA: *** ERROR *** unable to read '
                       'HELLO.PARMS, status=' WS-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE HELLO-PARM-FILE
           END-IF
           IF RETURN-CODE = 0
               IF HP-RUN-DATE IS NOT NUMERIC
                   DISPLAY 'HELLOEXA: *** ERROR *** run date '
                       HP-RUN-DATE ' in HELLO.PARMS is not numeric'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE HP-RUN-DATE TO WS-AS-OF-DATE
                   COMPUTE WS-AS-OF-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                   MOVE HP-SHIFT-CODE TO WS-RANK-SHIFT-CODE
                   PERFORM RANK-SHIFT-CODE
                   MOVE WS-RANK-RESULT TO WS-CURRENT-SHIFT-RANK
               END-IF
           END-IF.

       RANK-SHIFT-CODE.
           EVALUATE WS-RANK-SHIFT-CODE
               WHEN 'D' MOVE 1 TO WS-RANK-RESULT
               WHEN 'E' MOVE 2 TO WS-RANK-RESULT
               WHEN 'N' MOVE 3 TO WS-RANK-RESULT
               WHEN OTHER MOVE 0 TO WS-RANK-RESULT
           END-EVALUATE.

       LOAD-REASON-TABLE.
           OPEN INPUT HELLO-REASON-FILE
           IF WS-RSN-STATUS NOT = '00'
               DISPLAY 'HELLOEXA: *** WARNING *** HELLO.REASONS not '
                   'found or empty, status=' WS-RSN-STATUS
                   ' -- report printed without descriptions'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL WS-RSN-EOF
                   READ HELLO-REASON-FILE
                       AT END
                           SET WS-RSN-EOF TO TRUE
                       NOT AT END
                           IF WS-RN-COUNT >= 200
                               DISPLAY 'HELLOEXA: *** ERROR *** '
                                   'HELLO.REASONS has more than 200 '
                                   'rows -- extra rows ignored'
                               SET WS-RSN-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-RN-COUNT
                               MOVE RN-REASON-CODE
                                   TO RT-REASON-CODE(WS-RN-COUNT)
                               MOVE RN-TEXT
                                   TO RT-TEXT(WS-RN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-REASON-FILE.

       LOAD-EXCEPTION-TABLE.
           OPEN INPUT HELLO-EXC-FILE
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY 'HELLOEXA: HELLO.EXCEPT not found or empty, '
                   'status=' WS-EXC-STATUS ' -- nothing to age'
           ELSE
               PERFORM UNTIL WS-EXC-EOF
                   READ HELLO-EXC-FILE
                       AT END
                           SET WS-EXC-EOF TO TRUE
                       NOT AT END
                           PERFORM FIND-CLOSED-STATUS-ROW
                           IF WS-CLOSED-FOUND
                               ADD 1 TO WS-CLOSED-SKIPPED
                           ELSE
                               IF WS-EM-COUNT >= 5000
                                   DISPLAY 'HELLOEXA: *** ERROR *** '
                                       'HELLO.EXCEPT has more than '
                                       '5000 open rows -- extra rows '
                                       'ignored'
                                   MOVE 16 TO RETURN-CODE
                                   SET WS-EXC-EOF TO TRUE
                               ELSE
                                   PERFORM ADD-EXCEPTION-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-EXC-FILE.

      *    Closed items are not aged again; their status rows are
      *    only held here to be written back as they were read.
       LOAD-CLOSED-STATUS-ROWS.
           OPEN INPUT HELLO-EXS-FILE
           IF WS-EXS-STATUS = '00'
               PERFORM UNTIL WS-EXS-EOF
                   READ HELLO-EXS-FILE
                       AT END
                           SET WS-EXS-EOF TO TRUE
                       NOT AT END
                           IF XS-STATUS-CLOSED
                               PERFORM HOLD-CLOSED-STATUS-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-EXS-FILE
           MOVE 'N' TO WS-EXS-EOF-SWITCH.

       HOLD-CLOSED-STATUS-ROW.
           IF WS-CS-COUNT >= 5000
               DISPLAY 'HELLOEXA: *** ERROR *** HELLO.EXCSTAT has more '
                   'than 5000 closed rows -- run the HELLOHKP purge'
               MOVE 16 TO RETURN-CODE
               SET WS-EXS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CS-COUNT
               MOVE HELLO-EXC-STATUS-RECORD TO CS-ROW(WS-CS-COUNT)
               MOVE 'N' TO CS-USED-FLAG(WS-CS-COUNT)
           END-IF.

       FIND-CLOSED-STATUS-ROW.
      * Same search as APPLY-ONE-STATUS-ROW: from just past the last
      * closed row found, wrapping round once.
           MOVE 'N' TO WS-CLOSED-FOUND-SWITCH
           COMPUTE WS-SEARCH-START = WS-LAST-CS-IDX + 1
           PERFORM VARYING WS-CS-IDX FROM WS-SEARCH-START BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
                       OR WS-CLOSED-FOUND
               PERFORM MATCH-CLOSED-ROW
           END-PERFORM
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-LAST-CS-IDX
                       OR WS-CLOSED-FOUND
               PERFORM MATCH-CLOSED-ROW
           END-PERFORM.

      * The key is not unique on its own -- rows written within the
      * same hundredth of a second share it -- so each closed row is
      * paired with one exception only, in file order.
       MATCH-CLOSED-ROW.
           IF NOT CS-USED(WS-CS-IDX)
               AND CS-TIMESTAMP(WS-CS-IDX) = EX-TIMESTAMP
               AND CS-PROGRAM(WS-CS-IDX) = EX-PROGRAM
               AND CS-SITE-CODE(WS-CS-IDX) = EX-SITE-CODE
               AND CS-REASON-CODE(WS-CS-IDX) = EX-REASON-CODE
               MOVE WS-CS-IDX TO WS-LAST-CS-IDX
               SET CS-USED(WS-CS-IDX) TO TRUE
               SET WS-CLOSED-FOUND TO TRUE
           END-IF.

       ADD-EXCEPTION-ENTRY.
           ADD 1 TO WS-EM-COUNT
           MOVE EX-TIMESTAMP   TO EM-TIMESTAMP(WS-EM-COUNT)
           MOVE EX-PROGRAM     TO EM-PROGRAM(WS-EM-COUNT)
           MOVE EX-SITE-CODE   TO EM-SITE-CODE(WS-EM-COUNT)
           MOVE EX-RUN-DATE    TO EM-RUN-DATE(WS-EM-COUNT)
           MOVE EX-SHIFT-CODE  TO EM-SHIFT-CODE(WS-EM-COUNT)
           MOVE EX-SEVERITY    TO EM-SEVERITY(WS-EM-COUNT)
           MOVE EX-REASON-CODE TO EM-REASON-CODE(WS-EM-COUNT)
           MOVE EX-TEXT        TO EM-TEXT(WS-EM-COUNT)
           MOVE 'O'            TO EM-STATUS(WS-EM-COUNT)
           MOVE SPACES         TO EM-ACK-USER-ID(WS-EM-COUNT)
           MOVE SPACES         TO EM-ACK-TIMESTAMP(WS-EM-COUNT)
           MOVE SPACES         TO EM-OWNER-ID(WS-EM-COUNT)
           MOVE SPACES         TO EM-ASSIGN-USER-ID(WS-EM-COUNT)
           MOVE SPACES         TO EM-ASSIGN-TIMESTAMP(WS-EM-COUNT)
           MOVE SPACES         TO EM-CLOSE-USER-ID(WS-EM-COUNT)
           MOVE SPACES         TO EM-CLOSE-TIMESTAMP(WS-EM-COUNT)
           MOVE SPACES         TO EM-RESOLUTION(WS-EM-COUNT)
           MOVE 'N'            TO EM-ESCALATED-FLAG(WS-EM-COUNT)
           MOVE 'N'            TO EM-RAISED-NOW(WS-EM-COUNT)
           MOVE 'N'            TO EM-MATCHED-FLAG(WS-EM-COUNT).

       APPLY-STATUS-FILE.
           OPEN INPUT HELLO-EXS-FILE
           IF WS-EXS-STATUS = '00'
               PERFORM UNTIL WS-EXS-EOF
                   READ HELLO-EXS-FILE
                       AT END
                           SET WS-EXS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-STATUS-READ
                           IF NOT XS-STATUS-CLOSED
                               PERFORM APPLY-ONE-STATUS-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-EXS-FILE
           IF WS-ORPHAN-COUNT > 0
               DISPLAY 'HELLOEXA: ' WS-ORPHAN-COUNT ' HELLO.EXCSTAT '
                   'row(s) no longer match HELLO.EXCEPT -- dropped'
           END-IF.

       APPLY-ONE-STATUS-ROW.
      * Status rows are saved in HELLO.EXCEPT order, so the search
      * starts just past the last match and only wraps round when
      * the feed has been reordered.
           MOVE 'N' TO WS-MATCH-FOUND-SWITCH
           COMPUTE WS-SEARCH-START = WS-LAST-MATCH-IDX + 1
           PERFORM VARYING WS-WORK-IDX FROM WS-SEARCH-START BY 1
                   UNTIL WS-WORK-IDX > WS-EM-COUNT
                       OR WS-MATCH-FOUND
               PERFORM MATCH-STATUS-ROW
           END-PERFORM
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-LAST-MATCH-IDX
                       OR WS-MATCH-FOUND
               PERFORM MATCH-STATUS-ROW
           END-PERFORM
           IF WS-MATCH-FOUND
               MOVE WS-MATCH-IDX TO WS-LAST-MATCH-IDX
               MOVE XS-STATUS     TO EM-STATUS(WS-MATCH-IDX)
               MOVE XS-ACK-USER-ID
                   TO EM-ACK-USER-ID(WS-MATCH-IDX)
               MOVE XS-ACK-TIMESTAMP
                   TO EM-ACK-TIMESTAMP(WS-MATCH-IDX)
               MOVE XS-OWNER-ID   TO EM-OWNER-ID(WS-MATCH-IDX)
               MOVE XS-ASSIGN-USER-ID
                   TO EM-ASSIGN-USER-ID(WS-MATCH-IDX)
               MOVE XS-ASSIGN-TIMESTAMP
                   TO EM-ASSIGN-TIMESTAMP(WS-MATCH-IDX)
               MOVE XS-CLOSE-USER-ID
                   TO EM-CLOSE-USER-ID(WS-MATCH-IDX)
               MOVE XS-CLOSE-TIMESTAMP
                   TO EM-CLOSE-TIMESTAMP(WS-MATCH-IDX)
               MOVE XS-RESOLUTION TO EM-RESOLUTION(WS-MATCH-IDX)
               MOVE XS-ESCALATED-FLAG
                   TO EM-ESCALATED-FLAG(WS-MATCH-IDX)
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF.

      * As in MATCH-CLOSED-ROW, an exception already paired with a
      * status row is not paired again.
       MATCH-STATUS-ROW.
           IF NOT EM-MATCHED(WS-WORK-IDX)
               AND EM-TIMESTAMP(WS-WORK-IDX) = XS-TIMESTAMP
               AND EM-PROGRAM(WS-WORK-IDX) = XS-PROGRAM
               AND EM-SITE-CODE(WS-WORK-IDX) = XS-SITE-CODE
               AND EM-REASON-CODE(WS-WORK-IDX) = XS-REASON-CODE
               MOVE WS-WORK-IDX TO WS-MATCH-IDX
               SET EM-MATCHED(WS-WORK-IDX) TO TRUE
               SET WS-MATCH-FOUND TO TRUE
           END-IF.

       AGE-ONE-EXCEPTION.
           IF EM-STATUS(WS-WORK-IDX) NOT = 'C'
      * A row raised before the run date was known (HWPARMIO and
      * the like) is aged from the day it was written.
               IF EM-RUN-DATE(WS-WORK-IDX) IS NUMERIC
                   MOVE EM-RUN-DATE(WS-WORK-IDX) TO WS-ROW-DATE
               ELSE
                   MOVE EM-TIMESTAMP(WS-WORK-IDX)(1:8) TO WS-ROW-DATE
               END-IF
               MOVE 0 TO WS-AGE-DAYS
               IF WS-ROW-DATE IS NUMERIC
                   MOVE WS-ROW-DATE TO WS-ROW-DATE-NUM
                   COMPUTE WS-ROW-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM)
                   IF WS-ROW-INT > 0 AND WS-ROW-INT < WS-AS-OF-INT
                       COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-ROW-INT
                   END-IF
               END-IF
               PERFORM FIND-AGING-ENTRY
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 1  MOVE 1 TO WS-BUCKET-IDX
                   WHEN WS-AGE-DAYS <= 3  MOVE 2 TO WS-BUCKET-IDX
                   WHEN WS-AGE-DAYS <= 7  MOVE 3 TO WS-BUCKET-IDX
                   WHEN WS-AGE-DAYS <= 30 MOVE 4 TO WS-BUCKET-IDX
                   WHEN OTHER             MOVE 5 TO WS-BUCKET-IDX
               END-EVALUATE
               IF WS-AG-IDX > 0
                   ADD 1 TO AG-BUCKET-COUNT(WS-AG-IDX, WS-BUCKET-IDX)
                   ADD 1 TO AG-TOTAL(WS-AG-IDX)
               END-IF
               ADD 1 TO WS-ALL-BUCKET-COUNT(WS-BUCKET-IDX)
               ADD 1 TO WS-ALL-TOTAL
               IF EM-SEVERITY(WS-WORK-IDX) = 'E'
                   AND EM-ESCALATED-FLAG(WS-WORK-IDX) NOT = 'Y'
                   AND EM-REASON-CODE(WS-WORK-IDX) NOT = 'EAOVRDUE'
                   PERFORM CHECK-NEXT-CYCLE-PASSED
               END-IF
           END-IF.

       FIND-AGING-ENTRY.
           MOVE 0 TO WS-AG-IDX
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-AG-COUNT
                       OR WS-AG-IDX > 0
               IF AG-REASON-CODE(WS-MATCH-IDX) =
                       EM-REASON-CODE(WS-WORK-IDX)
                   MOVE WS-MATCH-IDX TO WS-AG-IDX
               END-IF
           END-PERFORM
           IF WS-AG-IDX = 0
               IF WS-AG-COUNT >= 200
                   DISPLAY 'HELLOEXA: *** ERROR *** more than 200 '
                       'reason codes open -- '
                       EM-REASON-CODE(WS-WORK-IDX)
                       ' counted in the total only'
               ELSE
                   ADD 1 TO WS-AG-COUNT
                   MOVE WS-AG-COUNT TO WS-AG-IDX
                   MOVE EM-REASON-CODE(WS-WORK-IDX)
                       TO AG-REASON-CODE(WS-AG-IDX)
                   MOVE EM-SEVERITY(WS-WORK-IDX)
                       TO AG-SEVERITY(WS-AG-IDX)
                   PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                           UNTIL WS-BUCKET-IDX > 5
                       MOVE 0 TO AG-BUCKET-COUNT(WS-AG-IDX,
                                                 WS-BUCKET-IDX)
                   END-PERFORM
                   MOVE 0 TO AG-TOTAL(WS-AG-IDX)
               END-IF
           END-IF.

       CHECK-NEXT-CYCLE-PASSED.
      * The item's own cycle is behind the cycle in HELLO.PARMS when
      * it is for an earlier run date, or for an earlier shift of
      * the same run date (D, then E, then N).
           MOVE EM-SHIFT-CODE(WS-WORK-IDX) TO WS-RANK-SHIFT-CODE
           PERFORM RANK-SHIFT-CODE
           MOVE WS-RANK-RESULT TO WS-ROW-SHIFT-RANK
           IF WS-ROW-DATE < HP-RUN-DATE
               OR (WS-ROW-DATE = HP-RUN-DATE
                   AND WS-ROW-SHIFT-RANK < WS-CURRENT-SHIFT-RANK)
               PERFORM ESCALATE-ONE-EXCEPTION
           END-IF.

       ESCALATE-ONE-EXCEPTION.
           MOVE EM-SITE-CODE(WS-WORK-IDX) TO WS-EXC-SITE-CODE
           MOVE SPACES TO WS-EXC-TEXT
           STRING 'E ITEM ' DELIMITED BY SIZE
                   EM-REASON-CODE(WS-WORK-IDX) DELIMITED BY SPACE
                   ' OF ' DELIMITED BY SIZE
                   WS-ROW-DATE DELIMITED BY SIZE
                   ' STILL OPEN' DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           PERFORM WRITE-EXCEPTION-RECORD
      * Without its EAOVRDUE row the item is left unescalated, so
      * the next run raises it again.
           IF WS-EXC-WRITTEN
               MOVE 'Y' TO EM-ESCALATED-FLAG(WS-WORK-IDX)
               MOVE 'Y' TO EM-RAISED-NOW(WS-WORK-IDX)
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'N' TO WS-EXC-WRITTEN-SWITCH
      * Rows written within the same hundredth of a second would
      * share the HELLO.EXCSTAT key, so wait for the clock to move.
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           PERFORM UNTIL EX-TIMESTAMP(1:16)
                   NOT = WS-LAST-EXC-TIMESTAMP(1:16)
               MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           END-PERFORM
           MOVE EX-TIMESTAMP TO WS-LAST-EXC-TIMESTAMP
           MOVE WS-JOB-NAME      TO EX-PROGRAM
           MOVE WS-EXC-SITE-CODE TO EX-SITE-CODE
           MOVE HP-RUN-DATE      TO EX-RUN-DATE
           MOVE HP-SHIFT-CODE    TO EX-SHIFT-CODE
           MOVE 'E'              TO EX-SEVERITY
           MOVE 'EAOVRDUE'       TO EX-REASON-CODE
           MOVE WS-EXC-TEXT      TO EX-TEXT
           OPEN EXTEND HELLO-EXC-FILE
           IF WS-EXC-STATUS NOT = '00' AND WS-EXC-STATUS NOT = '05'
               DISPLAY 'HELLOEXA: *** WARNING *** unable to open '
                   'HELLO.EXCEPT, status=' WS-EXC-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE HELLO-EXCEPTION-RECORD
               IF WS-EXC-STATUS = '00'
                   SET WS-EXC-WRITTEN TO TRUE
                   ADD 1 TO WS-CT-EXCEPTIONS
               ELSE
                   DISPLAY 'HELLOEXA: *** WARNING *** unable to '
                       'write HELLO.EXCEPT, status=' WS-EXC-STATUS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE HELLO-EXC-FILE
           END-IF.

       SAVE-STATUS-FILE.
           OPEN OUTPUT HELLO-EXS-FILE
           IF WS-EXS-STATUS NOT = '00' AND WS-EXS-STATUS NOT = '05'
               DISPLAY 'HELLOEXA: *** ERROR *** unable to rewrite '
                   'HELLO.EXCSTAT, status=' WS-EXS-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                       UNTIL WS-CS-IDX > WS-CS-COUNT
                   WRITE HELLO-EXC-STATUS-RECORD
                       FROM CS-ROW(WS-CS-IDX)
                   ADD 1 TO WS-CT-STATUS-WRITTEN
               END-PERFORM
               PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-EM-COUNT
                   PERFORM WRITE-STATUS-ROW
               END-PERFORM
               CLOSE HELLO-EXS-FILE
           END-IF.

       WRITE-STATUS-ROW.
           MOVE EM-TIMESTAMP(WS-WORK-IDX)   TO XS-TIMESTAMP
           MOVE EM-PROGRAM(WS-WORK-IDX)     TO XS-PROGRAM
           MOVE EM-SITE-CODE(WS-WORK-IDX)   TO XS-SITE-CODE
           MOVE EM-RUN-DATE(WS-WORK-IDX)    TO XS-RUN-DATE
           MOVE EM-SHIFT-CODE(WS-WORK-IDX)  TO XS-SHIFT-CODE
           MOVE EM-SEVERITY(WS-WORK-IDX)    TO XS-SEVERITY
           MOVE EM-REASON-CODE(WS-WORK-IDX) TO XS-REASON-CODE
           MOVE EM-STATUS(WS-WORK-IDX)      TO XS-STATUS
           MOVE EM-ACK-USER-ID(WS-WORK-IDX) TO XS-ACK-USER-ID
           MOVE EM-ACK-TIMESTAMP(WS-WORK-IDX)
               TO XS-ACK-TIMESTAMP
           MOVE EM-OWNER-ID(WS-WORK-IDX)    TO XS-OWNER-ID
           MOVE EM-ASSIGN-USER-ID(WS-WORK-IDX)
               TO XS-ASSIGN-USER-ID
           MOVE EM-ASSIGN-TIMESTAMP(WS-WORK-IDX)
               TO XS-ASSIGN-TIMESTAMP
           MOVE EM-CLOSE-USER-ID(WS-WORK-IDX)
               TO XS-CLOSE-USER-ID
           MOVE EM-CLOSE-TIMESTAMP(WS-WORK-IDX)
               TO XS-CLOSE-TIMESTAMP
           MOVE EM-RESOLUTION(WS-WORK-IDX)  TO XS-RESOLUTION
           MOVE EM-ESCALATED-FLAG(WS-WORK-IDX)
               TO XS-ESCALATED-FLAG
           WRITE HELLO-EXC-STATUS-RECORD
           ADD 1 TO WS-CT-STATUS-WRITTEN.

       WRITE-AGING-REPORT.
           OPEN OUTPUT HELLO-EXO-FILE
           IF WS-EXO-STATUS NOT = '00'
               DISPLAY 'HELLOEXA: *** WARNING *** unable to open '
                   'HELLO.EXCAGING, status=' WS-EXO-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'HELLO OPEN-EXCEPTION AGING REPORT' TO WS-EXO-LINE
               WRITE HELLO-EXO-RECORD FROM WS-EXO-LINE
               MOVE SPACES TO WS-EXO-LINE
               STRING 'AS OF RUN DATE ' DELIMITED BY SIZE
                       HP-RUN-DATE DELIMITED BY SIZE
                       '  SHIFT ' DELIMITED BY SIZE
                       HP-SHIFT-CODE DELIMITED BY SIZE
                       '  (AGE IN DAYS SINCE THE CYCLE RAISED IT)'
                           DELIMITED BY SIZE
                   INTO WS-EXO-LINE
               WRITE HELLO-EXO-RECORD FROM WS-EXO-LINE
               MOVE SPACES TO WS-EXO-LINE
               WRITE HELLO-EXO-RECORD FROM WS-EXO-LINE
               MOVE SPACES TO WS-EXO-LINE
               STRING 'REASON   V DESCRIPTION             '
                           DELIMITED BY SIZE
                       '  0-1D  2-3D  4-7D 8-30D  31D+ TOTAL'
                           DELIMITED BY SIZE
                   INTO WS-EXO-LINE
               WRITE HELLO-EXO-RECORD FROM WS-EXO-LINE
               PERFORM WRITE-REASON-LINE
                   VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               MOVE SPACES TO WS-AGING-LINE
               MOVE 'ALL OPEN' TO AL-REASON-CODE
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 5
                   MOVE WS-ALL-BUCKET-COUNT(WS-BUCKET-IDX)
                       TO AL-BUCKET-COUNT(WS-BUCKET-IDX)
               END-PERFORM
               MOVE WS-ALL-TOTAL TO AL-TOTAL
               WRITE HELLO-EXO-RECORD FROM WS-AGING-LINE
               MOVE SPACES TO WS-EXO-LINE
               WRITE HELLO-EXO-RECORD FROM WS-EXO-LINE
               MOVE WS-ESCALATED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-EXO-LINE
               STRING WS-COUNT-EDIT DELIMITED BY SIZE
                       ' E-SEVERITY ITEM(S) STILL OPEN AFTER THE '
                           DELIMITED BY SIZE
                       'NEXT CYCLE, RAISED AS EAOVRDUE'
                           DELIMITED BY SIZE
                   INTO WS-EXO-LINE
               WRITE HELLO-EXO-RECORD FROM WS-EXO-LINE
               PERFORM WRITE-ESCALATED-LINE
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-EM-COUNT
               MOVE 'END OF REPORT' TO WS-EXO-LINE
               WRITE HELLO-EXO-RECORD FROM WS-EXO-LINE
               CLOSE HELLO-EXO-FILE
           END-IF.

       WRITE-REASON-LINE.
           MOVE SPACES TO WS-AGING-LINE
           MOVE AG-REASON-CODE(WS-AG-IDX) TO AL-REASON-CODE
           MOVE AG-SEVERITY(WS-AG-IDX)    TO AL-SEVERITY
           MOVE '*** NOT IN HELLO.REASONS' TO AL-TEXT
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
               IF RT-REASON-CODE(WS-RN-IDX) = AG-REASON-CODE(WS-AG-IDX)
                   MOVE RT-TEXT(WS-RN-IDX) TO AL-TEXT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               MOVE AG-BUCKET-COUNT(WS-AG-IDX, WS-BUCKET-IDX)
                   TO AL-BUCKET-COUNT(WS-BUCKET-IDX)
           END-PERFORM
           MOVE AG-TOTAL(WS-AG-IDX) TO AL-TOTAL
           WRITE HELLO-EXO-RECORD FROM WS-AGING-LINE.

       WRITE-ESCALATED-LINE.
      * Lists only the items raised again on this run; earlier
      * escalations are already on HELLO.EXCEPT as EAOVRDUE rows.
           IF EM-RAISED-NOW(WS-WORK-IDX) = 'Y'
               MOVE SPACES TO WS-EXO-LINE
               STRING '  ' DELIMITED BY SIZE
                       EM-REASON-CODE(WS-WORK-IDX) DELIMITED BY SIZE
                       ' SITE ' DELIMITED BY SIZE
                       EM-SITE-CODE(WS-WORK-IDX) DELIMITED BY SIZE
                       ' RUN DATE ' DELIMITED BY SIZE
                       EM-RUN-DATE(WS-WORK-IDX) DELIMITED BY SIZE
                       ' SHIFT ' DELIMITED BY SIZE
                       EM-SHIFT-CODE(WS-WORK-IDX) DELIMITED BY SIZE
                       ' OWNER ' DELIMITED BY SIZE
                       EM-OWNER-ID(WS-WORK-IDX) DELIMITED BY SIZE
                   INTO WS-EXO-LINE
               WRITE HELLO-EXO-RECORD FROM WS-EXO-LINE
           END-IF.

      *    One HELLO.CTLTOT row per file this step read or wrote,
      *    for the HELLOBAL balancing step. A ledger that cannot
      *    be opened does not fail the step -- HELLOBAL reports
      *    the missing totals instead.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLOEXA: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOEXC' TO CT-FILE-ID
               COMPUTE CT-READ-COUNT = WS-EM-COUNT + WS-CLOSED-SKIPPED
               MOVE WS-CT-EXCEPTIONS TO CT-WRITTEN-COUNT
               MOVE WS-CLOSED-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOEXS' TO CT-FILE-ID
               MOVE WS-CT-STATUS-READ TO CT-READ-COUNT
               MOVE WS-CT-STATUS-WRITTEN TO CT-WRITTEN-COUNT
               MOVE WS-ORPHAN-COUNT TO CT-REJECTED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLORSN' TO CT-FILE-ID
               MOVE WS-RN-COUNT TO CT-READ-COUNT
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
