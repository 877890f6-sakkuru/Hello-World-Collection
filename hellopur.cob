      ***************************************************************
      * Modification history
      *   2026-08-22  Initial version.
      *   2026-10-15  Keep-table row widened to carry the audit row's
      *                new snapshot ID.
      *   2026-10-15  Exceptions closed before the cutoff are rolled
      *                off too: the HELLO.EXCEPT row and its
      *                HELLO.EXCSTAT row go to HELLO.EXCARCH as one
      *                row, written only once HELLO.EXCEPT has been
      *                rewritten without them. Open items stay put.
      *   2026-10-15  A closed item takes one HELLO.EXCEPT row only;
      *                a second row with the same key stays live
      *                instead of overwriting the first in the
      *                archive.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOPUR.
           SELECT OPTIONAL HELLO-CKPT-ARCH-FILE ASSIGN TO "HELLOCKA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-ARCH-STATUS.
           SELECT OPTIONAL HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL HELLO-EXS-FILE ASSIGN TO "HELLOEXS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXS-STATUS.
           SELECT OPTIONAL HELLO-EXC-ARCH-FILE ASSIGN TO "HELLOEXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-ARCH-STATUS.
           SELECT HELLO-PUO-FILE ASSIGN TO "HELLOPUO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUO-STATUS.
       FD  HELLO-CKPT-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCKA.
       FD  HELLO-EXC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXC.
       FD  HELLO-EXS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXS.
       FD  HELLO-EXC-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXR.
       FD  HELLO-PUO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOPUO.
       01  WS-AUD-ARCH-STATUS          PIC XX              VALUE '00'.
       01  WS-CKP-ARCH-STATUS          PIC XX              VALUE '00'.
       01  WS-PUO-STATUS               PIC XX              VALUE '00'.
       01  WS-EXC-STATUS               PIC XX              VALUE '00'.
       01  WS-EXS-STATUS               PIC XX              VALUE '00'.
       01  WS-EXC-ARCH-STATUS          PIC XX              VALUE '00'.
       01  WS-EXC-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXC-EOF                                  VALUE 'Y'.
       01  WS-EXS-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXS-EOF                                  VALUE 'Y'.
       01  WS-PG-FOUND-SWITCH          PIC X               VALUE 'N'.
           88  WS-PG-FOUND                                 VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH         PIC X               VALUE 'N'.
           88  WS-AUDIT-EOF                                VALUE 'Y'.
       01  WS-CKPT-EOF-SWITCH          PIC X               VALUE 'N'.
       01  WS-AUD-KEPT                 PIC 9(5)            VALUE 0.
       01  WS-CKP-ARCHIVED             PIC 9(5)            VALUE 0.
       01  WS-CKP-KEPT                 PIC 9(5)            VALUE 0.
       01  WS-EXC-ARCHIVED             PIC 9(5)            VALUE 0.
       01  WS-EXC-KEPT                 PIC 9(5)            VALUE 0.
       01  WS-EXS-ARCHIVED             PIC 9(5)            VALUE 0.
       01  WS-EXS-KEPT                 PIC 9(5)            VALUE 0.
       01  WS-PG-DEFERRED              PIC 9(5)            VALUE 0.
       01  WS-KEEP-COUNT               PIC 9(4)            VALUE 0.
       01  HELLO-KEEP-TABLE.
           05  KP-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-KEEP-COUNT.
               10  KP-ROW              PIC X(120).
      *    HELLO.EXCSTAT rows kept live, and the closed items due
      *    for the archive (status row, then its exception row once
      *    HELLO.EXCEPT has been read).
       01  WS-SK-COUNT                 PIC 9(4)            VALUE 0.
       01  HELLO-STATUS-KEEP-TABLE.
           05  SK-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-SK-COUNT.
               10  SK-ROW              PIC X(188).
       01  WS-PG-COUNT                 PIC 9(4)            VALUE 0.
       01  HELLO-PURGE-ITEM-TABLE.
           05  PG-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-PG-COUNT.
               10  PG-STATUS-ROW       PIC X(188).
               10  PG-STATUS-KEY REDEFINES PG-STATUS-ROW.
                   15  PG-TIMESTAMP    PIC X(21).
                   15  PG-PROGRAM      PIC X(8).
                   15  PG-SITE-CODE    PIC X(4).
                   15  FILLER          PIC X(10).
                   15  PG-REASON-CODE  PIC X(8).
                   15  FILLER          PIC X(137).
               10  PG-EXC-ROW          PIC X(100).
               10  PG-USED-FLAG        PIC X(1).
                   88  PG-USED                 VALUE 'Y'.
       01  WS-PG-IDX                   PIC 9(4)            VALUE 0.
       01  WS-LAST-PG-IDX              PIC 9(4)            VALUE 0.
       01  WS-SEARCH-START             PIC 9(5)            VALUE 0.
       01  WS-WORK-IDX                 PIC 9(4).
       01  WS-PUO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
           IF WS-PARMS-VALID
               PERFORM PURGE-AUDIT-FILE
               PERFORM PURGE-CKPT-FILE
               PERFORM PURGE-EXCEPTION-FILES
               PERFORM WRITE-PURGE-REPORT
           END-IF
           STOP RUN.
               END-IF
           END-IF.

      *    A closed exception leaves both files together. Its
      *    HELLO.EXCSTAT row is picked out first; HELLO.EXCEPT is
      *    rewritten without the picked items, and only then are
      *    they archived and HELLO.EXCSTAT rewritten in turn, so a
      *    failure part way never leaves an item nowhere.
       PURGE-EXCEPTION-FILES.
           MOVE 0 TO WS-KEEP-COUNT
           MOVE 'Y' TO WS-SPLIT-OK-SWITCH
           PERFORM SPLIT-STATUS-FILE
           MOVE WS-SK-COUNT TO WS-EXS-KEPT
           IF WS-SPLIT-OK AND WS-PG-COUNT = 0
               DISPLAY 'HELLOPUR: no exception closed before the '
                   'cutoff -- HELLO.EXCEPT left as is'
           END-IF
           IF WS-SPLIT-OK AND WS-PG-COUNT > 0
               OPEN EXTEND HELLO-EXC-ARCH-FILE
               IF WS-EXC-ARCH-STATUS NOT = '00'
                   AND WS-EXC-ARCH-STATUS NOT = '05'
                   DISPLAY 'HELLOPUR: *** ERROR *** unable to open '
                       'HELLO.EXCARCH, status=' WS-EXC-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM SPLIT-EXCEPTION-FILE
                   IF WS-SPLIT-OK
                       PERFORM REWRITE-EXCEPTION-FILE
                   END-IF
                   CLOSE HELLO-EXC-ARCH-FILE
               END-IF
           END-IF
           IF WS-PG-DEFERRED > 0
               DISPLAY 'HELLOPUR: ' WS-PG-DEFERRED ' closed '
                   'exception(s) past the cutoff left for the next run'
           END-IF.

       SPLIT-STATUS-FILE.
           OPEN INPUT HELLO-EXS-FILE
           IF WS-EXS-STATUS NOT = '00'
               DISPLAY 'HELLOPUR: HELLO.EXCSTAT not found or empty, '
                   'status=' WS-EXS-STATUS ' -- nothing to purge'
               CLOSE HELLO-EXS-FILE
           ELSE
               PERFORM UNTIL WS-EXS-EOF
                   READ HELLO-EXS-FILE
                       AT END
                           SET WS-EXS-EOF TO TRUE
                       NOT AT END
                           PERFORM SPLIT-STATUS-ROW
                   END-READ
               END-PERFORM
               CLOSE HELLO-EXS-FILE
           END-IF.

      *    Items closed before the cutoff go to the archive, up to
      *    a table's worth a run; any more stay live until the next.
       SPLIT-STATUS-ROW.
           MOVE XS-CLOSE-TIMESTAMP(1:8) TO WS-ROW-DATE
           IF XS-STATUS-CLOSED AND WS-ROW-DATE < WS-CUTOFF-DATE
               AND WS-PG-COUNT < 5000
               ADD 1 TO WS-PG-COUNT
               MOVE HELLO-EXC-STATUS-RECORD
                   TO PG-STATUS-ROW(WS-PG-COUNT)
               MOVE SPACES TO PG-EXC-ROW(WS-PG-COUNT)
               MOVE 'N' TO PG-USED-FLAG(WS-PG-COUNT)
           ELSE
               IF XS-STATUS-CLOSED AND WS-ROW-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-PG-DEFERRED
               END-IF
               IF WS-SK-COUNT >= 5000
                   DISPLAY 'HELLOPUR: *** ERROR *** more than 5000 '
                       'HELLO.EXCSTAT rows to keep -- files left '
                       'as is, shorten the retention period'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-SPLIT-OK-SWITCH
                   SET WS-EXS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-SK-COUNT
                   MOVE HELLO-EXC-STATUS-RECORD
                       TO SK-ROW(WS-SK-COUNT)
               END-IF
           END-IF.

       SPLIT-EXCEPTION-FILE.
           OPEN INPUT HELLO-EXC-FILE
           IF WS-EXC-STATUS NOT = '00' AND WS-EXC-STATUS NOT = '05'
               DISPLAY 'HELLOPUR: *** ERROR *** unable to open '
                   'HELLO.EXCEPT, status=' WS-EXC-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-SPLIT-OK-SWITCH
           ELSE
               PERFORM UNTIL WS-EXC-EOF
                   READ HELLO-EXC-FILE
                       AT END
                           SET WS-EXC-EOF TO TRUE
                       NOT AT END
                           PERFORM SPLIT-EXCEPTION-ROW
                   END-READ
               END-PERFORM
               CLOSE HELLO-EXC-FILE
           END-IF.

       SPLIT-EXCEPTION-ROW.
           PERFORM FIND-PURGE-ITEM
           IF WS-PG-FOUND
               MOVE HELLO-EXCEPTION-RECORD
                   TO PG-EXC-ROW(WS-LAST-PG-IDX)
               ADD 1 TO WS-EXC-ARCHIVED
           ELSE
               IF WS-KEEP-COUNT >= 5000
                   DISPLAY 'HELLOPUR: *** ERROR *** more than 5000 '
                       'HELLO.EXCEPT rows to keep -- files left '
                       'as is, shorten the retention period'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-SPLIT-OK-SWITCH
                   SET WS-EXC-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE HELLO-EXCEPTION-RECORD
                       TO KP-ROW(WS-KEEP-COUNT)
                   ADD 1 TO WS-EXC-KEPT
               END-IF
           END-IF.

      *    Status rows are saved in HELLO.EXCEPT order, so the search
      *    starts just past the last item found and wraps round once.
      *    Rows written within the same hundredth of a second share
      *    the key, so an item already holding its exception row is
      *    passed over and the next row with that key is kept live.
       FIND-PURGE-ITEM.
           MOVE 'N' TO WS-PG-FOUND-SWITCH
           COMPUTE WS-SEARCH-START = WS-LAST-PG-IDX + 1
           PERFORM VARYING WS-PG-IDX FROM WS-SEARCH-START BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
                       OR WS-PG-FOUND
               PERFORM MATCH-PURGE-ITEM
           END-PERFORM
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-LAST-PG-IDX
                       OR WS-PG-FOUND
               PERFORM MATCH-PURGE-ITEM
           END-PERFORM.

       MATCH-PURGE-ITEM.
           IF NOT PG-USED(WS-PG-IDX)
               AND PG-TIMESTAMP(WS-PG-IDX) = EX-TIMESTAMP
               AND PG-PROGRAM(WS-PG-IDX) = EX-PROGRAM
               AND PG-SITE-CODE(WS-PG-IDX) = EX-SITE-CODE
               AND PG-REASON-CODE(WS-PG-IDX) = EX-REASON-CODE
               MOVE WS-PG-IDX TO WS-LAST-PG-IDX
               SET PG-USED(WS-PG-IDX) TO TRUE
               SET WS-PG-FOUND TO TRUE
           END-IF.

       REWRITE-EXCEPTION-FILE.
           OPEN OUTPUT HELLO-EXC-FILE
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY 'HELLOPUR: *** ERROR *** unable to rewrite '
                   'HELLO.EXCEPT, status=' WS-EXC-STATUS
               MOVE 16 TO RETURN-CODE
               ADD WS-EXC-ARCHIVED TO WS-EXC-KEPT
               MOVE 0 TO WS-EXC-ARCHIVED
               ADD WS-PG-COUNT TO WS-EXS-KEPT
           ELSE
               PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-KEEP-COUNT
                   WRITE HELLO-EXCEPTION-RECORD
                       FROM KP-ROW(WS-WORK-IDX)
               END-PERFORM
               CLOSE HELLO-EXC-FILE
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                       UNTIL WS-PG-IDX > WS-PG-COUNT
                   MOVE PG-EXC-ROW(WS-PG-IDX)    TO XR-EXCEPTION-ROW
                   MOVE PG-STATUS-ROW(WS-PG-IDX) TO XR-STATUS-ROW
                   WRITE HELLO-EXC-ARCH-RECORD
                   ADD 1 TO WS-EXS-ARCHIVED
               END-PERFORM
               PERFORM REWRITE-STATUS-FILE
           END-IF.

       REWRITE-STATUS-FILE.
           OPEN OUTPUT HELLO-EXS-FILE
           IF WS-EXS-STATUS NOT = '00'
               DISPLAY 'HELLOPUR: *** ERROR *** unable to rewrite '
                   'HELLO.EXCSTAT, status=' WS-EXS-STATUS
                   ' -- archived items still carry a status row'
               MOVE 16 TO RETURN-CODE
               ADD WS-PG-COUNT TO WS-EXS-KEPT
           ELSE
               PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-SK-COUNT
                   WRITE HELLO-EXC-STATUS-RECORD
                       FROM SK-ROW(WS-WORK-IDX)
               END-PERFORM
               CLOSE HELLO-EXS-FILE
           END-IF.

       WRITE-PURGE-REPORT.
           OPEN OUTPUT HELLO-PUO-FILE
           IF WS-PUO-STATUS NOT = '00'
                       ' ROW(S) KEPT'  DELIMITED BY SIZE
                   INTO WS-PUO-LINE
               WRITE HELLO-PUO-RECORD FROM WS-PUO-LINE
               MOVE WS-EXC-ARCHIVED TO WS-COUNT-EDIT
               MOVE WS-EXC-KEPT     TO WS-COUNT-EDIT2
               MOVE SPACES TO WS-PUO-LINE
               STRING 'HELLO.EXCEPT: ' DELIMITED BY SIZE
                       WS-COUNT-EDIT   DELIMITED BY SIZE
                       ' ROW(S) ARCHIVED, ' DELIMITED BY SIZE
                       WS-COUNT-EDIT2  DELIMITED BY SIZE
                       ' ROW(S) KEPT'  DELIMITED BY SIZE
                   INTO WS-PUO-LINE
               WRITE HELLO-PUO-RECORD FROM WS-PUO-LINE
               MOVE WS-EXS-ARCHIVED TO WS-COUNT-EDIT
               MOVE WS-EXS-KEPT     TO WS-COUNT-EDIT2
               MOVE SPACES TO WS-PUO-LINE
               STRING 'HELLO.EXCSTAT: ' DELIMITED BY SIZE
                       WS-COUNT-EDIT   DELIMITED BY SIZE
                       ' ROW(S) ARCHIVED, ' DELIMITED BY SIZE
                       WS-COUNT-EDIT2  DELIMITED BY SIZE
                       ' ROW(S) KEPT'  DELIMITED BY SIZE
                   INTO WS-PUO-LINE
               WRITE HELLO-PUO-RECORD FROM WS-PUO-LINE
               MOVE 'END OF REPORT' TO WS-PUO-LINE
               WRITE HELLO-PUO-RECORD FROM WS-PUO-LINE
               CLOSE HELLO-PUO-FILE
