      *                audit/checkpoint mismatch is flagged CKPT?
      *                on the site line and turns the verdict to
      *                ATTENTION, mirroring the HELLORCN checks.
      *   2026-10-15  The rows read and skipped on each input file,
      *                and the site lines printed (with the FAILED/
      *                MISSING and HELD/SKIPPED sites among them),
      *                are appended to the HELLO.CTLTOT ledger for
      *                the HELLOBAL balancing step.
      *   2026-10-15  New DOWNSTREAM PICKUP section: every job on
      *                the HELLO.SUBSCR registry for the shift, its
      *                pickup deadline, and its acknowledgement on
      *                HELLO.SIGACK. An overdue or late pickup turns
      *                the verdict to ATTENTION.
      *   2026-10-15  The DOWNSTREAM PICKUP section also lists the
      *                pickups of earlier cycles still open on
      *                HELLO.EXCEPT (SPNOPICK/SPLATEPK rows not
      *                closed on HELLO.EXCSTAT); each one counts
      *                toward the ATTENTION verdict. A status row
      *                is paired with one such exception only.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLODSH.
           SELECT OPTIONAL HELLO-GRP-HOL-FILE ASSIGN TO "HELLOGRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRH-STATUS.
           SELECT OPTIONAL HELLO-SUB-FILE ASSIGN TO "HELLOSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT OPTIONAL HELLO-ACK-FILE ASSIGN TO "HELLOSAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPTIONAL HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL HELLO-EXS-FILE ASSIGN TO "HELLOEXS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXS-STATUS.
           SELECT HELLO-DSO-FILE ASSIGN TO "HELLODSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSO-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-PARM-FILE
       FD  HELLO-GRP-HOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRH.
       FD  HELLO-SUB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSUB.
       FD  HELLO-ACK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSAK.
       FD  HELLO-EXC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXC.
       FD  HELLO-EXS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXS.
       FD  HELLO-DSO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLODSO.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-ELAPSED-EDIT             PIC ZZZZZ9.
       01  WS-SHOW-ELAPSED             PIC X(6)    VALUE SPACES.
       01  WS-DSO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-SUB-STATUS               PIC XX              VALUE '00'.
       01  WS-ACK-STATUS               PIC XX              VALUE '00'.
       01  WS-SUB-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-SUB-EOF                                  VALUE 'Y'.
       01  WS-ACK-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-ACK-EOF                                  VALUE 'Y'.
       01  WS-SUB-FOUND-SWITCH         PIC X               VALUE 'N'.
           88  WS-SUB-FOUND                                VALUE 'Y'.
       01  WS-PK-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-PICKUP-TABLE.
           05  PK-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-PK-COUNT.
               10  PK-JOB-NAME         PIC X(8).
               10  PK-SIGNAL-TYPE      PIC X(1).
               10  PK-OWNER            PIC X(14).
               10  PK-DUE-STAMP        PIC X(12).
               10  PK-ACK-STAMP        PIC X(12).
               10  PK-STATUS           PIC X(12).
       01  WS-PK-IDX                   PIC 9(3)            VALUE 0.
       01  WS-PICKUP-ATTN-COUNT        PIC 9(3)            VALUE 0.
       01  WS-NOW-STAMP                PIC X(12)   VALUE SPACES.
       01  WS-PK-DATE-NUM              PIC 9(8)            VALUE 0.
       01  WS-PK-DUE-DATE              PIC 9(8)            VALUE 0.
      *    Pickup exceptions of earlier cycles posted by HELLOPKM,
      *    dropped again once closed on HELLO.EXCSTAT.
       01  WS-EXC-STATUS               PIC XX              VALUE '00'.
       01  WS-EXS-STATUS               PIC XX              VALUE '00'.
       01  WS-EXC-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXC-EOF                                  VALUE 'Y'.
       01  WS-EXS-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXS-EOF                                  VALUE 'Y'.
       01  WS-EP-FULL-SWITCH           PIC X               VALUE 'N'.
           88  WS-EP-FULL                                  VALUE 'Y'.
       01  WS-EP-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-OPEN-PICKUP-TABLE.
           05  EP-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-EP-COUNT.
               10  EP-TIMESTAMP        PIC X(21).
               10  EP-SITE-CODE        PIC X(4).
               10  EP-REASON-CODE      PIC X(8).
               10  EP-JOB-NAME         PIC X(8).
               10  EP-SIGNAL-TYPE      PIC X(1).
               10  EP-RUN-DATE         PIC X(8).
               10  EP-SHIFT-CODE       PIC X(1).
               10  EP-WORK-STATUS      PIC X(1).
               10  EP-OWNER-ID         PIC X(8).
               10  EP-MATCHED-FLAG     PIC X(1).
                   88  EP-MATCHED              VALUE 'Y'.
       01  WS-EP-IDX                   PIC 9(3)            VALUE 0.
       01  WS-EP-OPEN-COUNT            PIC 9(3)            VALUE 0.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'HELLODSH'.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-SITE-READ         PIC 9(7).
           05  WS-CT-SITE-SKIPPED      PIC 9(7).
           05  WS-CT-CAL-READ          PIC 9(7).
           05  WS-CT-CAL-SKIPPED       PIC 9(7).
           05  WS-CT-HOLD-READ         PIC 9(7).
           05  WS-CT-HOLD-SKIPPED      PIC 9(7).
           05  WS-CT-TARGET-READ       PIC 9(7).
           05  WS-CT-TARGET-SKIPPED    PIC 9(7).
           05  WS-CT-AUDIT-READ        PIC 9(7).
           05  WS-CT-AUDIT-SKIPPED     PIC 9(7).
           05  WS-CT-CKPT-READ         PIC 9(7).
           05  WS-CT-CKPT-SKIPPED      PIC 9(7).
           05  WS-CT-SIGNAL-READ       PIC 9(7).
           05  WS-CT-SIGNAL-SKIPPED    PIC 9(7).
           05  WS-CT-LINES-WRITTEN     PIC 9(7).
           05  WS-CT-LINES-REJECTED    PIC 9(7).
           05  WS-CT-LINES-SKIPPED     PIC 9(7).
           05  WS-CT-SUB-READ          PIC 9(7).
           05  WS-CT-SUB-SKIPPED       PIC 9(7).
           05  WS-CT-ACK-READ          PIC 9(7).
           05  WS-CT-ACK-SKIPPED       PIC 9(7).
           05  WS-CT-EXC-READ          PIC 9(7).
           05  WS-CT-EXC-SKIPPED       PIC 9(7).
           05  WS-CT-EXS-READ          PIC 9(7).
           05  WS-CT-EXS-SKIPPED       PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARM-RECORD
               PERFORM SCAN-AUDIT-FILE
               PERFORM SCAN-CKPT-FILE
               PERFORM SCAN-SIGNAL-FILE
               PERFORM LOAD-PICKUP-TABLE
               PERFORM SCAN-ACK-FILE
               PERFORM LOAD-OPEN-PICKUP-TABLE
               PERFORM SCAN-EXC-STATUS-FILE
               PERFORM JUDGE-ALL-SITES
               PERFORM JUDGE-ONE-PICKUP
                   VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
               PERFORM COUNT-OPEN-PICKUP
                   VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-COUNT
               PERFORM WRITE-DASHBOARD
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           STOP RUN.

       READ-PARM-RECORD.
                       AT END
                           SET WS-SITE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-SITE-READ
                           IF HP-ALL-SITES
                               OR SF-SITE-CODE = HP-SITE-CODE
                               PERFORM ADD-STATUS-SITE
                           ELSE
                               ADD 1 TO WS-CT-SITE-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-CAL-READ
                           IF CL-CAL-DATE NOT = HP-RUN-DATE
                               ADD 1 TO WS-CT-CAL-SKIPPED
                           END-IF
                           IF CL-CAL-DATE = HP-RUN-DATE
                               AND CL-BUSINESS-DAY
                               MOVE CL-SITE-CODE TO WS-GH-SITE-CODE
                       AT END
                           SET WS-HOLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-HOLD-READ
                           IF HD-UNTIL-DATE = SPACES
                               OR HP-RUN-DATE <= HD-UNTIL-DATE
                               PERFORM MARK-HELD-SITE
                           ELSE
                               ADD 1 TO WS-CT-HOLD-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-TARGET-READ
                           IF ST-SHIFT-CODE = HP-SHIFT-CODE
                               PERFORM MARK-TARGET-SITE
                           ELSE
                               ADD 1 TO WS-CT-TARGET-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-AUDIT-READ
                           IF AU-RUN-DATE = HP-RUN-DATE
                               AND AU-SHIFT-CODE = HP-SHIFT-CODE
                               PERFORM MARK-AUDIT-SITE
                           ELSE
                               ADD 1 TO WS-CT-AUDIT-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           SET WS-CKPT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-CKPT-READ
                           IF CK-RUN-DATE = HP-RUN-DATE
                               AND CK-SHIFT-CODE = HP-SHIFT-CODE
                               AND CK-RUN-COMPLETE
                               PERFORM MARK-CKPT-SITE
                           ELSE
                               ADD 1 TO WS-CT-CKPT-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           SET WS-SIGNAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-SIGNAL-READ
                           IF SG-RUN-DATE NOT = HP-RUN-DATE
                               OR SG-SHIFT-CODE NOT = HP-SHIFT-CODE
                               ADD 1 TO WS-CT-SIGNAL-SKIPPED
                           END-IF
                           IF SG-RUN-DATE = HP-RUN-DATE
                               AND SG-SHIFT-CODE = HP-SHIFT-CODE
                               IF SG-CYCLE-START
               END-IF
           END-IF.

      * The downstream jobs registered on HELLO.SUBSCR for this
      * shift, with their pickup deadline worked out from the run
      * date the same way HELLOPKM does it.
       LOAD-PICKUP-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           OPEN INPUT HELLO-SUB-FILE
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL WS-SUB-EOF
                   READ HELLO-SUB-FILE
                       AT END
                           SET WS-SUB-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-SUB-READ
                           IF SB-SIGNAL-VALID
                               AND SB-PICKUP-DAYS IS NUMERIC
                               AND SB-PICKUP-TIME IS NUMERIC
                               AND (SB-SHIFTS = SPACES
                                 OR SB-SHIFTS(1:1) = HP-SHIFT-CODE
                                 OR SB-SHIFTS(2:1) = HP-SHIFT-CODE
                                 OR SB-SHIFTS(3:1) = HP-SHIFT-CODE)
                               PERFORM ADD-PICKUP-ENTRY
                           ELSE
                               ADD 1 TO WS-CT-SUB-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SUB-FILE.

       ADD-PICKUP-ENTRY.
           IF WS-PK-COUNT >= 200
               DISPLAY 'HELLODSH: *** ERROR *** HELLO.SUBSCR has '
                   'more than 200 entries -- extra rows ignored'
               ADD 1 TO WS-CT-SUB-SKIPPED
               SET WS-SUB-EOF TO TRUE
           ELSE
               ADD 1 TO WS-PK-COUNT
               MOVE SB-JOB-NAME    TO PK-JOB-NAME(WS-PK-COUNT)
               MOVE SB-SIGNAL-TYPE TO PK-SIGNAL-TYPE(WS-PK-COUNT)
               MOVE SB-OWNER       TO PK-OWNER(WS-PK-COUNT)
               MOVE SPACES         TO PK-DUE-STAMP(WS-PK-COUNT)
               MOVE SPACES         TO PK-ACK-STAMP(WS-PK-COUNT)
               MOVE SPACES         TO PK-STATUS(WS-PK-COUNT)
               IF HP-RUN-DATE IS NUMERIC
                   MOVE HP-RUN-DATE TO WS-PK-DATE-NUM
                   COMPUTE WS-PK-DUE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-PK-DATE-NUM)
                        + SB-PICKUP-DAYS)
                   MOVE WS-PK-DUE-DATE
                       TO PK-DUE-STAMP(WS-PK-COUNT)(1:8)
                   MOVE SB-PICKUP-TIME
                       TO PK-DUE-STAMP(WS-PK-COUNT)(9:4)
               END-IF
           END-IF.

       SCAN-ACK-FILE.
           OPEN INPUT HELLO-ACK-FILE
           IF WS-ACK-STATUS = '00'
               PERFORM UNTIL WS-ACK-EOF
                   READ HELLO-ACK-FILE
                       AT END
                           SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-ACK-READ
                           IF SK-RUN-DATE = HP-RUN-DATE
                               AND SK-SHIFT-CODE = HP-SHIFT-CODE
                               PERFORM MARK-ACK-PICKUP
                           ELSE
                               ADD 1 TO WS-CT-ACK-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-ACK-FILE.

      * The earliest acknowledgement counts, as in HELLOPKM.
       MARK-ACK-PICKUP.
           MOVE 'N' TO WS-SUB-FOUND-SWITCH
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
               IF PK-JOB-NAME(WS-PK-IDX) = SK-JOB-NAME
                   AND PK-SIGNAL-TYPE(WS-PK-IDX) = SK-SIGNAL-TYPE
                   SET WS-SUB-FOUND TO TRUE
                   IF PK-ACK-STAMP(WS-PK-IDX) = SPACES
                       OR SK-TIMESTAMP(1:12) < PK-ACK-STAMP(WS-PK-IDX)
                       MOVE SK-TIMESTAMP(1:12)
                           TO PK-ACK-STAMP(WS-PK-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-SUB-FOUND
               ADD 1 TO WS-CT-ACK-SKIPPED
           END-IF.

       JUDGE-ONE-PICKUP.
           EVALUATE TRUE
               WHEN PK-DUE-STAMP(WS-PK-IDX) = SPACES
                   MOVE 'NO SIGNAL'   TO PK-STATUS(WS-PK-IDX)
               WHEN PK-SIGNAL-TYPE(WS-PK-IDX) = 'S'
                   AND NOT WS-START-FOUND
                   MOVE 'NO SIGNAL'   TO PK-STATUS(WS-PK-IDX)
               WHEN PK-SIGNAL-TYPE(WS-PK-IDX) = 'E'
                   AND NOT WS-END-FOUND
                   MOVE 'NO SIGNAL'   TO PK-STATUS(WS-PK-IDX)
               WHEN PK-ACK-STAMP(WS-PK-IDX) NOT = SPACES
                   AND PK-ACK-STAMP(WS-PK-IDX)
                       <= PK-DUE-STAMP(WS-PK-IDX)
                   MOVE 'PICKED UP'   TO PK-STATUS(WS-PK-IDX)
               WHEN PK-ACK-STAMP(WS-PK-IDX) NOT = SPACES
                   MOVE 'LATE PICKUP' TO PK-STATUS(WS-PK-IDX)
                   ADD 1 TO WS-PICKUP-ATTN-COUNT
               WHEN WS-NOW-STAMP > PK-DUE-STAMP(WS-PK-IDX)
                   MOVE 'OVERDUE'     TO PK-STATUS(WS-PK-IDX)
                   ADD 1 TO WS-PICKUP-ATTN-COUNT
               WHEN OTHER
                   MOVE 'WAITING'     TO PK-STATUS(WS-PK-IDX)
           END-EVALUATE.

      * The deadlines of earlier cycles have all passed, so their
      * pickups are judged from what HELLOPKM posted at the time:
      * an SPNOPICK or SPLATEPK row on HELLO.EXCEPT that nobody has
      * closed on HELLO.EXCSTAT yet. This cycle's own rows are left
      * to the subscriber lines above. HELLOPKM puts the job name
      * and the signal type at the front of the exception text.
       LOAD-OPEN-PICKUP-TABLE.
           OPEN INPUT HELLO-EXC-FILE
           IF WS-EXC-STATUS = '00'
               PERFORM UNTIL WS-EXC-EOF
                   READ HELLO-EXC-FILE
                       AT END
                           SET WS-EXC-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-EXC-READ
                           IF EX-PROGRAM = 'HELLOPKM'
                               AND (EX-REASON-CODE = 'SPNOPICK'
                                 OR EX-REASON-CODE = 'SPLATEPK')
                               AND (EX-RUN-DATE NOT = HP-RUN-DATE
                                 OR EX-SHIFT-CODE NOT = HP-SHIFT-CODE)
                               PERFORM ADD-OPEN-PICKUP-ENTRY
                           ELSE
                               ADD 1 TO WS-CT-EXC-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-EXC-FILE.

       ADD-OPEN-PICKUP-ENTRY.
           IF WS-EP-COUNT >= 200
               DISPLAY 'HELLODSH: *** ERROR *** HELLO.EXCEPT has '
                   'more than 200 pickup exceptions -- extra rows '
                   'ignored'
               SET WS-EP-FULL TO TRUE
               ADD 1 TO WS-CT-EXC-SKIPPED
               SET WS-EXC-EOF TO TRUE
           ELSE
               ADD 1 TO WS-EP-COUNT
               MOVE EX-TIMESTAMP   TO EP-TIMESTAMP(WS-EP-COUNT)
               MOVE EX-SITE-CODE   TO EP-SITE-CODE(WS-EP-COUNT)
               MOVE EX-REASON-CODE TO EP-REASON-CODE(WS-EP-COUNT)
               MOVE EX-TEXT(1:8)   TO EP-JOB-NAME(WS-EP-COUNT)
               MOVE EX-TEXT(10:1)  TO EP-SIGNAL-TYPE(WS-EP-COUNT)
               MOVE EX-RUN-DATE    TO EP-RUN-DATE(WS-EP-COUNT)
               MOVE EX-SHIFT-CODE  TO EP-SHIFT-CODE(WS-EP-COUNT)
               MOVE 'O'            TO EP-WORK-STATUS(WS-EP-COUNT)
               MOVE SPACES         TO EP-OWNER-ID(WS-EP-COUNT)
               MOVE 'N'            TO EP-MATCHED-FLAG(WS-EP-COUNT)
           END-IF.

      * The status row is matched on timestamp, program, site, and
      * reason code, as HELLOEXA and HELLOEXM match it, and pairs
      * with one exception only: rows written within the same
      * hundredth of a second share that key. Only part of
      * HELLO.EXCEPT is held here, so the run date and shift are
      * compared as well, to keep a status row of this cycle's
      * pickups off an earlier one.
       SCAN-EXC-STATUS-FILE.
           IF WS-EP-COUNT > 0
               OPEN INPUT HELLO-EXS-FILE
               IF WS-EXS-STATUS = '00'
                   PERFORM UNTIL WS-EXS-EOF
                       READ HELLO-EXS-FILE
                           AT END
                               SET WS-EXS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CT-EXS-READ
                               PERFORM MATCH-EXC-STATUS-ROW
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HELLO-EXS-FILE
           END-IF.

       MATCH-EXC-STATUS-ROW.
           MOVE 'N' TO WS-SUB-FOUND-SWITCH
           IF XS-PROGRAM = 'HELLOPKM'
               PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                       UNTIL WS-EP-IDX > WS-EP-COUNT
                           OR WS-SUB-FOUND
                   IF NOT EP-MATCHED(WS-EP-IDX)
                       AND EP-TIMESTAMP(WS-EP-IDX) = XS-TIMESTAMP
                       AND EP-SITE-CODE(WS-EP-IDX) = XS-SITE-CODE
                       AND EP-REASON-CODE(WS-EP-IDX) = XS-REASON-CODE
                       AND EP-RUN-DATE(WS-EP-IDX) = XS-RUN-DATE
                       AND EP-SHIFT-CODE(WS-EP-IDX) = XS-SHIFT-CODE
                       SET WS-SUB-FOUND TO TRUE
                       SET EP-MATCHED(WS-EP-IDX) TO TRUE
                       MOVE XS-STATUS   TO EP-WORK-STATUS(WS-EP-IDX)
                       MOVE XS-OWNER-ID TO EP-OWNER-ID(WS-EP-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-SUB-FOUND
               ADD 1 TO WS-CT-EXS-SKIPPED
           END-IF.

       COUNT-OPEN-PICKUP.
           IF EP-WORK-STATUS(WS-EP-IDX) NOT = 'C'
               ADD 1 TO WS-EP-OPEN-COUNT
               ADD 1 TO WS-PICKUP-ATTN-COUNT
           END-IF.

       WRITE-DASHBOARD.
           OPEN OUTPUT HELLO-DSO-FILE
           IF WS-DSO-STATUS NOT = '00'
                   VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-SCOPE-COUNT
               PERFORM WRITE-CYCLE-LINE
               PERFORM WRITE-PICKUP-SECTION
               MOVE 'END OF REPORT' TO WS-DSO-LINE
               WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
               CLOSE HELLO-DSO-FILE
                   HP-SHIFT-CODE DELIMITED BY SIZE
               INTO WS-DSO-LINE
           WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
           MOVE SPACES TO WS-DSO-LINE
           EVALUATE TRUE
               WHEN WS-ATTENTION-COUNT = 0
                   AND WS-PICKUP-ATTN-COUNT = 0
                   MOVE 'VERDICT: OK' TO WS-DSO-LINE
               WHEN WS-PICKUP-ATTN-COUNT = 0
                   STRING 'VERDICT: ATTENTION -- ' DELIMITED BY SIZE
                           WS-ATTENTION-COUNT DELIMITED BY SIZE
                           ' SITE(S) NEED A LOOK' DELIMITED BY SIZE
                       INTO WS-DSO-LINE
               WHEN WS-ATTENTION-COUNT = 0
                   STRING 'VERDICT: ATTENTION -- ' DELIMITED BY SIZE
                           WS-PICKUP-ATTN-COUNT DELIMITED BY SIZE
                           ' PICKUP(S) OVERDUE OR LATE'
                               DELIMITED BY SIZE
                       INTO WS-DSO-LINE
               WHEN OTHER
                   STRING 'VERDICT: ATTENTION -- ' DELIMITED BY SIZE
                           WS-ATTENTION-COUNT DELIMITED BY SIZE
                           ' SITE(S) NEED A LOOK, ' DELIMITED BY SIZE
                           WS-PICKUP-ATTN-COUNT DELIMITED BY SIZE
                           ' PICKUP(S) OVERDUE OR LATE'
                               DELIMITED BY SIZE
                       INTO WS-DSO-LINE
           END-EVALUATE
           WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
           MOVE 'SITE STATUS   START  CUTOFF       ELAPSED-SECS'
               TO WS-DSO-LINE
           EVALUATE TRUE
               WHEN DS-SITE-HELD(WS-DS-IDX)
                   MOVE 'HELD   ' TO WS-SITE-STATUS-WORD
                   ADD 1 TO WS-CT-LINES-SKIPPED
               WHEN NOT DS-CAL-BUSINESS(WS-DS-IDX)
                   MOVE 'SKIPPED' TO WS-SITE-STATUS-WORD
                   ADD 1 TO WS-CT-LINES-SKIPPED
               WHEN NOT DS-AUDIT-FOUND(WS-DS-IDX)
                   MOVE 'MISSING' TO WS-SITE-STATUS-WORD
                   ADD 1 TO WS-CT-LINES-REJECTED
               WHEN DS-AUDIT-RC(WS-DS-IDX) NOT = 0
                   MOVE 'FAILED ' TO WS-SITE-STATUS-WORD
                   ADD 1 TO WS-CT-LINES-REJECTED
               WHEN OTHER
                   MOVE 'STARTED' TO WS-SITE-STATUS-WORD
           END-EVALUATE
                   ' '            DELIMITED BY SIZE
                   WS-CKPT-FLAG-WORD DELIMITED BY SIZE
               INTO WS-DSO-LINE
           WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
           ADD 1 TO WS-CT-LINES-WRITTEN.

       WRITE-CYCLE-LINE.
           IF WS-START-FOUND AND WS-END-FOUND
               END-IF
               WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
           END-IF.

       WRITE-PICKUP-SECTION.
           MOVE SPACES TO WS-DSO-LINE
           WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
           MOVE 'DOWNSTREAM PICKUP' TO WS-DSO-LINE
           WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
           IF WS-PK-COUNT = 0
               MOVE 'NO SUBSCRIBERS FOR THIS SHIFT ON HELLO.SUBSCR'
                   TO WS-DSO-LINE
               WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
           ELSE
               MOVE 'JOB      SIG DEADLINE       STATUS'
                   TO WS-DSO-LINE
               MOVE 'ACKNOWLEDGED' TO WS-DSO-LINE(42:12)
               MOVE 'OWNER' TO WS-DSO-LINE(57:5)
               WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
               PERFORM WRITE-PICKUP-LINE
                   VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
           END-IF
           IF WS-EP-OPEN-COUNT > 0 OR WS-EP-FULL
               MOVE SPACES TO WS-DSO-LINE
               WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
               MOVE 'EARLIER CYCLES -- STILL OPEN ON HELLO.EXCEPT'
                   TO WS-DSO-LINE
               WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
               MOVE 'JOB      SIG RUN DATE S     STATUS'
                   TO WS-DSO-LINE
               MOVE 'WORK STATUS' TO WS-DSO-LINE(42:11)
               MOVE 'OWNER' TO WS-DSO-LINE(57:5)
               WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
               PERFORM WRITE-OPEN-PICKUP-LINE
                   VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-COUNT
               IF WS-EP-FULL
                   MOVE 'MORE PICKUP EXCEPTIONS ON HELLO.EXCEPT THAN '
                       TO WS-DSO-LINE
                   MOVE 'LISTED' TO WS-DSO-LINE(45:6)
                   WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
               END-IF
           END-IF.

       WRITE-OPEN-PICKUP-LINE.
           IF EP-WORK-STATUS(WS-EP-IDX) NOT = 'C'
               MOVE SPACES TO WS-DSO-LINE
               MOVE EP-JOB-NAME(WS-EP-IDX)    TO WS-DSO-LINE(1:8)
               MOVE EP-SIGNAL-TYPE(WS-EP-IDX) TO WS-DSO-LINE(11:1)
               MOVE EP-RUN-DATE(WS-EP-IDX)    TO WS-DSO-LINE(14:8)
               MOVE EP-SHIFT-CODE(WS-EP-IDX)  TO WS-DSO-LINE(23:1)
               IF EP-REASON-CODE(WS-EP-IDX) = 'SPNOPICK'
                   MOVE 'OVERDUE'     TO WS-DSO-LINE(29:12)
               ELSE
                   MOVE 'LATE PICKUP' TO WS-DSO-LINE(29:12)
               END-IF
               IF EP-WORK-STATUS(WS-EP-IDX) = 'A'
                   MOVE 'ACKNOWLEDGED' TO WS-DSO-LINE(42:12)
               ELSE
                   MOVE 'OPEN'         TO WS-DSO-LINE(42:12)
               END-IF
               MOVE EP-OWNER-ID(WS-EP-IDX)    TO WS-DSO-LINE(57:8)
               WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE
           END-IF.

       WRITE-PICKUP-LINE.
           MOVE SPACES TO WS-DSO-LINE
           MOVE PK-JOB-NAME(WS-PK-IDX)    TO WS-DSO-LINE(1:8)
           MOVE PK-SIGNAL-TYPE(WS-PK-IDX) TO WS-DSO-LINE(11:1)
           IF PK-DUE-STAMP(WS-PK-IDX) NOT = SPACES
               MOVE PK-DUE-STAMP(WS-PK-IDX)(1:8) TO WS-DSO-LINE(14:8)
               MOVE PK-DUE-STAMP(WS-PK-IDX)(9:4) TO WS-DSO-LINE(23:4)
           END-IF
           MOVE PK-STATUS(WS-PK-IDX)      TO WS-DSO-LINE(29:12)
           IF PK-ACK-STAMP(WS-PK-IDX) NOT = SPACES
               MOVE PK-ACK-STAMP(WS-PK-IDX)(1:8) TO WS-DSO-LINE(42:8)
               MOVE PK-ACK-STAMP(WS-PK-IDX)(9:4) TO WS-DSO-LINE(51:4)
           END-IF
           MOVE PK-OWNER(WS-PK-IDX)       TO WS-DSO-LINE(57:14)
           WRITE HELLO-DSO-RECORD FROM WS-DSO-LINE.

      *    One HELLO.CTLTOT row per file this step read or wrote,
      *    for the HELLOBAL balancing step. A ledger that cannot
      *    be opened does not fail the step -- HELLOBAL reports
      *    the missing totals instead.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLODSH: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOSIT' TO CT-FILE-ID
               MOVE WS-CT-SITE-READ TO CT-READ-COUNT
               MOVE WS-CT-SITE-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOCAL' TO CT-FILE-ID
               MOVE WS-CT-CAL-READ TO CT-READ-COUNT
               MOVE WS-CT-CAL-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOHLD' TO CT-FILE-ID
               MOVE WS-CT-HOLD-READ TO CT-READ-COUNT
               MOVE WS-CT-HOLD-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSLT' TO CT-FILE-ID
               MOVE WS-CT-TARGET-READ TO CT-READ-COUNT
               MOVE WS-CT-TARGET-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOAUD' TO CT-FILE-ID
               MOVE WS-CT-AUDIT-READ TO CT-READ-COUNT
               MOVE WS-CT-AUDIT-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOCKP' TO CT-FILE-ID
               MOVE WS-CT-CKPT-READ TO CT-READ-COUNT
               MOVE WS-CT-CKPT-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSIG' TO CT-FILE-ID
               MOVE WS-CT-SIGNAL-READ TO CT-READ-COUNT
               MOVE WS-CT-SIGNAL-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSUB' TO CT-FILE-ID
               MOVE WS-CT-SUB-READ TO CT-READ-COUNT
               MOVE WS-CT-SUB-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOSAK' TO CT-FILE-ID
               MOVE WS-CT-ACK-READ TO CT-READ-COUNT
               MOVE WS-CT-ACK-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOEXC' TO CT-FILE-ID
               MOVE WS-CT-EXC-READ TO CT-READ-COUNT
               MOVE WS-CT-EXC-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOEXS' TO CT-FILE-ID
               MOVE WS-CT-EXS-READ TO CT-READ-COUNT
               MOVE WS-CT-EXS-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLODSO' TO CT-FILE-ID
               MOVE WS-CT-LINES-WRITTEN TO CT-WRITTEN-COUNT
               MOVE WS-CT-LINES-REJECTED TO CT-REJECTED-COUNT
               MOVE WS-CT-LINES-SKIPPED TO CT-SKIPPED-COUNT
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
