      * HELLOPKM - downstream signal pickup monitor. Matches every
      * subscribing job on the HELLO.SUBSCR registry against the
      * cycle signals it watches (signal type and shift), works out
      * each pickup deadline, and looks for the job's
      * acknowledgement on HELLO.SIGACK (posted by HELLOACK). A
      * subscriber still unacknowledged past its deadline is listed
      * OVERDUE and posted to HELLO.EXCEPT (SPNOPICK); one that
      * acknowledged after the deadline is listed LATE PICKUP and
      * posted as a warning (SPLATEPK). Each subscriber/signal is
      * posted once only, however often the monitor runs, so it can
      * be scheduled through the day and a stalled feeder job shows
      * on the console before its owners notice. The signals are
      * taken from the HELLOSIG rows HELLO_WORLD (S) and HELLOEOC
      * (E) post to HELLO.CTLTOT, which outlives the HELLO.SIGNAL
      * file each cycle re-creates, going back as far as the
      * longest pickup allowance on the registry plus one day.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      *   2026-10-15  Signals are read from the HELLOSIG rows on
      *                HELLO.CTLTOT instead of HELLO.SIGNAL, so a
      *                pickup of an earlier cycle is still judged
      *                after the next cycle has re-created
      *                HELLO.SIGNAL.
      *   2026-10-15  Every exception row gets a timestamp of its
      *                own, so HELLO.EXCSTAT can tell apart the rows
      *                one run raises for the same site and reason.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOPKM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-SUB-FILE ASSIGN TO "HELLOSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL HELLO-ACK-FILE ASSIGN TO "HELLOSAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPTIONAL HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT HELLO-PKO-FILE ASSIGN TO "HELLOPKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-SUB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSUB.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       FD  HELLO-ACK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSAK.
       FD  HELLO-EXC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXC.
       FD  HELLO-PKO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOPKO.
       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-ACK-STATUS               PIC XX              VALUE '00'.
       01  WS-EXC-STATUS               PIC XX              VALUE '00'.
       01  WS-PKO-STATUS               PIC XX              VALUE '00'.
       01  WS-SUB-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-SUB-EOF                                  VALUE 'Y'.
       01  WS-CTL-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-CTL-EOF                                  VALUE 'Y'.
       01  WS-ACK-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-ACK-EOF                                  VALUE 'Y'.
       01  WS-EXC-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXC-EOF                                  VALUE 'Y'.
       01  WS-MATCH-FOUND-SWITCH       PIC X               VALUE 'N'.
           88  WS-MATCH-FOUND                              VALUE 'Y'.
       01  WS-ROW-VALID-SWITCH         PIC X               VALUE 'Y'.
           88  WS-ROW-VALID                                VALUE 'Y'.
       01  WS-EXC-OPEN-SWITCH          PIC X               VALUE 'N'.
           88  WS-EXC-OPEN                                 VALUE 'Y'.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'HELLOPKM'.
       01  WS-LAST-EXC-TIMESTAMP       PIC X(21)   VALUE SPACES.
       01  WS-SR-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-SUBSCRIBER-TABLE.
           05  SR-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-SR-COUNT.
               10  SR-JOB-NAME         PIC X(8).
               10  SR-SIGNAL-TYPE      PIC X(1).
               10  SR-SHIFTS           PIC X(3).
               10  SR-PICKUP-DAYS      PIC 9(1).
               10  SR-PICKUP-TIME      PIC X(4).
               10  SR-OWNER            PIC X(14).
       01  WS-SN-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-SIGNAL-TABLE.
           05  SN-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-SN-COUNT.
               10  SN-RECORD-TYPE      PIC X(1).
               10  SN-RUN-DATE         PIC X(8).
               10  SN-SHIFT-CODE       PIC X(1).
       01  WS-PR-COUNT                 PIC 9(4)            VALUE 0.
       01  HELLO-PICKUP-TABLE.
           05  PR-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-PR-COUNT.
               10  PR-SR-IDX           PIC 9(3).
               10  PR-SN-IDX           PIC 9(3).
               10  PR-DUE-STAMP        PIC X(12).
               10  PR-ACK-STAMP        PIC X(12).
               10  PR-STATUS           PIC X(12).
               10  PR-POSTED-FLAG      PIC X(1).
                   88  PR-POSTED               VALUE 'Y'.
       01  WS-SR-IDX                   PIC 9(3)            VALUE 0.
       01  WS-SN-IDX                   PIC 9(3)            VALUE 0.
       01  WS-PR-IDX                   PIC 9(4)            VALUE 0.
       01  WS-SR-PAIRS                 PIC 9(4)            VALUE 0.
       01  WS-NOW-STAMP                PIC X(12)   VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8)            VALUE 0.
       01  WS-DUE-DATE                 PIC 9(8)            VALUE 0.
       01  WS-PICKUP-HHMM              PIC 9(4)            VALUE 0.
       01  WS-MAX-PICKUP-DAYS          PIC 9(1)            VALUE 0.
       01  WS-LOOKBACK-DATE            PIC 9(8)            VALUE 0.
       01  WS-SIGNAL-TYPE              PIC X(1)    VALUE SPACES.
       01  WS-EXC-KEY                  PIC X(10)   VALUE SPACES.
       01  WS-EXC-TEXT                 PIC X(40)   VALUE SPACES.
       01  WS-EXC-REASON               PIC X(8)    VALUE SPACES.
       01  WS-EXC-SEVERITY             PIC X(1)    VALUE SPACES.
       01  WS-INVALID-COUNT            PIC 9(4)            VALUE 0.
       01  WS-PICKED-COUNT             PIC 9(4)            VALUE 0.
       01  WS-LATE-COUNT               PIC 9(4)            VALUE 0.
       01  WS-OVERDUE-COUNT            PIC 9(4)            VALUE 0.
       01  WS-WAITING-COUNT            PIC 9(4)            VALUE 0.
       01  WS-NO-SIGNAL-COUNT          PIC 9(4)            VALUE 0.
       01  WS-POSTED-COUNT             PIC 9(4)            VALUE 0.
       01  WS-PKO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           PERFORM OPEN-PICKUP-REPORT
           IF RETURN-CODE = 0
               PERFORM LOAD-SUBSCRIBER-TABLE
           END-IF
           IF WS-PKO-STATUS = '00' AND WS-SUB-STATUS = '00'
               PERFORM LOAD-SIGNAL-TABLE
               PERFORM BUILD-PICKUP-TABLE
                   VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               PERFORM SCAN-ACK-FILE
               PERFORM SCAN-EXCEPTION-FILE
               PERFORM JUDGE-ONE-PICKUP
                   VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-EXC-OPEN
                   CLOSE HELLO-EXC-FILE
               END-IF
               PERFORM WRITE-PICKUP-LIST
               PERFORM WRITE-REPORT-TOTALS
               IF (WS-OVERDUE-COUNT > 0 OR WS-LATE-COUNT > 0)
                   DISPLAY 'HELLOPKM: ' WS-OVERDUE-COUNT
                       ' pickup(s) overdue, ' WS-LATE-COUNT
                       ' picked up late -- see HELLO.PICKRPT'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       OPEN-PICKUP-REPORT.
           OPEN OUTPUT HELLO-PKO-FILE
           IF WS-PKO-STATUS NOT = '00'
               DISPLAY 'HELLOPKM: *** ERROR *** unable to open '
                   'HELLO.PICKRPT, status=' WS-PKO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PKO-LINE
               STRING 'HELLO DOWNSTREAM SIGNAL PICKUP -- AS OF '
                           DELIMITED BY SIZE
                       WS-NOW-STAMP(1:8) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NOW-STAMP(9:4) DELIMITED BY SIZE
                   INTO WS-PKO-LINE
               WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           END-IF.

       LOAD-SUBSCRIBER-TABLE.
           OPEN INPUT HELLO-SUB-FILE
           IF WS-SUB-STATUS NOT = '00'
               DISPLAY 'HELLOPKM: *** ERROR *** unable to open '
                   'HELLO.SUBSCR, status=' WS-SUB-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'UNABLE TO OPEN HELLO.SUBSCR -- NOTHING CHECKED'
                   TO WS-PKO-LINE
               WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
               CLOSE HELLO-PKO-FILE
           ELSE
               PERFORM UNTIL WS-SUB-EOF
                   READ HELLO-SUB-FILE
                       AT END
                           SET WS-SUB-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-SUBSCRIBER-ROW
                   END-READ
               END-PERFORM
               CLOSE HELLO-SUB-FILE
           END-IF.

       CHECK-SUBSCRIBER-ROW.
           MOVE 'Y' TO WS-ROW-VALID-SWITCH
           IF SB-JOB-NAME = SPACES OR NOT SB-SIGNAL-VALID
               MOVE 'N' TO WS-ROW-VALID-SWITCH
           END-IF
           IF SB-SHIFTS(1:1) NOT = 'D' AND NOT = 'E' AND NOT = 'N'
                   AND NOT = SPACE
               OR SB-SHIFTS(2:1) NOT = 'D' AND NOT = 'E' AND NOT = 'N'
                   AND NOT = SPACE
               OR SB-SHIFTS(3:1) NOT = 'D' AND NOT = 'E' AND NOT = 'N'
                   AND NOT = SPACE
               MOVE 'N' TO WS-ROW-VALID-SWITCH
           END-IF
           IF SB-PICKUP-DAYS IS NOT NUMERIC
               OR SB-PICKUP-TIME IS NOT NUMERIC
               MOVE 'N' TO WS-ROW-VALID-SWITCH
           ELSE
               MOVE SB-PICKUP-TIME TO WS-PICKUP-HHMM
               IF WS-PICKUP-HHMM > 2359
                   OR SB-PICKUP-TIME(3:2) > '59'
                   MOVE 'N' TO WS-ROW-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-ROW-VALID
               PERFORM WRITE-INVALID-ROW
           ELSE
               IF WS-SR-COUNT >= 200
                   DISPLAY 'HELLOPKM: *** ERROR *** HELLO.SUBSCR has '
                       'more than 200 rows -- extra rows ignored'
                   MOVE 16 TO RETURN-CODE
                   SET WS-SUB-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-SR-COUNT
                   MOVE SB-JOB-NAME    TO SR-JOB-NAME(WS-SR-COUNT)
                   MOVE SB-SIGNAL-TYPE TO SR-SIGNAL-TYPE(WS-SR-COUNT)
                   MOVE SB-SHIFTS      TO SR-SHIFTS(WS-SR-COUNT)
                   MOVE SB-PICKUP-DAYS TO SR-PICKUP-DAYS(WS-SR-COUNT)
                   MOVE SB-PICKUP-TIME TO SR-PICKUP-TIME(WS-SR-COUNT)
                   MOVE SB-OWNER       TO SR-OWNER(WS-SR-COUNT)
                   IF SB-PICKUP-DAYS > WS-MAX-PICKUP-DAYS
                       MOVE SB-PICKUP-DAYS TO WS-MAX-PICKUP-DAYS
                   END-IF
               END-IF
           END-IF.

       WRITE-INVALID-ROW.
           IF WS-INVALID-COUNT = 0
               MOVE SPACES TO WS-PKO-LINE
               WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
               MOVE 'INVALID HELLO.SUBSCR ROWS -- NOT MONITORED'
                   TO WS-PKO-LINE
               WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           END-IF
           ADD 1 TO WS-INVALID-COUNT
           MOVE SPACES TO WS-PKO-LINE
           MOVE HELLO-SUBSCRIBER-RECORD TO WS-PKO-LINE(1:31)
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * A signal is one HELLOSIG row with a record written on it,
      * from HELLO_WORLD for the cycle start or HELLOEOC for the
      * close-out, keyed by run date and shift. A cycle older than
      * the longest pickup allowance plus one day has no deadline
      * left to judge and is not loaded.
       LOAD-SIGNAL-TABLE.
           MOVE WS-NOW-STAMP(1:8) TO WS-DATE-NUM
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                - WS-MAX-PICKUP-DAYS - 1)
           OPEN INPUT HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'HELLOPKM: HELLO.CTLTOT not found or empty, '
                   'status=' WS-CTL-STATUS ' -- no signal to pick up'
           ELSE
               PERFORM UNTIL WS-CTL-EOF
                   READ HELLO-CTL-FILE
                       AT END
                           SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-SIGNAL-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-CTL-FILE.

       CHECK-SIGNAL-ROW.
           MOVE SPACES TO WS-SIGNAL-TYPE
           IF CT-FILE-ID = 'HELLOSIG'
               AND CT-WRITTEN-COUNT IS NUMERIC
               AND CT-WRITTEN-COUNT > 0
               AND CT-RUN-DATE IS NUMERIC
               EVALUATE CT-STEP-NAME
                   WHEN 'HELLOWLD'
                       MOVE 'S' TO WS-SIGNAL-TYPE
                   WHEN 'HELLOEOC'
                       MOVE 'E' TO WS-SIGNAL-TYPE
               END-EVALUATE
           END-IF
           IF WS-SIGNAL-TYPE NOT = SPACES
               MOVE CT-RUN-DATE TO WS-DATE-NUM
               IF WS-DATE-NUM >= WS-LOOKBACK-DATE
                   PERFORM NOTE-SIGNAL
               END-IF
           END-IF.

       NOTE-SIGNAL.
           MOVE 'N' TO WS-MATCH-FOUND-SWITCH
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
                       OR WS-MATCH-FOUND
               IF SN-RECORD-TYPE(WS-SN-IDX) = WS-SIGNAL-TYPE
                   AND SN-RUN-DATE(WS-SN-IDX) = CT-RUN-DATE
                   AND SN-SHIFT-CODE(WS-SN-IDX) = CT-SHIFT-CODE
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MATCH-FOUND
               IF WS-SN-COUNT >= 100
                   DISPLAY 'HELLOPKM: *** ERROR *** HELLO.CTLTOT has '
                       'more than 100 signals to watch -- extra rows '
                       'ignored'
                   MOVE 16 TO RETURN-CODE
                   SET WS-CTL-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-SN-COUNT
                   MOVE WS-SIGNAL-TYPE TO SN-RECORD-TYPE(WS-SN-COUNT)
                   MOVE CT-RUN-DATE    TO SN-RUN-DATE(WS-SN-COUNT)
                   MOVE CT-SHIFT-CODE  TO SN-SHIFT-CODE(WS-SN-COUNT)
               END-IF
           END-IF.

       BUILD-PICKUP-TABLE.
      * One pickup per subscriber and matching signal record; a
      * subscriber with no matching signal on file gets a single
      * entry with no signal so it still shows on the report.
           MOVE 0 TO WS-SR-PAIRS
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
               IF SN-RECORD-TYPE(WS-SN-IDX) = SR-SIGNAL-TYPE(WS-SR-IDX)
                   AND (SR-SHIFTS(WS-SR-IDX) = SPACES
                     OR SR-SHIFTS(WS-SR-IDX)(1:1)
                            = SN-SHIFT-CODE(WS-SN-IDX)
                     OR SR-SHIFTS(WS-SR-IDX)(2:1)
                            = SN-SHIFT-CODE(WS-SN-IDX)
                     OR SR-SHIFTS(WS-SR-IDX)(3:1)
                            = SN-SHIFT-CODE(WS-SN-IDX))
                   PERFORM ADD-PICKUP-ENTRY
                   ADD 1 TO WS-SR-PAIRS
               END-IF
           END-PERFORM
           IF WS-SR-PAIRS = 0
               MOVE 0 TO WS-SN-IDX
               PERFORM ADD-PICKUP-ENTRY
           END-IF.

       ADD-PICKUP-ENTRY.
           IF WS-PR-COUNT >= 2000
               DISPLAY 'HELLOPKM: *** ERROR *** more than 2000 '
                   'subscriber pickups -- extra pickups ignored'
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PR-COUNT
               MOVE WS-SR-IDX TO PR-SR-IDX(WS-PR-COUNT)
               MOVE WS-SN-IDX TO PR-SN-IDX(WS-PR-COUNT)
               MOVE SPACES    TO PR-DUE-STAMP(WS-PR-COUNT)
               MOVE SPACES    TO PR-ACK-STAMP(WS-PR-COUNT)
               MOVE SPACES    TO PR-STATUS(WS-PR-COUNT)
               MOVE 'N'       TO PR-POSTED-FLAG(WS-PR-COUNT)
               IF WS-SN-IDX > 0
                   MOVE SN-RUN-DATE(WS-SN-IDX) TO WS-DATE-NUM
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                        + SR-PICKUP-DAYS(WS-SR-IDX))
                   MOVE WS-DUE-DATE
                       TO PR-DUE-STAMP(WS-PR-COUNT)(1:8)
                   MOVE SR-PICKUP-TIME(WS-SR-IDX)
                       TO PR-DUE-STAMP(WS-PR-COUNT)(9:4)
               END-IF
           END-IF.

       SCAN-ACK-FILE.
      * The earliest acknowledgement counts; a job that reran and
      * acknowledged again does not move its pickup time.
           OPEN INPUT HELLO-ACK-FILE
           IF WS-ACK-STATUS = '00'
               PERFORM UNTIL WS-ACK-EOF
                   READ HELLO-ACK-FILE
                       AT END
                           SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                                   UNTIL WS-PR-IDX > WS-PR-COUNT
                               PERFORM MATCH-ACK-ROW
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-ACK-FILE.

       MATCH-ACK-ROW.
           MOVE PR-SR-IDX(WS-PR-IDX) TO WS-SR-IDX
           MOVE PR-SN-IDX(WS-PR-IDX) TO WS-SN-IDX
           IF WS-SN-IDX > 0
               IF SK-JOB-NAME = SR-JOB-NAME(WS-SR-IDX)
                   AND SK-SIGNAL-TYPE = SN-RECORD-TYPE(WS-SN-IDX)
                   AND SK-RUN-DATE = SN-RUN-DATE(WS-SN-IDX)
                   AND SK-SHIFT-CODE = SN-SHIFT-CODE(WS-SN-IDX)
                   IF PR-ACK-STAMP(WS-PR-IDX) = SPACES
                       OR SK-TIMESTAMP(1:12) < PR-ACK-STAMP(WS-PR-IDX)
                       MOVE SK-TIMESTAMP(1:12)
                           TO PR-ACK-STAMP(WS-PR-IDX)
                   END-IF
               END-IF
           END-IF.

       SCAN-EXCEPTION-FILE.
      * A pickup already posted by an earlier run of the monitor is
      * not posted again; the row text starts with the job name and
      * signal type.
           OPEN INPUT HELLO-EXC-FILE
           IF WS-EXC-STATUS = '00'
               PERFORM UNTIL WS-EXC-EOF
                   READ HELLO-EXC-FILE
                       AT END
                           SET WS-EXC-EOF TO TRUE
                       NOT AT END
                           IF EX-PROGRAM = WS-JOB-NAME
                               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                                       UNTIL WS-PR-IDX > WS-PR-COUNT
                                   PERFORM MATCH-EXCEPTION-ROW
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-EXC-FILE.

       MATCH-EXCEPTION-ROW.
           MOVE PR-SR-IDX(WS-PR-IDX) TO WS-SR-IDX
           MOVE PR-SN-IDX(WS-PR-IDX) TO WS-SN-IDX
           IF WS-SN-IDX > 0
               MOVE SPACES TO WS-EXC-KEY
               MOVE SR-JOB-NAME(WS-SR-IDX)    TO WS-EXC-KEY(1:8)
               MOVE SN-RECORD-TYPE(WS-SN-IDX) TO WS-EXC-KEY(10:1)
               IF EX-RUN-DATE = SN-RUN-DATE(WS-SN-IDX)
                   AND EX-SHIFT-CODE = SN-SHIFT-CODE(WS-SN-IDX)
                   AND EX-TEXT(1:10) = WS-EXC-KEY
                   SET PR-POSTED(WS-PR-IDX) TO TRUE
               END-IF
           END-IF.

       JUDGE-ONE-PICKUP.
           MOVE PR-SR-IDX(WS-PR-IDX) TO WS-SR-IDX
           MOVE PR-SN-IDX(WS-PR-IDX) TO WS-SN-IDX
           EVALUATE TRUE
               WHEN WS-SN-IDX = 0
                   MOVE 'NO SIGNAL'   TO PR-STATUS(WS-PR-IDX)
                   ADD 1 TO WS-NO-SIGNAL-COUNT
               WHEN PR-ACK-STAMP(WS-PR-IDX) NOT = SPACES
                   AND PR-ACK-STAMP(WS-PR-IDX)
                       <= PR-DUE-STAMP(WS-PR-IDX)
                   MOVE 'PICKED UP'   TO PR-STATUS(WS-PR-IDX)
                   ADD 1 TO WS-PICKED-COUNT
               WHEN PR-ACK-STAMP(WS-PR-IDX) NOT = SPACES
                   MOVE 'LATE PICKUP' TO PR-STATUS(WS-PR-IDX)
                   ADD 1 TO WS-LATE-COUNT
                   MOVE 'W'        TO WS-EXC-SEVERITY
                   MOVE 'SPLATEPK' TO WS-EXC-REASON
                   PERFORM POST-PICKUP-EXCEPTION
               WHEN WS-NOW-STAMP > PR-DUE-STAMP(WS-PR-IDX)
                   MOVE 'OVERDUE'     TO PR-STATUS(WS-PR-IDX)
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'E'        TO WS-EXC-SEVERITY
                   MOVE 'SPNOPICK' TO WS-EXC-REASON
                   PERFORM POST-PICKUP-EXCEPTION
               WHEN OTHER
                   MOVE 'WAITING'     TO PR-STATUS(WS-PR-IDX)
                   ADD 1 TO WS-WAITING-COUNT
           END-EVALUATE.

       POST-PICKUP-EXCEPTION.
           IF NOT PR-POSTED(WS-PR-IDX)
               MOVE SPACES TO WS-EXC-TEXT
               IF WS-EXC-REASON = 'SPNOPICK'
                   STRING SR-JOB-NAME(WS-SR-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SN-RECORD-TYPE(WS-SN-IDX) DELIMITED BY SIZE
                           ' NOT ACKNOWLEDGED BY DEADLINE'
                               DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
               ELSE
                   STRING SR-JOB-NAME(WS-SR-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SN-RECORD-TYPE(WS-SN-IDX) DELIMITED BY SIZE
                           ' ACKNOWLEDGED AFTER DEADLINE'
                               DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
               END-IF
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

       WRITE-EXCEPTION-RECORD.
      * Rows written within the same hundredth of a second would
      * share the HELLO.EXCSTAT key, so wait for the clock to move.
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           PERFORM UNTIL EX-TIMESTAMP(1:16)
                   NOT = WS-LAST-EXC-TIMESTAMP(1:16)
               MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           END-PERFORM
           MOVE EX-TIMESTAMP TO WS-LAST-EXC-TIMESTAMP
           MOVE WS-JOB-NAME               TO EX-PROGRAM
           MOVE SPACES                    TO EX-SITE-CODE
           MOVE SN-RUN-DATE(WS-SN-IDX)    TO EX-RUN-DATE
           MOVE SN-SHIFT-CODE(WS-SN-IDX)  TO EX-SHIFT-CODE
           MOVE WS-EXC-SEVERITY           TO EX-SEVERITY
           MOVE WS-EXC-REASON             TO EX-REASON-CODE
           MOVE WS-EXC-TEXT               TO EX-TEXT
           IF NOT WS-EXC-OPEN
               OPEN EXTEND HELLO-EXC-FILE
               IF WS-EXC-STATUS NOT = '00'
                   AND WS-EXC-STATUS NOT = '05'
                   DISPLAY 'HELLOPKM: *** WARNING *** unable to open '
                       'HELLO.EXCEPT, status=' WS-EXC-STATUS
               ELSE
                   SET WS-EXC-OPEN TO TRUE
               END-IF
           END-IF
           IF WS-EXC-OPEN
               WRITE HELLO-EXCEPTION-RECORD
               SET PR-POSTED(WS-PR-IDX) TO TRUE
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

       WRITE-PICKUP-LIST.
           MOVE SPACES TO WS-PKO-LINE
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           IF WS-PR-COUNT = 0
               MOVE 'NO SUBSCRIBERS ON HELLO.SUBSCR' TO WS-PKO-LINE
               WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           ELSE
               MOVE 'SUBSCRIBER PICKUPS' TO WS-PKO-LINE
               WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
               MOVE SPACES TO WS-PKO-LINE
               MOVE 'JOB'          TO WS-PKO-LINE(1:3)
               MOVE 'SIG'          TO WS-PKO-LINE(10:3)
               MOVE 'RUN DATE'     TO WS-PKO-LINE(14:8)
               MOVE 'S'            TO WS-PKO-LINE(23:1)
               MOVE 'DEADLINE'     TO WS-PKO-LINE(26:8)
               MOVE 'STATUS'       TO WS-PKO-LINE(40:6)
               MOVE 'ACKNOWLEDGED' TO WS-PKO-LINE(53:12)
               MOVE 'OWNER'        TO WS-PKO-LINE(67:5)
               WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
               PERFORM WRITE-PICKUP-LINE
                   VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
           END-IF.

       WRITE-PICKUP-LINE.
           MOVE PR-SR-IDX(WS-PR-IDX) TO WS-SR-IDX
           MOVE PR-SN-IDX(WS-PR-IDX) TO WS-SN-IDX
           MOVE SPACES TO WS-PKO-LINE
           MOVE SR-JOB-NAME(WS-SR-IDX)     TO WS-PKO-LINE(1:8)
           MOVE SR-SIGNAL-TYPE(WS-SR-IDX)  TO WS-PKO-LINE(11:1)
           IF WS-SN-IDX > 0
               MOVE SN-RUN-DATE(WS-SN-IDX)   TO WS-PKO-LINE(14:8)
               MOVE SN-SHIFT-CODE(WS-SN-IDX) TO WS-PKO-LINE(23:1)
               MOVE PR-DUE-STAMP(WS-PR-IDX)(1:8)
                   TO WS-PKO-LINE(26:8)
               MOVE PR-DUE-STAMP(WS-PR-IDX)(9:4)
                   TO WS-PKO-LINE(35:4)
           END-IF
           MOVE PR-STATUS(WS-PR-IDX)       TO WS-PKO-LINE(40:12)
           IF PR-ACK-STAMP(WS-PR-IDX) NOT = SPACES
               MOVE PR-ACK-STAMP(WS-PR-IDX)(1:8)
                   TO WS-PKO-LINE(53:8)
               MOVE PR-ACK-STAMP(WS-PR-IDX)(9:4)
                   TO WS-PKO-LINE(62:4)
           END-IF
           MOVE SR-OWNER(WS-SR-IDX)        TO WS-PKO-LINE(67:14)
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PKO-LINE
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           MOVE WS-PICKED-COUNT TO WS-COUNT-EDIT
           PERFORM START-TOTAL-LINE
           MOVE 'PICKED UP BY DEADLINE' TO WS-PKO-LINE(7:21)
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
           PERFORM START-TOTAL-LINE
           MOVE 'PICKED UP LATE' TO WS-PKO-LINE(7:14)
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
           PERFORM START-TOTAL-LINE
           MOVE 'OVERDUE -- NOT ACKNOWLEDGED BY DEADLINE'
               TO WS-PKO-LINE(7:39)
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT
           PERFORM START-TOTAL-LINE
           MOVE 'WAITING -- DEADLINE NOT YET REACHED'
               TO WS-PKO-LINE(7:35)
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           MOVE WS-NO-SIGNAL-COUNT TO WS-COUNT-EDIT
           PERFORM START-TOTAL-LINE
           MOVE 'SUBSCRIBER(S) WITH NO SIGNAL ON HELLO.CTLTOT'
               TO WS-PKO-LINE(7:44)
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           IF WS-INVALID-COUNT > 0
               MOVE WS-INVALID-COUNT TO WS-COUNT-EDIT
               PERFORM START-TOTAL-LINE
               MOVE 'INVALID REGISTRY ROW(S) -- CORRECT HELLO.SUBSCR'
                   TO WS-PKO-LINE(7:47)
               WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           END-IF
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           PERFORM START-TOTAL-LINE
           MOVE 'EXCEPTION(S) POSTED TO HELLO.EXCEPT'
               TO WS-PKO-LINE(7:35)
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           MOVE 'END OF REPORT' TO WS-PKO-LINE
           WRITE HELLO-PKO-RECORD FROM WS-PKO-LINE
           CLOSE HELLO-PKO-FILE.

       START-TOTAL-LINE.
           MOVE SPACES TO WS-PKO-LINE
           MOVE WS-COUNT-EDIT TO WS-PKO-LINE(1:5).
