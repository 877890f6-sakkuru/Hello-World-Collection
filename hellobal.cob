      * HELLOBAL - end-of-stream control-totals balancing step, run by
      * HELLOJOB after the dashboard. Reads the HELLO.CTLTOT rows every
      * stream step appended for the run date and shift in
      * HELLO.PARMS and proves the steps agree with each other: every
      * site HELLO_WORLD had in scope ended as a banner, a hold, a
      * non-business-day skip, a restart skip, or an unjudged site;
      * every audit row is a checkpoint or a failure; the
      * reconciliation and dashboard steps saw what the banner step
      * wrote; the snapshot copied every row it read; and the
      * exception aging step saved a status row for every exception.
      * HELLO_WORLD's rows are summed over all its runs for the date
      * (a restart only adds the rest of the sites); for every other
      * step only its latest run counts. Each check is printed with
      * both sides; one out of balance posts BLOUTBAL to HELLO.EXCEPT
      * and fails the step (RETURN-CODE 16). A stream step with no
      * totals at all posts BLNOTOTS, leaves the checks that need it
      * unchecked, and ends the step with RETURN-CODE 4.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      *   2026-10-15  The HELLOVPR version promotion step, now run
      *                ahead of the readiness check, is one of the
      *                stream steps expected to post totals.
      *   2026-10-15  Every exception row gets a timestamp of its
      *                own, so HELLO.EXCSTAT can tell apart the rows
      *                one run raises for the same site and reason.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-PARM-FILE ASSIGN TO "HELLOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT HELLO-BLO-FILE ASSIGN TO "HELLOBLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOPRM.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       FD  HELLO-EXC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXC.
       FD  HELLO-BLO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOBLO.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-EXC-STATUS               PIC XX              VALUE '00'.
       01  WS-BLO-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-CTL-EOF                                  VALUE 'Y'.
       01  WS-PARM-READ-SWITCH         PIC X               VALUE 'N'.
           88  WS-PARM-READ-OK                             VALUE 'Y'.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'HELLOBAL'.
       01  WS-LAST-EXC-TIMESTAMP       PIC X(21)   VALUE SPACES.
      *    The HELLOJOB stream steps, in running order.
       01  WS-STEP-COUNT               PIC 9(2)            VALUE 9.
       01  HELLO-BAL-STEP-TABLE.
           05  SP-ENTRY OCCURS 9 TIMES.
               10  SP-STEP-NAME        PIC X(8).
               10  SP-LAST-TIMESTAMP   PIC X(21).
               10  SP-POSTED-SWITCH    PIC X.
                   88  SP-POSTED                   VALUE 'Y'.
       01  WS-SP-IDX                   PIC 9(2)            VALUE 0.
       01  WS-SP-FOUND-IDX             PIC 9(2)            VALUE 0.
       01  WS-BT-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-BAL-TOTAL-TABLE.
           05  BT-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-BT-COUNT.
               10  BT-STEP-NAME        PIC X(8).
               10  BT-FILE-ID          PIC X(8).
               10  BT-READ-COUNT       PIC 9(7).
               10  BT-WRITTEN-COUNT    PIC 9(7).
               10  BT-REJECTED-COUNT   PIC 9(7).
               10  BT-SKIPPED-COUNT    PIC 9(7).
       01  WS-BT-IDX                   PIC 9(3)            VALUE 0.
       01  WS-BT-FOUND-IDX             PIC 9(3)            VALUE 0.
       01  WS-FIND-STEP-NAME           PIC X(8)    VALUE SPACES.
       01  WS-FIND-FILE-ID             PIC X(8)    VALUE SPACES.
       01  WS-FOUND-READ               PIC 9(7)            VALUE 0.
       01  WS-FOUND-WRITTEN            PIC 9(7)            VALUE 0.
       01  WS-FOUND-REJECTED           PIC 9(7)            VALUE 0.
       01  WS-FOUND-SKIPPED            PIC 9(7)            VALUE 0.
       01  WS-FOUND-NET                PIC S9(8)           VALUE 0.
       01  WS-STEP-POSTED-SWITCH       PIC X               VALUE 'N'.
           88  WS-STEP-POSTED                              VALUE 'Y'.
       01  WS-CHK-NAME                 PIC X(24)   VALUE SPACES.
       01  WS-CHK-STEP-A               PIC X(8)    VALUE SPACES.
       01  WS-CHK-STEP-B               PIC X(8)    VALUE SPACES.
       01  WS-CHK-LEFT                 PIC S9(8)           VALUE 0.
       01  WS-CHK-RIGHT                PIC S9(8)           VALUE 0.
       01  WS-CHK-RESULT               PIC X(14)   VALUE SPACES.
       01  WS-BALANCED-COUNT           PIC 9(2)            VALUE 0.
       01  WS-UNBALANCED-COUNT         PIC 9(2)            VALUE 0.
       01  WS-UNCHECKED-COUNT          PIC 9(2)            VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(2)            VALUE 0.
       01  WS-EXC-SEVERITY             PIC X(1)    VALUE SPACES.
       01  WS-EXC-REASON-CODE          PIC X(8)    VALUE SPACES.
       01  WS-EXC-TEXT                 PIC X(40)   VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZZZ9.
       01  WS-LEFT-EDIT                PIC -------9.
       01  WS-RIGHT-EDIT               PIC -------9.
       01  WS-CHECKS-EDIT              PIC Z9.
       01  WS-BLO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-CTL-READ          PIC 9(7).
           05  WS-CT-CTL-SKIPPED       PIC 9(7).
           05  WS-CT-EXCEPTIONS        PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-BALANCE-REPORT
           IF RETURN-CODE = 0
               PERFORM READ-PARM-RECORD
           END-IF
           IF RETURN-CODE = 0
               PERFORM LOAD-STEP-TABLE
               PERFORM LOAD-CONTROL-TOTALS
               PERFORM WRITE-TOTALS-LISTING
               PERFORM CHECK-MISSING-STEPS
               PERFORM RUN-BALANCE-CHECKS
               PERFORM WRITE-BALANCE-VERDICT
           END-IF
           IF WS-BLO-STATUS = '00'
               MOVE 'END OF REPORT' TO WS-BLO-LINE
               WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
               CLOSE HELLO-BLO-FILE
           END-IF
           IF WS-UNBALANCED-COUNT > 0
               DISPLAY 'HELLOBAL: ' WS-UNBALANCED-COUNT
                   ' control-total check(s) out of balance for run '
                   'date ' HP-RUN-DATE ' shift ' HP-SHIFT-CODE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-MISSING-COUNT > 0
               DISPLAY 'HELLOBAL: ' WS-MISSING-COUNT
                   ' stream step(s) posted no control totals'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-PARM-READ-OK
               MOVE SPACES TO HELLO-PARM-RECORD
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           STOP RUN.

       OPEN-BALANCE-REPORT.
           OPEN OUTPUT HELLO-BLO-FILE
           IF WS-BLO-STATUS NOT = '00'
               DISPLAY 'HELLOBAL: *** ERROR *** unable to open '
                   'HELLO.BALRPT, status=' WS-BLO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'HELLO CYCLE CONTROL-TOTALS BALANCING REPORT'
                   TO WS-BLO-LINE
               WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
           END-IF.

       READ-PARM-RECORD.
           OPEN INPUT HELLO-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'HELLOBAL: *** ERROR *** unable to open '
                   'HELLO.PARMS, status=' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ HELLO-PARM-FILE
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'HELLOBAL: *** ERROR *** unable to read '
                       'HELLO.PARMS, status=' WS-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-PARM-READ-OK TO TRUE
                   MOVE SPACES TO WS-BLO-LINE
                   STRING 'RUN DATE ' DELIMITED BY SIZE
                           HP-RUN-DATE DELIMITED BY SIZE
                           '  SHIFT ' DELIMITED BY SIZE
                           HP-SHIFT-CODE DELIMITED BY SIZE
                       INTO WS-BLO-LINE
                   WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
               END-IF
               CLOSE HELLO-PARM-FILE
           END-IF.

       LOAD-STEP-TABLE.
           MOVE 'HELLOVPR' TO SP-STEP-NAME(1)
           MOVE 'HELLORDY' TO SP-STEP-NAME(2)
           MOVE 'HELLOSNP' TO SP-STEP-NAME(3)
           MOVE 'HELLOWLD' TO SP-STEP-NAME(4)
           MOVE 'HELLORCN' TO SP-STEP-NAME(5)
           MOVE 'HELLOTRD' TO SP-STEP-NAME(6)
           MOVE 'HELLOEOC' TO SP-STEP-NAME(7)
           MOVE 'HELLOEXA' TO SP-STEP-NAME(8)
           MOVE 'HELLODSH' TO SP-STEP-NAME(9)
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-STEP-COUNT
               MOVE SPACES TO SP-LAST-TIMESTAMP(WS-SP-IDX)
               MOVE 'N' TO SP-POSTED-SWITCH(WS-SP-IDX)
           END-PERFORM.

       LOAD-CONTROL-TOTALS.
           OPEN INPUT HELLO-CTL-FILE
           IF WS-CTL-STATUS = '00'
               PERFORM UNTIL WS-CTL-EOF
                   READ HELLO-CTL-FILE
                       AT END
                           SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-CTL-READ
                           PERFORM TAKE-CONTROL-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-CTL-FILE.

      *    Rows for another cycle, or from a step outside the stream
      *    (including this one), play no part in the balance.
       TAKE-CONTROL-ROW.
           MOVE 0 TO WS-SP-FOUND-IDX
           IF CT-RUN-DATE = HP-RUN-DATE
               AND CT-SHIFT-CODE = HP-SHIFT-CODE
               PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX > WS-STEP-COUNT
                   IF SP-STEP-NAME(WS-SP-IDX) = CT-STEP-NAME
                       MOVE WS-SP-IDX TO WS-SP-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SP-FOUND-IDX = 0
               ADD 1 TO WS-CT-CTL-SKIPPED
           ELSE
               IF CT-TIMESTAMP NOT = SP-LAST-TIMESTAMP(WS-SP-FOUND-IDX)
                   AND CT-STEP-NAME NOT = 'HELLOWLD'
                   PERFORM RESET-STEP-TOTALS
               END-IF
               MOVE CT-TIMESTAMP TO SP-LAST-TIMESTAMP(WS-SP-FOUND-IDX)
               SET SP-POSTED(WS-SP-FOUND-IDX) TO TRUE
               PERFORM ADD-CONTROL-ROW
           END-IF.

      *    A later run of the step replaces what its earlier runs
      *    posted for the cycle.
       RESET-STEP-TOTALS.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               IF BT-STEP-NAME(WS-BT-IDX) = CT-STEP-NAME
                   MOVE 0 TO BT-READ-COUNT(WS-BT-IDX)
                   MOVE 0 TO BT-WRITTEN-COUNT(WS-BT-IDX)
                   MOVE 0 TO BT-REJECTED-COUNT(WS-BT-IDX)
                   MOVE 0 TO BT-SKIPPED-COUNT(WS-BT-IDX)
               END-IF
           END-PERFORM.

       ADD-CONTROL-ROW.
           MOVE 0 TO WS-BT-FOUND-IDX
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               IF BT-STEP-NAME(WS-BT-IDX) = CT-STEP-NAME
                   AND BT-FILE-ID(WS-BT-IDX) = CT-FILE-ID
                   MOVE WS-BT-IDX TO WS-BT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BT-FOUND-IDX = 0
               IF WS-BT-COUNT < 200
                   ADD 1 TO WS-BT-COUNT
                   MOVE WS-BT-COUNT TO WS-BT-FOUND-IDX
                   MOVE CT-STEP-NAME TO BT-STEP-NAME(WS-BT-FOUND-IDX)
                   MOVE CT-FILE-ID TO BT-FILE-ID(WS-BT-FOUND-IDX)
                   MOVE 0 TO BT-READ-COUNT(WS-BT-FOUND-IDX)
                   MOVE 0 TO BT-WRITTEN-COUNT(WS-BT-FOUND-IDX)
                   MOVE 0 TO BT-REJECTED-COUNT(WS-BT-FOUND-IDX)
                   MOVE 0 TO BT-SKIPPED-COUNT(WS-BT-FOUND-IDX)
               ELSE
                   DISPLAY 'HELLOBAL: *** WARNING *** more than 200 '
                       'step/file totals -- ' CT-STEP-NAME ' '
                       CT-FILE-ID ' ignored'
               END-IF
           END-IF
           IF WS-BT-FOUND-IDX > 0
               ADD CT-READ-COUNT TO BT-READ-COUNT(WS-BT-FOUND-IDX)
               ADD CT-WRITTEN-COUNT
                   TO BT-WRITTEN-COUNT(WS-BT-FOUND-IDX)
               ADD CT-REJECTED-COUNT
                   TO BT-REJECTED-COUNT(WS-BT-FOUND-IDX)
               ADD CT-SKIPPED-COUNT
                   TO BT-SKIPPED-COUNT(WS-BT-FOUND-IDX)
           END-IF.

       WRITE-TOTALS-LISTING.
           MOVE SPACES TO WS-BLO-LINE
           WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
           MOVE 'STEP     FILE        READ WRITTEN  REJECT    SKIP'
               TO WS-BLO-LINE
           WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-STEP-COUNT
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                       UNTIL WS-BT-IDX > WS-BT-COUNT
                   IF BT-STEP-NAME(WS-BT-IDX)
                           = SP-STEP-NAME(WS-SP-IDX)
                       PERFORM WRITE-TOTAL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-BLO-LINE
           MOVE BT-STEP-NAME(WS-BT-IDX) TO WS-BLO-LINE(1:8)
           MOVE BT-FILE-ID(WS-BT-IDX) TO WS-BLO-LINE(10:8)
           MOVE BT-READ-COUNT(WS-BT-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-BLO-LINE(19:7)
           MOVE BT-WRITTEN-COUNT(WS-BT-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-BLO-LINE(27:7)
           MOVE BT-REJECTED-COUNT(WS-BT-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-BLO-LINE(35:7)
           MOVE BT-SKIPPED-COUNT(WS-BT-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-BLO-LINE(43:7)
           WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE.

       CHECK-MISSING-STEPS.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-STEP-COUNT
               IF NOT SP-POSTED(WS-SP-IDX)
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO WS-BLO-LINE
                   STRING SP-STEP-NAME(WS-SP-IDX) DELIMITED BY SIZE
                           ' NO CONTROL TOTALS POSTED'
                               DELIMITED BY SIZE
                       INTO WS-BLO-LINE
                   WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
                   MOVE 'W' TO WS-EXC-SEVERITY
                   MOVE 'BLNOTOTS' TO WS-EXC-REASON-CODE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'NO CONTROL TOTALS FROM ' DELIMITED BY SIZE
                           SP-STEP-NAME(WS-SP-IDX) DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-PERFORM.

      *    Each check sets WS-CHK-LEFT and WS-CHK-RIGHT from the
      *    totals of the step(s) named in WS-CHK-STEP-A/-B.
       RUN-BALANCE-CHECKS.
           MOVE SPACES TO WS-BLO-LINE
           WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
           MOVE 'CHECK                        LEFT    RIGHT  RESULT'
               TO WS-BLO-LINE
           WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
      *    Sites in scope = banners + held + non-business-day skips
      *    + restart skips + sites not judged.
           MOVE 'WLD SITES IN SCOPE' TO WS-CHK-NAME
           MOVE 'HELLOWLD' TO WS-CHK-STEP-A WS-CHK-STEP-B
           MOVE 'HELLOWLD' TO WS-FIND-STEP-NAME
           MOVE 'HELLOSIT' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-READ TO WS-CHK-LEFT
           MOVE WS-FOUND-REJECTED TO WS-CHK-RIGHT
           MOVE 'HELLOOUT' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           ADD WS-FOUND-WRITTEN TO WS-CHK-RIGHT
           MOVE 'HELLOHLD' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           ADD WS-FOUND-SKIPPED TO WS-CHK-RIGHT
           MOVE 'HELLOCAL' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           ADD WS-FOUND-SKIPPED TO WS-CHK-RIGHT
           MOVE 'HELLOCKP' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           ADD WS-FOUND-SKIPPED TO WS-CHK-RIGHT
           PERFORM JUDGE-CHECK
      *    Audit rows = checkpoints + restart-skip rows + failed runs.
           MOVE 'WLD AUDIT ROWS' TO WS-CHK-NAME
           MOVE 'HELLOWLD' TO WS-CHK-STEP-A WS-CHK-STEP-B
           MOVE 'HELLOAUD' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-WRITTEN TO WS-CHK-LEFT
           MOVE WS-FOUND-REJECTED TO WS-CHK-RIGHT
           MOVE 'HELLOCKP' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           ADD WS-FOUND-WRITTEN TO WS-CHK-RIGHT
           ADD WS-FOUND-SKIPPED TO WS-CHK-RIGHT
           PERFORM JUDGE-CHECK
      *    The reconciliation saw every audit row and checkpoint the
      *    banner step wrote for the cycle.
           MOVE 'RCN AUDIT VS WLD' TO WS-CHK-NAME
           MOVE 'HELLORCN' TO WS-CHK-STEP-A
           MOVE 'HELLOWLD' TO WS-CHK-STEP-B
           MOVE 'HELLORCN' TO WS-FIND-STEP-NAME
           MOVE 'HELLOAUD' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NET TO WS-CHK-LEFT
           MOVE 'HELLOWLD' TO WS-FIND-STEP-NAME
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-WRITTEN TO WS-CHK-RIGHT
           PERFORM JUDGE-CHECK
           MOVE 'RCN CKPT VS WLD' TO WS-CHK-NAME
           MOVE 'HELLORCN' TO WS-CHK-STEP-A
           MOVE 'HELLOWLD' TO WS-CHK-STEP-B
           MOVE 'HELLORCN' TO WS-FIND-STEP-NAME
           MOVE 'HELLOCKP' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NET TO WS-CHK-LEFT
           MOVE 'HELLOWLD' TO WS-FIND-STEP-NAME
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-WRITTEN TO WS-CHK-RIGHT
           PERFORM JUDGE-CHECK
      *    The dashboard printed a line for every site in its scope,
      *    and its scope is the reconciliation's.
           MOVE 'DSH LINES VS SITES' TO WS-CHK-NAME
           MOVE 'HELLODSH' TO WS-CHK-STEP-A WS-CHK-STEP-B
           MOVE 'HELLODSH' TO WS-FIND-STEP-NAME
           MOVE 'HELLODSO' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-WRITTEN TO WS-CHK-LEFT
           MOVE 'HELLOSIT' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NET TO WS-CHK-RIGHT
           PERFORM JUDGE-CHECK
           MOVE 'DSH SITES VS RCN' TO WS-CHK-NAME
           MOVE 'HELLODSH' TO WS-CHK-STEP-A
           MOVE 'HELLORCN' TO WS-CHK-STEP-B
           MOVE WS-FOUND-NET TO WS-CHK-LEFT
           MOVE 'HELLORCN' TO WS-FIND-STEP-NAME
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NET TO WS-CHK-RIGHT
           PERFORM JUDGE-CHECK
      *    The snapshot copied every row it read.
           MOVE 'SNP ROWS VS READ' TO WS-CHK-NAME
           MOVE 'HELLOSNP' TO WS-CHK-STEP-A WS-CHK-STEP-B
           MOVE 'HELLOSNP' TO WS-FIND-STEP-NAME
           MOVE 'HELLOSNS' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-WRITTEN TO WS-CHK-LEFT
           MOVE 0 TO WS-CHK-RIGHT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               IF BT-STEP-NAME(WS-BT-IDX) = 'HELLOSNP'
                   AND BT-FILE-ID(WS-BT-IDX) NOT = 'HELLOSNS'
                   AND BT-FILE-ID(WS-BT-IDX) NOT = 'HELLOSND'
                   ADD BT-READ-COUNT(WS-BT-IDX) TO WS-CHK-RIGHT
               END-IF
           END-PERFORM
           PERFORM JUDGE-CHECK
      *    The aging step saved a status row for every exception.
           MOVE 'EXA STATUS VS EXCEPT' TO WS-CHK-NAME
           MOVE 'HELLOEXA' TO WS-CHK-STEP-A WS-CHK-STEP-B
           MOVE 'HELLOEXA' TO WS-FIND-STEP-NAME
           MOVE 'HELLOEXS' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-WRITTEN TO WS-CHK-LEFT
           MOVE 'HELLOEXC' TO WS-FIND-FILE-ID
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-READ TO WS-CHK-RIGHT
           PERFORM JUDGE-CHECK.

      *    Totals of WS-FIND-FILE-ID as posted by WS-FIND-STEP-NAME;
      *    zero when the step did not post the file. WS-FOUND-NET is
      *    the rows read that belonged to the cycle.
       FIND-TOTAL.
           MOVE 0 TO WS-FOUND-READ
           MOVE 0 TO WS-FOUND-WRITTEN
           MOVE 0 TO WS-FOUND-REJECTED
           MOVE 0 TO WS-FOUND-SKIPPED
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               IF BT-STEP-NAME(WS-BT-IDX) = WS-FIND-STEP-NAME
                   AND BT-FILE-ID(WS-BT-IDX) = WS-FIND-FILE-ID
                   MOVE BT-READ-COUNT(WS-BT-IDX) TO WS-FOUND-READ
                   MOVE BT-WRITTEN-COUNT(WS-BT-IDX)
                       TO WS-FOUND-WRITTEN
                   MOVE BT-REJECTED-COUNT(WS-BT-IDX)
                       TO WS-FOUND-REJECTED
                   MOVE BT-SKIPPED-COUNT(WS-BT-IDX)
                       TO WS-FOUND-SKIPPED
               END-IF
           END-PERFORM
           COMPUTE WS-FOUND-NET = WS-FOUND-READ - WS-FOUND-SKIPPED.

       JUDGE-CHECK.
           MOVE 'Y' TO WS-STEP-POSTED-SWITCH
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-STEP-COUNT
               IF (SP-STEP-NAME(WS-SP-IDX) = WS-CHK-STEP-A
                   OR SP-STEP-NAME(WS-SP-IDX) = WS-CHK-STEP-B)
                   AND NOT SP-POSTED(WS-SP-IDX)
                   MOVE 'N' TO WS-STEP-POSTED-SWITCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-STEP-POSTED
                   MOVE 'NOT CHECKED' TO WS-CHK-RESULT
                   ADD 1 TO WS-UNCHECKED-COUNT
               WHEN WS-CHK-LEFT = WS-CHK-RIGHT
                   MOVE 'BALANCED' TO WS-CHK-RESULT
                   ADD 1 TO WS-BALANCED-COUNT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO WS-CHK-RESULT
                   ADD 1 TO WS-UNBALANCED-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-BLO-LINE
           MOVE WS-CHK-NAME TO WS-BLO-LINE(1:24)
           IF WS-STEP-POSTED
               MOVE WS-CHK-LEFT TO WS-LEFT-EDIT
               MOVE WS-LEFT-EDIT TO WS-BLO-LINE(26:8)
               MOVE WS-CHK-RIGHT TO WS-RIGHT-EDIT
               MOVE WS-RIGHT-EDIT TO WS-BLO-LINE(35:8)
           END-IF
           MOVE WS-CHK-RESULT TO WS-BLO-LINE(45:14)
           WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
           IF WS-STEP-POSTED AND WS-CHK-LEFT NOT = WS-CHK-RIGHT
               MOVE 'E' TO WS-EXC-SEVERITY
               MOVE 'BLOUTBAL' TO WS-EXC-REASON-CODE
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'OUT OF BALANCE: ' DELIMITED BY SIZE
                       WS-CHK-NAME DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF
           MOVE SPACES TO WS-CHK-STEP-A
           MOVE SPACES TO WS-CHK-STEP-B.

       WRITE-BALANCE-VERDICT.
           MOVE SPACES TO WS-BLO-LINE
           WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
           IF WS-UNBALANCED-COUNT = 0
               MOVE WS-BALANCED-COUNT TO WS-CHECKS-EDIT
               MOVE SPACES TO WS-BLO-LINE
               STRING 'CONTROL TOTALS IN BALANCE -- ' DELIMITED BY SIZE
                       WS-CHECKS-EDIT DELIMITED BY SIZE
                       ' CHECK(S) BALANCED' DELIMITED BY SIZE
                   INTO WS-BLO-LINE
           ELSE
               MOVE WS-UNBALANCED-COUNT TO WS-CHECKS-EDIT
               MOVE SPACES TO WS-BLO-LINE
               STRING 'CONTROL TOTALS OUT OF BALANCE -- '
                           DELIMITED BY SIZE
                       WS-CHECKS-EDIT DELIMITED BY SIZE
                       ' CHECK(S) FAILED' DELIMITED BY SIZE
                   INTO WS-BLO-LINE
           END-IF
           WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
           IF WS-UNCHECKED-COUNT > 0
               MOVE WS-UNCHECKED-COUNT TO WS-CHECKS-EDIT
               MOVE SPACES TO WS-BLO-LINE
               STRING WS-CHECKS-EDIT DELIMITED BY SIZE
                       ' CHECK(S) NOT CHECKED -- STEP TOTALS MISSING'
                           DELIMITED BY SIZE
                   INTO WS-BLO-LINE
               WRITE HELLO-BLO-RECORD FROM WS-BLO-LINE
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
           MOVE WS-JOB-NAME        TO EX-PROGRAM
           MOVE SPACES             TO EX-SITE-CODE
           MOVE HP-RUN-DATE        TO EX-RUN-DATE
           MOVE HP-SHIFT-CODE      TO EX-SHIFT-CODE
           MOVE WS-EXC-SEVERITY    TO EX-SEVERITY
           MOVE WS-EXC-REASON-CODE TO EX-REASON-CODE
           MOVE WS-EXC-TEXT        TO EX-TEXT
           OPEN EXTEND HELLO-EXC-FILE
           IF WS-EXC-STATUS NOT = '00' AND WS-EXC-STATUS NOT = '05'
               DISPLAY 'HELLOBAL: *** WARNING *** unable to open '
                   'HELLO.EXCEPT, status=' WS-EXC-STATUS
           ELSE
               WRITE HELLO-EXCEPTION-RECORD
               CLOSE HELLO-EXC-FILE
               ADD 1 TO WS-CT-EXCEPTIONS
           END-IF.

      *    This step's own HELLO.CTLTOT rows: the ledger rows read
      *    (skipped: another cycle or a step outside the stream) and
      *    the exceptions posted. A ledger that cannot be opened does
      *    not fail the step.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLOBAL: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOCTL' TO CT-FILE-ID
               MOVE WS-CT-CTL-READ TO CT-READ-COUNT
               MOVE WS-CT-CTL-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOEXC' TO CT-FILE-ID
               MOVE WS-CT-EXCEPTIONS TO CT-WRITTEN-COUNT
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
