      *                group's holidays from HELLO.SITEGRP and
      *                HELLO.GRPHOL, matching the banner step's
      *                effective-day-type check.
      *   2026-10-15  The signal and calendar rows read and skipped,
      *                the close record written, and the exceptions
      *                posted are appended to the HELLO.CTLTOT
      *                ledger for the HELLOBAL balancing step.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOEOC.
           SELECT OPTIONAL HELLO-GRP-HOL-FILE ASSIGN TO "HELLOGRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRH-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-PARM-FILE
       FD  HELLO-GRP-HOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRH.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-SIGNAL-STATUS            PIC XX              VALUE '00'.
       01  WS-GH-GROUP-CODE            PIC X(4)    VALUE SPACES.
       01  WS-GRP-HOL-SWITCH           PIC X       VALUE 'N'.
           88  WS-GROUP-HOLIDAY                    VALUE 'Y'.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-SIGNAL-READ       PIC 9(7).
           05  WS-CT-SIGNAL-SKIPPED    PIC 9(7).
           05  WS-CT-SIGNAL-WRITTEN    PIC 9(7).
           05  WS-CT-CAL-READ          PIC 9(7).
           05  WS-CT-CAL-SKIPPED       PIC 9(7).
           05  WS-CT-EXCEPTIONS        PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARM-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           STOP RUN.

       READ-PARM-RECORD.
                       AT END
                           SET WS-SIGNAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-SIGNAL-READ
                           PERFORM CHECK-SIGNAL-RECORD
                   END-READ
               END-PERFORM
               IF SG-CYCLE-END
                   SET WS-END-FOUND TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-CT-SIGNAL-SKIPPED
           END-IF.

       SCAN-CALENDAR-FILE.
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-CAL-READ
                           IF CL-CAL-DATE NOT = HP-RUN-DATE
                               ADD 1 TO WS-CT-CAL-SKIPPED
                           END-IF
                           IF CL-CAL-DATE = HP-RUN-DATE
                               AND CL-BUSINESS-DAY
                               AND (HP-ALL-SITES
           ELSE
               WRITE HELLO-EXCEPTION-RECORD
               CLOSE HELLO-EXC-FILE
               ADD 1 TO WS-CT-EXCEPTIONS
           END-IF.

       WRITE-END-SIGNAL.
           ELSE
               WRITE HELLO-SIGNAL-RECORD
               CLOSE HELLO-SIGNAL-FILE
               ADD 1 TO WS-CT-SIGNAL-WRITTEN
           END-IF.

       COMPUTE-WALL-CLOCK.
               WRITE HELLO-EOO-RECORD FROM WS-EOO-LINE
               CLOSE HELLO-EOO-FILE
           END-IF.

      *    One HELLO.CTLTOT row per file this step read or wrote,
      *    for the HELLOBAL balancing step. A ledger that cannot
      *    be opened does not fail the step -- HELLOBAL reports
      *    the missing totals instead.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLOEOC: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOSIG' TO CT-FILE-ID
               MOVE WS-CT-SIGNAL-READ TO CT-READ-COUNT
               MOVE WS-CT-SIGNAL-WRITTEN TO CT-WRITTEN-COUNT
               MOVE WS-CT-SIGNAL-SKIPPED TO CT-SKIPPED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOCAL' TO CT-FILE-ID
               MOVE WS-CT-CAL-READ TO CT-READ-COUNT
               MOVE WS-CT-CAL-SKIPPED TO CT-SKIPPED-COUNT
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
