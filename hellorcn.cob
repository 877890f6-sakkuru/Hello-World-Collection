      *                rows with its holiday group's holidays from
      *                HELLO.SITEGRP and HELLO.GRPHOL, matching the
      *                banner step's effective-day-type check.
      *   2026-10-15  The rows read and skipped on each file, and the
      *                exceptions posted, are appended to the
      *                HELLO.CTLTOT ledger for the HELLOBAL
      *                balancing step.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLORCN.
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
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-EXC-SITE-CODE            PIC X(4)    VALUE SPACES.
       01  WS-EXC-REASON-CODE          PIC X(8)    VALUE SPACES.
       01  WS-EXC-TEXT                 PIC X(40)   VALUE SPACES.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-SITE-READ         PIC 9(7).
           05  WS-CT-SITE-SKIPPED      PIC 9(7).
           05  WS-CT-CAL-READ          PIC 9(7).
           05  WS-CT-CAL-SKIPPED       PIC 9(7).
           05  WS-CT-HOLD-READ         PIC 9(7).
           05  WS-CT-HOLD-SKIPPED      PIC 9(7).
           05  WS-CT-AUDIT-READ        PIC 9(7).
           05  WS-CT-AUDIT-SKIPPED     PIC 9(7).
           05  WS-CT-CKPT-READ         PIC 9(7).
           05  WS-CT-CKPT-SKIPPED      PIC 9(7).
           05  WS-CT-SIGNAL-READ       PIC 9(7).
           05  WS-CT-SIGNAL-SKIPPED    PIC 9(7).
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
                           SET WS-SITE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-SITE-READ
                           IF HP-ALL-SITES
                               OR SF-SITE-CODE = HP-SITE-CODE
                               PERFORM ADD-SCOPE-SITE
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
                           IF SG-CYCLE-START
                               AND SG-RUN-DATE = HP-RUN-DATE
                               AND SG-SHIFT-CODE = HP-SHIFT-CODE
                               SET WS-SIGNAL-FOUND TO TRUE
                           ELSE
                               ADD 1 TO WS-CT-SIGNAL-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               WRITE HELLO-EXCEPTION-RECORD
               CLOSE HELLO-EXC-FILE
               ADD 1 TO WS-CT-EXCEPTIONS
           END-IF.

      *    One HELLO.CTLTOT row per file this step read or wrote,
      *    for the HELLOBAL balancing step. A ledger that cannot
      *    be opened does not fail the step -- HELLOBAL reports
      *    the missing totals instead.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLORCN: *** WARNING *** unable to open '
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
