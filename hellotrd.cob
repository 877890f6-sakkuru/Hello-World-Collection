      ***************************************************************
      * Modification history
      *   2026-08-08  Initial version.
      *   2026-10-15  The audit rows read (and the failed runs left
      *                out) and the run lines printed are appended
      *                to the HELLO.CTLTOT ledger for the HELLOBAL
      *                balancing step, stamped with the cycle in
      *                HELLO.PARMS when it can be read.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOTRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELLO-PARM-FILE ASSIGN TO "HELLOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL HELLO-AUDIT-FILE ASSIGN TO "HELLOAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HELLO-TRN-FILE ASSIGN TO "HELLOTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL HELLO-CTL-FILE ASSIGN TO "HELLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOPRM.
       FD  HELLO-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOAUD.
       FD  HELLO-TRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOTRN.
       FD  HELLO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCTL.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-AUDIT-STATUS             PIC XX              VALUE '00'.
       01  WS-TRN-STATUS               PIC XX              VALUE '00'.
       01  WS-AUDIT-EOF-SWITCH         PIC X               VALUE 'N'.
       01  WS-ELAPSED-EDIT             PIC ZZZZZ9.
       01  WS-AVG-EDIT                 PIC ZZZZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZZ9.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'HELLOTRD'.
       01  WS-CTL-STATUS               PIC XX              VALUE '00'.
       01  WS-CTL-TIMESTAMP            PIC X(21).
       01  WS-CTL-TOTALS                                   VALUE ZEROS.
           05  WS-CT-AUDIT-READ        PIC 9(7).
           05  WS-CT-LINES-WRITTEN     PIC 9(7).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARM-RECORD
           PERFORM LOAD-AUDIT-RECORDS
           PERFORM COMPUTE-AVERAGE
           PERFORM WRITE-TREND-REPORT
           PERFORM WRITE-CONTROL-TOTALS
           STOP RUN.

      *    The trend covers every run on file; HELLO.PARMS only
      *    says which cycle the ledger rows belong to.
       READ-PARM-RECORD.
           MOVE SPACES TO HELLO-PARM-RECORD
           OPEN INPUT HELLO-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ HELLO-PARM-FILE
               IF WS-PARM-STATUS NOT = '00'
                   MOVE SPACES TO HELLO-PARM-RECORD
               END-IF
           END-IF
           CLOSE HELLO-PARM-FILE.

       LOAD-AUDIT-RECORDS.
           OPEN INPUT HELLO-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CT-AUDIT-READ
                           IF AU-RETURN-CODE NOT = 0
                               ADD 1 TO WS-FAILED-COUNT
                           ELSE
                               WS-SLOW-FLAG    DELIMITED BY SIZE
                           INTO WS-TRN-LINE
                       WRITE HELLO-TRN-RECORD FROM WS-TRN-LINE
                       ADD 1 TO WS-CT-LINES-WRITTEN
                   END-PERFORM
                   MOVE WS-AVG-ELAPSED TO WS-AVG-EDIT
                   MOVE WS-RUN-COUNT TO WS-COUNT-EDIT
               END-IF
               CLOSE HELLO-TRN-FILE
           END-IF.

      *    One HELLO.CTLTOT row per file this step read or wrote,
      *    for the HELLOBAL balancing step. A ledger that cannot
      *    be opened does not fail the step -- HELLOBAL reports
      *    the missing totals instead.
       WRITE-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-TIMESTAMP
           OPEN EXTEND HELLO-CTL-FILE
           IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '05'
               DISPLAY 'HELLOTRD: *** WARNING *** unable to open '
                   'HELLO.CTLTOT, status=' WS-CTL-STATUS
           ELSE
               MOVE 0 TO CT-READ-COUNT CT-WRITTEN-COUNT
                   CT-REJECTED-COUNT CT-SKIPPED-COUNT
               MOVE 'HELLOAUD' TO CT-FILE-ID
               MOVE WS-CT-AUDIT-READ TO CT-READ-COUNT
               MOVE WS-FAILED-COUNT TO CT-REJECTED-COUNT
               PERFORM WRITE-CONTROL-ROW
               MOVE 'HELLOTRN' TO CT-FILE-ID
               MOVE WS-CT-LINES-WRITTEN TO CT-WRITTEN-COUNT
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
